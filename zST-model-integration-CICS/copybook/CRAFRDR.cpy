      ******************************************************************
      * CRAFRDR - FRAUD-REFERRAL CASE RECORD LAYOUT
      *
      * ONE RECORD PER HELD APPLICATION ON THE CRAFRD KSDS, KEYED ON
      * THE APPLICATION REFERENCE. WRITTEN BY CRAURL'S VELOCITY
      * SCREEN (0370) WHEN AN APPLICATION ARRIVES WITH MORE RECENT
      * APPLICATIONS BEHIND IT - FOR THE SAME CUSTOMER ID, OR FOR THE
      * SAME AGE/INCOME/OWNERSHIP PROFILE WHEN NO CUSTOMER ID WAS
      * SENT - THAN A CRACFG VELOCITY WINDOW ALLOWS. THE DUPLICATE
      * CHECK ONLY CATCHES THE SAME REFERENCE RE-KEYED AND THE
      * CRAEXPO CEILINGS ONLY SEE APPROVALS, SO A RUN OF APPLICATIONS
      * ACROSS BRANCHES AND CHANNELS WAS OTHERWISE EACH SCORED ON ITS
      * OWN. A HELD APPLICATION IS NOT SCORED UNTIL THE FRAUD TEAM
      * WORKS THE CASE THROUGH THE CRAF TRANSACTION (CRAFRW): LIST
      * THE HELD CASES, SHOW ONE, AND EITHER RELEASE IT TO SCORING
      * (THE RECORD GOES BACK ONTO CRAAPPL, LIKE A CRAD RESUBMIT) OR
      * CANCEL IT WITH A REASON CODE.
      *
      * THE APPLICANT'S FIELDS ARE CARRIED IN THE SAME SHAPE AS
      * CRAAPLIN SO A RELEASE GOES BACK THROUGH THE SAME SCORING
      * PATH UNCHANGED. CRA-FRD-AUDIT-KEY IS THE FULL KEY OF THE
      * CRAAUDIT HOLD RECORD (HOLD-FLAG 'Y'), CAPTURED AT HOLD TIME
      * SO THE RELEASE OR CANCEL WRITES ITS DISPOSITION BACK WITH A
      * DIRECT READ, NOT A BROWSE.
      *
      * THE BASIS AND HIT FIELDS SAY WHICH WINDOW TRIPPED: HOW MANY
      * APPLICATIONS (THIS ONE INCLUDED) FELL INSIDE HOW MANY HOURS,
      * AGAINST WHAT LIMIT. A RE-KEY OF A HELD OR CANCELLED
      * APPLICATION THAT TRIPS A WINDOW AGAIN REWRITES THE SAME CASE
      * BACK TO HELD AND ADDS TO HOLD-CNT; A RELEASED APPLICATION IS
      * NOT SCREENED AGAIN.
      *
      * CRA-FRD-STATUS IS WHAT THE NIGHTLY CRARCN RECONCILIATION
      * COUNTS (FROM THE HOLD RECORDS ON CRAAUDIT):
      *   'H'  HELD - AWAITING THE FRAUD TEAM
      *   'R'  RELEASED TO SCORING (COUNTED WHEN ITS DECISION REACHES
      *        CRAAUDIT, LIKE ANY QUEUED APPLICATION)
      *   'C'  CANCELLED BY THE FRAUD TEAM WITH A REASON CODE
      ******************************************************************
       01  CRA-FRAUD-RECORD.
           05  CRA-FRD-APPL-REF          PIC X(10).
           05  CRA-FRD-AGE               PIC X(03).
           05  CRA-FRD-INCOME            PIC X(08).
           05  CRA-FRD-OWNERSHIP         PIC X(20).
           05  CRA-FRD-EMP-LENGTH        PIC X(03).
           05  CRA-FRD-LOAN-INTENT       PIC X(20).
           05  CRA-FRD-LOAN-AMT          PIC X(10).
           05  CRA-FRD-PERC-INCOME       PIC X(10).
           05  CRA-FRD-LOAN-GRADE        PIC X(01).
           05  CRA-FRD-LOAN-RATE         PIC X(06).
           05  CRA-FRD-DEFAULT-ONFILE    PIC X(01).
           05  CRA-FRD-HIST-LEN          PIC X(02).
           05  CRA-FRD-SOURCE            PIC X(08).
           05  CRA-FRD-CUST-ID           PIC X(12).
           05  CRA-FRD-HELD-DATE         PIC X(08).
           05  CRA-FRD-HELD-TIME         PIC X(06).
           05  CRA-FRD-BASIS             PIC X(01).
               88  CRA-FRD-BY-CUSTOMER       VALUE 'C'.
               88  CRA-FRD-BY-PROFILE        VALUE 'P'.
           05  CRA-FRD-HIT-CNT           PIC 9(03).
           05  CRA-FRD-HIT-HOURS         PIC 9(03).
           05  CRA-FRD-HIT-LIMIT         PIC 9(02).
           05  CRA-FRD-HOLD-CNT          PIC 9(02).
           05  CRA-FRD-STATUS            PIC X(01).
               88  CRA-FRD-HELD              VALUE 'H'.
               88  CRA-FRD-RELEASED          VALUE 'R'.
               88  CRA-FRD-CANCELLED         VALUE 'C'.
           05  CRA-FRD-DISP-USER         PIC X(08).
           05  CRA-FRD-DISP-REASON       PIC X(04).
           05  CRA-FRD-DISP-DATE         PIC X(08).
           05  CRA-FRD-DISP-TIME         PIC X(06).
           05  CRA-FRD-AUDIT-KEY         PIC X(43).
