      ******************************************************************
      * CRAOUTR - LOAN PERFORMANCE OUTCOME RECORD LAYOUT
      *
      * ONE RECORD PER BOOKED LOAN ON THE CRAOUTC KSDS, KEYED ON THE
      * APPLICATION REFERENCE THE LOAN WAS DECIDED UNDER - THE SAME
      * CRA-APPL-REF CRAAUDIT CARRIES, SO A REALIZED OUTCOME CAN BE
      * MATCHED BACK TO THE SCORE THAT LET THE LOAN THROUGH.
      * MAINTAINED BY THE MONTHLY SERVICING-FEED LOAD (CRAPFL); READ
      * BY THE BACK-TEST REPORT (CRABKT).
      *
      * CRA-OUT-STATUS IS THE DELINQUENCY STATUS AS OF THE LATEST
      * MONTH SERVICING SENT:
      *   'CU'  CURRENT
      *   '30'  30-59 DAYS PAST DUE
      *   '60'  60-89 DAYS PAST DUE
      *   '90'  90+ DAYS PAST DUE
      *   'CO'  CHARGED OFF
      *
      * CRA-OUT-WORST-STATUS IS THE WORST STATUS EVER REPORTED FOR
      * THE LOAN - A LOAN THAT WENT 90+ AND THEN CURED IS STILL A BAD
      * OUTCOME FOR THE SCORE THAT APPROVED IT. THE BACK-TEST COUNTS
      * A LOAN BAD WHEN ITS WORST STATUS IS 90+ OR CHARGED OFF.
      *
      * CRA-OUT-BOOK-MONTH IS THE BOOKING MONTH (YYYYMM), WORKED BACK
      * BY THE LOAD FROM THE FIRST REPORTED MONTH AND ITS MONTHS ON
      * BOOK, AND NEVER CHANGED AFTER - THE VINTAGE THE LOAN IS
      * REPORTED UNDER.
      ******************************************************************
       01  CRA-OUTCOME-RECORD.
           05  CRA-OUT-APPL-REF          PIC X(10).
           05  CRA-OUT-STATUS            PIC X(02).
               88  CRA-OUT-CURRENT           VALUE 'CU'.
               88  CRA-OUT-DPD-30            VALUE '30'.
               88  CRA-OUT-DPD-60            VALUE '60'.
               88  CRA-OUT-DPD-90            VALUE '90'.
               88  CRA-OUT-CHARGED-OFF       VALUE 'CO'.
           05  CRA-OUT-MONTHS-ON-BOOK    PIC 9(03).
           05  CRA-OUT-AS-OF-MONTH       PIC X(06).
           05  CRA-OUT-BOOK-MONTH        PIC X(06).
           05  CRA-OUT-WORST-STATUS      PIC X(02).
               88  CRA-OUT-EVER-BAD          VALUE '90' 'CO'.
           05  CRA-OUT-LAST-LOAD-DATE    PIC X(08).
