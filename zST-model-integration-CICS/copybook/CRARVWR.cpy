               88  CRA-RVW-PENDING           VALUE 'P'.
               88  CRA-RVW-APPROVED          VALUE 'A'.
               88  CRA-RVW-DECLINED          VALUE 'D'.
      * APPROVED BY AN OFFICER WHOSE LENDING AUTHORITY (CRAAUTH) DID
      * NOT COVER IT - NOTHING FINAL YET, NOTHING POSTED TO CRAEXPO,
      * UNTIL AN OFFICER WHOSE AUTHORITY DOES SIGNS SECOND.
               88  CRA-RVW-AWAITING-SECOND   VALUE 'S'.
           05  CRA-RVW-OFFICER           PIC X(08).
           05  CRA-RVW-REASON            PIC X(04).
           05  CRA-RVW-DISP-DATE         PIC X(08).
      * EVERY OLDER FIELD - AUDIT KEY INCLUDED - IN PLACE, AND A
      * BLANK CUSTOMER ID HERE.
           05  CRA-RVW-CUST-ID           PIC X(12).
      * SECOND SIGNATURE - THE OFFICER WHO FINISHED A CASE LEFT
      * AWAITING SECOND SIGNATURE, AND WHEN. OFFICER AND DISP-DATE
      * ABOVE STAY THE FIRST OFFICER'S; THE REASON IS REPLACED BY
      * THE SECOND SIGNATURE'S, APPROVAL OR DECLINE. SPACES WHEN ONE
      * SIGNATURE SUFFICED. APPENDED LIKE THE CUSTOMER ID - OLDER
      * CASES READ WITH THIS TAIL BLANK.
           05  CRA-RVW-SECOND-OFFICER    PIC X(08).
           05  CRA-RVW-SECOND-DATE       PIC X(08).
           05  CRA-RVW-SECOND-TIME       PIC X(06).
