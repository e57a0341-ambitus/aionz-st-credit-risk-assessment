      ******************************************************************
      * CRAAUTR - OFFICER LENDING AUTHORITY RECORD LAYOUT
      *
      * ONE RECORD PER CREDIT OFFICER ON THE CRAAUTH KSDS, KEYED ON
      * THE CICS USER ID THE OFFICER SIGNS ON WITH - THE DELEGATED
      * LENDING AUTHORITY THE CREDIT POLICY GRANTS THEM. THE CRAR
      * REVIEW TRANSACTION (CRAREV) READS IT BEFORE ANY APPROVAL:
      * AN APPROVAL INSIDE THE OFFICER'S AUTHORITY IS FINAL AT ONCE;
      * ONE OUTSIDE IT WAITS ON THE CASE FOR A SECOND SIGNATURE FROM
      * AN OFFICER WHOSE AUTHORITY DOES COVER IT. DECLINES NEED NO
      * AUTHORITY.
      *
      * CRA-AUTH-MAX-AMT IS THE LARGEST SINGLE LOAN THE OFFICER MAY
      * APPROVE. CRA-AUTH-MAX-EXPOSURE, WHEN NOT ZERO, ALSO CAPS THE
      * CUSTOMER'S TOTAL EXPOSURE AFTER THE LOAN - THE CRAEXPO TOTAL
      * PLUS THIS AMOUNT; ZERO MEANS THE OFFICER HAS NO SEPARATE
      * EXPOSURE LIMIT. AN OFFICER WITH NO RECORD, OR A RECORD NOT
      * ACTIVE, HAS NO LENDING AUTHORITY AT ALL - EVERY APPROVAL THEY
      * MAKE NEEDS A SECOND SIGNATURE.
      ******************************************************************
       01  CRA-AUTHORITY-RECORD.
           05  CRA-AUTH-USERID           PIC X(08).
           05  CRA-AUTH-NAME             PIC X(30).
           05  CRA-AUTH-STATUS           PIC X(01).
               88  CRA-AUTH-ACTIVE           VALUE 'A'.
               88  CRA-AUTH-SUSPENDED        VALUE 'S'.
           05  CRA-AUTH-MAX-AMT          PIC 9(11).
           05  CRA-AUTH-MAX-EXPOSURE     PIC 9(11).
           05  CRA-AUTH-GRANTED-DATE     PIC X(08).
           05  CRA-AUTH-GRANTED-BY       PIC X(08).
