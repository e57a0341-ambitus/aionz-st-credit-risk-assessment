      ******************************************************************
      * CRAOFRR - APPROVED OFFER RECORD LAYOUT
      *
      * ONE RECORD PER APPROVED APPLICATION ON THE CRAOFFR KSDS,
      * KEYED ON THE APPLICATION REFERENCE. WRITTEN AT THE MOMENT
      * THE APPROVED AMOUNT IS POSTED TO CRAEXPO - BY CRAURL FOR A
      * LOW-BAND AUTO-APPROVAL (0546) AND BY THE CRAR REVIEW
      * TRANSACTION (CRAREV 0450) AT THE FINAL SIGNATURE ON A
      * MEDIUM-BAND CASE - SO EVERY AMOUNT ON A CUSTOMER'S EXPOSURE
      * CAN BE TRACED TO THE OFFER THAT PUT IT THERE. ABOUT A THIRD
      * OF OFFERS ARE NEVER TAKEN UP; WITHOUT THIS FILE THEIR AMOUNTS
      * SAT ON CRAEXPO UNTIL THE NEXT SERVICING RELOAD AND KNOCKED
      * CUSTOMERS OUT ON CUSTOMER-SCOPE CRAPOL CEILINGS FOR LOANS
      * THEY NEVER HAD.
      *
      * THE NIGHTLY OFFER LIFECYCLE JOB (CRAOFL) WORKS THE STATUS
      * FROM THERE, FROM LOAN ORIGINATION'S DAILY BOOKING FEED AND
      * AN OPERATOR-SET EXPIRY PERIOD:
      *   'O'  OFFERED - APPROVED, NOT YET BOOKED; THE OFFER AMOUNT
      *        IS ON CRAEXPO
      *   'B'  BOOKED - ORIGINATION CONFIRMED THE LOAN; CRAEXPO WAS
      *        ADJUSTED TO THE BOOKED AMOUNT (BOOKED-AMT/BOOKED-DATE)
      *   'E'  EXPIRED - NOT BOOKED WITHIN THE EXPIRY PERIOD; THE
      *        AMOUNT WAS TAKEN BACK OFF CRAEXPO
      *   'W'  WITHDRAWN - ORIGINATION REPORTED THE OFFER NOT TAKEN
      *        UP; THE AMOUNT WAS TAKEN BACK OFF CRAEXPO
      *
      * CRA-OFR-POSTED-AMT IS WHAT THIS OFFER CURRENTLY HAS ON THE
      * CUSTOMER'S CRA-EXP-TOTAL-AMT - THE OFFER AMOUNT WHEN THE
      * POSTING WORKED, THE BOOKED AMOUNT ONCE BOOKED, ZERO ONCE
      * RELEASED, AND ZERO FROM THE START WHEN THERE WAS NO CUSTOMER
      * ID OR THE POSTING FAILED. AN EXPIRY OR WITHDRAWAL TAKES OFF
      * EXACTLY THIS MUCH, SO NOTHING IS RELEASED THAT WAS NEVER
      * POSTED. A RE-SCORE OF AN APPLICATION WHOSE OFFER IS STILL
      * OPEN POSTS AGAIN AND REPLACES THE OFFER TERMS; THE POSTED
      * AMOUNTS ACCUMULATE HERE SO A LATER RELEASE CLEARS BOTH.
      ******************************************************************
       01  CRA-OFFER-RECORD.
           05  CRA-OFR-APPL-REF          PIC X(10).
           05  CRA-OFR-STATUS            PIC X(01).
               88  CRA-OFR-OFFERED           VALUE 'O'.
               88  CRA-OFR-BOOKED            VALUE 'B'.
               88  CRA-OFR-EXPIRED           VALUE 'E'.
               88  CRA-OFR-WITHDRAWN         VALUE 'W'.
           05  CRA-OFR-CUST-ID           PIC X(12).
           05  CRA-OFR-SOURCE            PIC X(08).
           05  CRA-OFR-OFFER-DATE        PIC X(08).
           05  CRA-OFR-OFFER-TIME        PIC X(06).
           05  CRA-OFR-OFFER-AMT         PIC 9(11).
           05  CRA-OFR-OFFER-RATE        PIC X(06).
      * SPACES ON A LOW-BAND AUTO-APPROVAL; THE FINISHING OFFICER'S
      * USER ID ON A CRAR APPROVAL.
           05  CRA-OFR-APPROVED-BY       PIC X(08).
           05  CRA-OFR-POSTED-AMT        PIC 9(11).
           05  CRA-OFR-BOOKED-AMT        PIC 9(11).
           05  CRA-OFR-BOOKED-DATE       PIC X(08).
      * DATE THE OFFER EXPIRED OR WAS WITHDRAWN; SPACES OTHERWISE.
           05  CRA-OFR-CLOSED-DATE       PIC X(08).
      * RUN DATE OF THE LAST CRAOFL RUN THAT CHANGED THE RECORD.
           05  CRA-OFR-LAST-RUN-DATE     PIC X(08).
