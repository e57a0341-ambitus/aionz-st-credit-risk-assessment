       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRAOFL.

      * AUTHOR - MAHALAKSHMI V************************************
      *
      * NIGHTLY OFFER LIFECYCLE. EVERY APPROVED AMOUNT IS POSTED TO
      * THE CUSTOMER'S CRAEXPO TOTAL THE MOMENT IT IS APPROVED, AND
      * RECORDED AS AN OPEN OFFER ON THE CRAOFFR KSDS (LAYOUT
      * CRAOFRR). THIS JOB CARRIES EACH OFFER TO ITS END:
      *
      *   - LOAN ORIGINATION'S DAILY BOOKING FEED (CRAOFLIN) SAYS
      *     WHICH OFFERS WERE BOOKED, FOR WHAT AMOUNT AND ON WHAT
      *     DATE, AND WHICH THE CUSTOMER TURNED DOWN. A BOOKING
      *     MOVES THE CUSTOMER'S CRAEXPO TOTAL FROM THE OFFER AMOUNT
      *     TO THE BOOKED AMOUNT; A WITHDRAWAL TAKES THE OFFER
      *     AMOUNT BACK OFF. A SECOND BOOKING RECORD FOR AN OFFER
      *     ALREADY BOOKED IS ORIGINATION'S CORRECTION OF THE AMOUNT
      *     AND IS APPLIED AS ONE.
      *   - AN OFFER STILL OPEN AFTER THE FEED AND OLDER THAN THE
      *     OPERATOR-SET EXPIRY PERIOD IS EXPIRED AND ITS AMOUNT
      *     TAKEN BACK OFF CRAEXPO. A BOOKING THAT TURNS UP AFTER
      *     EXPIRY IS STILL HONOURED - THE LOAN EXISTS.
      *   - THE OFFERS STILL OPEN ARE THEN REPORTED AS THE PIPELINE,
      *     BY INTAKE SOURCE AND AGE.
      *
      * ONLY WHAT AN OFFER ACTUALLY PUT ON CRAEXPO (CRA-OFR-POSTED-
      * AMT) IS EVER TAKEN OFF, AND NO CUSTOMER'S TOTAL OR LOAN
      * COUNT IS TAKEN BELOW ZERO - A SERVICING RELOAD MAY ALREADY
      * HAVE REBUILT IT WITHOUT THE OFFER. A FEED RECORD THAT FAILS
      * ITS EDITS, OR A CHANGE THAT CANNOT BE POSTED TO CRAEXPO, IS
      * LISTED AND LEAVES THE OFFER AS IT WAS, AND THE JOB ENDS RC=4.
      *
      * DRIVEN BY A ONE-RECORD CONTROL FILE (CRAOFLCT) CARRYING THE
      * RUN DATE AND THE EXPIRY PERIOD IN DAYS (BLANK OR ZERO = 30).
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRAOFLCT  ASSIGN TO CRAOFLCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT CRAOFLIN  ASSIGN TO CRAOFLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT CRAOFFR   ASSIGN TO CRAOFFR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRA-OFR-APPL-REF
               FILE STATUS IS WS-OFR-FILE-STATUS.

           SELECT CRAEXPO   ASSIGN TO CRAEXPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRA-EXP-CUST-ID
               FILE STATUS IS WS-EXP-FILE-STATUS.

           SELECT CRAOFLRPT ASSIGN TO CRAOFLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CRAOFLCT
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RECORD.
           05  CTL-RUN-DATE             PIC X(08).
           05  CTL-EXPIRY-DAYS          PIC X(03).
           05  FILLER                   PIC X(69).

      * THE ORIGINATION BOOKING FEED - ONE RECORD PER OFFER ACTED ON
      * THAT DAY. ACTION 'B' BOOKED (AMOUNT AND DATE REQUIRED), 'W'
      * WITHDRAWN - THE CUSTOMER DID NOT TAKE THE OFFER UP.
       FD  CRAOFLIN
           RECORD CONTAINS 80 CHARACTERS.
       01  BKG-RECORD.
           05  BKG-APPL-REF             PIC X(10).
           05  BKG-ACTION               PIC X(01).
               88  BKG-BOOKED               VALUE 'B'.
               88  BKG-WITHDRAWN            VALUE 'W'.
           05  BKG-BOOKED-AMT           PIC 9(11).
           05  BKG-BOOKED-DATE          PIC X(08).
           05  BKG-BOOKED-PARTS REDEFINES BKG-BOOKED-DATE.
               10  BKG-BOOKED-YYYY      PIC 9(04).
               10  BKG-BOOKED-MM        PIC 9(02).
               10  BKG-BOOKED-DD        PIC 9(02).
           05  FILLER                   PIC X(50).

       FD  CRAOFFR
           RECORD CONTAINS 116 CHARACTERS.
       COPY CRAOFRR.

       FD  CRAEXPO
           RECORD CONTAINS 46 CHARACTERS.
       COPY CRAEXPR.

       FD  CRAOFLRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-GROUP.
         03  WS-CTL-FILE-STATUS         pic x(2).
            88  WS-CTL-OK                   value '00'.
         03  WS-FEED-FILE-STATUS        pic x(2).
            88  WS-FEED-OK                  value '00'.
         03  WS-OFR-FILE-STATUS         pic x(2).
            88  WS-OFR-OK                   value '00'.
            88  WS-OFR-NOTFND               value '23'.
            88  WS-OFR-EOF                  value '10'.
      * STATUS 35 ON THE OPEN - A VSAM KSDS THAT HAS NEVER HELD A
      * RECORD. PRIMED WITH AN OPEN OUTPUT AND REOPENED FOR UPDATE,
      * AS CRAPFL DOES FOR THE OUTCOME FILE.
            88  WS-OFR-NEVER-LOADED         value '35'.
         03  WS-EXP-FILE-STATUS         pic x(2).
            88  WS-EXP-OK                   value '00'.
            88  WS-EXP-NOTFND               value '23'.
            88  WS-EXP-NEVER-LOADED         value '35'.
         03  WS-RPT-FILE-STATUS         pic x(2).
            88  WS-RPT-OK                   value '00'.

       01  WS-CTL.
         03  WS-READ-SW                 pic x(1).
            88  WS-READ-MORE                value 'Y'.
            88  WS-READ-DONE                value 'N'.
         03  WS-READ-CNT                pic 9(07) COMP-3 value 0.
         03  WS-BOOKED-CNT              pic 9(07) COMP-3 value 0.
         03  WS-LATE-BOOKED-CNT         pic 9(07) COMP-3 value 0.
         03  WS-CORRECTED-CNT           pic 9(07) COMP-3 value 0.
         03  WS-REPEAT-CNT              pic 9(07) COMP-3 value 0.
         03  WS-WITHDRAWN-CNT           pic 9(07) COMP-3 value 0.
         03  WS-CLOSED-CNT              pic 9(07) COMP-3 value 0.
         03  WS-EXPIRED-CNT             pic 9(07) COMP-3 value 0.
         03  WS-UNDATED-CNT             pic 9(07) COMP-3 value 0.
         03  WS-REJECT-CNT              pic 9(07) COMP-3 value 0.
         03  WS-WRITE-FAIL-CNT          pic 9(07) COMP-3 value 0.
         03  WS-EDIT-SW                 pic x(1).
            88  WS-EDIT-PASSED              value 'Y'.
            88  WS-EDIT-FAILED              value 'N'.
         03  WS-EDIT-REASON             pic x(30).

      * AMOUNTS MOVED ON CRAEXPO BY THE RUN.
       01  WS-AMOUNTS.
         03  WS-BOOKED-AMT              pic s9(13) COMP-3 value 0.
         03  WS-WITHDRAWN-AMT           pic s9(13) COMP-3 value 0.
         03  WS-EXPIRED-AMT             pic s9(13) COMP-3 value 0.
         03  WS-NET-CHANGE-AMT          pic s9(13) COMP-3 value 0.

      * EXPIRY CUTOFF - AN OPEN OFFER DATED BEFORE THIS IS OLDER THAN
      * THE EXPIRY PERIOD. DATE ARITHMETIC IS IN THE INTRINSIC DAY-
      * NUMBER FORM, AS IN CRAARC.
       01  WS-DATE-WORK.
         03  WS-EXPIRY-DAYS             pic 9(03) value 30.
         03  WS-RUN-DATE-NUM            pic 9(8).
         03  WS-RUN-DATE-INT            pic s9(9) COMP-3.
         03  WS-DATE-INT                pic s9(9) COMP-3.
         03  WS-CUTOFF-DATE-NUM         pic 9(8).
         03  WS-CUTOFF-DATE             pic x(8).
         03  WS-OFFER-DATE-NUM          pic 9(8).
         03  WS-OFFER-AGE               pic s9(9) COMP-3.

      * ONE CHANGE TO A CUSTOMER'S CRAEXPO RECORD (2500). THE LOAN
      * COUNT MOVES BY ONE WHEN AN OFFER FIRST PUTS AN AMOUNT ON THE
      * CUSTOMER OR TAKES ITS LAST AMOUNT OFF.
       01  WS-ADJUST-WORK.
         03  WS-ADJ-CUST-ID             pic x(12).
         03  WS-ADJ-AMT                 pic s9(11) COMP-3.
         03  WS-ADJ-CNT                 pic s9(4)  BINARY.
         03  WS-ADJ-NEW-TOTAL           pic s9(13) COMP-3.
         03  WS-ADJ-NEW-CNT             pic s9(7)  COMP-3.
         03  WS-ADJ-BOOKING-SW          pic x(1).
            88  WS-ADJ-IS-BOOKING           value 'Y'.
            88  WS-ADJ-NOT-BOOKING          value 'N'.
         03  WS-ADJ-SW                  pic x(1).
            88  WS-ADJ-DONE                 value 'Y'.
            88  WS-ADJ-FAILED               value 'N'.

      * THE PIPELINE - OPEN OFFERS BY INTAKE SOURCE (20 SOURCES, THE
      * LAST ROW TAKING ANY BEYOND) AND BY AGE IN DAYS. ENTRY 21 IS
      * THE TOTAL ROW.
       01  WS-PIPELINE.
         03  WS-SRC-CNT                 pic s9(4) BINARY value 0.
         03  WS-SRC-SUB                 pic s9(4) BINARY.
         03  WS-AGE-SUB                 pic s9(4) BINARY.
         03  WS-SRC-KEY                 pic x(8).
         03  WS-SRC-ENTRY OCCURS 21 TIMES.
            05  WS-SRC-CODE                pic x(8).
            05  WS-SRC-AGE-CNT OCCURS 5 TIMES
                                           pic 9(07) COMP-3.
            05  WS-SRC-OPEN-CNT            pic 9(07) COMP-3.
            05  WS-SRC-OPEN-AMT            pic 9(13) COMP-3.

      * UPPER AGE OF EACH BUCKET IN DAYS; THE LAST TAKES THE REST.
       01  WS-AGE-BUCKETS.
         03  FILLER                     pic 9(03) value 7.
         03  FILLER                     pic 9(03) value 14.
         03  FILLER                     pic 9(03) value 21.
         03  FILLER                     pic 9(03) value 30.
         03  FILLER                     pic 9(03) value 999.
       01  WS-AGE-BUCKET-TABLE REDEFINES WS-AGE-BUCKETS.
         03  WS-AGE-TOP OCCURS 5 TIMES  pic 9(03).

       01  WS-RPT-DETAIL.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-DET-LABEL               pic x(38).
         03  WS-DET-COUNT               pic zzzzzz9.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-DET-AMT                 pic -zzz,zzz,zzz,zz9.
         03  FILLER                     pic x(15) value spaces.

       01  WS-RPT-REJECT.
         03  FILLER                     pic x(4)  value spaces.
         03  WS-REJ-REF                 pic x(10).
         03  FILLER                     pic x(2)  value spaces.
         03  WS-REJ-ACTION              pic x(1).
         03  FILLER                     pic x(2)  value spaces.
         03  WS-REJ-AMT                 pic x(11).
         03  FILLER                     pic x(2)  value spaces.
         03  WS-REJ-REASON              pic x(30).
         03  FILLER                     pic x(18) value spaces.

       01  WS-RPT-PIPE-HEAD.
         03  FILLER                     pic x(12) value
             '  SOURCE    '.
         03  FILLER                     pic x(35) value
             '    0-7   8-14  15-21  22-30 OVER30'.
         03  FILLER                     pic x(33) value
             '    OPEN     OPEN AMOUNT'.

       01  WS-RPT-PIPE-LINE.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-PIP-SOURCE              pic x(8).
         03  FILLER                     pic x(2)  value spaces.
         03  WS-PIP-AGE OCCURS 5 TIMES  pic zzzzzz9.
         03  FILLER                     pic x(1)  value spaces.
         03  WS-PIP-OPEN                pic zzzzzz9.
         03  FILLER                     pic x(1)  value spaces.
         03  WS-PIP-AMT                 pic zzz,zzz,zzz,zz9.
         03  FILLER                     pic x(9)  value spaces.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-APPLY-FEED UNTIL WS-READ-DONE.
           PERFORM 3000-SWEEP-OFFERS.
           PERFORM 4000-WRITE-REPORT.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *****************
       1000-INITIALIZE.
      *****************

           OPEN INPUT CRAOFLCT.
           IF NOT WS-CTL-OK
              DISPLAY 'CRAOFL - UNABLE TO OPEN CRAOFLCT, STATUS = '
                      WS-CTL-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           READ CRAOFLCT
               AT END
                  DISPLAY 'CRAOFL - CONTROL FILE EMPTY'
                  GO TO 9900-ABORT
           END-READ.

           PERFORM 1100-CALC-CUTOFF.

           OPEN INPUT CRAOFLIN.
           IF NOT WS-FEED-OK
              DISPLAY 'CRAOFL - UNABLE TO OPEN CRAOFLIN, STATUS = '
                      WS-FEED-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           OPEN I-O CRAOFFR.
           IF WS-OFR-NEVER-LOADED
              DISPLAY 'CRAOFL - CRAOFFR NEVER LOADED, PRIMING IT'
              OPEN OUTPUT CRAOFFR
              CLOSE CRAOFFR
              OPEN I-O CRAOFFR
           END-IF.
           IF NOT WS-OFR-OK
              DISPLAY 'CRAOFL - UNABLE TO OPEN CRAOFFR, STATUS = '
                      WS-OFR-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           OPEN I-O CRAEXPO.
           IF WS-EXP-NEVER-LOADED
              DISPLAY 'CRAOFL - CRAEXPO NEVER LOADED, PRIMING IT'
              OPEN OUTPUT CRAEXPO
              CLOSE CRAEXPO
              OPEN I-O CRAEXPO
           END-IF.
           IF NOT WS-EXP-OK
              DISPLAY 'CRAOFL - UNABLE TO OPEN CRAEXPO, STATUS = '
                      WS-EXP-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           OPEN OUTPUT CRAOFLRPT.
           IF NOT WS-RPT-OK
              DISPLAY 'CRAOFL - UNABLE TO OPEN CRAOFLRPT, STATUS = '
                      WS-RPT-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           MOVE SPACES TO RPT-LINE.
           STRING '  CREDIT RISK - OFFER LIFECYCLE, RUN '
                                     DELIMITED BY SIZE
                  CTL-RUN-DATE       DELIMITED BY SIZE
                  ', EXPIRY '        DELIMITED BY SIZE
                  WS-EXPIRY-DAYS     DELIMITED BY SIZE
                  ' DAYS'            DELIMITED BY SIZE
             INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 21 TO WS-SRC-SUB.
           PERFORM 3330-CLEAR-SOURCE.

           SET WS-READ-MORE TO TRUE.
           PERFORM 1200-READ-FEED.

       1000-INITIALIZE-END. EXIT.

      *****************
       1100-CALC-CUTOFF.
      *****************
      * CUTOFF = RUN DATE MINUS THE EXPIRY PERIOD. AN OFFER DATED ON
      * THE CUTOFF ITSELF IS EXACTLY THE PERIOD OLD AND STAYS OPEN
      * ONE MORE NIGHT.

           IF CTL-RUN-DATE = SPACES OR
              CTL-RUN-DATE IS NOT NUMERIC
              DISPLAY 'CRAOFL - CONTROL RUN DATE MISSING OR NOT '
                      'YYYYMMDD: ' CTL-RUN-DATE
              GO TO 9900-ABORT
           END-IF.

           IF CTL-EXPIRY-DAYS = SPACES
              CONTINUE
           ELSE
              IF CTL-EXPIRY-DAYS IS NOT NUMERIC
                 DISPLAY 'CRAOFL - CONTROL EXPIRY DAYS NOT NUMERIC: '
                         CTL-EXPIRY-DAYS
                 GO TO 9900-ABORT
              END-IF
              IF CTL-EXPIRY-DAYS > 0
                 MOVE CTL-EXPIRY-DAYS TO WS-EXPIRY-DAYS
              END-IF
           END-IF.

           MOVE CTL-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           COMPUTE WS-DATE-INT = WS-RUN-DATE-INT - WS-EXPIRY-DAYS.
           COMPUTE WS-CUTOFF-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-CUTOFF-DATE-NUM TO WS-CUTOFF-DATE.

       1100-CALC-CUTOFF-END. EXIT.

      *****************
       1200-READ-FEED.
      *****************

           READ CRAOFLIN
               AT END SET WS-READ-DONE TO TRUE
           END-READ.

       1200-READ-FEED-END. EXIT.

      *****************
       2000-APPLY-FEED.
      *****************
      * ONE FEED RECORD - EDIT IT, FIND ITS OFFER, THEN BOOK OR
      * WITHDRAW IT.

           ADD 1 TO WS-READ-CNT.

           PERFORM 2100-EDIT-FEED.

           IF WS-EDIT-PASSED
              MOVE BKG-APPL-REF TO CRA-OFR-APPL-REF
              READ CRAOFFR
              EVALUATE TRUE
                  WHEN WS-OFR-OK
                     IF BKG-BOOKED
                        PERFORM 2200-BOOK-OFFER
                     ELSE
                        PERFORM 2300-WITHDRAW-OFFER
                     END-IF
                  WHEN WS-OFR-NOTFND
                     MOVE 'NO OFFER ON FILE' TO WS-EDIT-REASON
                     PERFORM 2900-REJECT-FEED
                  WHEN OTHER
                     DISPLAY 'CRAOFL - CRAOFFR READ FAILED FOR '
                             BKG-APPL-REF ', STATUS = '
                             WS-OFR-FILE-STATUS
                     GO TO 9900-ABORT
              END-EVALUATE
           ELSE
              PERFORM 2900-REJECT-FEED
           END-IF.

           PERFORM 1200-READ-FEED.

       2000-APPLY-FEED-END. EXIT.

      *****************
       2100-EDIT-FEED.
      *****************
      * FIRST FAILING FIELD WINS - ONE REASON IS ENOUGH FOR
      * ORIGINATION TO FIND THE RECORD.

           SET WS-EDIT-PASSED TO TRUE.
           MOVE SPACES TO WS-EDIT-REASON.

           EVALUATE TRUE
               WHEN BKG-APPL-REF = SPACES
                  SET WS-EDIT-FAILED TO TRUE
                  MOVE 'APPLICATION REFERENCE MISSING'
                                        TO WS-EDIT-REASON
               WHEN NOT BKG-BOOKED AND NOT BKG-WITHDRAWN
                  SET WS-EDIT-FAILED TO TRUE
                  MOVE 'ACTION NOT B OR W'
                                        TO WS-EDIT-REASON
               WHEN BKG-WITHDRAWN
                  CONTINUE
               WHEN BKG-BOOKED-AMT IS NOT NUMERIC
                  SET WS-EDIT-FAILED TO TRUE
                  MOVE 'BOOKED AMOUNT NOT NUMERIC'
                                        TO WS-EDIT-REASON
               WHEN BKG-BOOKED-AMT = 0
                  SET WS-EDIT-FAILED TO TRUE
                  MOVE 'BOOKED AMOUNT ZERO'
                                        TO WS-EDIT-REASON
               WHEN BKG-BOOKED-DATE IS NOT NUMERIC
                  SET WS-EDIT-FAILED TO TRUE
                  MOVE 'BOOKED DATE NOT YYYYMMDD'
                                        TO WS-EDIT-REASON
               WHEN BKG-BOOKED-MM < 1 OR BKG-BOOKED-MM > 12 OR
                    BKG-BOOKED-DD < 1 OR BKG-BOOKED-DD > 31
                  SET WS-EDIT-FAILED TO TRUE
                  MOVE 'BOOKED DATE NOT YYYYMMDD'
                                        TO WS-EDIT-REASON
               WHEN BKG-BOOKED-DATE > CTL-RUN-DATE
                  SET WS-EDIT-FAILED TO TRUE
                  MOVE 'BOOKED DATE AFTER RUN DATE'
                                        TO WS-EDIT-REASON
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       2100-EDIT-FEED-END. EXIT.

      *****************
       2200-BOOK-OFFER.
      *****************
      * THE CUSTOMER'S EXPOSURE MOVES FROM WHATEVER THIS OFFER HAS ON
      * IT TO THE BOOKED AMOUNT - UP OR DOWN. AN OFFER THAT HAD
      * NOTHING ON IT (NEVER POSTED, OR ALREADY RELEASED BY EXPIRY OR
      * WITHDRAWAL) ADDS A LOAN TO THE CUSTOMER'S COUNT AS WELL. AN
      * OFFER WITH NO CUSTOMER ID HAS NO EXPOSURE RECORD TO MOVE.

           IF CRA-OFR-POSTED-AMT IS NOT NUMERIC
              MOVE 0 TO CRA-OFR-POSTED-AMT
           END-IF.

           IF CRA-OFR-BOOKED AND
              CRA-OFR-BOOKED-AMT = BKG-BOOKED-AMT AND
              CRA-OFR-BOOKED-DATE = BKG-BOOKED-DATE
              ADD 1 TO WS-REPEAT-CNT
           ELSE
              PERFORM 2210-APPLY-BOOKING
           END-IF.

       2200-BOOK-OFFER-END. EXIT.

      *****************
       2210-APPLY-BOOKING.
      *****************

           MOVE CRA-OFR-CUST-ID TO WS-ADJ-CUST-ID.
           SET WS-ADJ-IS-BOOKING TO TRUE.
           IF CRA-OFR-CUST-ID = SPACES
              MOVE 0 TO WS-ADJ-AMT
              MOVE 0 TO WS-ADJ-CNT
           ELSE
              COMPUTE WS-ADJ-AMT =
                  BKG-BOOKED-AMT - CRA-OFR-POSTED-AMT
              IF CRA-OFR-POSTED-AMT = 0
                 MOVE 1 TO WS-ADJ-CNT
              ELSE
                 MOVE 0 TO WS-ADJ-CNT
              END-IF
           END-IF.

           PERFORM 2500-ADJUST-EXPOSURE.

           IF WS-ADJ-FAILED
              MOVE 'CRAEXPO NOT UPDATED - SEE LOG' TO WS-EDIT-REASON
              PERFORM 2900-REJECT-FEED
           ELSE
              EVALUATE TRUE
                  WHEN CRA-OFR-BOOKED
                     ADD 1 TO WS-CORRECTED-CNT
                  WHEN CRA-OFR-EXPIRED OR CRA-OFR-WITHDRAWN
                     ADD 1 TO WS-LATE-BOOKED-CNT
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
              ADD 1 TO WS-BOOKED-CNT
              ADD BKG-BOOKED-AMT TO WS-BOOKED-AMT
              SET CRA-OFR-BOOKED       TO TRUE
              MOVE BKG-BOOKED-AMT      TO CRA-OFR-BOOKED-AMT
              MOVE BKG-BOOKED-DATE     TO CRA-OFR-BOOKED-DATE
              MOVE SPACES              TO CRA-OFR-CLOSED-DATE
              IF CRA-OFR-CUST-ID = SPACES
                 MOVE 0                TO CRA-OFR-POSTED-AMT
              ELSE
                 MOVE BKG-BOOKED-AMT   TO CRA-OFR-POSTED-AMT
              END-IF
              PERFORM 2800-REWRITE-OFFER
           END-IF.

       2210-APPLY-BOOKING-END. EXIT.

      *****************
       2300-WITHDRAW-OFFER.
      *****************
      * ONLY AN OPEN OFFER CAN BE WITHDRAWN. ONE ALREADY EXPIRED OR
      * WITHDRAWN HAS NOTHING LEFT ON CRAEXPO AND IS COUNTED AND
      * LEFT; ONE ALREADY BOOKED IS A LOAN AND ORIGINATION MUST SAY
      * WHAT IT MEANT.

           EVALUATE TRUE
               WHEN CRA-OFR-BOOKED
                  MOVE 'OFFER ALREADY BOOKED' TO WS-EDIT-REASON
                  PERFORM 2900-REJECT-FEED
               WHEN CRA-OFR-EXPIRED OR CRA-OFR-WITHDRAWN
                  ADD 1 TO WS-CLOSED-CNT
               WHEN OTHER
                  PERFORM 2400-RELEASE-OFFER
                  IF WS-ADJ-FAILED
                     MOVE 'CRAEXPO NOT UPDATED - SEE LOG'
                                        TO WS-EDIT-REASON
                     PERFORM 2900-REJECT-FEED
                  ELSE
                     ADD 1 TO WS-WITHDRAWN-CNT
                     SUBTRACT WS-ADJ-AMT FROM WS-WITHDRAWN-AMT
                     SET CRA-OFR-WITHDRAWN TO TRUE
                     MOVE CTL-RUN-DATE  TO CRA-OFR-CLOSED-DATE
                     MOVE 0             TO CRA-OFR-POSTED-AMT
                     PERFORM 2800-REWRITE-OFFER
                  END-IF
           END-EVALUATE.

       2300-WITHDRAW-OFFER-END. EXIT.

      *****************
       2400-RELEASE-OFFER.
      *****************
      * TAKES WHAT THE OFFER IN CRA-OFFER-RECORD HAS ON CRAEXPO BACK
      * OFF - FOR A WITHDRAWAL OR AN EXPIRY. WS-ADJ-AMT IS LEFT AS
      * THE (NEGATIVE) AMOUNT RELEASED.

           IF CRA-OFR-POSTED-AMT IS NOT NUMERIC
              MOVE 0 TO CRA-OFR-POSTED-AMT
           END-IF.

           MOVE CRA-OFR-CUST-ID TO WS-ADJ-CUST-ID.
           SET WS-ADJ-NOT-BOOKING TO TRUE.
           COMPUTE WS-ADJ-AMT = 0 - CRA-OFR-POSTED-AMT.
           IF CRA-OFR-POSTED-AMT > 0
              MOVE -1 TO WS-ADJ-CNT
           ELSE
              MOVE 0 TO WS-ADJ-CNT
           END-IF.

           PERFORM 2500-ADJUST-EXPOSURE.

       2400-RELEASE-OFFER-END. EXIT.

      *****************
       2500-ADJUST-EXPOSURE.
      *****************
      * APPLIES WS-ADJ-AMT AND WS-ADJ-CNT TO WS-ADJ-CUST-ID'S CRAEXPO
      * RECORD, NEITHER GOING BELOW ZERO. A CUSTOMER NOT ON FILE IS
      * ADDED ONLY WHEN THERE IS SOMETHING TO ADD - A RELEASE FOR A
      * CUSTOMER THE LAST SERVICING RELOAD DROPPED HAS NOTHING LEFT
      * TO TAKE OFF. A BOOKING ALSO STAMPS THE LAST-POSTED DATE AND
      * REFERENCE, AS THE ONLINE POSTING DOES.

           SET WS-ADJ-DONE TO TRUE.

           IF WS-ADJ-CUST-ID = SPACES OR
              (WS-ADJ-AMT = 0 AND WS-ADJ-CNT = 0)
              CONTINUE
           ELSE
              PERFORM 2510-UPDATE-EXPOSURE
           END-IF.

       2500-ADJUST-EXPOSURE-END. EXIT.

      *****************
       2510-UPDATE-EXPOSURE.
      *****************

           MOVE WS-ADJ-CUST-ID TO CRA-EXP-CUST-ID.
           READ CRAEXPO.

           EVALUATE TRUE
               WHEN WS-EXP-OK
                  IF CRA-EXP-TOTAL-AMT IS NOT NUMERIC
                     MOVE 0 TO CRA-EXP-TOTAL-AMT
                  END-IF
                  IF CRA-EXP-LOAN-CNT IS NOT NUMERIC
                     MOVE 0 TO CRA-EXP-LOAN-CNT
                  END-IF
                  COMPUTE WS-ADJ-NEW-TOTAL =
                      CRA-EXP-TOTAL-AMT + WS-ADJ-AMT
                  COMPUTE WS-ADJ-NEW-CNT =
                      CRA-EXP-LOAN-CNT + WS-ADJ-CNT
                  IF WS-ADJ-NEW-TOTAL < 0
                     MOVE 0 TO WS-ADJ-NEW-TOTAL
                  END-IF
                  IF WS-ADJ-NEW-CNT < 0
                     MOVE 0 TO WS-ADJ-NEW-CNT
                  END-IF
                  COMPUTE WS-NET-CHANGE-AMT = WS-NET-CHANGE-AMT
                      + WS-ADJ-NEW-TOTAL - CRA-EXP-TOTAL-AMT
                  MOVE WS-ADJ-NEW-TOTAL TO CRA-EXP-TOTAL-AMT
                  MOVE WS-ADJ-NEW-CNT   TO CRA-EXP-LOAN-CNT
                  IF WS-ADJ-IS-BOOKING
                     MOVE BKG-BOOKED-DATE  TO CRA-EXP-LAST-DATE
                     MOVE CRA-OFR-APPL-REF TO CRA-EXP-LAST-REF
                  END-IF
                  REWRITE CRA-EXPOSURE-RECORD
                  IF NOT WS-EXP-OK
                     DISPLAY 'CRAOFL - CRAEXPO REWRITE FAILED FOR '
                             WS-ADJ-CUST-ID ', STATUS = '
                             WS-EXP-FILE-STATUS
                     SET WS-ADJ-FAILED TO TRUE
                  END-IF
               WHEN WS-EXP-NOTFND
                  IF WS-ADJ-AMT > 0
                     MOVE SPACES           TO CRA-EXPOSURE-RECORD
                     MOVE WS-ADJ-CUST-ID   TO CRA-EXP-CUST-ID
                     MOVE WS-ADJ-AMT       TO CRA-EXP-TOTAL-AMT
                     MOVE 1                TO CRA-EXP-LOAN-CNT
                     MOVE BKG-BOOKED-DATE  TO CRA-EXP-LAST-DATE
                     MOVE CRA-OFR-APPL-REF TO CRA-EXP-LAST-REF
                     WRITE CRA-EXPOSURE-RECORD
                     IF WS-EXP-OK
                        ADD WS-ADJ-AMT TO WS-NET-CHANGE-AMT
                     ELSE
                        DISPLAY 'CRAOFL - CRAEXPO WRITE FAILED FOR '
                                WS-ADJ-CUST-ID ', STATUS = '
                                WS-EXP-FILE-STATUS
                        SET WS-ADJ-FAILED TO TRUE
                     END-IF
                  END-IF
               WHEN OTHER
                  DISPLAY 'CRAOFL - CRAEXPO READ FAILED FOR '
                          WS-ADJ-CUST-ID ', STATUS = '
                          WS-EXP-FILE-STATUS
                  SET WS-ADJ-FAILED TO TRUE
           END-EVALUATE.

           IF WS-ADJ-FAILED
              ADD 1 TO WS-WRITE-FAIL-CNT
           END-IF.

       2510-UPDATE-EXPOSURE-END. EXIT.

      *****************
       2800-REWRITE-OFFER.
      *****************

           MOVE CTL-RUN-DATE TO CRA-OFR-LAST-RUN-DATE.

           REWRITE CRA-OFFER-RECORD.
           IF NOT WS-OFR-OK
              DISPLAY 'CRAOFL - CRAOFFR REWRITE FAILED FOR '
                      CRA-OFR-APPL-REF ', STATUS = '
                      WS-OFR-FILE-STATUS
              ADD 1 TO WS-WRITE-FAIL-CNT
           END-IF.

       2800-REWRITE-OFFER-END. EXIT.

      *****************
       2900-REJECT-FEED.
      *****************

           ADD 1 TO WS-REJECT-CNT.
           MOVE BKG-APPL-REF    TO WS-REJ-REF.
           MOVE BKG-ACTION      TO WS-REJ-ACTION.
           MOVE BKG-BOOKED-AMT  TO WS-REJ-AMT.
           MOVE WS-EDIT-REASON  TO WS-REJ-REASON.
           WRITE RPT-LINE FROM WS-RPT-REJECT.

       2900-REJECT-FEED-END. EXIT.

      *****************
       3000-SWEEP-OFFERS.
      *****************
      * ONE PASS OF THE OFFER FILE AFTER THE FEED: EXPIRE WHAT HAS
      * AGED OUT, AND COUNT WHAT IS STILL OPEN INTO THE PIPELINE.

           MOVE LOW-VALUES TO CRA-OFR-APPL-REF.
           START CRAOFFR KEY NOT LESS THAN CRA-OFR-APPL-REF
           END-START.

           EVALUATE TRUE
               WHEN WS-OFR-OK
                  SET WS-READ-MORE TO TRUE
                  PERFORM 3100-READ-OFFER
                  PERFORM 3200-SWEEP-OFFER UNTIL WS-READ-DONE
               WHEN WS-OFR-NOTFND
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'CRAOFL - CRAOFFR START FAILED, STATUS = '
                          WS-OFR-FILE-STATUS
                  GO TO 9900-ABORT
           END-EVALUATE.

       3000-SWEEP-OFFERS-END. EXIT.

      *****************
       3100-READ-OFFER.
      *****************

           READ CRAOFFR NEXT RECORD.

           IF WS-OFR-EOF
              SET WS-READ-DONE TO TRUE
           ELSE
              IF NOT WS-OFR-OK
                 DISPLAY 'CRAOFL - CRAOFFR READ NEXT FAILED, STATUS = '
                         WS-OFR-FILE-STATUS
                 GO TO 9900-ABORT
              END-IF
           END-IF.

       3100-READ-OFFER-END. EXIT.

      *****************
       3200-SWEEP-OFFER.
      *****************
      * AN OPEN OFFER WITH NO READABLE DATE CANNOT BE AGED; IT IS
      * LEFT OPEN AND COUNTED SO SOMEONE LOOKS AT IT.

           EVALUATE TRUE
               WHEN NOT CRA-OFR-OFFERED
                  CONTINUE
               WHEN CRA-OFR-OFFER-DATE IS NOT NUMERIC
                  ADD 1 TO WS-UNDATED-CNT
               WHEN CRA-OFR-OFFER-DATE < WS-CUTOFF-DATE
                  PERFORM 3210-EXPIRE-OFFER
               WHEN OTHER
                  PERFORM 3300-COUNT-PIPELINE
           END-EVALUATE.

           PERFORM 3100-READ-OFFER.

       3200-SWEEP-OFFER-END. EXIT.

      *****************
       3210-EXPIRE-OFFER.
      *****************
      * AN OFFER WHOSE RELEASE COULD NOT BE POSTED STAYS OPEN, AND
      * IN THE PIPELINE, FOR THE NEXT RUN TO TRY AGAIN.

           PERFORM 2400-RELEASE-OFFER.

           IF WS-ADJ-DONE
              ADD 1 TO WS-EXPIRED-CNT
              SUBTRACT WS-ADJ-AMT FROM WS-EXPIRED-AMT
              SET CRA-OFR-EXPIRED  TO TRUE
              MOVE CTL-RUN-DATE    TO CRA-OFR-CLOSED-DATE
              MOVE 0               TO CRA-OFR-POSTED-AMT
              PERFORM 2800-REWRITE-OFFER
           ELSE
              PERFORM 3300-COUNT-PIPELINE
           END-IF.

       3210-EXPIRE-OFFER-END. EXIT.

      *****************
       3300-COUNT-PIPELINE.
      *****************

           MOVE CRA-OFR-OFFER-DATE TO WS-OFFER-DATE-NUM.
           COMPUTE WS-OFFER-AGE = WS-RUN-DATE-INT
               - FUNCTION INTEGER-OF-DATE(WS-OFFER-DATE-NUM).
           IF WS-OFFER-AGE < 0
              MOVE 0 TO WS-OFFER-AGE
           END-IF.

           PERFORM 3310-FIND-AGE-BUCKET
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 4
                  OR WS-OFFER-AGE NOT > WS-AGE-TOP(WS-AGE-SUB).

           IF CRA-OFR-SOURCE = SPACES
              MOVE '(NONE)' TO WS-SRC-KEY
           ELSE
              MOVE CRA-OFR-SOURCE TO WS-SRC-KEY
           END-IF.

           PERFORM 3320-FIND-SOURCE
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-CNT
                  OR WS-SRC-CODE(WS-SRC-SUB) = WS-SRC-KEY.

           IF WS-SRC-SUB > WS-SRC-CNT
              IF WS-SRC-CNT < 20
                 ADD 1 TO WS-SRC-CNT
                 MOVE WS-SRC-CNT TO WS-SRC-SUB
                 PERFORM 3330-CLEAR-SOURCE
                 MOVE WS-SRC-KEY TO WS-SRC-CODE(WS-SRC-SUB)
                 IF WS-SRC-SUB = 20
                    MOVE '*OTHERS*' TO WS-SRC-CODE(WS-SRC-SUB)
                 END-IF
              ELSE
                 MOVE 20 TO WS-SRC-SUB
              END-IF
           END-IF.

           IF CRA-OFR-OFFER-AMT IS NOT NUMERIC
              MOVE 0 TO CRA-OFR-OFFER-AMT
           END-IF.

           ADD 1 TO WS-SRC-AGE-CNT(WS-SRC-SUB, WS-AGE-SUB).
           ADD 1 TO WS-SRC-OPEN-CNT(WS-SRC-SUB).
           ADD CRA-OFR-OFFER-AMT TO WS-SRC-OPEN-AMT(WS-SRC-SUB).

           ADD 1 TO WS-SRC-AGE-CNT(21, WS-AGE-SUB).
           ADD 1 TO WS-SRC-OPEN-CNT(21).
           ADD CRA-OFR-OFFER-AMT TO WS-SRC-OPEN-AMT(21).

       3300-COUNT-PIPELINE-END. EXIT.

      *****************
       3310-FIND-AGE-BUCKET.
      *****************
      * NOTHING TO DO - THE VARYING CLAUSE DOES THE SEARCH, AND AN
      * AGE BEYOND THE FOURTH BUCKET FALLS THROUGH TO THE FIFTH.

           CONTINUE.

       3310-FIND-AGE-BUCKET-END. EXIT.

      *****************
       3320-FIND-SOURCE.
      *****************

           CONTINUE.

       3320-FIND-SOURCE-END. EXIT.

      *****************
       3330-CLEAR-SOURCE.
      *****************

           MOVE 0 TO WS-SRC-AGE-CNT(WS-SRC-SUB, 1)
                     WS-SRC-AGE-CNT(WS-SRC-SUB, 2)
                     WS-SRC-AGE-CNT(WS-SRC-SUB, 3)
                     WS-SRC-AGE-CNT(WS-SRC-SUB, 4)
                     WS-SRC-AGE-CNT(WS-SRC-SUB, 5)
                     WS-SRC-OPEN-CNT(WS-SRC-SUB)
                     WS-SRC-OPEN-AMT(WS-SRC-SUB).

       3330-CLEAR-SOURCE-END. EXIT.

      *****************
       4000-WRITE-REPORT.
      *****************

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'FEED RECORDS READ'          TO WS-DET-LABEL.
           MOVE WS-READ-CNT                  TO WS-DET-COUNT.
           PERFORM 4900-WRITE-COUNT.

           MOVE 'OFFERS BOOKED (BOOKED AMOUNT)' TO WS-DET-LABEL.
           MOVE WS-BOOKED-CNT                TO WS-DET-COUNT.
           MOVE WS-BOOKED-AMT                TO WS-DET-AMT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE '  OF WHICH AMOUNT CORRECTIONS' TO WS-DET-LABEL.
           MOVE WS-CORRECTED-CNT             TO WS-DET-COUNT.
           PERFORM 4900-WRITE-COUNT.

           MOVE '  OF WHICH BOOKED AFTER CLOSE' TO WS-DET-LABEL.
           MOVE WS-LATE-BOOKED-CNT           TO WS-DET-COUNT.
           PERFORM 4900-WRITE-COUNT.

           MOVE 'BOOKINGS ALREADY APPLIED'   TO WS-DET-LABEL.
           MOVE WS-REPEAT-CNT                TO WS-DET-COUNT.
           PERFORM 4900-WRITE-COUNT.

           MOVE 'OFFERS WITHDRAWN (AMOUNT RELEASED)'
                                             TO WS-DET-LABEL.
           MOVE WS-WITHDRAWN-CNT             TO WS-DET-COUNT.
           MOVE WS-WITHDRAWN-AMT             TO WS-DET-AMT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'WITHDRAWALS OF CLOSED OFFERS' TO WS-DET-LABEL.
           MOVE WS-CLOSED-CNT                TO WS-DET-COUNT.
           PERFORM 4900-WRITE-COUNT.

           MOVE 'OFFERS EXPIRED (AMOUNT RELEASED)'
                                             TO WS-DET-LABEL.
           MOVE WS-EXPIRED-CNT               TO WS-DET-COUNT.
           MOVE WS-EXPIRED-AMT               TO WS-DET-AMT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'CRAEXPO NET CHANGE'         TO WS-DET-LABEL.
           MOVE WS-NET-CHANGE-AMT            TO WS-DET-AMT.
           MOVE WS-RPT-DETAIL                TO RPT-LINE.
           MOVE SPACES                       TO RPT-LINE(41:7).
           WRITE RPT-LINE.

           MOVE 'REJECTED (LISTED ABOVE)'    TO WS-DET-LABEL.
           MOVE WS-REJECT-CNT                TO WS-DET-COUNT.
           PERFORM 4900-WRITE-COUNT.

           MOVE 'FILE UPDATE FAILURES'       TO WS-DET-LABEL.
           MOVE WS-WRITE-FAIL-CNT            TO WS-DET-COUNT.
           PERFORM 4900-WRITE-COUNT.

           MOVE 'OPEN OFFERS WITH NO READABLE DATE'
                                             TO WS-DET-LABEL.
           MOVE WS-UNDATED-CNT               TO WS-DET-COUNT.
           PERFORM 4900-WRITE-COUNT.

           PERFORM 4100-WRITE-PIPELINE.

           IF WS-REJECT-CNT > 0 OR WS-WRITE-FAIL-CNT > 0 OR
              WS-UNDATED-CNT > 0
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE '  OFFERS NOT FULLY UPDATED - SEE REJECTS AND LOG'
                                             TO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       4000-WRITE-REPORT-END. EXIT.

      *****************
       4100-WRITE-PIPELINE.
      *****************

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '  OPEN OFFER PIPELINE BY SOURCE AND AGE IN DAYS, '
                                     DELIMITED BY SIZE
                  'AT '              DELIMITED BY SIZE
                  CTL-RUN-DATE       DELIMITED BY SIZE
             INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-RPT-PIPE-HEAD.

           PERFORM 4110-WRITE-SOURCE-LINE
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-CNT.

           MOVE 21 TO WS-SRC-SUB.
           MOVE 'TOTAL' TO WS-SRC-CODE(21).
           PERFORM 4110-WRITE-SOURCE-LINE.

       4100-WRITE-PIPELINE-END. EXIT.

      *****************
       4110-WRITE-SOURCE-LINE.
      *****************

           MOVE WS-SRC-CODE(WS-SRC-SUB) TO WS-PIP-SOURCE.
           PERFORM 4120-EDIT-AGE-COUNT
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 5.
           MOVE WS-SRC-OPEN-CNT(WS-SRC-SUB) TO WS-PIP-OPEN.
           MOVE WS-SRC-OPEN-AMT(WS-SRC-SUB) TO WS-PIP-AMT.
           WRITE RPT-LINE FROM WS-RPT-PIPE-LINE.

       4110-WRITE-SOURCE-LINE-END. EXIT.

      *****************
       4120-EDIT-AGE-COUNT.
      *****************

           MOVE WS-SRC-AGE-CNT(WS-SRC-SUB, WS-AGE-SUB)
             TO WS-PIP-AGE(WS-AGE-SUB).

       4120-EDIT-AGE-COUNT-END. EXIT.

      *****************
       4900-WRITE-COUNT.
      *****************
      * A COUNT-ONLY LINE - THE AMOUNT COLUMN LEFT BLANK.

           MOVE WS-RPT-DETAIL TO RPT-LINE.
           MOVE SPACES TO RPT-LINE(50:16).
           WRITE RPT-LINE.

       4900-WRITE-COUNT-END. EXIT.

      *****************
       9000-TERMINATE.
      *****************

           CLOSE CRAOFLCT.
           CLOSE CRAOFLIN.
           CLOSE CRAOFFR.
           CLOSE CRAEXPO.
           CLOSE CRAOFLRPT.

       9000-TERMINATE-END. EXIT.

      *****************
       9900-ABORT.
      *****************
      * REACHED AFTER THE FAILING STEP HAS ALREADY DISPLAYED WHICH
      * FILE AND STATUS CAUSED THE ABEND.

           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-ABORT-END. EXIT.
