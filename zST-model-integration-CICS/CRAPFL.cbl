       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRAPFL.

      * AUTHOR - MAHALAKSHMI V************************************
      *
      * MONTHLY LOAN-PERFORMANCE FEED LOAD. SERVICING SENDS ONE
      * RECORD PER BOOKED LOAN PER MONTH - APPLICATION REFERENCE,
      * THE MONTH REPORTED, THE DELINQUENCY STATUS (CURRENT, 30, 60,
      * 90+ DAYS PAST DUE OR CHARGED OFF) AND MONTHS ON BOOK. UNTIL
      * NOW NOTHING ON THIS SIDE EVER SAW WHAT BECAME OF A LOAN AFTER
      * THE DECISION, SO NOTHING COULD SAY WHETHER A LOW BAND STAYED
      * GOOD. THIS LOAD KEEPS ONE OUTCOME RECORD PER LOAN ON THE
      * CRAOUTC KSDS (LAYOUT CRAOUTR) FOR THE CRABKT BACK-TEST TO
      * JOIN TO CRAAUDIT.
      *
      * EACH FEED RECORD UPDATES ITS LOAN'S OUTCOME IN PLACE, OR ADDS
      * IT THE FIRST TIME THE LOAN IS SEEN. THE LATEST MONTH'S STATUS
      * AND MONTHS ON BOOK REPLACE THE OLD ONES; THE WORST STATUS
      * EVER REPORTED IS KEPT ALONGSIDE, SO A LOAN THAT CURES AFTER
      * GOING 90+ STILL COUNTS BAD. A FEED RECORD FOR A MONTH OLDER
      * THAN THE ONE ALREADY HELD (A LATE RESEND OR A BACKFILL) CAN
      * ONLY WORSEN THE WORST STATUS - IT NEVER WINDS THE CURRENT
      * POSITION BACK. A RECORD THAT FAILS ITS EDITS IS LISTED ON THE
      * LOAD REPORT AND SKIPPED, AND THE JOB ENDS RC=4 SO SERVICING
      * CAN BE CHASED FOR A CORRECTION.
      *
      * DRIVEN BY A ONE-RECORD CONTROL FILE (CRAPFLCT) CARRYING THE
      * RUN DATE, STAMPED ON EVERY OUTCOME RECORD THE RUN TOUCHES.
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRAPFLCT  ASSIGN TO CRAPFLCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT CRAPFLIN  ASSIGN TO CRAPFLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT CRAOUTC   ASSIGN TO CRAOUTC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRA-OUT-APPL-REF
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT CRAPFLRPT ASSIGN TO CRAPFLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CRAPFLCT
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RECORD.
           05  CTL-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(72).

      * THE SERVICING FEED - ONE LOAN, ONE MONTH. MONTHS ON BOOK IS
      * 000 IN THE BOOKING MONTH ITSELF.
       FD  CRAPFLIN
           RECORD CONTAINS 80 CHARACTERS.
       01  PFL-RECORD.
           05  PFL-APPL-REF             PIC X(10).
           05  PFL-AS-OF-MONTH          PIC X(06).
           05  PFL-AS-OF-PARTS REDEFINES PFL-AS-OF-MONTH.
               10  PFL-AS-OF-YYYY       PIC 9(04).
               10  PFL-AS-OF-MM         PIC 9(02).
           05  PFL-STATUS               PIC X(02).
           05  PFL-MONTHS-ON-BOOK       PIC 9(03).
           05  FILLER                   PIC X(59).

       FD  CRAOUTC
           RECORD CONTAINS 37 CHARACTERS.
       COPY CRAOUTR.

       FD  CRAPFLRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-GROUP.
         03  WS-CTL-FILE-STATUS         pic x(2).
            88  WS-CTL-OK                   value '00'.
         03  WS-FEED-FILE-STATUS        pic x(2).
            88  WS-FEED-OK                  value '00'.
         03  WS-OUT-FILE-STATUS         pic x(2).
            88  WS-OUT-OK                   value '00'.
            88  WS-OUT-NOTFND               value '23'.
      * STATUS 35 ON THE OPEN - A VSAM KSDS THAT HAS NEVER HELD A
      * RECORD, AS THE OUTCOME FILE IS BEFORE THE FIRST MONTH'S
      * LOAD. IT IS OPENED OUTPUT ONCE TO PRIME IT AND THEN REOPENED
      * FOR UPDATE, INSTEAD OF NEEDING A SEPARATE SEED JOB.
            88  WS-OUT-NEVER-LOADED         value '35'.
         03  WS-RPT-FILE-STATUS         pic x(2).
            88  WS-RPT-OK                   value '00'.

       01  WS-CTL.
         03  WS-READ-SW                 pic x(1).
            88  WS-READ-MORE                value 'Y'.
            88  WS-READ-DONE                value 'N'.
         03  WS-READ-CNT                pic 9(07) COMP-3 value 0.
         03  WS-ADDED-CNT               pic 9(07) COMP-3 value 0.
         03  WS-UPDATED-CNT             pic 9(07) COMP-3 value 0.
         03  WS-LATE-CNT                pic 9(07) COMP-3 value 0.
         03  WS-REJECT-CNT              pic 9(07) COMP-3 value 0.
         03  WS-WRITE-FAIL-CNT          pic 9(07) COMP-3 value 0.
         03  WS-EDIT-SW                 pic x(1).
            88  WS-EDIT-PASSED              value 'Y'.
            88  WS-EDIT-FAILED              value 'N'.
         03  WS-EDIT-REASON             pic x(30).

      * DELINQUENCY SEVERITY, SO TWO STATUSES CAN BE COMPARED - THE
      * CODES THEMSELVES DO NOT COLLATE IN SEVERITY ORDER ('CO'
      * SORTS BELOW 'CU').
       01  WS-RANK-WORK.
         03  WS-RANK-STATUS             pic x(2).
         03  WS-RANK                    pic s9(4) BINARY.
         03  WS-FEED-RANK               pic s9(4) BINARY.
         03  WS-WORST-RANK              pic s9(4) BINARY.

      * BOOKING MONTH = REPORTED MONTH LESS MONTHS ON BOOK, WORKED
      * AS A RUNNING MONTH NUMBER (YEAR * 12 + MONTH - 1) SO THE
      * SUBTRACTION CROSSES YEAR ENDS WITHOUT SPECIAL CASES.
       01  WS-MONTH-WORK.
         03  WS-MONTH-NUM               pic s9(7) COMP-3.
         03  WS-BOOK-YYYY               pic 9(4).
         03  WS-BOOK-MM-REM             pic 9(2).
         03  WS-BOOK-MONTH.
            05  WS-BOOK-MONTH-YYYY         pic 9(4).
            05  WS-BOOK-MONTH-MM           pic 9(2).

       01  WS-RPT-DETAIL.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-DET-LABEL               pic x(38).
         03  WS-DET-COUNT               pic zzzzzz9.
         03  FILLER                     pic x(33) value spaces.

       01  WS-RPT-REJECT.
         03  FILLER                     pic x(4)  value spaces.
         03  WS-REJ-REF                 pic x(10).
         03  FILLER                     pic x(2)  value spaces.
         03  WS-REJ-MONTH               pic x(6).
         03  FILLER                     pic x(2)  value spaces.
         03  WS-REJ-STATUS              pic x(2).
         03  FILLER                     pic x(2)  value spaces.
         03  WS-REJ-REASON              pic x(30).
         03  FILLER                     pic x(22) value spaces.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-FEED UNTIL WS-READ-DONE.
           PERFORM 3000-WRITE-REPORT.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *****************
       1000-INITIALIZE.
      *****************

           OPEN INPUT CRAPFLCT.
           IF NOT WS-CTL-OK
              DISPLAY 'CRAPFL - UNABLE TO OPEN CRAPFLCT, STATUS = '
                      WS-CTL-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           READ CRAPFLCT
               AT END
                  DISPLAY 'CRAPFL - CONTROL FILE EMPTY'
                  GO TO 9900-ABORT
           END-READ.

           IF CTL-RUN-DATE = SPACES OR
              CTL-RUN-DATE IS NOT NUMERIC
              DISPLAY 'CRAPFL - CONTROL RUN DATE MISSING OR NOT '
                      'YYYYMMDD: ' CTL-RUN-DATE
              GO TO 9900-ABORT
           END-IF.

           OPEN INPUT CRAPFLIN.
           IF NOT WS-FEED-OK
              DISPLAY 'CRAPFL - UNABLE TO OPEN CRAPFLIN, STATUS = '
                      WS-FEED-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           OPEN I-O CRAOUTC.
           IF WS-OUT-NEVER-LOADED
              DISPLAY 'CRAPFL - CRAOUTC NEVER LOADED, PRIMING IT'
              OPEN OUTPUT CRAOUTC
              CLOSE CRAOUTC
              OPEN I-O CRAOUTC
           END-IF.
           IF NOT WS-OUT-OK
              DISPLAY 'CRAPFL - UNABLE TO OPEN CRAOUTC, STATUS = '
                      WS-OUT-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           OPEN OUTPUT CRAPFLRPT.
           IF NOT WS-RPT-OK
              DISPLAY 'CRAPFL - UNABLE TO OPEN CRAPFLRPT, STATUS = '
                      WS-RPT-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           MOVE SPACES TO RPT-LINE.
           STRING '  CREDIT RISK - LOAN PERFORMANCE FEED LOAD, RUN '
                                     DELIMITED BY SIZE
                  CTL-RUN-DATE       DELIMITED BY SIZE
             INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           SET WS-READ-MORE TO TRUE.
           PERFORM 1100-READ-FEED.

       1000-INITIALIZE-END. EXIT.

      *****************
       1100-READ-FEED.
      *****************

           READ CRAPFLIN
               AT END SET WS-READ-DONE TO TRUE
           END-READ.

       1100-READ-FEED-END. EXIT.

      *****************
       2000-LOAD-FEED.
      *****************
      * ONE FEED RECORD - EDIT IT, THEN FOLD IT INTO THE LOAN'S
      * OUTCOME RECORD OR ADD ONE.

           ADD 1 TO WS-READ-CNT.

           PERFORM 2100-EDIT-FEED.

           IF WS-EDIT-PASSED
              MOVE PFL-APPL-REF TO CRA-OUT-APPL-REF
              READ CRAOUTC
              EVALUATE TRUE
                  WHEN WS-OUT-OK
                     PERFORM 2300-UPDATE-OUTCOME
                  WHEN WS-OUT-NOTFND
                     PERFORM 2400-ADD-OUTCOME
                  WHEN OTHER
                     DISPLAY 'CRAPFL - CRAOUTC READ FAILED FOR '
                             PFL-APPL-REF ', STATUS = '
                             WS-OUT-FILE-STATUS
                     GO TO 9900-ABORT
              END-EVALUATE
           ELSE
              ADD 1 TO WS-REJECT-CNT
              MOVE PFL-APPL-REF    TO WS-REJ-REF
              MOVE PFL-AS-OF-MONTH TO WS-REJ-MONTH
              MOVE PFL-STATUS      TO WS-REJ-STATUS
              MOVE WS-EDIT-REASON  TO WS-REJ-REASON
              WRITE RPT-LINE FROM WS-RPT-REJECT
           END-IF.

           PERFORM 1100-READ-FEED.

       2000-LOAD-FEED-END. EXIT.

      *****************
       2100-EDIT-FEED.
      *****************
      * FIRST FAILING FIELD WINS - ONE REASON IS ENOUGH FOR
      * SERVICING TO FIND THE RECORD.

           SET WS-EDIT-PASSED TO TRUE.
           MOVE SPACES TO WS-EDIT-REASON.

           MOVE PFL-STATUS TO WS-RANK-STATUS.
           PERFORM 2500-RANK-STATUS.

           EVALUATE TRUE
               WHEN PFL-APPL-REF = SPACES
                  SET WS-EDIT-FAILED TO TRUE
                  MOVE 'APPLICATION REFERENCE MISSING'
                                        TO WS-EDIT-REASON
               WHEN PFL-AS-OF-MONTH IS NOT NUMERIC
                  SET WS-EDIT-FAILED TO TRUE
                  MOVE 'REPORTED MONTH NOT YYYYMM'
                                        TO WS-EDIT-REASON
               WHEN PFL-AS-OF-MM < 1 OR PFL-AS-OF-MM > 12
                  SET WS-EDIT-FAILED TO TRUE
                  MOVE 'REPORTED MONTH NOT YYYYMM'
                                        TO WS-EDIT-REASON
               WHEN WS-RANK < 0
                  SET WS-EDIT-FAILED TO TRUE
                  MOVE 'STATUS NOT CU/30/60/90/CO'
                                        TO WS-EDIT-REASON
               WHEN PFL-MONTHS-ON-BOOK IS NOT NUMERIC
                  SET WS-EDIT-FAILED TO TRUE
                  MOVE 'MONTHS ON BOOK NOT NUMERIC'
                                        TO WS-EDIT-REASON
               WHEN OTHER
                  MOVE WS-RANK TO WS-FEED-RANK
           END-EVALUATE.

       2100-EDIT-FEED-END. EXIT.

      *****************
       2300-UPDATE-OUTCOME.
      *****************
      * LOAN ALREADY ON FILE. A SAME-OR-LATER MONTH REPLACES THE
      * CURRENT POSITION; AN EARLIER ONE IS A LATE RESEND AND MAY
      * ONLY WORSEN THE WORST-EVER STATUS.

           MOVE CRA-OUT-WORST-STATUS TO WS-RANK-STATUS.
           PERFORM 2500-RANK-STATUS.
           MOVE WS-RANK TO WS-WORST-RANK.

           IF PFL-AS-OF-MONTH < CRA-OUT-AS-OF-MONTH
              ADD 1 TO WS-LATE-CNT
           ELSE
              MOVE PFL-STATUS         TO CRA-OUT-STATUS
              MOVE PFL-MONTHS-ON-BOOK TO CRA-OUT-MONTHS-ON-BOOK
              MOVE PFL-AS-OF-MONTH    TO CRA-OUT-AS-OF-MONTH
           END-IF.

           IF WS-FEED-RANK > WS-WORST-RANK
              MOVE PFL-STATUS TO CRA-OUT-WORST-STATUS
           END-IF.

           IF CRA-OUT-BOOK-MONTH = SPACES
              PERFORM 2600-CALC-BOOK-MONTH
              MOVE WS-BOOK-MONTH TO CRA-OUT-BOOK-MONTH
           END-IF.

           MOVE CTL-RUN-DATE TO CRA-OUT-LAST-LOAD-DATE.

           REWRITE CRA-OUTCOME-RECORD.
           IF WS-OUT-OK
              ADD 1 TO WS-UPDATED-CNT
           ELSE
              DISPLAY 'CRAPFL - CRAOUTC REWRITE FAILED FOR '
                      PFL-APPL-REF ', STATUS = ' WS-OUT-FILE-STATUS
              ADD 1 TO WS-WRITE-FAIL-CNT
           END-IF.

       2300-UPDATE-OUTCOME-END. EXIT.

      *****************
       2400-ADD-OUTCOME.
      *****************
      * FIRST MONTH SEEN FOR THIS LOAN. THE BOOKING MONTH IS FIXED
      * HERE AND NEVER MOVED AFTER.

           MOVE SPACES             TO CRA-OUTCOME-RECORD.
           MOVE PFL-APPL-REF       TO CRA-OUT-APPL-REF.
           MOVE PFL-STATUS         TO CRA-OUT-STATUS
                                      CRA-OUT-WORST-STATUS.
           MOVE PFL-MONTHS-ON-BOOK TO CRA-OUT-MONTHS-ON-BOOK.
           MOVE PFL-AS-OF-MONTH    TO CRA-OUT-AS-OF-MONTH.
           PERFORM 2600-CALC-BOOK-MONTH.
           MOVE WS-BOOK-MONTH      TO CRA-OUT-BOOK-MONTH.
           MOVE CTL-RUN-DATE       TO CRA-OUT-LAST-LOAD-DATE.

           WRITE CRA-OUTCOME-RECORD.
           IF WS-OUT-OK
              ADD 1 TO WS-ADDED-CNT
           ELSE
              DISPLAY 'CRAPFL - CRAOUTC WRITE FAILED FOR '
                      PFL-APPL-REF ', STATUS = ' WS-OUT-FILE-STATUS
              ADD 1 TO WS-WRITE-FAIL-CNT
           END-IF.

       2400-ADD-OUTCOME-END. EXIT.

      *****************
       2500-RANK-STATUS.
      *****************
      * SEVERITY OF WS-RANK-STATUS INTO WS-RANK, -1 WHEN IT IS NOT A
      * KNOWN CODE.

           EVALUATE WS-RANK-STATUS
               WHEN 'CU' MOVE 0 TO WS-RANK
               WHEN '30' MOVE 1 TO WS-RANK
               WHEN '60' MOVE 2 TO WS-RANK
               WHEN '90' MOVE 3 TO WS-RANK
               WHEN 'CO' MOVE 4 TO WS-RANK
               WHEN OTHER MOVE -1 TO WS-RANK
           END-EVALUATE.

       2500-RANK-STATUS-END. EXIT.

      *****************
       2600-CALC-BOOK-MONTH.
      *****************

           COMPUTE WS-MONTH-NUM =
               (PFL-AS-OF-YYYY * 12) + PFL-AS-OF-MM - 1
               - PFL-MONTHS-ON-BOOK.
           DIVIDE WS-MONTH-NUM BY 12
               GIVING WS-BOOK-YYYY
               REMAINDER WS-BOOK-MM-REM.
           MOVE WS-BOOK-YYYY TO WS-BOOK-MONTH-YYYY.
           COMPUTE WS-BOOK-MONTH-MM = WS-BOOK-MM-REM + 1.

       2600-CALC-BOOK-MONTH-END. EXIT.

      *****************
       3000-WRITE-REPORT.
      *****************

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'FEED RECORDS READ'          TO WS-DET-LABEL.
           MOVE WS-READ-CNT                  TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'NEW LOANS ADDED'            TO WS-DET-LABEL.
           MOVE WS-ADDED-CNT                 TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'LOANS UPDATED'              TO WS-DET-LABEL.
           MOVE WS-UPDATED-CNT               TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE '  OF WHICH LATE (OLDER MONTH)'
                                             TO WS-DET-LABEL.
           MOVE WS-LATE-CNT                  TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'REJECTED ON EDIT (LISTED ABOVE)'
                                             TO WS-DET-LABEL.
           MOVE WS-REJECT-CNT                TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'OUTCOME FILE WRITE FAILURES' TO WS-DET-LABEL.
           MOVE WS-WRITE-FAIL-CNT             TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           IF WS-REJECT-CNT > 0 OR WS-WRITE-FAIL-CNT > 0
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE '  FEED NOT FULLY LOADED - SEE REJECTS AND LOG'
                                             TO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-WRITE-REPORT-END. EXIT.

      *****************
       9000-TERMINATE.
      *****************

           CLOSE CRAPFLCT.
           CLOSE CRAPFLIN.
           CLOSE CRAOUTC.
           CLOSE CRAPFLRPT.

       9000-TERMINATE-END. EXIT.

      *****************
       9900-ABORT.
      *****************
      * REACHED AFTER THE FAILING STEP HAS ALREADY DISPLAYED WHICH
      * FILE AND STATUS CAUSED THE ABEND.

           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-ABORT-END. EXIT.
