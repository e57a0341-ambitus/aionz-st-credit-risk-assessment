       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRASIM.

      * AUTHOR - MAHALAKSHMI V************************************
      *
      * WHAT-IF SIMULATOR FOR A PROPOSED CRAPOL RULE SET AND CRAGRD
      * RATE GRID. A REWRITE OF EITHER QUEUE GOES LIVE THE MOMENT OPS
      * MAKE IT, AND UNTIL NOW THE FIRST ANYONE SAW OF ITS EFFECT WAS
      * THE NEXT MORNING'S CRAMIS. THIS RUN TAKES THE CANDIDATE RULES
      * AND CELLS, RE-APPLIES THEM TO A CHOSEN DATE RANGE OF PAST
      * CRAAUDIT DECISIONS AND REPORTS WHAT WOULD HAVE CHANGED - SO
      * CREDIT COMMITTEE SEES THE IMPACT IN NUMBERS BEFORE IT
      * APPROVES A POLICY CHANGE, NOT AFTER.
      *
      * NO SCORING CALLS ARE MADE. THE STORED PROBABILITY-1 IS
      * REUSED, AND THE GRADE, AMOUNT AND DEFAULT-ON-FILE FLAG ARE
      * PULLED BACK OUT OF THE STORED REQUEST JSON THE SAME WAY
      * CRADRF DOES (INTENT IS A COLUMN ON THE RECORD). THE RULE AND
      * CELL MATCHING BELOW IS CRAURL'S OWN 0516-APPLY-POLICY AND
      * 0560-PRICE-OFFER LOGIC, STEP FOR STEP - ANY CHANGE THERE
      * MUST BE MADE HERE TOO OR THE SIMULATION STOPS TELLING THE
      * TRUTH.
      *
      * INPUTS:
      *   CRASIMCT  ONE-RECORD CONTROL FILE - DECISION DATE FROM/TO
      *             (YYYYMMDD, INCLUSIVE).
      *   CRASIMIN  THE CANDIDATE SET. EACH 80-BYTE RECORD IS A TYPE
      *             BYTE FOLLOWED BY THE ENTRY EXACTLY AS IT WOULD BE
      *             WRITTEN TO THE QUEUE:
      *               'P' + A CRAPOLR POLICY RULE
      *               'G' + A CRAGRDR GRID CELL
      *             IN QUEUE ITEM ORDER - ORDER MATTERS, FIRST MATCH
      *             WINS, EXACTLY AS LIVE. BLANK RECORDS AND RECORDS
      *             STARTING '*' ARE COMMENTS. THE SAME 20-RULE AND
      *             30-CELL LIMITS AS CRAURL APPLY.
      *
      * A CANDIDATE SET WITH NO 'P' RECORDS LEAVES POLICY AS IT WAS:
      * EACH DECISION KEEPS ITS STORED BAND AND RULE AND ONLY THE
      * PRICING IS RE-RUN. ONE WITH NO 'G' RECORDS LEAVES PRICING AS
      * IT WAS: BANDS ARE RE-RUN AND THE CELL/RATE COMPARISONS ARE
      * NOT MADE. (TO SIMULATE REMOVING EVERY RULE, KEY ONE 'B' RULE
      * WITH NO CRITERIA AND THE COMPILED-IN 0.4000/0.6000 BOUNDS.)
      *
      * THE CUSTOMER'S CRAEXPO EXPOSURE AT THE TIME OF A PAST
      * DECISION IS NOT KEPT ANYWHERE, AND TODAY'S TOTAL WOULD
      * INCLUDE THE VERY LOANS BEING SIMULATED - SO A CUSTOMER-SCOPE
      * CEILING IS TESTED HERE ON THE APPLICATION AMOUNT ALONE, AS
      * LIVE DOES FOR AN APPLICANT WITH NO CUSTOMER ID. THE REPORT
      * SAYS HOW MANY DECISIONS THAT UNDERSTATES.
      *
      * "APPROVE" AND "DECLINE" ARE THE DECISION'S OUTCOME: LOW IS AN
      * APPROVAL, HIGH (INCLUDING A KNOCK-OUT) A DECLINE, AND A
      * MEDIUM CASE TAKES ITS CRAR DISPOSITION IF IT HAS ONE. A
      * DECISION WHOSE BAND WOULD NOT CHANGE KEEPS ITS OUTCOME; ONE
      * THAT WOULD MOVE TO MEDIUM IS COUNTED AS REFERRED, SINCE NO
      * OFFICER HAS SEEN IT. A FLIP IS APPROVE TO DECLINE OR DECLINE
      * TO APPROVE, AND EVERY FLIP IS LISTED BY REFERENCE.
      *
      * COUNTEROFFER PROBES, REUSED DECISIONS, THE DEMO REFERENCE
      * AND UNSCORED RECORDS ARE SKIPPED, AS IN CRADRF. A CANDIDATE
      * ENTRY CRAURL WOULD REFUSE (NON-NUMERIC BOUNDS OR TERMS) IS
      * REFUSED HERE TOO, SAID SO ON THE REPORT, AND ENDS THE JOB
      * RC=4 SO THE SET IS FIXED BEFORE IT IS PUBLISHED.
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRASIMCT  ASSIGN TO CRASIMCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT CRASIMIN  ASSIGN TO CRASIMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAND-FILE-STATUS.

           SELECT CRAAUDIT  ASSIGN TO CRAAUDIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRA-AUDIT-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CRASIMRPT ASSIGN TO CRASIMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CRASIMCT
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RECORD.
           05  CTL-DECISION-FROM        PIC X(08).
           05  CTL-DECISION-TO          PIC X(08).
           05  FILLER                   PIC X(64).

       FD  CRASIMIN
           RECORD CONTAINS 80 CHARACTERS.
       01  CAND-RECORD.
           05  CAND-TYPE                PIC X(01).
               88  CAND-IS-RULE             VALUE 'P'.
               88  CAND-IS-CELL             VALUE 'G'.
               88  CAND-IS-COMMENT          VALUE ' ' '*'.
           05  CAND-BODY                PIC X(79).

       FD  CRAAUDIT
           RECORD CONTAINS 1581 CHARACTERS.
       COPY CRAAUDR.

       FD  CRASIMRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-GROUP.
         03  WS-CTL-FILE-STATUS         pic x(2).
            88  WS-CTL-OK                   value '00'.
         03  WS-CAND-FILE-STATUS        pic x(2).
            88  WS-CAND-OK                  value '00'.
         03  WS-AUDIT-FILE-STATUS       pic x(2).
            88  WS-AUDIT-OK                 value '00'.
         03  WS-RPT-FILE-STATUS         pic x(2).
            88  WS-RPT-OK                   value '00'.

       01  WS-CTL.
         03  WS-READ-SW                 pic x(1).
            88  WS-READ-MORE                value 'Y'.
            88  WS-READ-DONE                value 'N'.
         03  WS-CAND-READ-SW            pic x(1).
            88  WS-CAND-MORE                value 'Y'.
            88  WS-CAND-DONE                value 'N'.
         03  WS-CAND-CUST-SW            pic x(1)  value 'N'.
            88  WS-CAND-HAS-CUST-SCOPE      value 'Y'.
         03  WS-CAND-WARN-CNT           pic s9(4) BINARY value 0.
         03  WS-READ-CNT                pic 9(07) COMP-3 value 0.
         03  WS-SIM-CNT                 pic 9(07) COMP-3 value 0.
         03  WS-SKIPPED-CNT             pic 9(07) COMP-3 value 0.
         03  WS-BAND-CHG-CNT            pic 9(07) COMP-3 value 0.
         03  WS-APP-TO-DEC-CNT          pic 9(07) COMP-3 value 0.
         03  WS-DEC-TO-APP-CNT          pic 9(07) COMP-3 value 0.
         03  WS-KO-CHG-CNT              pic 9(07) COMP-3 value 0.
         03  WS-CELL-CHG-CNT            pic 9(07) COMP-3 value 0.
         03  WS-RATE-CHG-CNT            pic 9(07) COMP-3 value 0.
         03  WS-CUST-UNDER-CNT          pic 9(07) COMP-3 value 0.
         03  WS-FLIP-CNT                pic 9(07) COMP-3 value 0.
         03  WS-FLIP-LISTED             pic s9(4) BINARY value 0.
         03  WS-OLD-ROW                 pic s9(4) BINARY.
         03  WS-NEW-COL                 pic s9(4) BINARY.
         03  WS-BRK-SUB                 pic s9(4) BINARY.
         03  WS-BRK-COL                 pic s9(4) BINARY.
         03  WS-INTENT-ROW              pic s9(4) BINARY.
         03  WS-GRADE-ROW               pic s9(4) BINARY.

      * THE CANDIDATE SET, LOADED THE WAY CRAURL LOADS THE LIVE
      * QUEUES (0220/0230) - SAME ENTRY SIZES, SAME LIMITS.
       01  WS-POLICY-TABLE.
         03  WS-POL-COUNT               pic s9(4) BINARY value 0.
         03  WS-POL-ENTRY               OCCURS 20 TIMES
                                        pic x(50).

       01  WS-GRID-TABLE.
         03  WS-GRD-COUNT               pic s9(4) BINARY value 0.
         03  WS-GRD-ENTRY               OCCURS 30 TIMES
                                        pic x(52).

       COPY CRAPOLR.

       COPY CRAGRDR.

      * CRAURL'S COMPILED-IN BAND BOUNDS - WHAT AN APPLICANT NO BAND
      * RULE MATCHES IS BANDED AGAINST.
       01  WS-BOUNDS.
         03  WS-RISK-LOW-BOUND          pic 9v9999 value 0.4000.
         03  WS-RISK-HIGH-BOUND         pic 9v9999 value 0.6000.

       01  WS-POLICY-WORK.
         03  WS-POL-SUB                 pic s9(4) BINARY.
         03  WS-POL-MATCH-SW            pic x(1).
            88  WS-POL-RULE-MATCHES         value 'Y'.
            88  WS-POL-RULE-SKIPPED         value 'N'.
         03  WS-POL-KNOCKOUT-SW         pic x(1).
            88  WS-POL-KNOCKED-OUT          value 'Y'.
            88  WS-POL-NOT-KNOCKED-OUT      value 'N'.
         03  WS-POL-BANDS-SW            pic x(1).
            88  WS-POL-BANDS-SET            value 'Y'.
            88  WS-POL-BANDS-OPEN           value 'N'.
         03  WS-POLICY-RULE-ID          pic x(8).
         03  WS-POL-LOW-EFF             pic 9v9999.
         03  WS-POL-HIGH-EFF            pic 9v9999.

       01  WS-GRID-WORK.
         03  WS-GRD-SUB                 pic s9(4) BINARY.
         03  WS-GRD-MATCH-SW            pic x(1).
            88  WS-GRD-CELL-MATCHES         value 'Y'.
            88  WS-GRD-CELL-SKIPPED         value 'N'.
         03  WS-GRD-PRICED-SW           pic x(1).
            88  WS-GRD-PRICED               value 'Y'.
            88  WS-GRD-UNPRICED             value 'N'.
         03  WS-OFFER-RATE-EDIT         pic z9.99.

      * ONE DECISION AS STORED AND AS SIMULATED, SIDE BY SIDE.
       01  WS-DECISION.
         03  WS-OLD-BAND                pic x(10).
         03  WS-OLD-KO-RULE             pic x(8).
         03  WS-OLD-CELL                pic x(8).
         03  WS-OLD-RATE                pic x(6).
         03  WS-OLD-OUTCOME             pic x(1).
            88  WS-OLD-APPROVE              value 'A'.
            88  WS-OLD-DECLINE              value 'D'.
         03  WS-NEW-BAND                pic x(10).
            88  WS-NEW-BAND-LOW             value 'LOW'.
            88  WS-NEW-BAND-MEDIUM          value 'MEDIUM'.
            88  WS-NEW-BAND-HIGH            value 'HIGH'.
         03  WS-NEW-RULE                pic x(8).
         03  WS-NEW-KO-RULE             pic x(8).
         03  WS-NEW-CELL                pic x(8).
         03  WS-NEW-RATE                pic x(6).
         03  WS-NEW-OUTCOME             pic x(1).
            88  WS-NEW-APPROVE              value 'A'.
            88  WS-NEW-DECLINE              value 'D'.
         03  WS-CHG-SW                  OCCURS 5 TIMES
                                        pic x(1).

      * SCRATCH FIELDS FOR THE STORED REQUEST JSON AND PROBABILITY -
      * THE SAME UNSTRING/REDEFINES IDIOM CRADRF USES.
       01  WS-PARSE-WORK.
         03  WS-STR4                    pic x(600).
         03  WS-PARSE-RAW               pic x(30).
         03  WS-GRADE                   pic x(1).
         03  WS-DEFAULT                 pic x(1).
         03  WS-AMT-TEXT                pic x(12).
         03  WS-AMT-NUM                 pic s9(11) COMP-3.
         03  WS-AMT-SUB                 pic s9(4) BINARY.
         03  WS-AMT-DIGIT-X             pic x(1).
         03  WS-AMT-DIGIT REDEFINES WS-AMT-DIGIT-X
                                        pic 9(1).
         03  WS-AMT-END-SW              pic x(1).
            88  WS-AMT-ENDED                value 'Y'.
            88  WS-AMT-SCANNING             value 'N'.
         03  WS-PROB-INT-TEXT           pic x(1).
         03  WS-PROB-DEC-TEXT           pic x(4).
         03  WS-PROB-DIGITS.
             05  WS-PROB-INT               pic 9.
             05  WS-PROB-DEC               pic 9(4).
         03  WS-PROB-VALUE REDEFINES WS-PROB-DIGITS
                                        pic 9v9999.
         03  WS-PROB-OK-SW              pic x(1).
            88  WS-PROB-OK                  value 'Y'.
            88  WS-PROB-BAD                 value 'N'.

      * 3X3 BAND MATRIX - ROW = AS DECIDED, COLUMN = AS SIMULATED,
      * IN LOW/MEDIUM/HIGH ORDER, AS CRACMP LAYS IT OUT.
       01  WS-MATRIX.
         03  WS-MATRIX-ROW              OCCURS 3 TIMES.
            05  WS-MATRIX-CELL          OCCURS 3 TIMES
                                        pic 9(07) COMP-3.

      * BREAKDOWN ROWS - 1-7 LOAN INTENT (CRADRF'S BINS), 8-15 LOAN
      * GRADE. COLUMNS: DECISIONS, BAND CHANGED, FLIPPED, KNOCK-OUT
      * RULE CHANGED, GRID CELL CHANGED, OFFER RATE CHANGED.
       01  WS-BRK-TABLE.
         03  WS-BRK-ENTRY               OCCURS 15 TIMES.
            05  WS-BRK-LABEL               pic x(18).
            05  WS-BRK-CNT                 OCCURS 6 TIMES
                                           pic 9(07) COMP-3.

       01  WS-RPT-WORK.
         03  WS-RPT-TOTAL-EDIT          pic zzzzzz9.

       01  WS-MATRIX-LINE.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-MTX-ROW-LABEL           pic x(8).
         03  FILLER                     pic x(2)  value spaces.
         03  WS-MTX-CELL-1              pic zzzzzz9.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-MTX-CELL-2              pic zzzzzz9.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-MTX-CELL-3              pic zzzzzz9.
         03  FILLER                     pic x(43) value spaces.

       01  WS-BRK-LINE.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-BRL-LABEL               pic x(18).
         03  WS-BRL-COL                 OCCURS 6 TIMES.
            05  FILLER                     pic x(1).
            05  WS-BRL-CNT                 pic zzzzzz9.
         03  FILLER                     pic x(12) value spaces.

       01  WS-FLIP-LINE.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-FLP-REF                 pic x(10).
         03  FILLER                     pic x(1)  value spaces.
         03  WS-FLP-DATE                pic x(8).
         03  FILLER                     pic x(1)  value spaces.
         03  WS-FLP-OLD-BAND            pic x(6).
         03  FILLER                     pic x(1)  value spaces.
         03  WS-FLP-OLD-OUTCOME         pic x(8).
         03  FILLER                     pic x(3)  value ' > '.
         03  WS-FLP-NEW-BAND            pic x(6).
         03  FILLER                     pic x(1)  value spaces.
         03  WS-FLP-NEW-OUTCOME         pic x(8).
         03  FILLER                     pic x(1)  value spaces.
         03  WS-FLP-OLD-RULE            pic x(8).
         03  FILLER                     pic x(1)  value spaces.
         03  WS-FLP-NEW-RULE            pic x(8).
         03  FILLER                     pic x(7)  value spaces.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SIMULATE-DECISIONS UNTIL WS-READ-DONE.
           PERFORM 3000-WRITE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *****************
       1000-INITIALIZE.
      *****************

           OPEN INPUT CRASIMCT.
           IF NOT WS-CTL-OK
              DISPLAY 'CRASIM - UNABLE TO OPEN CRASIMCT, STATUS = '
                      WS-CTL-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           READ CRASIMCT
               AT END
                  DISPLAY 'CRASIM - CONTROL FILE EMPTY'
                  GO TO 9900-ABORT
           END-READ.

           IF CTL-DECISION-FROM IS NOT NUMERIC OR
              CTL-DECISION-TO IS NOT NUMERIC
              DISPLAY 'CRASIM - CONTROL DATES MUST BOTH BE YYYYMMDD'
              GO TO 9900-ABORT
           END-IF.

           OPEN INPUT CRASIMIN.
           IF NOT WS-CAND-OK
              DISPLAY 'CRASIM - UNABLE TO OPEN CRASIMIN, STATUS = '
                      WS-CAND-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           OPEN INPUT CRAAUDIT.
           IF NOT WS-AUDIT-OK
              DISPLAY 'CRASIM - UNABLE TO OPEN CRAAUDIT, STATUS = '
                      WS-AUDIT-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           OPEN OUTPUT CRASIMRPT.
           IF NOT WS-RPT-OK
              DISPLAY 'CRASIM - UNABLE TO OPEN CRASIMRPT, STATUS = '
                      WS-RPT-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           PERFORM 1100-CLEAR-MATRIX
               VARYING WS-OLD-ROW FROM 1 BY 1
               UNTIL WS-OLD-ROW > 3.

           PERFORM 1200-SEED-BREAKDOWN.

           MOVE '  POLICY/GRID WHAT-IF SIMULATION' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '  DECISIONS FROM ' DELIMITED BY SIZE
                  CTL-DECISION-FROM   DELIMITED BY SIZE
                  ' TO '              DELIMITED BY SIZE
                  CTL-DECISION-TO     DELIMITED BY SIZE
             INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM 1300-LOAD-CANDIDATE.

           IF WS-POL-COUNT = 0 AND WS-GRD-COUNT = 0
              DISPLAY 'CRASIM - CANDIDATE SET HOLDS NO RULES OR CELLS'
              GO TO 9900-ABORT
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '  DECISIONS THAT WOULD FLIP (REF DATE  BAND OUTCOME'
                                     TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '    > BAND OUTCOME  RULE WAS / WOULD BE):'
                                     TO RPT-LINE.
           WRITE RPT-LINE.

           SET WS-READ-MORE TO TRUE.
           PERFORM 2100-READ-AUDIT.

       1000-INITIALIZE-END. EXIT.

      *****************
       1100-CLEAR-MATRIX.
      *****************

           PERFORM 1110-CLEAR-MATRIX-CELL
               VARYING WS-NEW-COL FROM 1 BY 1
               UNTIL WS-NEW-COL > 3.

       1100-CLEAR-MATRIX-END. EXIT.

      *****************
       1110-CLEAR-MATRIX-CELL.
      *****************

           MOVE 0 TO WS-MATRIX-CELL(WS-OLD-ROW, WS-NEW-COL).

       1110-CLEAR-MATRIX-CELL-END. EXIT.

      *****************
       1200-SEED-BREAKDOWN.
      *****************

           PERFORM 1210-CLEAR-BREAKDOWN-ROW
               VARYING WS-BRK-SUB FROM 1 BY 1
               UNTIL WS-BRK-SUB > 15.

           MOVE 'PERSONAL'        TO WS-BRK-LABEL(1).
           MOVE 'EDUCATION'       TO WS-BRK-LABEL(2).
           MOVE 'MEDICAL'         TO WS-BRK-LABEL(3).
           MOVE 'VENTURE'         TO WS-BRK-LABEL(4).
           MOVE 'HOMEIMPROVEMENT' TO WS-BRK-LABEL(5).
           MOVE 'DEBTCONSOLIDATION'
                                  TO WS-BRK-LABEL(6).
           MOVE 'UNKNOWN'         TO WS-BRK-LABEL(7).
           MOVE 'GRADE A'         TO WS-BRK-LABEL(8).
           MOVE 'GRADE B'         TO WS-BRK-LABEL(9).
           MOVE 'GRADE C'         TO WS-BRK-LABEL(10).
           MOVE 'GRADE D'         TO WS-BRK-LABEL(11).
           MOVE 'GRADE E'         TO WS-BRK-LABEL(12).
           MOVE 'GRADE F'         TO WS-BRK-LABEL(13).
           MOVE 'GRADE G'         TO WS-BRK-LABEL(14).
           MOVE 'UNKNOWN'         TO WS-BRK-LABEL(15).

       1200-SEED-BREAKDOWN-END. EXIT.

      *****************
       1210-CLEAR-BREAKDOWN-ROW.
      *****************

           MOVE SPACES TO WS-BRK-LABEL(WS-BRK-SUB).
           PERFORM 1220-CLEAR-BREAKDOWN-COUNT
               VARYING WS-BRK-COL FROM 1 BY 1
               UNTIL WS-BRK-COL > 6.

       1210-CLEAR-BREAKDOWN-ROW-END. EXIT.

      *****************
       1220-CLEAR-BREAKDOWN-COUNT.
      *****************

           MOVE 0 TO WS-BRK-CNT(WS-BRK-SUB, WS-BRK-COL).

       1220-CLEAR-BREAKDOWN-COUNT-END. EXIT.

      *****************
       1300-LOAD-CANDIDATE.
      *****************
      * READS THE WHOLE CANDIDATE SET INTO THE TWO TABLES AND PUTS
      * ANY ENTRY CRAURL WOULD REFUSE ON THE REPORT. AN UNKNOWN
      * RECORD TYPE ENDS THE RUN - A SIMULATION OF A SET THAT IS NOT
      * THE ONE BEING PROPOSED IS WORSE THAN NONE.

           SET WS-CAND-MORE TO TRUE.
           PERFORM 1310-READ-CANDIDATE.
           PERFORM 1320-LOAD-ONE-ENTRY UNTIL WS-CAND-DONE.

           MOVE SPACES TO RPT-LINE.
           MOVE WS-POL-COUNT TO WS-RPT-TOTAL-EDIT.
           STRING '  CANDIDATE POLICY RULES:          '
                             DELIMITED BY SIZE
                  WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
             INTO RPT-LINE.
           IF WS-POL-COUNT = 0
              MOVE '  (NONE - STORED BANDS AND RULES KEPT)'
                TO RPT-LINE(43:38)
           END-IF.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           MOVE WS-GRD-COUNT TO WS-RPT-TOTAL-EDIT.
           STRING '  CANDIDATE GRID CELLS:            '
                             DELIMITED BY SIZE
                  WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
             INTO RPT-LINE.
           IF WS-GRD-COUNT = 0
              MOVE '  (NONE - PRICING NOT SIMULATED)'
                TO RPT-LINE(43:38)
           END-IF.
           WRITE RPT-LINE.

       1300-LOAD-CANDIDATE-END. EXIT.

      *****************
       1310-READ-CANDIDATE.
      *****************

           READ CRASIMIN
               AT END SET WS-CAND-DONE TO TRUE
           END-READ.

       1310-READ-CANDIDATE-END. EXIT.

      *****************
       1320-LOAD-ONE-ENTRY.
      *****************

           EVALUATE TRUE
               WHEN CAND-IS-COMMENT
                  CONTINUE
               WHEN CAND-IS-RULE
                  PERFORM 1330-LOAD-RULE
               WHEN CAND-IS-CELL
                  PERFORM 1340-LOAD-CELL
               WHEN OTHER
                  DISPLAY 'CRASIM - CANDIDATE RECORD TYPE '
                          CAND-TYPE ' NOT P OR G'
                  GO TO 9900-ABORT
           END-EVALUATE.

           PERFORM 1310-READ-CANDIDATE.

       1320-LOAD-ONE-ENTRY-END. EXIT.

      *****************
       1330-LOAD-RULE.
      *****************

           MOVE CAND-BODY(1:50) TO CRA-POLICY-RULE.

           IF WS-POL-COUNT < 20
              ADD 1 TO WS-POL-COUNT
              MOVE CRA-POLICY-RULE TO WS-POL-ENTRY(WS-POL-COUNT)
              IF CRA-POL-TYPE-BANDS AND
                 (CRA-POL-LOW-BOUND IS NOT NUMERIC OR
                  CRA-POL-HIGH-BOUND IS NOT NUMERIC)
                 MOVE SPACES TO RPT-LINE
                 STRING '  WARNING - RULE ' DELIMITED BY SIZE
                        CRA-POL-RULE-ID     DELIMITED BY SIZE
                        ' HAS NON-NUMERIC BOUNDS - CRAURL WOULD'
                                            DELIMITED BY SIZE
                        ' IGNORE IT'        DELIMITED BY SIZE
                   INTO RPT-LINE
                 WRITE RPT-LINE
                 ADD 1 TO WS-CAND-WARN-CNT
              END-IF
              IF CRA-POL-SCOPE-CUSTOMER AND
                 CRA-POL-AMT-CEILING IS NUMERIC AND
                 CRA-POL-AMT-CEILING > 0
                 SET WS-CAND-HAS-CUST-SCOPE TO TRUE
              END-IF
           ELSE
              MOVE SPACES TO RPT-LINE
              STRING '  WARNING - RULE ' DELIMITED BY SIZE
                     CRA-POL-RULE-ID     DELIMITED BY SIZE
                     ' IS PAST THE 20-RULE LIMIT - CRAURL WOULD'
                                         DELIMITED BY SIZE
                     ' DROP IT'          DELIMITED BY SIZE
                INTO RPT-LINE
              WRITE RPT-LINE
              ADD 1 TO WS-CAND-WARN-CNT
           END-IF.

       1330-LOAD-RULE-END. EXIT.

      *****************
       1340-LOAD-CELL.
      *****************

           MOVE CAND-BODY(1:52) TO CRA-GRID-CELL.

           IF WS-GRD-COUNT < 30
              ADD 1 TO WS-GRD-COUNT
              MOVE CRA-GRID-CELL TO WS-GRD-ENTRY(WS-GRD-COUNT)
              IF CRA-GRD-OFFER-RATE IS NOT NUMERIC OR
                 CRA-GRD-MAX-AMT IS NOT NUMERIC
                 MOVE SPACES TO RPT-LINE
                 STRING '  WARNING - CELL ' DELIMITED BY SIZE
                        CRA-GRD-CELL-ID     DELIMITED BY SIZE
                        ' HAS NON-NUMERIC TERMS - CRAURL WOULD'
                                            DELIMITED BY SIZE
                        ' IGNORE IT'        DELIMITED BY SIZE
                   INTO RPT-LINE
                 WRITE RPT-LINE
                 ADD 1 TO WS-CAND-WARN-CNT
              END-IF
           ELSE
              MOVE SPACES TO RPT-LINE
              STRING '  WARNING - CELL ' DELIMITED BY SIZE
                     CRA-GRD-CELL-ID     DELIMITED BY SIZE
                     ' IS PAST THE 30-CELL LIMIT - CRAURL WOULD'
                                         DELIMITED BY SIZE
                     ' DROP IT'          DELIMITED BY SIZE
                INTO RPT-LINE
              WRITE RPT-LINE
              ADD 1 TO WS-CAND-WARN-CNT
           END-IF.

       1340-LOAD-CELL-END. EXIT.

      *****************
       2000-SIMULATE-DECISIONS.
      *****************
      * ONE AUDIT RECORD. ONLY REAL, SCORED CUSTOMER DECISIONS IN
      * THE CONTROL-CARD RANGE ARE RE-RUN - SAME FILTER AS CRADRF. A
      * RECORD WHOSE PROBABILITY CANNOT BE READ IS COUNTED AND LEFT
      * OUT RATHER THAN GUESSED AT.

           ADD 1 TO WS-READ-CNT.

           IF CRA-AUDIT-DATE < CTL-DECISION-FROM OR
              CRA-AUDIT-DATE > CTL-DECISION-TO OR
              CRA-AUDIT-LOAN-STATUS = SPACES OR
              CRA-AUDIT-PROBE-FLAG = 'Y' OR
              CRA-AUDIT-REUSE-FLAG = 'Y' OR
              CRA-AUDIT-APPL-REF(1:4) = 'DEMO'
              CONTINUE
           ELSE
              PERFORM 2200-PARSE-RECORD
              IF WS-PROB-OK
                 ADD 1 TO WS-SIM-CNT
                 PERFORM 2300-SET-STORED-DECISION
                 PERFORM 2400-SIMULATE-ONE
                 PERFORM 2600-COMPARE-DECISION
              ELSE
                 ADD 1 TO WS-SKIPPED-CNT
              END-IF
           END-IF.

           PERFORM 2100-READ-AUDIT.

       2000-SIMULATE-DECISIONS-END. EXIT.

      *****************
       2100-READ-AUDIT.
      *****************

           READ CRAAUDIT NEXT RECORD
               AT END SET WS-READ-DONE TO TRUE
           END-READ.

       2100-READ-AUDIT-END. EXIT.

      *****************
       2200-PARSE-RECORD.
      *****************
      * THE PROBABILITY INTO NUMERIC FORM, AND THE GRADE, DEFAULT
      * FLAG AND AMOUNT OUT OF THE STORED REQUEST JSON - THE VALUES
      * CRAURL HAD IN ITS INPUT FIELDS WHEN IT DECIDED.

           SET WS-PROB-OK TO TRUE.

           move '0' to WS-PROB-INT-TEXT.
           move '0000' to WS-PROB-DEC-TEXT.

           UNSTRING CRA-AUDIT-PROBABILITY-1 delimited by '.'
               into WS-PROB-INT-TEXT
                    WS-PROB-DEC-TEXT
           END-UNSTRING.

           INSPECT WS-PROB-DEC-TEXT REPLACING ALL SPACE BY '0'.

           IF WS-PROB-INT-TEXT IS NUMERIC AND
              WS-PROB-DEC-TEXT IS NUMERIC
              move WS-PROB-INT-TEXT to WS-PROB-INT
              move WS-PROB-DEC-TEXT to WS-PROB-DEC
           ELSE
              SET WS-PROB-BAD TO TRUE
           END-IF.

           MOVE SPACES TO WS-GRADE
                          WS-DEFAULT
                          WS-AMT-TEXT
                          WS-STR4
                          WS-PARSE-RAW.

           UNSTRING CRA-AUDIT-REQUEST-JSON
               delimited by '"loan_grade":"'
               into WS-STR4
                    WS-PARSE-RAW
           END-UNSTRING.
           MOVE WS-PARSE-RAW(1:1) TO WS-GRADE.

           MOVE SPACES TO WS-STR4
                          WS-PARSE-RAW.
           UNSTRING CRA-AUDIT-REQUEST-JSON
               delimited by '"cb_default_on_file":"'
               into WS-STR4
                    WS-PARSE-RAW
           END-UNSTRING.
           UNSTRING WS-PARSE-RAW delimited by '"'
               into WS-DEFAULT
           END-UNSTRING.

           MOVE SPACES TO WS-STR4
                          WS-PARSE-RAW.
           UNSTRING CRA-AUDIT-REQUEST-JSON
               delimited by '"loan_amount":"'
               into WS-STR4
                    WS-PARSE-RAW
           END-UNSTRING.
           UNSTRING WS-PARSE-RAW delimited by '"'
               into WS-AMT-TEXT
           END-UNSTRING.

           MOVE 0 TO WS-AMT-NUM.
           SET WS-AMT-SCANNING TO TRUE.
           PERFORM 2210-AMOUNT-DIGIT
               VARYING WS-AMT-SUB FROM 1 BY 1
               UNTIL WS-AMT-SUB > LENGTH OF WS-AMT-TEXT
                  OR WS-AMT-ENDED.

       2200-PARSE-RECORD-END. EXIT.

      *****************
       2210-AMOUNT-DIGIT.
      *****************

           MOVE WS-AMT-TEXT(WS-AMT-SUB:1) TO WS-AMT-DIGIT-X.

           IF WS-AMT-DIGIT-X IS NUMERIC
              COMPUTE WS-AMT-NUM =
                  WS-AMT-NUM * 10 + WS-AMT-DIGIT
           ELSE
              SET WS-AMT-ENDED TO TRUE
           END-IF.

       2210-AMOUNT-DIGIT-END. EXIT.

      *****************
       2300-SET-STORED-DECISION.
      *****************
      * THE DECISION AS IT WAS ACTUALLY MADE. THE RULE COLUMN ONLY
      * NAMES A KNOCK-OUT WHEN THE STATUS SAYS ONE FIRED - OTHERWISE
      * IT IS THE BAND RULE (OR BLANK).

           MOVE CRA-AUDIT-RISK-BAND     TO WS-OLD-BAND.
           MOVE CRA-AUDIT-GRID-CELL     TO WS-OLD-CELL.
           MOVE CRA-AUDIT-OFFER-RATE    TO WS-OLD-RATE.

           IF CRA-AUDIT-LOAN-STATUS = 'DECLINED-POLICY'
              MOVE CRA-AUDIT-POLICY-RULE TO WS-OLD-KO-RULE
           ELSE
              MOVE SPACES                TO WS-OLD-KO-RULE
           END-IF.

           EVALUATE TRUE
               WHEN CRA-AUDIT-FINAL-DISP = 'APPROVED'
                  MOVE 'A' TO WS-OLD-OUTCOME
               WHEN CRA-AUDIT-FINAL-DISP = 'DECLINED'
                  MOVE 'D' TO WS-OLD-OUTCOME
               WHEN CRA-AUDIT-RISK-BAND = 'LOW'
                  MOVE 'A' TO WS-OLD-OUTCOME
               WHEN CRA-AUDIT-RISK-BAND = 'HIGH'
                  MOVE 'D' TO WS-OLD-OUTCOME
               WHEN OTHER
                  MOVE 'R' TO WS-OLD-OUTCOME
           END-EVALUATE.

       2300-SET-STORED-DECISION-END. EXIT.

      *****************
       2400-SIMULATE-ONE.
      *****************
      * RE-DECIDES THE RECORD UNDER THE CANDIDATE SET - CRAURL'S
      * 0515 BANDING OVER 0516'S POLICY PASS, THEN 0560'S PRICING
      * FOR A DECISION THAT IS NEITHER KNOCKED OUT NOR HIGH. A HALF
      * MISSING FROM THE CANDIDATE KEEPS WHAT WAS STORED.

           IF WS-POL-COUNT > 0
              PERFORM 2410-APPLY-POLICY
              IF WS-POL-KNOCKED-OUT
                 MOVE 'HIGH'   TO WS-NEW-BAND
                 MOVE WS-POLICY-RULE-ID TO WS-NEW-KO-RULE
              ELSE
                 MOVE SPACES   TO WS-NEW-KO-RULE
                 IF WS-PROB-VALUE < WS-POL-LOW-EFF
                    MOVE 'LOW'    TO WS-NEW-BAND
                 ELSE
                    IF WS-PROB-VALUE > WS-POL-HIGH-EFF
                       MOVE 'HIGH'   TO WS-NEW-BAND
                    ELSE
                       MOVE 'MEDIUM' TO WS-NEW-BAND
                    END-IF
                 END-IF
              END-IF
              MOVE WS-POLICY-RULE-ID TO WS-NEW-RULE
           ELSE
              MOVE WS-OLD-BAND           TO WS-NEW-BAND
              MOVE WS-OLD-KO-RULE        TO WS-NEW-KO-RULE
              MOVE CRA-AUDIT-POLICY-RULE TO WS-NEW-RULE
              IF WS-OLD-KO-RULE NOT EQUAL SPACES
                 SET WS-POL-KNOCKED-OUT     TO TRUE
              ELSE
                 SET WS-POL-NOT-KNOCKED-OUT TO TRUE
              END-IF
           END-IF.

           IF WS-GRD-COUNT > 0
              MOVE SPACES TO WS-NEW-CELL
                             WS-NEW-RATE
              IF WS-POL-NOT-KNOCKED-OUT AND NOT WS-NEW-BAND-HIGH
                 PERFORM 2450-PRICE-OFFER
              END-IF
           ELSE
              MOVE WS-OLD-CELL TO WS-NEW-CELL
              MOVE WS-OLD-RATE TO WS-NEW-RATE
           END-IF.

      * AN UNCHANGED BAND KEEPS THE OUTCOME IT ACTUALLY HAD
      * (INCLUDING AN OFFICER'S DISPOSITION OF A MEDIUM CASE).
           IF WS-NEW-BAND = WS-OLD-BAND
              MOVE WS-OLD-OUTCOME TO WS-NEW-OUTCOME
           ELSE
              EVALUATE TRUE
                  WHEN WS-NEW-BAND-LOW
                     MOVE 'A' TO WS-NEW-OUTCOME
                  WHEN WS-NEW-BAND-HIGH
                     MOVE 'D' TO WS-NEW-OUTCOME
                  WHEN OTHER
                     MOVE 'R' TO WS-NEW-OUTCOME
              END-EVALUATE
           END-IF.

       2400-SIMULATE-ONE-END. EXIT.

      *****************
       2410-APPLY-POLICY.
      *****************
      * CRAURL 0516-APPLY-POLICY OVER THE CANDIDATE RULES: KNOCK-OUT
      * RULES FIRST IN ITEM ORDER, THEN THE FIRST MATCHING BAND
      * RULE'S BOUNDS OVER THE COMPILED-IN DEFAULTS.

           SET WS-POL-NOT-KNOCKED-OUT TO TRUE.
           SET WS-POL-BANDS-OPEN      TO TRUE.
           MOVE SPACES                TO WS-POLICY-RULE-ID.
           MOVE WS-RISK-LOW-BOUND     TO WS-POL-LOW-EFF.
           MOVE WS-RISK-HIGH-BOUND    TO WS-POL-HIGH-EFF.

           PERFORM 2420-TRY-KNOCKOUT-RULE
               VARYING WS-POL-SUB FROM 1 BY 1
               UNTIL WS-POL-SUB > WS-POL-COUNT
                  OR WS-POL-KNOCKED-OUT.

           IF WS-POL-NOT-KNOCKED-OUT
              PERFORM 2430-TRY-BAND-RULE
                  VARYING WS-POL-SUB FROM 1 BY 1
                  UNTIL WS-POL-SUB > WS-POL-COUNT
                     OR WS-POL-BANDS-SET
           END-IF.

       2410-APPLY-POLICY-END. EXIT.

      *****************
       2420-TRY-KNOCKOUT-RULE.
      *****************

           MOVE WS-POL-ENTRY(WS-POL-SUB) TO CRA-POLICY-RULE.

           IF CRA-POL-TYPE-KNOCKOUT
              PERFORM 2440-MATCH-RULE
              IF WS-POL-RULE-MATCHES
                 SET WS-POL-KNOCKED-OUT TO TRUE
                 MOVE CRA-POL-RULE-ID TO WS-POLICY-RULE-ID
              END-IF
           END-IF.

       2420-TRY-KNOCKOUT-RULE-END. EXIT.

      *****************
       2430-TRY-BAND-RULE.
      *****************
      * A RULE WITH UNUSABLE BOUNDS IS PASSED OVER, AS LIVE - IT WAS
      * ALREADY WARNED ABOUT ON THE REPORT WHEN THE SET WAS LOADED.

           MOVE WS-POL-ENTRY(WS-POL-SUB) TO CRA-POLICY-RULE.

           IF CRA-POL-TYPE-BANDS
              PERFORM 2440-MATCH-RULE
              IF WS-POL-RULE-MATCHES AND
                 CRA-POL-LOW-BOUND IS NUMERIC AND
                 CRA-POL-HIGH-BOUND IS NUMERIC
                 SET WS-POL-BANDS-SET TO TRUE
                 MOVE CRA-POL-RULE-ID    TO WS-POLICY-RULE-ID
                 MOVE CRA-POL-LOW-BOUND  TO WS-POL-LOW-EFF
                 MOVE CRA-POL-HIGH-BOUND TO WS-POL-HIGH-EFF
              END-IF
           END-IF.

       2430-TRY-BAND-RULE-END. EXIT.

      *****************
       2440-MATCH-RULE.
      *****************
      * CRAURL 0519-MATCH-RULE. A CUSTOMER-SCOPE CEILING IS TESTED ON
      * THE APPLICATION AMOUNT ALONE - SEE THE PROGRAM NOTES.

           SET WS-POL-RULE-MATCHES TO TRUE.

           IF CRA-POL-GRADE-FLOOR NOT EQUAL SPACES AND
              WS-GRADE < CRA-POL-GRADE-FLOOR
              SET WS-POL-RULE-SKIPPED TO TRUE
           END-IF.

           IF CRA-POL-INTENT NOT EQUAL SPACES AND
              CRA-AUDIT-LOAN-INTENT NOT EQUAL CRA-POL-INTENT
              SET WS-POL-RULE-SKIPPED TO TRUE
           END-IF.

           IF CRA-POL-DEFAULT-ONFILE NOT EQUAL SPACES AND
              WS-DEFAULT NOT EQUAL CRA-POL-DEFAULT-ONFILE
              SET WS-POL-RULE-SKIPPED TO TRUE
           END-IF.

           IF CRA-POL-AMT-CEILING IS NUMERIC AND
              CRA-POL-AMT-CEILING > 0
              IF WS-AMT-NUM NOT GREATER THAN CRA-POL-AMT-CEILING
                 SET WS-POL-RULE-SKIPPED TO TRUE
              END-IF
           END-IF.

       2440-MATCH-RULE-END. EXIT.

      *****************
       2450-PRICE-OFFER.
      *****************
      * CRAURL 0560-PRICE-OFFER OVER THE CANDIDATE CELLS - FIRST
      * MATCHING CELL WITH USABLE TERMS PRICES IT; NONE LEAVES IT
      * UNPRICED. THE RATE IS EDITED EXACTLY AS CRAURL EDITS IT ONTO
      * THE AUDIT RECORD SO THE TWO COMPARE AS TEXT.

           SET WS-GRD-UNPRICED TO TRUE.

           PERFORM 2460-TRY-GRID-CELL
               VARYING WS-GRD-SUB FROM 1 BY 1
               UNTIL WS-GRD-SUB > WS-GRD-COUNT
                  OR WS-GRD-PRICED.

       2450-PRICE-OFFER-END. EXIT.

      *****************
       2460-TRY-GRID-CELL.
      *****************

           MOVE WS-GRD-ENTRY(WS-GRD-SUB) TO CRA-GRID-CELL.

           PERFORM 2470-MATCH-GRID-CELL.

           IF WS-GRD-CELL-MATCHES AND
              CRA-GRD-OFFER-RATE IS NUMERIC AND
              CRA-GRD-MAX-AMT IS NUMERIC
              SET WS-GRD-PRICED TO TRUE
              MOVE CRA-GRD-OFFER-RATE TO WS-OFFER-RATE-EDIT
              MOVE WS-OFFER-RATE-EDIT TO WS-NEW-RATE
              MOVE CRA-GRD-CELL-ID    TO WS-NEW-CELL
           END-IF.

       2460-TRY-GRID-CELL-END. EXIT.

      *****************
       2470-MATCH-GRID-CELL.
      *****************
      * CRAURL 0562-MATCH-GRID-CELL.

           SET WS-GRD-CELL-MATCHES TO TRUE.

           IF CRA-GRD-RISK-BAND NOT EQUAL SPACES AND
              CRA-GRD-RISK-BAND NOT EQUAL WS-NEW-BAND(1:6)
              SET WS-GRD-CELL-SKIPPED TO TRUE
           END-IF.

           IF CRA-GRD-GRADE-LOW NOT EQUAL SPACES AND
              WS-GRADE < CRA-GRD-GRADE-LOW
              SET WS-GRD-CELL-SKIPPED TO TRUE
           END-IF.

           IF CRA-GRD-GRADE-HIGH NOT EQUAL SPACES AND
              WS-GRADE > CRA-GRD-GRADE-HIGH
              SET WS-GRD-CELL-SKIPPED TO TRUE
           END-IF.

           IF CRA-GRD-AMT-FLOOR IS NUMERIC AND
              CRA-GRD-AMT-FLOOR > 0 AND
              WS-AMT-NUM < CRA-GRD-AMT-FLOOR
              SET WS-GRD-CELL-SKIPPED TO TRUE
           END-IF.

           IF CRA-GRD-AMT-CEILING IS NUMERIC AND
              CRA-GRD-AMT-CEILING > 0 AND
              WS-AMT-NUM > CRA-GRD-AMT-CEILING
              SET WS-GRD-CELL-SKIPPED TO TRUE
           END-IF.

       2470-MATCH-GRID-CELL-END. EXIT.

      *****************
       2600-COMPARE-DECISION.
      *****************
      * WHAT MOVED. WS-CHG-SW(1-5) = BAND, FLIP, KNOCK-OUT RULE, GRID
      * CELL, OFFER RATE - THE SAME ORDER AS BREAKDOWN COLUMNS 2-6.

           MOVE 'N' TO WS-CHG-SW(1) WS-CHG-SW(2) WS-CHG-SW(3)
                       WS-CHG-SW(4) WS-CHG-SW(5).

           PERFORM 2610-BAND-TO-ROW.
           PERFORM 2620-BAND-TO-COL.
           IF WS-OLD-ROW > 0 AND WS-NEW-COL > 0
              ADD 1 TO WS-MATRIX-CELL(WS-OLD-ROW, WS-NEW-COL)
           END-IF.

           IF WS-NEW-BAND NOT EQUAL WS-OLD-BAND
              MOVE 'Y' TO WS-CHG-SW(1)
              ADD 1 TO WS-BAND-CHG-CNT
           END-IF.

           IF WS-OLD-APPROVE AND WS-NEW-DECLINE
              MOVE 'Y' TO WS-CHG-SW(2)
              ADD 1 TO WS-APP-TO-DEC-CNT
           END-IF.
           IF WS-OLD-DECLINE AND WS-NEW-APPROVE
              MOVE 'Y' TO WS-CHG-SW(2)
              ADD 1 TO WS-DEC-TO-APP-CNT
           END-IF.

           IF WS-NEW-KO-RULE NOT EQUAL WS-OLD-KO-RULE
              MOVE 'Y' TO WS-CHG-SW(3)
              ADD 1 TO WS-KO-CHG-CNT
           END-IF.

           IF WS-NEW-CELL NOT EQUAL WS-OLD-CELL
              MOVE 'Y' TO WS-CHG-SW(4)
              ADD 1 TO WS-CELL-CHG-CNT
           END-IF.

           IF WS-NEW-RATE NOT EQUAL WS-OLD-RATE
              MOVE 'Y' TO WS-CHG-SW(5)
              ADD 1 TO WS-RATE-CHG-CNT
           END-IF.

           IF WS-CAND-HAS-CUST-SCOPE AND
              CRA-AUDIT-CUST-ID NOT EQUAL SPACES
              ADD 1 TO WS-CUST-UNDER-CNT
           END-IF.

           PERFORM 2630-SET-BREAKDOWN-ROWS.
           MOVE WS-INTENT-ROW TO WS-BRK-SUB.
           PERFORM 2640-ADD-TO-BREAKDOWN.
           MOVE WS-GRADE-ROW  TO WS-BRK-SUB.
           PERFORM 2640-ADD-TO-BREAKDOWN.

           IF WS-CHG-SW(2) = 'Y'
              ADD 1 TO WS-FLIP-CNT
              PERFORM 2650-LIST-FLIP
           END-IF.

       2600-COMPARE-DECISION-END. EXIT.

      *****************
       2610-BAND-TO-ROW.
      *****************

           EVALUATE WS-OLD-BAND
               WHEN 'LOW'      MOVE 1 TO WS-OLD-ROW
               WHEN 'MEDIUM'   MOVE 2 TO WS-OLD-ROW
               WHEN 'HIGH'     MOVE 3 TO WS-OLD-ROW
               WHEN OTHER      MOVE 0 TO WS-OLD-ROW
           END-EVALUATE.

       2610-BAND-TO-ROW-END. EXIT.

      *****************
       2620-BAND-TO-COL.
      *****************

           EVALUATE WS-NEW-BAND
               WHEN 'LOW'      MOVE 1 TO WS-NEW-COL
               WHEN 'MEDIUM'   MOVE 2 TO WS-NEW-COL
               WHEN 'HIGH'     MOVE 3 TO WS-NEW-COL
               WHEN OTHER      MOVE 0 TO WS-NEW-COL
           END-EVALUATE.

       2620-BAND-TO-COL-END. EXIT.

      *****************
       2630-SET-BREAKDOWN-ROWS.
      *****************

           EVALUATE CRA-AUDIT-LOAN-INTENT
               WHEN 'PERSONAL'
                  MOVE 1 TO WS-INTENT-ROW
               WHEN 'EDUCATION'
                  MOVE 2 TO WS-INTENT-ROW
               WHEN 'MEDICAL'
                  MOVE 3 TO WS-INTENT-ROW
               WHEN 'VENTURE'
                  MOVE 4 TO WS-INTENT-ROW
               WHEN 'HOMEIMPROVEMENT'
                  MOVE 5 TO WS-INTENT-ROW
               WHEN 'DEBTCONSOLIDATION'
                  MOVE 6 TO WS-INTENT-ROW
               WHEN OTHER
                  MOVE 7 TO WS-INTENT-ROW
           END-EVALUATE.

           EVALUATE WS-GRADE
               WHEN 'A'   MOVE 8  TO WS-GRADE-ROW
               WHEN 'B'   MOVE 9  TO WS-GRADE-ROW
               WHEN 'C'   MOVE 10 TO WS-GRADE-ROW
               WHEN 'D'   MOVE 11 TO WS-GRADE-ROW
               WHEN 'E'   MOVE 12 TO WS-GRADE-ROW
               WHEN 'F'   MOVE 13 TO WS-GRADE-ROW
               WHEN 'G'   MOVE 14 TO WS-GRADE-ROW
               WHEN OTHER MOVE 15 TO WS-GRADE-ROW
           END-EVALUATE.

       2630-SET-BREAKDOWN-ROWS-END. EXIT.

      *****************
       2640-ADD-TO-BREAKDOWN.
      *****************

           ADD 1 TO WS-BRK-CNT(WS-BRK-SUB, 1).
           PERFORM 2645-ADD-ONE-CHANGE
               VARYING WS-BRK-COL FROM 2 BY 1
               UNTIL WS-BRK-COL > 6.

       2640-ADD-TO-BREAKDOWN-END. EXIT.

      *****************
       2645-ADD-ONE-CHANGE.
      *****************

           IF WS-CHG-SW(WS-BRK-COL - 1) = 'Y'
              ADD 1 TO WS-BRK-CNT(WS-BRK-SUB, WS-BRK-COL)
           END-IF.

       2645-ADD-ONE-CHANGE-END. EXIT.

      *****************
       2650-LIST-FLIP.
      *****************
      * THE FIRST 500 FLIPS GO ON THE REPORT BY REFERENCE - THE
      * COUNTS STILL INCLUDE EVERY ONE, AND THE CUT IS SAID SO IN
      * THE SUMMARY.

           IF WS-FLIP-LISTED < 500
              ADD 1 TO WS-FLIP-LISTED
              MOVE CRA-AUDIT-APPL-REF     TO WS-FLP-REF
              MOVE CRA-AUDIT-DATE         TO WS-FLP-DATE
              MOVE WS-OLD-BAND            TO WS-FLP-OLD-BAND
              MOVE WS-NEW-BAND            TO WS-FLP-NEW-BAND
              IF WS-OLD-APPROVE
                 MOVE 'APPROVE'           TO WS-FLP-OLD-OUTCOME
                 MOVE 'DECLINE'           TO WS-FLP-NEW-OUTCOME
              ELSE
                 MOVE 'DECLINE'           TO WS-FLP-OLD-OUTCOME
                 MOVE 'APPROVE'           TO WS-FLP-NEW-OUTCOME
              END-IF
              MOVE CRA-AUDIT-POLICY-RULE  TO WS-FLP-OLD-RULE
              MOVE WS-NEW-RULE            TO WS-FLP-NEW-RULE
              WRITE RPT-LINE FROM WS-FLIP-LINE
           END-IF.

       2650-LIST-FLIP-END. EXIT.

      *****************
       3000-WRITE-SUMMARY.
      *****************

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '  BAND MATRIX (ROW=AS DECIDED, COL=AS SIMULATED)'
                                     TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '                LOW   MEDIUM     HIGH' TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'LOW'    TO WS-MTX-ROW-LABEL.
           MOVE 1        TO WS-OLD-ROW.
           PERFORM 3100-WRITE-MATRIX-ROW.
           MOVE 'MEDIUM' TO WS-MTX-ROW-LABEL.
           MOVE 2        TO WS-OLD-ROW.
           PERFORM 3100-WRITE-MATRIX-ROW.
           MOVE 'HIGH'   TO WS-MTX-ROW-LABEL.
           MOVE 3        TO WS-OLD-ROW.
           PERFORM 3100-WRITE-MATRIX-ROW.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE '  AUDIT RECORDS READ:              ' TO RPT-LINE.
           MOVE WS-READ-CNT TO WS-RPT-TOTAL-EDIT.
           PERFORM 3200-WRITE-COUNT-LINE.
           MOVE '  DECISIONS SIMULATED:             ' TO RPT-LINE.
           MOVE WS-SIM-CNT TO WS-RPT-TOTAL-EDIT.
           PERFORM 3200-WRITE-COUNT-LINE.
           MOVE '  SKIPPED - PROBABILITY UNREADABLE:' TO RPT-LINE.
           MOVE WS-SKIPPED-CNT TO WS-RPT-TOTAL-EDIT.
           PERFORM 3200-WRITE-COUNT-LINE.
           MOVE '  WOULD CHANGE BAND:               ' TO RPT-LINE.
           MOVE WS-BAND-CHG-CNT TO WS-RPT-TOTAL-EDIT.
           PERFORM 3200-WRITE-COUNT-LINE.
           MOVE '  WOULD FLIP APPROVE TO DECLINE:   ' TO RPT-LINE.
           MOVE WS-APP-TO-DEC-CNT TO WS-RPT-TOTAL-EDIT.
           PERFORM 3200-WRITE-COUNT-LINE.
           MOVE '  WOULD FLIP DECLINE TO APPROVE:   ' TO RPT-LINE.
           MOVE WS-DEC-TO-APP-CNT TO WS-RPT-TOTAL-EDIT.
           PERFORM 3200-WRITE-COUNT-LINE.
           MOVE '  DIFFERENT KNOCK-OUT RULE:        ' TO RPT-LINE.
           MOVE WS-KO-CHG-CNT TO WS-RPT-TOTAL-EDIT.
           PERFORM 3200-WRITE-COUNT-LINE.

           IF WS-GRD-COUNT > 0
              MOVE '  DIFFERENT GRID CELL:             ' TO RPT-LINE
              MOVE WS-CELL-CHG-CNT TO WS-RPT-TOTAL-EDIT
              PERFORM 3200-WRITE-COUNT-LINE
              MOVE '  DIFFERENT OFFER RATE:            ' TO RPT-LINE
              MOVE WS-RATE-CHG-CNT TO WS-RPT-TOTAL-EDIT
              PERFORM 3200-WRITE-COUNT-LINE
           END-IF.

           IF WS-CAND-HAS-CUST-SCOPE
              MOVE '  CUSTOMER-SCOPE CEILINGS TESTED ON APPLICATION'
                                        TO RPT-LINE
              WRITE RPT-LINE
              MOVE '  AMOUNT ONLY FOR DECISIONS WITH A CUSTOMER ID:'
                                        TO RPT-LINE
              MOVE WS-CUST-UNDER-CNT TO WS-RPT-TOTAL-EDIT
              PERFORM 3200-WRITE-COUNT-LINE
           END-IF.

           IF WS-FLIP-CNT > WS-FLIP-LISTED
              MOVE '  (ONLY THE FIRST 500 FLIPS LISTED)' TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '  LOAN INTENT        DECISNS BANDCHG   FLIPS  KO CHG'
                                     TO RPT-LINE.
           MOVE ' CELLCHG RATECHG' TO RPT-LINE(53:16).
           WRITE RPT-LINE.
           PERFORM 3300-WRITE-BREAKDOWN-ROW
               VARYING WS-BRK-SUB FROM 1 BY 1
               UNTIL WS-BRK-SUB > 7.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '  LOAN GRADE         DECISNS BANDCHG   FLIPS  KO CHG'
                                     TO RPT-LINE.
           MOVE ' CELLCHG RATECHG' TO RPT-LINE(53:16).
           WRITE RPT-LINE.
           PERFORM 3300-WRITE-BREAKDOWN-ROW
               VARYING WS-BRK-SUB FROM 8 BY 1
               UNTIL WS-BRK-SUB > 15.

           IF WS-CAND-WARN-CNT > 0
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE '  *** CANDIDATE SET HAS ENTRIES CRAURL WOULD REFUSE'
                   TO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-WRITE-SUMMARY-END. EXIT.

      *****************
       3100-WRITE-MATRIX-ROW.
      *****************

           MOVE WS-MATRIX-CELL(WS-OLD-ROW, 1) TO WS-MTX-CELL-1.
           MOVE WS-MATRIX-CELL(WS-OLD-ROW, 2) TO WS-MTX-CELL-2.
           MOVE WS-MATRIX-CELL(WS-OLD-ROW, 3) TO WS-MTX-CELL-3.
           WRITE RPT-LINE FROM WS-MATRIX-LINE.

       3100-WRITE-MATRIX-ROW-END. EXIT.

      *****************
       3200-WRITE-COUNT-LINE.
      *****************
      * THE LABEL IS ALREADY IN RPT-LINE; THE COUNT GOES AFTER IT.

           MOVE WS-RPT-TOTAL-EDIT TO RPT-LINE(48:7).
           WRITE RPT-LINE.

       3200-WRITE-COUNT-LINE-END. EXIT.

      *****************
       3300-WRITE-BREAKDOWN-ROW.
      *****************
      * THE CELL AND RATE COLUMNS ARE LEFT BLANK WHEN THE CANDIDATE
      * CARRIES NO GRID - NOTHING WAS COMPARED.

           MOVE WS-BRK-LABEL(WS-BRK-SUB) TO WS-BRL-LABEL.
           PERFORM 3310-EDIT-BREAKDOWN-COUNT
               VARYING WS-BRK-COL FROM 1 BY 1
               UNTIL WS-BRK-COL > 6.
           IF WS-GRD-COUNT = 0
              MOVE SPACES TO WS-BRL-COL(5)
                             WS-BRL-COL(6)
           END-IF.
           WRITE RPT-LINE FROM WS-BRK-LINE.

       3300-WRITE-BREAKDOWN-ROW-END. EXIT.

      *****************
       3310-EDIT-BREAKDOWN-COUNT.
      *****************

           MOVE SPACE TO WS-BRL-COL(WS-BRK-COL)(1:1).
           MOVE WS-BRK-CNT(WS-BRK-SUB, WS-BRK-COL)
             TO WS-BRL-CNT(WS-BRK-COL).

       3310-EDIT-BREAKDOWN-COUNT-END. EXIT.

      *****************
       9000-TERMINATE.
      *****************

           CLOSE CRASIMCT.
           CLOSE CRASIMIN.
           CLOSE CRAAUDIT.
           CLOSE CRASIMRPT.

       9000-TERMINATE-END. EXIT.

      *****************
       9900-ABORT.
      *****************
      * REACHED FROM 1000-INITIALIZE, WHICH HAS ALREADY DISPLAYED
      * WHICH FILE, STATUS OR CONTROL VALUE CAUSED THE ABEND.

           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-ABORT-END. EXIT.
