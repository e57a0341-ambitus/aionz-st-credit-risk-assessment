       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRAFLR.

      * AUTHOR - MAHALAKSHMI V************************************
      *
      * FAIR-LENDING MONITORING REPORT OVER CRAAUDIT BY APPLICANT AGE
      * BAND. AGE GOES TO THE MODEL AS A FEATURE, AND UNDER ECOA IT
      * IS A PROHIBITED BASIS OUTSIDE NARROW EXCEPTIONS - SO FOR THE
      * ANNUAL FAIR-LENDING REVIEW COMPLIANCE NEEDS TO SEE WHAT OUR
      * OUTCOMES LOOK LIKE BY AGE, FOR THE MODEL AND POLICY AND FOR
      * THE OFFICERS WHO DISPOSE THE MEDIUM-BAND CASES. THIS REPORT
      * REPLACES THE HAND-BUILT SPREADSHEET FROM RAW EXTRACTS.
      *
      * PART 1, ONE LINE PER AGE BAND: DECISIONS TAKEN, APPROVALS,
      * THE APPROVAL RATE, ITS ADVERSE-IMPACT RATIO AGAINST THE
      * MOST-FAVOURED BAND (THE BAND WITH THE HIGHEST APPROVAL RATE),
      * THE AVERAGE OFFER RATE ON PRICED APPROVALS, HOW OFTEN A
      * DECLINE CARRIED A COUNTEROFFER, AND MEDIUM CASES STILL
      * PENDING. A BAND WHOSE RATIO IS UNDER THE FOUR-FIFTHS
      * THRESHOLD (0.80) IS FLAGGED AND ENDS THE JOB RC=4, AS
      * CRADRF DOES FOR A FLAGGED DIMENSION.
      * PART 2, THE DECLINE REASON-CODE MIX PER BAND - THE SHARE OF
      * THE BAND'S DECLINES CITING EACH CODE (A DECLINE CAN CITE UP
      * TO FOUR, SO A ROW CAN ADD UP PAST 100). AN OFFICER DECLINE
      * COUNTS AS A09, THE CODE CRAAAN LETTERS IT UNDER.
      * PART 3, THE CRAR DISPOSITIONS OF MEDIUM CASES: FOR EACH
      * OFFICER, APPROVALS AND DECLINES BY AGE BAND, THE APPROVAL
      * RATE AND ITS RATIO AGAINST THAT OFFICER'S OWN MOST-FAVOURED
      * BAND (BELOW 0.80 MARKED '*'), AND THE OFFICER'S REASON CODES
      * (A = ON AN APPROVAL, D = ON A DECLINE) BY BAND. THE OFFICER
      * IS THE ONE WHOSE SIGNATURE FINISHED THE CASE - THE SECOND
      * SIGNER WHEN THE FIRST APPROVAL WAS OUTSIDE AUTHORITY, AS
      * DISP-REASON IS THAT SIGNATURE'S.
      *
      * OUTCOME IS CRASIM'S: A CRAR DISPOSITION WHEN THERE IS ONE,
      * OTHERWISE LOW IS AN APPROVAL AND HIGH (INCLUDING A POLICY
      * KNOCK-OUT) A DECLINE; A MEDIUM CASE NOT YET DISPOSED IS
      * PENDING AND STAYS OUT OF THE RATES. AGE IS NOT A COLUMN ON
      * THE AUDIT RECORD - IT IS PULLED BACK OUT OF THE STORED
      * REQUEST JSON, AS CRADRF DOES FOR GRADE AND AMOUNT; A RECORD
      * WHOSE AGE CANNOT BE READ IS REPORTED UNDER 'NO AGE' AND TAKES
      * NO PART IN THE RATIOS. COUNTEROFFER PROBES, REUSED
      * DECISIONS, THE DEMO REFERENCE AND UNSCORED RECORDS ARE
      * SKIPPED, AS IN CRADRF.
      *
      * A RATIO IS ONLY WORKED OUT (AND A BAND ONLY CHOSEN AS
      * MOST-FAVOURED) WHEN THE BAND HAS AT LEAST THE MINIMUM NUMBER
      * OF DECISIONS - A THIN BAND'S RATE IS NOISE, NOT EVIDENCE.
      *
      * DRIVEN BY A ONE-RECORD CONTROL FILE (CRAFLRCT): DECISION
      * DATE FROM/TO (YYYYMMDD, INCLUSIVE - THE DATE THE DECISION
      * WAS SCORED), UP TO FIVE BAND UPPER AGES IN ASCENDING ORDER
      * (ALL BLANK KEEPS THE COMPILED-IN 24/34/44/54/61, WHICH MAKES
      * 62 AND OVER - THE ECOA ELDERLY AGE - ITS OWN BAND), AND THE
      * MINIMUM DECISIONS PER BAND (BLANK/ZERO KEEPS 30).
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRAFLRCT  ASSIGN TO CRAFLRCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT CRAAUDIT  ASSIGN TO CRAAUDIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRA-AUDIT-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CRAFLRRPT ASSIGN TO CRAFLRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CRAFLRCT
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RECORD.
           05  CTL-DECISION-FROM        PIC X(08).
           05  CTL-DECISION-TO          PIC X(08).
           05  CTL-BAND-TOP             OCCURS 5 TIMES
                                        PIC X(02).
           05  CTL-MIN-DECIDED          PIC X(05).
           05  FILLER                   PIC X(49).

       FD  CRAAUDIT
           RECORD CONTAINS 1581 CHARACTERS.
       COPY CRAAUDR.

       FD  CRAFLRRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-GROUP.
         03  WS-CTL-FILE-STATUS         pic x(2).
            88  WS-CTL-OK                   value '00'.
         03  WS-AUDIT-FILE-STATUS       pic x(2).
            88  WS-AUDIT-OK                 value '00'.
         03  WS-RPT-FILE-STATUS         pic x(2).
            88  WS-RPT-OK                   value '00'.

       01  WS-CTL.
         03  WS-READ-SW                 pic x(1).
            88  WS-READ-MORE                value 'Y'.
            88  WS-READ-DONE                value 'N'.
         03  WS-READ-CNT                pic 9(07) COMP-3 value 0.
         03  WS-USED-CNT                pic 9(07) COMP-3 value 0.
         03  WS-NO-AGE-CNT              pic 9(07) COMP-3 value 0.
         03  WS-FLAG-CNT                pic 9(07) COMP-3 value 0.
         03  WS-OFF-FLAG-CNT            pic 9(07) COMP-3 value 0.
         03  WS-MIN-DECIDED             pic 9(05) value 30.
         03  WS-BAND-CNT                pic s9(4) BINARY.
         03  WS-BND-SUB                 pic s9(4) BINARY.
         03  WS-COL-SUB                 pic s9(4) BINARY.
         03  WS-RSN-SUB                 pic s9(4) BINARY.
         03  WS-CODE-SUB                pic s9(4) BINARY.
         03  WS-OFF-SUB                 pic s9(4) BINARY.
         03  WS-OFF-CNT                 pic s9(4) BINARY value 0.
         03  WS-ORS-SUB                 pic s9(4) BINARY.
         03  WS-BEST-BAND               pic s9(4) BINARY.
         03  WS-CTL-SW                  pic x(1).
            88  WS-CTL-GOOD                 value 'Y'.
            88  WS-CTL-BAD                  value 'N'.

      * THE COMPILED-IN AGE BANDS - UPPER AGE OF EACH OF THE FIRST
      * FIVE; THE SIXTH IS EVERYTHING OVER THE LAST.
       01  WS-DEFAULT-TOPS.
         03  FILLER                     pic x(10) value '2434445461'.
       01  WS-DEFAULT-TOP-TABLE REDEFINES WS-DEFAULT-TOPS.
         03  WS-DEFAULT-TOP             OCCURS 5 TIMES
                                        pic x(2).

      * AGE BANDS 1-6 AS SET UP FROM THE CONTROL CARD (ONLY THE
      * FIRST WS-BAND-CNT ARE IN USE); ENTRY 7 IS ALWAYS 'NO AGE'.
      * COUNTS: DECISIONS, APPROVED, DECLINED, PENDING, PRICED
      * APPROVALS, DECLINES WITH A COUNTEROFFER. REASONS: DECLINES
      * CITING A01-A06, A09 AND ANY OTHER CODE.
       01  WS-BAND-TABLE.
         03  WS-BAND-ENTRY              OCCURS 7 TIMES.
            05  WS-BAND-TOP                pic 9(3).
            05  WS-BAND-LABEL              pic x(6).
            05  WS-BAND-DECIDED            pic 9(07) COMP-3.
            05  WS-BAND-APPROVED           pic 9(07) COMP-3.
            05  WS-BAND-DECLINED           pic 9(07) COMP-3.
            05  WS-BAND-PENDING            pic 9(07) COMP-3.
            05  WS-BAND-PRICED             pic 9(07) COMP-3.
            05  WS-BAND-COUNTER            pic 9(07) COMP-3.
            05  WS-BAND-RATE-SUM           pic 9(09)v99 COMP-3.
            05  WS-BAND-APPR-RATE          pic 9v9(6).
            05  WS-BAND-REASON-CNT         OCCURS 8 TIMES
                                           pic 9(07) COMP-3.

      * REPORT COLUMN N SHOWS AGE BAND WS-COL-BAND(N) - THE BANDS IN
      * USE, THEN 'NO AGE'.
       01  WS-COL-TABLE.
         03  WS-COL-CNT                 pic s9(4) BINARY.
         03  WS-COL-BAND                OCCURS 7 TIMES
                                        pic s9(4) BINARY.

       01  WS-REASON-CODES.
         03  FILLER                     pic x(24)
                                 value 'A01A02A03A04A05A06A09   '.
       01  WS-REASON-TABLE REDEFINES WS-REASON-CODES.
         03  WS-REASON-CODE             OCCURS 8 TIMES
                                        pic x(3).

      * OFFICERS WHO DISPOSED A MEDIUM CASE IN THE PERIOD. ENTRY 50
      * TAKES EVERY OFFICER PAST THE 49TH, AND REASON ENTRY 12 EVERY
      * REASON PAST THE 11TH, SO NOTHING GOES UNCOUNTED.
       01  WS-OFF-TABLE.
         03  WS-OFF-ENTRY               OCCURS 50 TIMES.
            05  WS-OFF-USER                pic x(8).
            05  WS-OFF-RSN-CNT             pic s9(4) BINARY.
            05  WS-OFF-BAND                OCCURS 7 TIMES.
               07  WS-OFF-APPROVED            pic 9(07) COMP-3.
               07  WS-OFF-DECLINED            pic 9(07) COMP-3.
               07  WS-OFF-APPR-RATE           pic 9v9(6).
            05  WS-OFF-RSN                 OCCURS 12 TIMES.
               07  WS-OFF-RSN-KEY             pic x(6).
               07  WS-OFF-RSN-BAND-CNT        OCCURS 7 TIMES
                                              pic 9(07) COMP-3.

      * ONE DECISION.
       01  WS-DECISION.
         03  WS-AGE-BAND                pic s9(4) BINARY.
         03  WS-OUTCOME                 pic x(1).
            88  WS-OUT-APPROVE              value 'A'.
            88  WS-OUT-DECLINE              value 'D'.
            88  WS-OUT-PENDING              value 'P'.
         03  WS-OFFICER                 pic x(8).
         03  WS-RSN-KEY                 pic x(6).
         03  WS-RATE-EDIT               pic z9.99.
         03  WS-RATE-NUM                pic 99v99.

      * SCRATCH FIELDS FOR THE STORED REQUEST JSON - THE SAME
      * UNSTRING AND DIGIT-SCAN IDIOM CRASIM USES FOR THE AMOUNT.
       01  WS-PARSE-WORK.
         03  WS-STR4                    pic x(600).
         03  WS-PARSE-RAW               pic x(30).
         03  WS-AGE-TEXT                pic x(3).
         03  WS-AGE-NUM                 pic 9(3).
         03  WS-AGE-DIGITS              pic s9(4) BINARY.
         03  WS-AGE-SUB                 pic s9(4) BINARY.
         03  WS-AGE-DIGIT-X             pic x(1).
         03  WS-AGE-DIGIT REDEFINES WS-AGE-DIGIT-X
                                        pic 9(1).
         03  WS-AGE-END-SW              pic x(1).
            88  WS-AGE-ENDED                value 'Y'.
            88  WS-AGE-SCANNING             value 'N'.

       01  WS-RPT-WORK.
         03  WS-RPT-TOTAL-EDIT          pic zzzzzz9.
         03  WS-RPT-PCT                 pic 999v9.
         03  WS-RPT-PCT-EDIT            pic zz9.9.
         03  WS-RPT-AIR                 pic 9v9(6).
         03  WS-RPT-AIR-EDIT            pic 9.99.
         03  WS-RPT-AGE-EDIT            pic 99.
         03  WS-RPT-AGE-NEXT            pic 9(3).
         03  WS-RPT-BEST-RATE           pic 9v9(6).
         03  WS-RPT-PTR                 pic s9(4) BINARY.

       01  WS-BAND-LINE.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-BDL-LABEL               pic x(8).
         03  WS-BDL-DECIDED             pic zzzzzz9.
         03  FILLER                     pic x(1)  value spaces.
         03  WS-BDL-APPROVED            pic zzzzzz9.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-BDL-APPR-PCT            pic x(5).
         03  FILLER                     pic x(2)  value spaces.
         03  WS-BDL-AIR                 pic x(4).
         03  FILLER                     pic x(1)  value spaces.
         03  WS-BDL-FLAG                pic x(5).
         03  WS-BDL-AVG-RATE            pic x(5).
         03  FILLER                     pic x(2)  value spaces.
         03  WS-BDL-COUNTER-PCT         pic x(5).
         03  FILLER                     pic x(1)  value spaces.
         03  WS-BDL-PENDING             pic zzzzzz9.
         03  FILLER                     pic x(16) value spaces.

       01  WS-REASON-LINE.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-RSL-LABEL               pic x(8).
         03  WS-RSL-DECLINED            pic zzzzzz9.
         03  WS-RSL-COL                 OCCURS 8 TIMES.
            05  FILLER                     pic x(2).
            05  WS-RSL-PCT                 pic x(5).
         03  FILLER                     pic x(7)  value spaces.

       01  WS-OFF-LINE.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-OFL-USER                pic x(8).
         03  FILLER                     pic x(1)  value spaces.
         03  WS-OFL-MEASURE             pic x(10).
         03  WS-OFL-CELL                OCCURS 7 TIMES
                                        pic x(7).
         03  FILLER                     pic x(10) value spaces.

       01  WS-CELL-WORK.
         03  WS-CELL-COUNT              pic zzzzzz9.
         03  WS-CELL-PCT.
            05  FILLER                     pic x(2)  value spaces.
            05  WS-CELL-PCT-EDIT           pic zz9.9.
         03  WS-CELL-AIR.
            05  FILLER                     pic x(2)  value spaces.
            05  WS-CELL-AIR-EDIT           pic 9.99.
            05  WS-CELL-AIR-FLAG           pic x(1).

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-TALLY-DECISIONS UNTIL WS-READ-DONE.
           PERFORM 3000-WRITE-REPORT.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *****************
       1000-INITIALIZE.
      *****************

           OPEN INPUT CRAFLRCT.
           IF NOT WS-CTL-OK
              DISPLAY 'CRAFLR - UNABLE TO OPEN CRAFLRCT, STATUS = '
                      WS-CTL-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           READ CRAFLRCT
               AT END
                  DISPLAY 'CRAFLR - CONTROL FILE EMPTY'
                  GO TO 9900-ABORT
           END-READ.

           IF CTL-DECISION-FROM IS NOT NUMERIC OR
              CTL-DECISION-TO IS NOT NUMERIC
              DISPLAY 'CRAFLR - CONTROL DATES MUST BOTH BE YYYYMMDD'
              GO TO 9900-ABORT
           END-IF.

           IF CTL-MIN-DECIDED IS NUMERIC
              IF CTL-MIN-DECIDED > 0
                 MOVE CTL-MIN-DECIDED TO WS-MIN-DECIDED
              END-IF
           END-IF.

           INITIALIZE WS-BAND-TABLE
                      WS-OFF-TABLE.

           PERFORM 1100-SET-AGE-BANDS.
           IF WS-CTL-BAD
              DISPLAY 'CRAFLR - BAND AGES MUST BE 2-DIGIT, ASCENDING'
              GO TO 9900-ABORT
           END-IF.

           OPEN INPUT CRAAUDIT.
           IF NOT WS-AUDIT-OK
              DISPLAY 'CRAFLR - UNABLE TO OPEN CRAAUDIT, STATUS = '
                      WS-AUDIT-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           OPEN OUTPUT CRAFLRRPT.
           IF NOT WS-RPT-OK
              DISPLAY 'CRAFLR - UNABLE TO OPEN CRAFLRRPT, STATUS = '
                      WS-RPT-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           MOVE '  FAIR-LENDING MONITORING BY APPLICANT AGE BAND'
                                     TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '  DECISIONS FROM ' DELIMITED BY SIZE
                  CTL-DECISION-FROM   DELIMITED BY SIZE
                  ' TO '              DELIMITED BY SIZE
                  CTL-DECISION-TO     DELIMITED BY SIZE
             INTO RPT-LINE.
           WRITE RPT-LINE.

           SET WS-READ-MORE TO TRUE.
           PERFORM 2100-READ-AUDIT.

       1000-INITIALIZE-END. EXIT.

      *****************
       1100-SET-AGE-BANDS.
      *****************
      * ALL FIVE CONTROL-CARD AGES BLANK TAKES THE COMPILED-IN SET.
      * OTHERWISE THE NON-BLANK ONES, IN ORDER, ARE THE BAND TOPS -
      * EACH MUST BE NUMERIC AND ABOVE THE ONE BEFORE, AND A BLANK
      * ENDS THE LIST. N TOPS MAKE N+1 BANDS.

           SET WS-CTL-GOOD TO TRUE.

           IF CTL-BAND-TOP(1) = SPACES AND
              CTL-BAND-TOP(2) = SPACES AND
              CTL-BAND-TOP(3) = SPACES AND
              CTL-BAND-TOP(4) = SPACES AND
              CTL-BAND-TOP(5) = SPACES
              PERFORM 1105-DEFAULT-BAND-TOP
                  VARYING WS-BND-SUB FROM 1 BY 1
                  UNTIL WS-BND-SUB > 5
           END-IF.

           MOVE 0 TO WS-BAND-CNT.
           PERFORM 1110-CHECK-BAND-TOP
               VARYING WS-BND-SUB FROM 1 BY 1
               UNTIL WS-BND-SUB > 5
                  OR CTL-BAND-TOP(WS-BND-SUB) = SPACES
                  OR WS-CTL-BAD.

           IF WS-BAND-CNT = 0
              SET WS-CTL-BAD TO TRUE
           END-IF.

           IF WS-CTL-GOOD
              ADD 1 TO WS-BAND-CNT
              MOVE 999 TO WS-BAND-TOP(WS-BAND-CNT)
              PERFORM 1120-BUILD-BAND-LABEL
                  VARYING WS-BND-SUB FROM 1 BY 1
                  UNTIL WS-BND-SUB > WS-BAND-CNT
              MOVE 'NO AGE' TO WS-BAND-LABEL(7)
              MOVE 0 TO WS-COL-CNT
              PERFORM 1130-ADD-COLUMN
                  VARYING WS-BND-SUB FROM 1 BY 1
                  UNTIL WS-BND-SUB > WS-BAND-CNT
              MOVE 7 TO WS-BND-SUB
              PERFORM 1130-ADD-COLUMN
           END-IF.

       1100-SET-AGE-BANDS-END. EXIT.

      *****************
       1105-DEFAULT-BAND-TOP.
      *****************

           MOVE WS-DEFAULT-TOP(WS-BND-SUB)
             TO CTL-BAND-TOP(WS-BND-SUB).

       1105-DEFAULT-BAND-TOP-END. EXIT.

      *****************
       1110-CHECK-BAND-TOP.
      *****************

           IF CTL-BAND-TOP(WS-BND-SUB) IS NOT NUMERIC
              SET WS-CTL-BAD TO TRUE
           ELSE
              IF WS-BND-SUB > 1
                 IF CTL-BAND-TOP(WS-BND-SUB) NOT >
                    CTL-BAND-TOP(WS-BND-SUB - 1)
                    SET WS-CTL-BAD TO TRUE
                 END-IF
              END-IF
           END-IF.

           IF WS-CTL-GOOD
              ADD 1 TO WS-BAND-CNT
              MOVE CTL-BAND-TOP(WS-BND-SUB)
                TO WS-BAND-TOP(WS-BAND-CNT)
           END-IF.

       1110-CHECK-BAND-TOP-END. EXIT.

      *****************
       1120-BUILD-BAND-LABEL.
      *****************
      * 'TO 24' FOR THE FIRST BAND, '25-34' BETWEEN, '62+' FOR THE
      * LAST.

           MOVE SPACES TO WS-BAND-LABEL(WS-BND-SUB).

           EVALUATE TRUE
               WHEN WS-BND-SUB = 1
                  MOVE WS-BAND-TOP(1) TO WS-RPT-AGE-EDIT
                  STRING 'TO '           DELIMITED BY SIZE
                         WS-RPT-AGE-EDIT DELIMITED BY SIZE
                    INTO WS-BAND-LABEL(WS-BND-SUB)
               WHEN WS-BND-SUB = WS-BAND-CNT
                  COMPUTE WS-RPT-AGE-NEXT =
                      WS-BAND-TOP(WS-BND-SUB - 1) + 1
                  MOVE WS-RPT-AGE-NEXT TO WS-RPT-AGE-EDIT
                  STRING WS-RPT-AGE-EDIT DELIMITED BY SIZE
                         '+'             DELIMITED BY SIZE
                    INTO WS-BAND-LABEL(WS-BND-SUB)
               WHEN OTHER
                  COMPUTE WS-RPT-AGE-NEXT =
                      WS-BAND-TOP(WS-BND-SUB - 1) + 1
                  MOVE WS-RPT-AGE-NEXT TO WS-RPT-AGE-EDIT
                  MOVE 1 TO WS-RPT-PTR
                  STRING WS-RPT-AGE-EDIT DELIMITED BY SIZE
                         '-'             DELIMITED BY SIZE
                    INTO WS-BAND-LABEL(WS-BND-SUB)
                    WITH POINTER WS-RPT-PTR
                  MOVE WS-BAND-TOP(WS-BND-SUB) TO WS-RPT-AGE-EDIT
                  STRING WS-RPT-AGE-EDIT DELIMITED BY SIZE
                    INTO WS-BAND-LABEL(WS-BND-SUB)
                    WITH POINTER WS-RPT-PTR
           END-EVALUATE.

       1120-BUILD-BAND-LABEL-END. EXIT.

      *****************
       1130-ADD-COLUMN.
      *****************

           ADD 1 TO WS-COL-CNT.
           MOVE WS-BND-SUB TO WS-COL-BAND(WS-COL-CNT).

       1130-ADD-COLUMN-END. EXIT.

      *****************
       2000-TALLY-DECISIONS.
      *****************
      * ONE AUDIT RECORD. ONLY REAL, SCORED CUSTOMER DECISIONS IN
      * THE CONTROL-CARD RANGE ARE COUNTED - SAME FILTER AS CRADRF.

           ADD 1 TO WS-READ-CNT.

           IF CRA-AUDIT-DATE < CTL-DECISION-FROM OR
              CRA-AUDIT-DATE > CTL-DECISION-TO OR
              CRA-AUDIT-LOAN-STATUS = SPACES OR
              CRA-AUDIT-PROBE-FLAG = 'Y' OR
              CRA-AUDIT-REUSE-FLAG = 'Y' OR
              CRA-AUDIT-APPL-REF(1:4) = 'DEMO'
              CONTINUE
           ELSE
              ADD 1 TO WS-USED-CNT
              PERFORM 2200-PARSE-AGE
              PERFORM 2300-SET-OUTCOME
              PERFORM 2400-TALLY-BAND
              IF CRA-AUDIT-RISK-BAND = 'MEDIUM' AND
                 NOT WS-OUT-PENDING
                 PERFORM 2500-TALLY-OFFICER
              END-IF
           END-IF.

           PERFORM 2100-READ-AUDIT.

       2000-TALLY-DECISIONS-END. EXIT.

      *****************
       2100-READ-AUDIT.
      *****************

           READ CRAAUDIT NEXT RECORD
               AT END SET WS-READ-DONE TO TRUE
           END-READ.

       2100-READ-AUDIT-END. EXIT.

      *****************
       2200-PARSE-AGE.
      *****************
      * THE AGE CRAURL SENT THE MODEL, OUT OF THE STORED REQUEST
      * JSON, AND THE BAND IT FALLS IN. NO DIGITS AT ALL IS 'NO AGE'
      * (BAND 7).

           MOVE SPACES TO WS-STR4
                          WS-PARSE-RAW
                          WS-AGE-TEXT.
           UNSTRING CRA-AUDIT-REQUEST-JSON
               delimited by '"age":"'
               into WS-STR4
                    WS-PARSE-RAW
           END-UNSTRING.
           UNSTRING WS-PARSE-RAW delimited by '"'
               into WS-AGE-TEXT
           END-UNSTRING.

           MOVE 0 TO WS-AGE-NUM
                     WS-AGE-DIGITS.
           SET WS-AGE-SCANNING TO TRUE.
           PERFORM 2210-AGE-DIGIT
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > LENGTH OF WS-AGE-TEXT
                  OR WS-AGE-ENDED.

           IF WS-AGE-DIGITS = 0
              MOVE 7 TO WS-AGE-BAND
              ADD 1 TO WS-NO-AGE-CNT
           ELSE
              MOVE 1 TO WS-AGE-BAND
              PERFORM 2220-NEXT-AGE-BAND
                  UNTIL WS-AGE-NUM NOT > WS-BAND-TOP(WS-AGE-BAND)
           END-IF.

       2200-PARSE-AGE-END. EXIT.

      *****************
       2210-AGE-DIGIT.
      *****************

           MOVE WS-AGE-TEXT(WS-AGE-SUB:1) TO WS-AGE-DIGIT-X.

           IF WS-AGE-DIGIT-X IS NUMERIC
              COMPUTE WS-AGE-NUM =
                  WS-AGE-NUM * 10 + WS-AGE-DIGIT
              ADD 1 TO WS-AGE-DIGITS
           ELSE
              SET WS-AGE-ENDED TO TRUE
           END-IF.

       2210-AGE-DIGIT-END. EXIT.

      *****************
       2220-NEXT-AGE-BAND.
      *****************
      * THE LAST BAND IN USE HAS TOP 999, SO THIS ALWAYS STOPS.

           ADD 1 TO WS-AGE-BAND.

       2220-NEXT-AGE-BAND-END. EXIT.

      *****************
       2300-SET-OUTCOME.
      *****************
      * THE DECISION AS IT STANDS - THE CRAR DISPOSITION FIRST, THEN
      * THE BAND, AS CRASIM 2300-SET-STORED-DECISION DOES.

           EVALUATE TRUE
               WHEN CRA-AUDIT-FINAL-DISP = 'APPROVED'
                  SET WS-OUT-APPROVE TO TRUE
               WHEN CRA-AUDIT-FINAL-DISP = 'DECLINED'
                  SET WS-OUT-DECLINE TO TRUE
               WHEN CRA-AUDIT-LOAN-STATUS = 'DECLINED-POLICY'
                  SET WS-OUT-DECLINE TO TRUE
               WHEN CRA-AUDIT-RISK-BAND = 'LOW'
                  SET WS-OUT-APPROVE TO TRUE
               WHEN CRA-AUDIT-RISK-BAND = 'HIGH'
                  SET WS-OUT-DECLINE TO TRUE
               WHEN OTHER
                  SET WS-OUT-PENDING TO TRUE
           END-EVALUATE.

       2300-SET-OUTCOME-END. EXIT.

      *****************
       2400-TALLY-BAND.
      *****************
      * AN OFFER RATE IS ONLY AVERAGED WHEN IT IS THERE AND READS AS
      * THE Z9.99 CRAURL WRITES - AN UNPRICED APPROVAL IS LEFT OUT
      * OF THE AVERAGE, NOT COUNTED AS ZERO.

           EVALUATE TRUE
               WHEN WS-OUT-PENDING
                  ADD 1 TO WS-BAND-PENDING(WS-AGE-BAND)
               WHEN WS-OUT-APPROVE
                  ADD 1 TO WS-BAND-DECIDED(WS-AGE-BAND)
                           WS-BAND-APPROVED(WS-AGE-BAND)
                  IF CRA-AUDIT-OFFER-RATE(2:1) IS NUMERIC AND
                     CRA-AUDIT-OFFER-RATE(3:1) = '.' AND
                     CRA-AUDIT-OFFER-RATE(4:2) IS NUMERIC
                     MOVE CRA-AUDIT-OFFER-RATE(1:5) TO WS-RATE-EDIT
                     MOVE WS-RATE-EDIT TO WS-RATE-NUM
                     ADD 1 TO WS-BAND-PRICED(WS-AGE-BAND)
                     ADD WS-RATE-NUM TO WS-BAND-RATE-SUM(WS-AGE-BAND)
                  END-IF
               WHEN OTHER
                  ADD 1 TO WS-BAND-DECIDED(WS-AGE-BAND)
                           WS-BAND-DECLINED(WS-AGE-BAND)
                  IF CRA-AUDIT-COUNTER-AMT NOT = SPACES
                     ADD 1 TO WS-BAND-COUNTER(WS-AGE-BAND)
                  END-IF
                  PERFORM 2410-TALLY-REASONS
           END-EVALUATE.

       2400-TALLY-BAND-END. EXIT.

      *****************
       2410-TALLY-REASONS.
      *****************
      * AN OFFICER DECLINE CARRIES NO MODEL CODES; CRAAAN LETTERS IT
      * AS A09, AND SO IT IS COUNTED HERE.

           IF CRA-AUDIT-FINAL-DISP = 'DECLINED'
              ADD 1 TO WS-BAND-REASON-CNT(WS-AGE-BAND, 7)
           ELSE
              IF CRA-AUDIT-REASON-CNT IS NUMERIC
                 PERFORM 2420-COUNT-REASON-CODE
                     VARYING WS-CODE-SUB FROM 1 BY 1
                     UNTIL WS-CODE-SUB > CRA-AUDIT-REASON-CNT
                        OR WS-CODE-SUB > 4
              END-IF
           END-IF.

       2410-TALLY-REASONS-END. EXIT.

      *****************
       2420-COUNT-REASON-CODE.
      *****************

           PERFORM 2430-MATCH-REASON-CODE
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 7
                  OR WS-REASON-CODE(WS-RSN-SUB) =
                     CRA-AUDIT-REASON-CODE(WS-CODE-SUB).

           ADD 1 TO WS-BAND-REASON-CNT(WS-AGE-BAND, WS-RSN-SUB).

       2420-COUNT-REASON-CODE-END. EXIT.

      *****************
       2430-MATCH-REASON-CODE.
      *****************
      * NOTHING TO DO - THE VARYING CLAUSE DOES THE SEARCH, AND AN
      * UNKNOWN CODE FALLS THROUGH TO ENTRY 8.

           CONTINUE.

       2430-MATCH-REASON-CODE-END. EXIT.

      *****************
       2500-TALLY-OFFICER.
      *****************
      * THE OFFICER WHOSE SIGNATURE FINISHED THE CASE - THE SECOND
      * SIGNER WHEN THERE WAS ONE - AND THE REASON THEY GAVE,
      * PREFIXED A OR D FOR THE WAY THEY DISPOSED IT.

           IF CRA-AUDIT-SECOND-USER NOT = SPACES
              MOVE CRA-AUDIT-SECOND-USER TO WS-OFFICER
           ELSE
              MOVE CRA-AUDIT-DISP-USER   TO WS-OFFICER
           END-IF.

           PERFORM 2510-FIND-OFFICER
               VARYING WS-OFF-SUB FROM 1 BY 1
               UNTIL WS-OFF-SUB > WS-OFF-CNT
                  OR WS-OFF-USER(WS-OFF-SUB) = WS-OFFICER.

           IF WS-OFF-SUB > WS-OFF-CNT
              IF WS-OFF-CNT < 50
                 ADD 1 TO WS-OFF-CNT
                 MOVE WS-OFF-CNT TO WS-OFF-SUB
                 MOVE WS-OFFICER TO WS-OFF-USER(WS-OFF-SUB)
                 IF WS-OFF-SUB = 50
                    MOVE '*OTHERS*' TO WS-OFF-USER(WS-OFF-SUB)
                 END-IF
              ELSE
                 MOVE 50 TO WS-OFF-SUB
              END-IF
           END-IF.

           MOVE SPACES TO WS-RSN-KEY.
           IF WS-OUT-APPROVE
              ADD 1 TO WS-OFF-APPROVED(WS-OFF-SUB, WS-AGE-BAND)
              MOVE 'A' TO WS-RSN-KEY(1:1)
           ELSE
              ADD 1 TO WS-OFF-DECLINED(WS-OFF-SUB, WS-AGE-BAND)
              MOVE 'D' TO WS-RSN-KEY(1:1)
           END-IF.
           MOVE CRA-AUDIT-DISP-REASON TO WS-RSN-KEY(3:4).

           PERFORM 2520-FIND-OFFICER-REASON
               VARYING WS-ORS-SUB FROM 1 BY 1
               UNTIL WS-ORS-SUB > WS-OFF-RSN-CNT(WS-OFF-SUB)
                  OR WS-OFF-RSN-KEY(WS-OFF-SUB, WS-ORS-SUB) =
                     WS-RSN-KEY.

           IF WS-ORS-SUB > WS-OFF-RSN-CNT(WS-OFF-SUB)
              IF WS-OFF-RSN-CNT(WS-OFF-SUB) < 12
                 ADD 1 TO WS-OFF-RSN-CNT(WS-OFF-SUB)
                 MOVE WS-OFF-RSN-CNT(WS-OFF-SUB) TO WS-ORS-SUB
                 MOVE WS-RSN-KEY
                   TO WS-OFF-RSN-KEY(WS-OFF-SUB, WS-ORS-SUB)
                 IF WS-ORS-SUB = 12
                    MOVE 'OTHER'
                      TO WS-OFF-RSN-KEY(WS-OFF-SUB, WS-ORS-SUB)
                 END-IF
              ELSE
                 MOVE 12 TO WS-ORS-SUB
              END-IF
           END-IF.

           ADD 1 TO WS-OFF-RSN-BAND-CNT(WS-OFF-SUB, WS-ORS-SUB,
                                        WS-AGE-BAND).

       2500-TALLY-OFFICER-END. EXIT.

      *****************
       2510-FIND-OFFICER.
      *****************

           CONTINUE.

       2510-FIND-OFFICER-END. EXIT.

      *****************
       2520-FIND-OFFICER-REASON.
      *****************

           CONTINUE.

       2520-FIND-OFFICER-REASON-END. EXIT.

      *****************
       3000-WRITE-REPORT.
      *****************

           PERFORM 3100-WRITE-BAND-PART.
           PERFORM 3300-WRITE-REASON-PART.
           PERFORM 3400-WRITE-OFFICER-PART.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           MOVE WS-READ-CNT TO WS-RPT-TOTAL-EDIT.
           STRING '  AUDIT RECORDS READ:              '
                             DELIMITED BY SIZE
                  WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
             INTO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           MOVE WS-USED-CNT TO WS-RPT-TOTAL-EDIT.
           STRING '  DECISIONS IN PERIOD:             '
                             DELIMITED BY SIZE
                  WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
             INTO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           MOVE WS-NO-AGE-CNT TO WS-RPT-TOTAL-EDIT.
           STRING '  AGE NOT READABLE (NO AGE):       '
                             DELIMITED BY SIZE
                  WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
             INTO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           MOVE WS-MIN-DECIDED TO WS-RPT-TOTAL-EDIT.
           STRING '  MINIMUM DECISIONS FOR A RATIO:   '
                             DELIMITED BY SIZE
                  WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
             INTO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           MOVE WS-FLAG-CNT TO WS-RPT-TOTAL-EDIT.
           STRING '  AGE BANDS BELOW FOUR-FIFTHS:     '
                             DELIMITED BY SIZE
                  WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
             INTO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           MOVE WS-OFF-FLAG-CNT TO WS-RPT-TOTAL-EDIT.
           STRING '  OFFICER BANDS BELOW FOUR-FIFTHS: '
                             DELIMITED BY SIZE
                  WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
             INTO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-FLAG-CNT > 0 OR WS-OFF-FLAG-CNT > 0
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE '  *** ADVERSE IMPACT INDICATED - SEE FLAGGED BANDS'
                   TO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-WRITE-REPORT-END. EXIT.

      *****************
       3100-WRITE-BAND-PART.
      *****************
      * THE MOST-FAVOURED BAND IS FOUND FIRST, FROM THE BANDS WITH
      * ENOUGH DECISIONS TO COUNT; EVERY BAND'S RATIO IS THEN TAKEN
      * AGAINST IT.

           MOVE 0 TO WS-BEST-BAND
                     WS-RPT-BEST-RATE.
           PERFORM 3110-FIND-FAVOURED-BAND
               VARYING WS-BND-SUB FROM 1 BY 1
               UNTIL WS-BND-SUB > WS-BAND-CNT.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '  PART 1 - OUTCOMES BY AGE BAND' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '                      APPROVAL   IMPACT   AVG OFFER'
                                     TO RPT-LINE.
           MOVE ' CNTR  MEDIUM'           TO RPT-LINE(52:13).
           WRITE RPT-LINE.
           MOVE '  AGE     DECIDED APPROVED  RATE% RATIO FLAG  RATE'
                                     TO RPT-LINE.
           MOVE '  OFR%  PENDNG'          TO RPT-LINE(51:14).
           WRITE RPT-LINE.

           PERFORM 3120-WRITE-BAND-LINE
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COL-CNT.

           IF WS-BEST-BAND = 0
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE '  NO AGE BAND HAS ENOUGH DECISIONS FOR A RATIO'
                   TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       3100-WRITE-BAND-PART-END. EXIT.

      *****************
       3110-FIND-FAVOURED-BAND.
      *****************

           IF WS-BAND-DECIDED(WS-BND-SUB) > 0
              COMPUTE WS-BAND-APPR-RATE(WS-BND-SUB) =
                  WS-BAND-APPROVED(WS-BND-SUB) /
                  WS-BAND-DECIDED(WS-BND-SUB)
           END-IF.

           IF WS-BAND-DECIDED(WS-BND-SUB) NOT < WS-MIN-DECIDED
              IF WS-BEST-BAND = 0 OR
                 WS-BAND-APPR-RATE(WS-BND-SUB) > WS-RPT-BEST-RATE
                 MOVE WS-BND-SUB TO WS-BEST-BAND
                 MOVE WS-BAND-APPR-RATE(WS-BND-SUB)
                   TO WS-RPT-BEST-RATE
              END-IF
           END-IF.

       3110-FIND-FAVOURED-BAND-END. EXIT.

      *****************
       3120-WRITE-BAND-LINE.
      *****************
      * A RATE WITH NOTHING UNDER IT IS LEFT BLANK, NOT SHOWN AS
      * ZERO. THE 'NO AGE' LINE IS NEVER GIVEN A RATIO. THE RATIO IS
      * WORKED FROM THE COUNTS, NOT THE ROUNDED RATES, TESTED
      * UNROUNDED AND SHOWN TRUNCATED - A BAND AT 0.7999 IS SHOWN
      * 0.79 AND FLAGGED, NEVER 0.80 AND FLAGGED.

           MOVE WS-COL-BAND(WS-COL-SUB) TO WS-BND-SUB.

           MOVE WS-BAND-LABEL(WS-BND-SUB)    TO WS-BDL-LABEL.
           MOVE WS-BAND-DECIDED(WS-BND-SUB)  TO WS-BDL-DECIDED.
           MOVE WS-BAND-APPROVED(WS-BND-SUB) TO WS-BDL-APPROVED.
           MOVE WS-BAND-PENDING(WS-BND-SUB)  TO WS-BDL-PENDING.
           MOVE SPACES TO WS-BDL-APPR-PCT
                          WS-BDL-AIR
                          WS-BDL-FLAG
                          WS-BDL-AVG-RATE
                          WS-BDL-COUNTER-PCT.

           IF WS-BAND-DECIDED(WS-BND-SUB) > 0
              COMPUTE WS-RPT-PCT ROUNDED =
                  (WS-BAND-APPROVED(WS-BND-SUB) * 100) /
                  WS-BAND-DECIDED(WS-BND-SUB)
              MOVE WS-RPT-PCT      TO WS-RPT-PCT-EDIT
              MOVE WS-RPT-PCT-EDIT TO WS-BDL-APPR-PCT
           END-IF.

           IF WS-BEST-BAND > 0 AND
              WS-BND-SUB NOT = 7 AND
              WS-BAND-DECIDED(WS-BND-SUB) NOT < WS-MIN-DECIDED
              IF WS-RPT-BEST-RATE > 0
                 COMPUTE WS-RPT-AIR =
                     (WS-BAND-APPROVED(WS-BND-SUB) *
                      WS-BAND-DECIDED(WS-BEST-BAND)) /
                     (WS-BAND-DECIDED(WS-BND-SUB) *
                      WS-BAND-APPROVED(WS-BEST-BAND))
              ELSE
                 MOVE 1 TO WS-RPT-AIR
              END-IF
              MOVE WS-RPT-AIR      TO WS-RPT-AIR-EDIT
              MOVE WS-RPT-AIR-EDIT TO WS-BDL-AIR
              IF WS-RPT-AIR < 0.80
                 MOVE '<4/5' TO WS-BDL-FLAG
                 ADD 1 TO WS-FLAG-CNT
              END-IF
           END-IF.

           IF WS-BAND-PRICED(WS-BND-SUB) > 0
              COMPUTE WS-RATE-NUM ROUNDED =
                  WS-BAND-RATE-SUM(WS-BND-SUB) /
                  WS-BAND-PRICED(WS-BND-SUB)
              MOVE WS-RATE-NUM  TO WS-RATE-EDIT
              MOVE WS-RATE-EDIT TO WS-BDL-AVG-RATE
           END-IF.

           IF WS-BAND-DECLINED(WS-BND-SUB) > 0
              COMPUTE WS-RPT-PCT ROUNDED =
                  (WS-BAND-COUNTER(WS-BND-SUB) * 100) /
                  WS-BAND-DECLINED(WS-BND-SUB)
              MOVE WS-RPT-PCT      TO WS-RPT-PCT-EDIT
              MOVE WS-RPT-PCT-EDIT TO WS-BDL-COUNTER-PCT
           END-IF.

           WRITE RPT-LINE FROM WS-BAND-LINE.

       3120-WRITE-BAND-LINE-END. EXIT.

      *****************
       3300-WRITE-REASON-PART.
      *****************

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '  PART 2 - DECLINE REASON MIX (% OF BAND DECLINES)'
                                     TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '  AGE     DECLNS    A01    A02    A03    A04    A05'
                                     TO RPT-LINE.
           MOVE '    A06    A09  OTHER'   TO RPT-LINE(52:21).
           WRITE RPT-LINE.

           PERFORM 3310-WRITE-REASON-LINE
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COL-CNT.

       3300-WRITE-REASON-PART-END. EXIT.

      *****************
       3310-WRITE-REASON-LINE.
      *****************

           MOVE WS-COL-BAND(WS-COL-SUB) TO WS-BND-SUB.

           MOVE WS-BAND-LABEL(WS-BND-SUB)    TO WS-RSL-LABEL.
           MOVE WS-BAND-DECLINED(WS-BND-SUB) TO WS-RSL-DECLINED.

           PERFORM 3320-EDIT-REASON-PCT
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 8.

           WRITE RPT-LINE FROM WS-REASON-LINE.

       3310-WRITE-REASON-LINE-END. EXIT.

      *****************
       3320-EDIT-REASON-PCT.
      *****************

           MOVE SPACES TO WS-RSL-COL(WS-RSN-SUB).

           IF WS-BAND-DECLINED(WS-BND-SUB) > 0
              COMPUTE WS-RPT-PCT ROUNDED =
                  (WS-BAND-REASON-CNT(WS-BND-SUB, WS-RSN-SUB) * 100)
                  / WS-BAND-DECLINED(WS-BND-SUB)
              MOVE WS-RPT-PCT      TO WS-RPT-PCT-EDIT
              MOVE WS-RPT-PCT-EDIT TO WS-RSL-PCT(WS-RSN-SUB)
           END-IF.

       3320-EDIT-REASON-PCT-END. EXIT.

      *****************
       3400-WRITE-OFFICER-PART.
      *****************

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '  PART 3 - CRAR DISPOSITIONS OF MEDIUM CASES'
                                     TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES      TO WS-OFF-LINE.
           MOVE 'OFFICER'   TO WS-OFL-USER.
           MOVE 'AGE BAND'  TO WS-OFL-MEASURE.
           PERFORM 3410-EDIT-BAND-HEADING
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COL-CNT.
           WRITE RPT-LINE FROM WS-OFF-LINE.

           IF WS-OFF-CNT = 0
              MOVE '  NO MEDIUM CASES WERE DISPOSED IN THE PERIOD'
                   TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

           PERFORM 3420-WRITE-OFFICER
               VARYING WS-OFF-SUB FROM 1 BY 1
               UNTIL WS-OFF-SUB > WS-OFF-CNT.

       3400-WRITE-OFFICER-PART-END. EXIT.

      *****************
       3410-EDIT-BAND-HEADING.
      *****************

           MOVE WS-COL-BAND(WS-COL-SUB) TO WS-BND-SUB.
           MOVE SPACES TO WS-OFL-CELL(WS-COL-SUB).
           MOVE WS-BAND-LABEL(WS-BND-SUB)
             TO WS-OFL-CELL(WS-COL-SUB)(2:6).

       3410-EDIT-BAND-HEADING-END. EXIT.

      *****************
       3420-WRITE-OFFICER.
      *****************
      * FOUR FIXED LINES - APPROVED, DECLINED, APPROVAL RATE, RATIO -
      * THEN ONE LINE PER REASON THE OFFICER GAVE. THE RATIO IS
      * AGAINST THE OFFICER'S OWN BEST BAND WITH ENOUGH CASES.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 0 TO WS-BEST-BAND
                     WS-RPT-BEST-RATE.
           PERFORM 3430-FIND-OFFICER-FAVOURED
               VARYING WS-BND-SUB FROM 1 BY 1
               UNTIL WS-BND-SUB > WS-BAND-CNT.

           MOVE SPACES TO WS-OFF-LINE.
           MOVE WS-OFF-USER(WS-OFF-SUB) TO WS-OFL-USER.
           MOVE 'APPROVED'  TO WS-OFL-MEASURE.
           PERFORM 3440-EDIT-APPROVED
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COL-CNT.
           WRITE RPT-LINE FROM WS-OFF-LINE.

           MOVE SPACES TO WS-OFF-LINE.
           MOVE 'DECLINED'  TO WS-OFL-MEASURE.
           PERFORM 3450-EDIT-DECLINED
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COL-CNT.
           WRITE RPT-LINE FROM WS-OFF-LINE.

           MOVE SPACES TO WS-OFF-LINE.
           MOVE 'APPROVAL %' TO WS-OFL-MEASURE.
           PERFORM 3460-EDIT-APPROVAL-PCT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COL-CNT.
           WRITE RPT-LINE FROM WS-OFF-LINE.

           MOVE SPACES TO WS-OFF-LINE.
           MOVE 'IMPACT'    TO WS-OFL-MEASURE.
           IF WS-BEST-BAND > 0
              PERFORM 3470-EDIT-IMPACT-RATIO
                  VARYING WS-COL-SUB FROM 1 BY 1
                  UNTIL WS-COL-SUB > WS-COL-CNT
           END-IF.
           WRITE RPT-LINE FROM WS-OFF-LINE.

           PERFORM 3480-WRITE-OFFICER-REASON
               VARYING WS-ORS-SUB FROM 1 BY 1
               UNTIL WS-ORS-SUB > WS-OFF-RSN-CNT(WS-OFF-SUB).

       3420-WRITE-OFFICER-END. EXIT.

      *****************
       3430-FIND-OFFICER-FAVOURED.
      *****************

           IF WS-OFF-APPROVED(WS-OFF-SUB, WS-BND-SUB) +
              WS-OFF-DECLINED(WS-OFF-SUB, WS-BND-SUB) > 0
              COMPUTE WS-OFF-APPR-RATE(WS-OFF-SUB, WS-BND-SUB) =
                  WS-OFF-APPROVED(WS-OFF-SUB, WS-BND-SUB) /
                  (WS-OFF-APPROVED(WS-OFF-SUB, WS-BND-SUB) +
                   WS-OFF-DECLINED(WS-OFF-SUB, WS-BND-SUB))
           END-IF.

           IF WS-OFF-APPROVED(WS-OFF-SUB, WS-BND-SUB) +
              WS-OFF-DECLINED(WS-OFF-SUB, WS-BND-SUB)
                  NOT < WS-MIN-DECIDED
              IF WS-BEST-BAND = 0 OR
                 WS-OFF-APPR-RATE(WS-OFF-SUB, WS-BND-SUB) >
                 WS-RPT-BEST-RATE
                 MOVE WS-BND-SUB TO WS-BEST-BAND
                 MOVE WS-OFF-APPR-RATE(WS-OFF-SUB, WS-BND-SUB)
                   TO WS-RPT-BEST-RATE
              END-IF
           END-IF.

       3430-FIND-OFFICER-FAVOURED-END. EXIT.

      *****************
       3440-EDIT-APPROVED.
      *****************

           MOVE WS-COL-BAND(WS-COL-SUB) TO WS-BND-SUB.
           MOVE WS-OFF-APPROVED(WS-OFF-SUB, WS-BND-SUB)
             TO WS-CELL-COUNT.
           MOVE WS-CELL-COUNT TO WS-OFL-CELL(WS-COL-SUB).

       3440-EDIT-APPROVED-END. EXIT.

      *****************
       3450-EDIT-DECLINED.
      *****************

           MOVE WS-COL-BAND(WS-COL-SUB) TO WS-BND-SUB.
           MOVE WS-OFF-DECLINED(WS-OFF-SUB, WS-BND-SUB)
             TO WS-CELL-COUNT.
           MOVE WS-CELL-COUNT TO WS-OFL-CELL(WS-COL-SUB).

       3450-EDIT-DECLINED-END. EXIT.

      *****************
       3460-EDIT-APPROVAL-PCT.
      *****************

           MOVE WS-COL-BAND(WS-COL-SUB) TO WS-BND-SUB.

           IF WS-OFF-APPROVED(WS-OFF-SUB, WS-BND-SUB) +
              WS-OFF-DECLINED(WS-OFF-SUB, WS-BND-SUB) > 0
              COMPUTE WS-RPT-PCT ROUNDED =
                  (WS-OFF-APPROVED(WS-OFF-SUB, WS-BND-SUB) * 100) /
                  (WS-OFF-APPROVED(WS-OFF-SUB, WS-BND-SUB) +
                   WS-OFF-DECLINED(WS-OFF-SUB, WS-BND-SUB))
              MOVE WS-RPT-PCT  TO WS-CELL-PCT-EDIT
              MOVE WS-CELL-PCT TO WS-OFL-CELL(WS-COL-SUB)
           END-IF.

       3460-EDIT-APPROVAL-PCT-END. EXIT.

      *****************
       3470-EDIT-IMPACT-RATIO.
      *****************
      * NO RATIO FOR 'NO AGE' OR FOR A BAND WITH TOO FEW CASES.

           MOVE WS-COL-BAND(WS-COL-SUB) TO WS-BND-SUB.

           IF WS-BND-SUB NOT = 7 AND
              WS-OFF-APPROVED(WS-OFF-SUB, WS-BND-SUB) +
              WS-OFF-DECLINED(WS-OFF-SUB, WS-BND-SUB)
                  NOT < WS-MIN-DECIDED
              IF WS-RPT-BEST-RATE > 0
                 COMPUTE WS-RPT-AIR =
                     (WS-OFF-APPROVED(WS-OFF-SUB, WS-BND-SUB) *
                      (WS-OFF-APPROVED(WS-OFF-SUB, WS-BEST-BAND) +
                       WS-OFF-DECLINED(WS-OFF-SUB, WS-BEST-BAND))) /
                     ((WS-OFF-APPROVED(WS-OFF-SUB, WS-BND-SUB) +
                       WS-OFF-DECLINED(WS-OFF-SUB, WS-BND-SUB)) *
                      WS-OFF-APPROVED(WS-OFF-SUB, WS-BEST-BAND))
              ELSE
                 MOVE 1 TO WS-RPT-AIR
              END-IF
              MOVE WS-RPT-AIR TO WS-CELL-AIR-EDIT
              MOVE SPACE      TO WS-CELL-AIR-FLAG
              IF WS-RPT-AIR < 0.80
                 MOVE '*' TO WS-CELL-AIR-FLAG
                 ADD 1 TO WS-OFF-FLAG-CNT
              END-IF
              MOVE WS-CELL-AIR TO WS-OFL-CELL(WS-COL-SUB)
           END-IF.

       3470-EDIT-IMPACT-RATIO-END. EXIT.

      *****************
       3480-WRITE-OFFICER-REASON.
      *****************

           MOVE SPACES TO WS-OFF-LINE.
           STRING 'RSN '    DELIMITED BY SIZE
                  WS-OFF-RSN-KEY(WS-OFF-SUB, WS-ORS-SUB)
                            DELIMITED BY SIZE
             INTO WS-OFL-MEASURE.
           PERFORM 3490-EDIT-REASON-COUNT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COL-CNT.
           WRITE RPT-LINE FROM WS-OFF-LINE.

       3480-WRITE-OFFICER-REASON-END. EXIT.

      *****************
       3490-EDIT-REASON-COUNT.
      *****************

           MOVE WS-COL-BAND(WS-COL-SUB) TO WS-BND-SUB.
           MOVE WS-OFF-RSN-BAND-CNT(WS-OFF-SUB, WS-ORS-SUB,
                                    WS-BND-SUB)
             TO WS-CELL-COUNT.
           MOVE WS-CELL-COUNT TO WS-OFL-CELL(WS-COL-SUB).

       3490-EDIT-REASON-COUNT-END. EXIT.

      *****************
       9000-TERMINATE.
      *****************

           CLOSE CRAFLRCT.
           CLOSE CRAAUDIT.
           CLOSE CRAFLRRPT.

       9000-TERMINATE-END. EXIT.

      *****************
       9900-ABORT.
      *****************
      * REACHED FROM 1000-INITIALIZE, WHICH HAS ALREADY DISPLAYED
      * WHICH FILE, STATUS OR CONTROL VALUE CAUSED THE ABEND.

           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-ABORT-END. EXIT.
