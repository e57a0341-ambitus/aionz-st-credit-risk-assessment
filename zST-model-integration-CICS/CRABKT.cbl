       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRABKT.

      * AUTHOR - MAHALAKSHMI V************************************
      *
      * LOAN-PERFORMANCE BACK-TEST OVER CRAAUDIT. CRADRF SAYS WHEN
      * THE INPUTS HAVE MOVED AND CRACMP COMPARES TWO MODELS TO EACH
      * OTHER, BUT NOTHING SAID WHETHER THE SCORES STILL PREDICT
      * REAL LOSSES - WHETHER A LOW BAND FROM CRAURL'S
      * 0515-CALC-RISK-BAND ACTUALLY STAYED GOOD. THIS REPORT JOINS
      * EVERY BOOKED LOAN ON THE CRAOUTC OUTCOME FILE (LOADED
      * MONTHLY FROM SERVICING BY CRAPFL) TO THE LATEST CRAAUDIT
      * DECISION FOR ITS APPLICATION REFERENCE AND SHOWS THE
      * REALIZED BAD RATE BY RISK BAND, BY PROBABILITY-1 DECILE, BY
      * MODEL/VERSION AND BY BOOKING-MONTH VINTAGE, WITH A
      * RANK-ORDERING CHECK PER MODEL VERSION - THE EVIDENCE
      * MODEL-RISK GOVERNANCE ASKS FOR.
      *
      * A LOAN IS BAD WHEN ITS WORST STATUS EVER REPORTED IS 90+
      * DAYS PAST DUE OR CHARGED OFF (CRA-OUT-EVER-BAD). A LOAN ONLY
      * A FEW MONTHS ON BOOK HAS NOT HAD TIME TO GO BAD, SO LOANS
      * UNDER THE SEASONING MINIMUM ARE LEFT OUT OF THE BAND, DECILE
      * AND MODEL SECTIONS AND COUNTED SEPARATELY; THE VINTAGE
      * SECTION SHOWS EVERY MATCHED LOAN, SINCE THE VINTAGE ITSELF
      * SAYS HOW SEASONED IT IS.
      *
      * RANK ORDERING: WITHIN ONE MODEL VERSION THE BAD RATE SHOULD
      * NOT FALL AS THE PROBABILITY DECILE RISES. EACH DECILE WITH
      * AT LEAST THE MINIMUM NUMBER OF LOANS IS COMPARED WITH THE
      * LAST SUCH DECILE BELOW IT; A LOWER BAD RATE IS AN INVERSION
      * AND FLAGS THE VERSION. THIN DECILES ARE SHOWN BUT NOT
      * COMPARED - THREE LOANS PROVE NOTHING EITHER WAY.
      *
      * THE LIVE FILE ONLY KEEPS CRAARC'S RETENTION WINDOW, AND
      * MOST LOANS WORTH BACK-TESTING WERE DECIDED BEFORE IT. THE
      * JCL THEREFORE CONCATENATES THE CRAARC ARCHIVE GENERATIONS
      * ON CRABKTAR (DUMMY WHEN ONLY THE LIVE WINDOW IS WANTED); THE
      * ARCHIVE IS MATCHED FIRST, THEN THE LIVE FILE, AND THE LATEST
      * TIMESTAMP PER REFERENCE WINS WHEREVER IT CAME FROM - THE
      * SAME RULE THE CRAI INQUIRY AND CRAAAN APPLY. BLANK-STATUS
      * RECORDS, THE DEMO REFERENCE, COUNTEROFFER PROBES AND REUSE
      * RECORDS ARE SKIPPED AS EVERYWHERE ELSE.
      *
      * DRIVEN BY A ONE-RECORD CONTROL FILE (CRABKTCT): AN OPTIONAL
      * DECISION-DATE WINDOW (BOTH BLANK = EVERY DECISION), THE
      * SEASONING MINIMUM IN MONTHS ON BOOK (BLANK/ZERO KEEPS THE
      * COMPILED-IN 12) AND THE MINIMUM LOANS FOR A DECILE TO BE
      * RANK-TESTED (BLANK/ZERO KEEPS THE COMPILED-IN 30). A BROKEN
      * RANK ORDER ENDS THE JOB RC=4 SO AUTOMATION SEES IT. AN
      * OUTCOME FILE TOO BIG FOR THE OUTCOME TABLE ENDS IT RC=16 -
      * A BACK-TEST OVER PART OF THE PORTFOLIO IS NOT REPORTED.
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRABKTCT  ASSIGN TO CRABKTCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT CRAOUTC   ASSIGN TO CRAOUTC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRA-OUT-APPL-REF
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT CRABKTAR  ASSIGN TO CRABKTAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT CRAAUDIT  ASSIGN TO CRAAUDIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRA-AUDIT-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CRABKTRPT ASSIGN TO CRABKTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CRABKTCT
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RECORD.
           05  CTL-DECISION-FROM        PIC X(08).
           05  CTL-DECISION-TO          PIC X(08).
           05  CTL-MIN-MOB              PIC 9(03).
           05  CTL-MIN-DECILE-LOANS     PIC 9(05).
           05  FILLER                   PIC X(56).

       FD  CRAOUTC
           RECORD CONTAINS 37 CHARACTERS.
       COPY CRAOUTR.

      * CRAARC ARCHIVE GENERATIONS - CRAAUDIT RECORDS AS OFFLOADED.
      * EACH IS READ INTO THE CRAAUDIT RECORD AREA SO ONE SET OF
      * MATCHING PARAGRAPHS SERVES BOTH SOURCES.
       FD  CRABKTAR
           RECORD CONTAINS 1581 CHARACTERS.
       01  ARC-IN-RECORD                PIC X(1581).

       FD  CRAAUDIT
           RECORD CONTAINS 1581 CHARACTERS.
       COPY CRAAUDR.

       FD  CRABKTRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-GROUP.
         03  WS-CTL-FILE-STATUS         pic x(2).
            88  WS-CTL-OK                   value '00'.
         03  WS-OUT-FILE-STATUS         pic x(2).
            88  WS-OUT-OK                   value '00'.
            88  WS-OUT-NEVER-LOADED         value '35'.
         03  WS-ARC-FILE-STATUS         pic x(2).
            88  WS-ARC-OK                   value '00'.
         03  WS-AUDIT-FILE-STATUS       pic x(2).
            88  WS-AUDIT-OK                 value '00'.
         03  WS-RPT-FILE-STATUS         pic x(2).
            88  WS-RPT-OK                   value '00'.

       01  WS-CTL.
         03  WS-READ-SW                 pic x(1).
            88  WS-READ-MORE                value 'Y'.
            88  WS-READ-DONE                value 'N'.
         03  WS-WINDOW-SW               pic x(1)  value 'N'.
            88  WS-WINDOW-SET               value 'Y'.
         03  WS-MIN-MOB                 pic 9(03) value 12.
         03  WS-MIN-DECILE-LOANS        pic 9(05) value 30.
         03  WS-OUTCOME-CNT             pic 9(07) COMP-3 value 0.
         03  WS-ARC-READ-CNT            pic 9(07) COMP-3 value 0.
         03  WS-AUDIT-READ-CNT          pic 9(07) COMP-3 value 0.
         03  WS-MATCHED-CNT             pic 9(07) COMP-3 value 0.
         03  WS-UNMATCHED-CNT           pic 9(07) COMP-3 value 0.
         03  WS-YOUNG-CNT               pic 9(07) COMP-3 value 0.
         03  WS-NO-SCORE-CNT            pic 9(07) COMP-3 value 0.
         03  WS-SEASONED-CNT            pic 9(07) COMP-3 value 0.
         03  WS-SEASONED-BAD-CNT        pic 9(07) COMP-3 value 0.
         03  WS-BROKEN-CNT              pic s9(4) BINARY value 0.
         03  WS-TAB-SUB                 pic s9(8) BINARY.
         03  WS-BAND-SUB                pic s9(4) BINARY.
         03  WS-DEC-SUB                 pic s9(4) BINARY.
         03  WS-MDL-SUB                 pic s9(4) BINARY.
         03  WS-VIN-SUB                 pic s9(4) BINARY.
         03  WS-SHIFT-SUB               pic s9(4) BINARY.

      * ONE ROW PER BOOKED LOAN, LOADED FROM CRAOUTC IN KEY ORDER SO
      * EACH AUDIT RECORD FINDS ITS LOAN BY BINARY SEARCH - THE AUDIT
      * FILE AND ITS ARCHIVES RUN TO MILLIONS OF RECORDS, AND A
      * SERIAL SEARCH OF THIS TABLE FOR EVERY ONE OF THEM WOULD RUN
      * ALL NIGHT. UNUSED ROWS ARE HIGH-VALUES SO THE KEY ORDER
      * HOLDS ACROSS THE WHOLE TABLE. THE DECISION COLUMNS ARE
      * FILLED BY THE LATEST QUALIFYING AUDIT RECORD FOR THE
      * REFERENCE. THE TABLE IS SIZED FOR THE WHOLE SERVICING
      * PORTFOLIO; A FILE THAT OUTGROWS IT STOPS THE RUN RATHER THAN
      * BACK-TEST THE FIRST REFERENCES ONLY - RAISE WS-OUT-MAX AND
      * THE OCCURS TOGETHER.
       01  WS-OUTCOME-TABLE.
         03  WS-OUT-COUNT               pic s9(8) BINARY value 0.
         03  WS-OUT-MAX                 pic s9(8) BINARY value 500000.
         03  WS-OUT-ROWS.
            05  WS-OUT-ENTRY               OCCURS 500000 TIMES
                                           ASCENDING KEY IS WS-OUT-REF
                                           INDEXED BY WS-OUT-IDX.
               07  WS-OUT-REF                 pic x(10).
               07  WS-OUT-BOOK-MONTH          pic x(6).
               07  WS-OUT-MOB                 pic 9(3).
               07  WS-OUT-BAD-SW              pic x(1).
                  88  WS-OUT-BAD                  value 'Y'.
               07  WS-OUT-MATCH-SW            pic x(1).
                  88  WS-OUT-MATCHED              value 'Y'.
               07  WS-OUT-TIMESTAMP           pic x(14).
               07  WS-OUT-BAND                pic x(10).
               07  WS-OUT-PROB                pic 9v9999.
               07  WS-OUT-PROB-SW             pic x(1).
                  88  WS-OUT-PROB-OK              value 'Y'.
               07  WS-OUT-MODEL               pic x(25).
               07  WS-OUT-VERSION             pic x(25).

      * PROBABILITY PARSE - THE SAME UNSTRING/REDEFINES IDIOM CRADRF
      * USES ON THE STORED PROBABILITY COLUMN.
       01  WS-PARSE-WORK.
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

      * BAD-RATE TALLIES. BANDS: LOW, MEDIUM, HIGH AND ANYTHING ELSE
      * (A BOOKED LOAN WHOSE LATEST DECISION WAS NOT A LOW OR
      * MEDIUM IS ITSELF WORTH A LOOK).
       01  WS-BAND-TABLE.
         03  WS-BAND-ENTRY              OCCURS 4 TIMES.
            05  WS-BAND-LABEL              pic x(10).
            05  WS-BAND-LOANS              pic 9(7) COMP-3.
            05  WS-BAND-BADS               pic 9(7) COMP-3.

       01  WS-DECILE-TABLE.
         03  WS-DEC-ENTRY               OCCURS 10 TIMES.
            05  WS-DEC-LABEL               pic x(10).
            05  WS-DEC-LOANS               pic 9(7) COMP-3.
            05  WS-DEC-BADS                pic 9(7) COMP-3.

      * ONE ROW PER MODEL/VERSION SEEN ON A MATCHED DECISION, WITH
      * ITS OWN DECILE BREAKOUT FOR THE RANK-ORDERING CHECK. TWENTY
      * IS FAR MORE VERSIONS THAN EVER RUN INSIDE ONE PERFORMANCE
      * WINDOW; ANY BEYOND ARE COUNTED AND REPORTED.
       01  WS-MODEL-TABLE.
         03  WS-MDL-COUNT               pic s9(4) BINARY value 0.
         03  WS-MDL-OVERFLOW-CNT        pic 9(7) COMP-3 value 0.
         03  WS-MDL-ENTRY               OCCURS 20 TIMES
                                        INDEXED BY WS-MDL-IDX.
            05  WS-MDL-MODEL               pic x(25).
            05  WS-MDL-VERSION             pic x(25).
            05  WS-MDL-LOANS               pic 9(7) COMP-3.
            05  WS-MDL-BADS                pic 9(7) COMP-3.
            05  WS-MDL-RANK-SW             pic x(1).
               88  WS-MDL-RANK-BROKEN          value 'Y'.
               88  WS-MDL-RANK-HOLDS           value 'N'.
            05  WS-MDL-DEC                 OCCURS 10 TIMES.
               07  WS-MDL-DEC-LOANS           pic 9(7) COMP-3.
               07  WS-MDL-DEC-BADS            pic 9(7) COMP-3.

      * BOOKING-MONTH VINTAGES, KEPT IN ASCENDING MONTH ORDER AS
      * THEY ARE ADDED SO THE REPORT READS OLDEST FIRST. TEN YEARS
      * OF MONTHS; ANY OLDER VINTAGE BEYOND THAT IS COUNTED AND
      * REPORTED.
       01  WS-VINTAGE-TABLE.
         03  WS-VIN-COUNT               pic s9(4) BINARY value 0.
         03  WS-VIN-OVERFLOW-CNT        pic 9(7) COMP-3 value 0.
         03  WS-VIN-FOUND-SW            pic x(1).
            88  WS-VIN-FOUND                value 'Y'.
            88  WS-VIN-NEW                  value 'N'.
            88  WS-VIN-INSERT-HERE          value 'I'.
         03  WS-VIN-ENTRY               OCCURS 120 TIMES.
            05  WS-VIN-MONTH               pic x(6).
            05  WS-VIN-LOANS               pic 9(7) COMP-3.
            05  WS-VIN-BADS                pic 9(7) COMP-3.

      * RATE ARITHMETIC - PERCENT TO TWO DECIMALS, EXACTLY WHAT
      * PRINTS, SO AN INVERSION ON THE REPORT IS ONE A REVIEWER CAN
      * SEE IN THE PRINTED FIGURES.
       01  WS-CALC-WORK.
         03  WS-CALC-LOANS              pic 9(7) COMP-3.
         03  WS-CALC-BADS               pic 9(7) COMP-3.
         03  WS-CALC-RATE               pic 9(3)v99.
         03  WS-PRIOR-RATE              pic 9(3)v99.
         03  WS-PRIOR-SW                pic x(1).
            88  WS-PRIOR-SET                value 'Y'.
            88  WS-PRIOR-NONE               value 'N'.
         03  WS-LINE-FLAG               pic x(22).

       01  WS-RPT-WORK.
         03  WS-RPT-CNT-EDIT            pic zzzzzz9.
         03  WS-RPT-CNT2-EDIT           pic zzzzzz9.
         03  WS-RPT-MOB-EDIT            pic zz9.

       01  WS-RPT-DETAIL.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-DET-LABEL               pic x(44).
         03  WS-DET-COUNT               pic zzzzzz9.
         03  FILLER                     pic x(27) value spaces.

       01  WS-RPT-RATE-LINE.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-RRL-LABEL               pic x(24).
         03  FILLER                     pic x(1)  value spaces.
         03  WS-RRL-LOANS               pic zzzzzz9.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-RRL-BADS                pic zzzzzz9.
         03  FILLER                     pic x(3)  value spaces.
         03  WS-RRL-RATE                pic zz9.99.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-RRL-FLAG                pic x(22).
         03  FILLER                     pic x(4)  value spaces.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-MATCH-ARCHIVE UNTIL WS-READ-DONE.
           PERFORM 2400-START-LIVE-SCAN.
           PERFORM 2500-MATCH-AUDIT UNTIL WS-READ-DONE.
           PERFORM 3000-TALLY-OUTCOMES.
           PERFORM 4000-WRITE-REPORT.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *****************
       1000-INITIALIZE.
      *****************

           OPEN INPUT CRABKTCT.
           IF NOT WS-CTL-OK
              DISPLAY 'CRABKT - UNABLE TO OPEN CRABKTCT, STATUS = '
                      WS-CTL-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           READ CRABKTCT
               AT END
                  DISPLAY 'CRABKT - CONTROL FILE EMPTY'
                  GO TO 9900-ABORT
           END-READ.

           IF CTL-DECISION-FROM NOT EQUAL SPACES OR
              CTL-DECISION-TO NOT EQUAL SPACES
              IF CTL-DECISION-FROM IS NOT NUMERIC OR
                 CTL-DECISION-TO IS NOT NUMERIC
                 DISPLAY 'CRABKT - DECISION WINDOW DATES MUST BOTH '
                         'BE YYYYMMDD, OR BOTH BLANK'
                 GO TO 9900-ABORT
              END-IF
              SET WS-WINDOW-SET TO TRUE
           END-IF.

           IF CTL-MIN-MOB IS NUMERIC AND CTL-MIN-MOB > 0
              MOVE CTL-MIN-MOB TO WS-MIN-MOB
           END-IF.
           IF CTL-MIN-DECILE-LOANS IS NUMERIC AND
              CTL-MIN-DECILE-LOANS > 0
              MOVE CTL-MIN-DECILE-LOANS TO WS-MIN-DECILE-LOANS
           END-IF.

           OPEN INPUT CRAOUTC.
           IF WS-OUT-NEVER-LOADED
              DISPLAY 'CRABKT - CRAOUTC NEVER LOADED - RUN THE '
                      'CRAPFL PERFORMANCE LOAD FIRST'
              GO TO 9900-ABORT
           END-IF.
           IF NOT WS-OUT-OK
              DISPLAY 'CRABKT - UNABLE TO OPEN CRAOUTC, STATUS = '
                      WS-OUT-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           OPEN INPUT CRABKTAR.
           IF NOT WS-ARC-OK
              DISPLAY 'CRABKT - UNABLE TO OPEN CRABKTAR, STATUS = '
                      WS-ARC-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           OPEN INPUT CRAAUDIT.
           IF NOT WS-AUDIT-OK
              DISPLAY 'CRABKT - UNABLE TO OPEN CRAAUDIT, STATUS = '
                      WS-AUDIT-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           OPEN OUTPUT CRABKTRPT.
           IF NOT WS-RPT-OK
              DISPLAY 'CRABKT - UNABLE TO OPEN CRABKTRPT, STATUS = '
                      WS-RPT-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           PERFORM 1200-SEED-TABLES.

           MOVE HIGH-VALUES TO WS-OUT-ROWS.
           SET WS-READ-MORE TO TRUE.
           PERFORM 1300-READ-OUTCOME.
           PERFORM 1310-LOAD-ONE-OUTCOME UNTIL WS-READ-DONE.
           CLOSE CRAOUTC.

           SET WS-READ-MORE TO TRUE.
           PERFORM 1100-READ-ARCHIVE.

       1000-INITIALIZE-END. EXIT.

      *****************
       1100-READ-ARCHIVE.
      *****************

           READ CRABKTAR INTO CRA-AUDIT-RECORD
               AT END SET WS-READ-DONE TO TRUE
           END-READ.

       1100-READ-ARCHIVE-END. EXIT.

      *****************
       1150-READ-AUDIT.
      *****************

           READ CRAAUDIT NEXT RECORD
               AT END SET WS-READ-DONE TO TRUE
           END-READ.

       1150-READ-AUDIT-END. EXIT.

      *****************
       1200-SEED-TABLES.
      *****************

           MOVE 'LOW'        TO WS-BAND-LABEL(1).
           MOVE 'MEDIUM'     TO WS-BAND-LABEL(2).
           MOVE 'HIGH'       TO WS-BAND-LABEL(3).
           MOVE 'OTHER'      TO WS-BAND-LABEL(4).
           PERFORM 1210-CLEAR-ONE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 4.

           MOVE '0.0 - 0.1'  TO WS-DEC-LABEL(1).
           MOVE '0.1 - 0.2'  TO WS-DEC-LABEL(2).
           MOVE '0.2 - 0.3'  TO WS-DEC-LABEL(3).
           MOVE '0.3 - 0.4'  TO WS-DEC-LABEL(4).
           MOVE '0.4 - 0.5'  TO WS-DEC-LABEL(5).
           MOVE '0.5 - 0.6'  TO WS-DEC-LABEL(6).
           MOVE '0.6 - 0.7'  TO WS-DEC-LABEL(7).
           MOVE '0.7 - 0.8'  TO WS-DEC-LABEL(8).
           MOVE '0.8 - 0.9'  TO WS-DEC-LABEL(9).
           MOVE '0.9 - 1.0'  TO WS-DEC-LABEL(10).
           PERFORM 1220-CLEAR-ONE-DECILE
               VARYING WS-DEC-SUB FROM 1 BY 1
               UNTIL WS-DEC-SUB > 10.

       1200-SEED-TABLES-END. EXIT.

      *****************
       1210-CLEAR-ONE-BAND.
      *****************

           MOVE 0 TO WS-BAND-LOANS(WS-BAND-SUB)
                     WS-BAND-BADS(WS-BAND-SUB).

       1210-CLEAR-ONE-BAND-END. EXIT.

      *****************
       1220-CLEAR-ONE-DECILE.
      *****************

           MOVE 0 TO WS-DEC-LOANS(WS-DEC-SUB)
                     WS-DEC-BADS(WS-DEC-SUB).

       1220-CLEAR-ONE-DECILE-END. EXIT.

      *****************
       1300-READ-OUTCOME.
      *****************

           READ CRAOUTC NEXT RECORD
               AT END SET WS-READ-DONE TO TRUE
           END-READ.

       1300-READ-OUTCOME-END. EXIT.

      *****************
       1310-LOAD-ONE-OUTCOME.
      *****************
      * KSDS SEQUENTIAL ORDER IS KEY ORDER, SO THE TABLE FILLS
      * ALREADY SORTED FOR THE BINARY SEARCH.

           ADD 1 TO WS-OUTCOME-CNT.

           IF WS-OUT-COUNT NOT LESS THAN WS-OUT-MAX
              DISPLAY 'CRABKT - CRAOUTC HOLDS MORE THAN ' WS-OUT-MAX
                      ' LOANS - OUTCOME TABLE TOO SMALL'
              GO TO 9900-ABORT
           END-IF.

           ADD 1 TO WS-OUT-COUNT.
           MOVE WS-OUT-COUNT TO WS-TAB-SUB.
           MOVE CRA-OUT-APPL-REF   TO WS-OUT-REF(WS-TAB-SUB).
           MOVE CRA-OUT-BOOK-MONTH TO WS-OUT-BOOK-MONTH(WS-TAB-SUB).
           IF CRA-OUT-MONTHS-ON-BOOK IS NUMERIC
              MOVE CRA-OUT-MONTHS-ON-BOOK
                TO WS-OUT-MOB(WS-TAB-SUB)
           ELSE
              MOVE 0 TO WS-OUT-MOB(WS-TAB-SUB)
           END-IF.
           IF CRA-OUT-EVER-BAD
              MOVE 'Y' TO WS-OUT-BAD-SW(WS-TAB-SUB)
           ELSE
              MOVE 'N' TO WS-OUT-BAD-SW(WS-TAB-SUB)
           END-IF.
           MOVE 'N'    TO WS-OUT-MATCH-SW(WS-TAB-SUB)
                          WS-OUT-PROB-SW(WS-TAB-SUB).
           MOVE SPACES TO WS-OUT-TIMESTAMP(WS-TAB-SUB)
                          WS-OUT-BAND(WS-TAB-SUB)
                          WS-OUT-MODEL(WS-TAB-SUB)
                          WS-OUT-VERSION(WS-TAB-SUB).
           MOVE 0      TO WS-OUT-PROB(WS-TAB-SUB).

           PERFORM 1300-READ-OUTCOME.

       1310-LOAD-ONE-OUTCOME-END. EXIT.

      *****************
       2000-MATCH-ARCHIVE.
      *****************

           ADD 1 TO WS-ARC-READ-CNT.
           PERFORM 2100-MATCH-DECISION.
           PERFORM 1100-READ-ARCHIVE.

       2000-MATCH-ARCHIVE-END. EXIT.

      *****************
       2100-MATCH-DECISION.
      *****************
      * ONE AUDIT RECORD, FROM EITHER SOURCE. ONLY REAL CUSTOMER
      * DECISIONS (INSIDE THE WINDOW, WHEN ONE IS SET) FOR A LOAN ON
      * THE OUTCOME TABLE ARE KEPT, AND ONLY WHEN NEWER THAN THE
      * DECISION ALREADY HELD FOR IT.

           IF CRA-AUDIT-LOAN-STATUS = SPACES OR
              CRA-AUDIT-PROBE-FLAG = 'Y' OR
              CRA-AUDIT-REUSE-FLAG = 'Y' OR
              CRA-AUDIT-APPL-REF(1:4) = 'DEMO'
              CONTINUE
           ELSE
              IF WS-WINDOW-SET AND
                 (CRA-AUDIT-DATE < CTL-DECISION-FROM OR
                  CRA-AUDIT-DATE > CTL-DECISION-TO)
                 CONTINUE
              ELSE
                 SEARCH ALL WS-OUT-ENTRY
                     AT END
                        CONTINUE
                     WHEN WS-OUT-REF(WS-OUT-IDX) = CRA-AUDIT-APPL-REF
                        PERFORM 2110-KEEP-DECISION
                 END-SEARCH
              END-IF
           END-IF.

       2100-MATCH-DECISION-END. EXIT.

      *****************
       2110-KEEP-DECISION.
      *****************

           IF WS-OUT-MATCHED(WS-OUT-IDX) AND
              CRA-AUDIT-TIMESTAMP NOT > WS-OUT-TIMESTAMP(WS-OUT-IDX)
              CONTINUE
           ELSE
              PERFORM 2200-PARSE-PROBABILITY
              MOVE 'Y'                 TO WS-OUT-MATCH-SW(WS-OUT-IDX)
              MOVE CRA-AUDIT-TIMESTAMP TO WS-OUT-TIMESTAMP(WS-OUT-IDX)
              MOVE CRA-AUDIT-RISK-BAND TO WS-OUT-BAND(WS-OUT-IDX)
              MOVE CRA-AUDIT-MODEL     TO WS-OUT-MODEL(WS-OUT-IDX)
              MOVE CRA-AUDIT-VERSION   TO WS-OUT-VERSION(WS-OUT-IDX)
              MOVE WS-PROB-OK-SW       TO WS-OUT-PROB-SW(WS-OUT-IDX)
              IF WS-PROB-OK
                 MOVE WS-PROB-VALUE    TO WS-OUT-PROB(WS-OUT-IDX)
              ELSE
                 MOVE 0                TO WS-OUT-PROB(WS-OUT-IDX)
              END-IF
           END-IF.

       2110-KEEP-DECISION-END. EXIT.

      *****************
       2200-PARSE-PROBABILITY.
      *****************

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

       2200-PARSE-PROBABILITY-END. EXIT.

      *****************
       2400-START-LIVE-SCAN.
      *****************

           CLOSE CRABKTAR.
           SET WS-READ-MORE TO TRUE.
           PERFORM 1150-READ-AUDIT.

       2400-START-LIVE-SCAN-END. EXIT.

      *****************
       2500-MATCH-AUDIT.
      *****************

           ADD 1 TO WS-AUDIT-READ-CNT.
           PERFORM 2100-MATCH-DECISION.
           PERFORM 1150-READ-AUDIT.

       2500-MATCH-AUDIT-END. EXIT.

      *****************
       3000-TALLY-OUTCOMES.
      *****************

           PERFORM 3100-TALLY-ONE-LOAN
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-OUT-COUNT.

       3000-TALLY-OUTCOMES-END. EXIT.

      *****************
       3100-TALLY-ONE-LOAN.
      *****************
      * ONE BOOKED LOAN. NO DECISION FOUND MEANS IT WAS DECIDED
      * OUTSIDE THE WINDOW, OR BEFORE THE OLDEST ARCHIVE GENERATION
      * SUPPLIED - COUNTED, NOT GUESSED AT.

           IF NOT WS-OUT-MATCHED(WS-TAB-SUB)
              ADD 1 TO WS-UNMATCHED-CNT
           ELSE
              ADD 1 TO WS-MATCHED-CNT
              PERFORM 3500-ADD-TO-VINTAGE
              IF WS-OUT-MOB(WS-TAB-SUB) < WS-MIN-MOB
                 ADD 1 TO WS-YOUNG-CNT
              ELSE
                 PERFORM 3110-TALLY-SEASONED
              END-IF
           END-IF.

       3100-TALLY-ONE-LOAN-END. EXIT.

      *****************
       3110-TALLY-SEASONED.
      *****************

           ADD 1 TO WS-SEASONED-CNT.
           IF WS-OUT-BAD(WS-TAB-SUB)
              ADD 1 TO WS-SEASONED-BAD-CNT
           END-IF.

           EVALUATE WS-OUT-BAND(WS-TAB-SUB)
               WHEN 'LOW'    MOVE 1 TO WS-BAND-SUB
               WHEN 'MEDIUM' MOVE 2 TO WS-BAND-SUB
               WHEN 'HIGH'   MOVE 3 TO WS-BAND-SUB
               WHEN OTHER    MOVE 4 TO WS-BAND-SUB
           END-EVALUATE.
           ADD 1 TO WS-BAND-LOANS(WS-BAND-SUB).
           IF WS-OUT-BAD(WS-TAB-SUB)
              ADD 1 TO WS-BAND-BADS(WS-BAND-SUB)
           END-IF.

           PERFORM 3300-FIND-MODEL.

           IF NOT WS-OUT-PROB-OK(WS-TAB-SUB)
              ADD 1 TO WS-NO-SCORE-CNT
           ELSE
              PERFORM 3120-TALLY-DECILE
           END-IF.

       3110-TALLY-SEASONED-END. EXIT.

      *****************
       3120-TALLY-DECILE.
      *****************

           IF WS-OUT-PROB(WS-TAB-SUB) NOT LESS THAN 1
              MOVE 10 TO WS-DEC-SUB
           ELSE
              COMPUTE WS-DEC-SUB = (WS-OUT-PROB(WS-TAB-SUB) * 10) + 1
           END-IF.
           IF WS-DEC-SUB > 10
              MOVE 10 TO WS-DEC-SUB
           END-IF.

           ADD 1 TO WS-DEC-LOANS(WS-DEC-SUB).
           IF WS-OUT-BAD(WS-TAB-SUB)
              ADD 1 TO WS-DEC-BADS(WS-DEC-SUB)
           END-IF.

           IF WS-MDL-SUB > 0
              ADD 1 TO WS-MDL-DEC-LOANS(WS-MDL-SUB, WS-DEC-SUB)
              IF WS-OUT-BAD(WS-TAB-SUB)
                 ADD 1 TO WS-MDL-DEC-BADS(WS-MDL-SUB, WS-DEC-SUB)
              END-IF
           END-IF.

       3120-TALLY-DECILE-END. EXIT.

      *****************
       3300-FIND-MODEL.
      *****************
      * MODEL/VERSION ROW FOR THIS LOAN'S DECISION, ADDED THE FIRST
      * TIME THE PAIR IS SEEN. WS-MDL-SUB COMES BACK ZERO WHEN THE
      * TABLE IS FULL.

           MOVE 0 TO WS-MDL-SUB.
           SET WS-MDL-IDX TO 1.
           SEARCH WS-MDL-ENTRY
               AT END CONTINUE
               WHEN WS-MDL-IDX > WS-MDL-COUNT
                  CONTINUE
               WHEN WS-MDL-MODEL(WS-MDL-IDX) = WS-OUT-MODEL(WS-TAB-SUB)
                AND WS-MDL-VERSION(WS-MDL-IDX)
                    = WS-OUT-VERSION(WS-TAB-SUB)
                  SET WS-MDL-SUB TO WS-MDL-IDX
           END-SEARCH.

           IF WS-MDL-SUB = 0
              IF WS-MDL-COUNT < 20
                 ADD 1 TO WS-MDL-COUNT
                 MOVE WS-MDL-COUNT TO WS-MDL-SUB
                 MOVE WS-OUT-MODEL(WS-TAB-SUB)
                   TO WS-MDL-MODEL(WS-MDL-SUB)
                 MOVE WS-OUT-VERSION(WS-TAB-SUB)
                   TO WS-MDL-VERSION(WS-MDL-SUB)
                 MOVE 0 TO WS-MDL-LOANS(WS-MDL-SUB)
                           WS-MDL-BADS(WS-MDL-SUB)
                 SET WS-MDL-RANK-HOLDS(WS-MDL-SUB) TO TRUE
                 PERFORM 3310-CLEAR-MODEL-DECILE
                     VARYING WS-DEC-SUB FROM 1 BY 1
                     UNTIL WS-DEC-SUB > 10
              ELSE
                 ADD 1 TO WS-MDL-OVERFLOW-CNT
              END-IF
           END-IF.

           IF WS-MDL-SUB > 0
              ADD 1 TO WS-MDL-LOANS(WS-MDL-SUB)
              IF WS-OUT-BAD(WS-TAB-SUB)
                 ADD 1 TO WS-MDL-BADS(WS-MDL-SUB)
              END-IF
           END-IF.

       3300-FIND-MODEL-END. EXIT.

      *****************
       3310-CLEAR-MODEL-DECILE.
      *****************

           MOVE 0 TO WS-MDL-DEC-LOANS(WS-MDL-SUB, WS-DEC-SUB)
                     WS-MDL-DEC-BADS(WS-MDL-SUB, WS-DEC-SUB).

       3310-CLEAR-MODEL-DECILE-END. EXIT.

      *****************
       3500-ADD-TO-VINTAGE.
      *****************
      * FIND THE LOAN'S BOOKING MONTH, OR OPEN A ROW FOR IT IN MONTH
      * ORDER - ROWS FROM THE INSERTION POINT UP ARE SHIFTED ONE
      * PLACE TO MAKE ROOM.

           SET WS-VIN-NEW TO TRUE.
           MOVE 1 TO WS-VIN-SUB.
           PERFORM 3510-SCAN-VINTAGE
               UNTIL WS-VIN-SUB > WS-VIN-COUNT
                  OR NOT WS-VIN-NEW.

           EVALUATE TRUE
               WHEN WS-VIN-FOUND
                  PERFORM 3530-COUNT-VINTAGE
               WHEN WS-VIN-COUNT < 120
                  PERFORM 3520-SHIFT-VINTAGE-UP
                      VARYING WS-SHIFT-SUB FROM WS-VIN-COUNT BY -1
                      UNTIL WS-SHIFT-SUB < WS-VIN-SUB
                  ADD 1 TO WS-VIN-COUNT
                  MOVE WS-OUT-BOOK-MONTH(WS-TAB-SUB)
                    TO WS-VIN-MONTH(WS-VIN-SUB)
                  MOVE 0 TO WS-VIN-LOANS(WS-VIN-SUB)
                            WS-VIN-BADS(WS-VIN-SUB)
                  PERFORM 3530-COUNT-VINTAGE
               WHEN OTHER
                  ADD 1 TO WS-VIN-OVERFLOW-CNT
           END-EVALUATE.

       3500-ADD-TO-VINTAGE-END. EXIT.

      *****************
       3510-SCAN-VINTAGE.
      *****************

           EVALUATE TRUE
               WHEN WS-VIN-MONTH(WS-VIN-SUB)
                    = WS-OUT-BOOK-MONTH(WS-TAB-SUB)
                  SET WS-VIN-FOUND TO TRUE
               WHEN WS-VIN-MONTH(WS-VIN-SUB)
                    > WS-OUT-BOOK-MONTH(WS-TAB-SUB)
                  SET WS-VIN-INSERT-HERE TO TRUE
               WHEN OTHER
                  ADD 1 TO WS-VIN-SUB
           END-EVALUATE.

       3510-SCAN-VINTAGE-END. EXIT.

      *****************
       3520-SHIFT-VINTAGE-UP.
      *****************

           MOVE WS-VIN-ENTRY(WS-SHIFT-SUB)
             TO WS-VIN-ENTRY(WS-SHIFT-SUB + 1).

       3520-SHIFT-VINTAGE-UP-END. EXIT.

      *****************
       3530-COUNT-VINTAGE.
      *****************

           ADD 1 TO WS-VIN-LOANS(WS-VIN-SUB).
           IF WS-OUT-BAD(WS-TAB-SUB)
              ADD 1 TO WS-VIN-BADS(WS-VIN-SUB)
           END-IF.

       3530-COUNT-VINTAGE-END. EXIT.

      *****************
       4000-WRITE-REPORT.
      *****************

           MOVE '  CREDIT RISK - LOAN PERFORMANCE BACK-TEST'
                                     TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           IF WS-WINDOW-SET
              STRING '  DECISIONS ' DELIMITED BY SIZE
                     CTL-DECISION-FROM DELIMITED BY SIZE
                     ' - '          DELIMITED BY SIZE
                     CTL-DECISION-TO DELIMITED BY SIZE
                INTO RPT-LINE
           ELSE
              MOVE '  DECISIONS - ALL ON FILE' TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           MOVE WS-MIN-MOB TO WS-RPT-MOB-EDIT.
           STRING '  BAD = EVER 90+ OR CHARGED OFF.  SEASONED = '
                                     DELIMITED BY SIZE
                  WS-RPT-MOB-EDIT    DELIMITED BY SIZE
                  '+ MONTHS ON BOOK' DELIMITED BY SIZE
             INTO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'BOOKED LOANS ON OUTCOME FILE'  TO WS-DET-LABEL.
           MOVE WS-OUTCOME-CNT                  TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
           MOVE 'ARCHIVED AUDIT RECORDS READ'   TO WS-DET-LABEL.
           MOVE WS-ARC-READ-CNT                 TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
           MOVE 'LIVE AUDIT RECORDS READ'       TO WS-DET-LABEL.
           MOVE WS-AUDIT-READ-CNT               TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
           MOVE 'LOANS MATCHED TO A DECISION'   TO WS-DET-LABEL.
           MOVE WS-MATCHED-CNT                  TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
           MOVE 'LOANS WITH NO DECISION FOUND'  TO WS-DET-LABEL.
           MOVE WS-UNMATCHED-CNT                TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
           MOVE 'MATCHED BUT NOT YET SEASONED'  TO WS-DET-LABEL.
           MOVE WS-YOUNG-CNT                    TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
           MOVE 'SEASONED LOANS IN THE BACK-TEST' TO WS-DET-LABEL.
           MOVE WS-SEASONED-CNT                 TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
           MOVE '  OF WHICH BAD'                TO WS-DET-LABEL.
           MOVE WS-SEASONED-BAD-CNT             TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
           MOVE '  WITH UNREADABLE SCORE (NO DECILE)'
                                                TO WS-DET-LABEL.
           MOVE WS-NO-SCORE-CNT                 TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE WS-SEASONED-CNT     TO WS-CALC-LOANS.
           MOVE WS-SEASONED-BAD-CNT TO WS-CALC-BADS.
           MOVE 'ALL SEASONED LOANS' TO WS-RRL-LABEL.
           MOVE SPACES TO WS-LINE-FLAG.
           PERFORM 4900-WRITE-RATE-LINE.

           PERFORM 4100-REPORT-BANDS.
           PERFORM 4200-REPORT-DECILES.
           PERFORM 4300-REPORT-MODELS.
           PERFORM 4500-REPORT-VINTAGES.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-BROKEN-CNT > 0
              MOVE '  RANK ORDER BROKEN - REFER TO MODEL RISK FOR'
                                     TO RPT-LINE
              WRITE RPT-LINE
              MOVE '  A MODEL PERFORMANCE REVIEW'
                                     TO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE '  RANK ORDER HOLDS FOR EVERY MODEL VERSION'
                                     TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       4000-WRITE-REPORT-END. EXIT.

      *****************
       4100-REPORT-BANDS.
      *****************

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '  RISK BAND                    LOANS      BAD  BAD PCT'
                                     TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM 4110-REPORT-ONE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 4.

       4100-REPORT-BANDS-END. EXIT.

      *****************
       4110-REPORT-ONE-BAND.
      *****************

           MOVE WS-BAND-LOANS(WS-BAND-SUB) TO WS-CALC-LOANS.
           MOVE WS-BAND-BADS(WS-BAND-SUB)  TO WS-CALC-BADS.
           MOVE WS-BAND-LABEL(WS-BAND-SUB) TO WS-RRL-LABEL.
           MOVE SPACES TO WS-LINE-FLAG.
           PERFORM 4900-WRITE-RATE-LINE.

       4110-REPORT-ONE-BAND-END. EXIT.

      *****************
       4200-REPORT-DECILES.
      *****************

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '  PROB-1 DECILE               LOANS      BAD  BAD PCT'
                                     TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM 4210-REPORT-ONE-DECILE
               VARYING WS-DEC-SUB FROM 1 BY 1
               UNTIL WS-DEC-SUB > 10.

       4200-REPORT-DECILES-END. EXIT.

      *****************
       4210-REPORT-ONE-DECILE.
      *****************

           MOVE WS-DEC-LOANS(WS-DEC-SUB) TO WS-CALC-LOANS.
           MOVE WS-DEC-BADS(WS-DEC-SUB)  TO WS-CALC-BADS.
           MOVE WS-DEC-LABEL(WS-DEC-SUB) TO WS-RRL-LABEL.
           MOVE SPACES TO WS-LINE-FLAG.
           PERFORM 4900-WRITE-RATE-LINE.

       4210-REPORT-ONE-DECILE-END. EXIT.

      *****************
       4300-REPORT-MODELS.
      *****************

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '  MODEL / VERSION AND RANK-ORDERING CHECK'
                                     TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-MDL-COUNT = 0
              MOVE '  NO SEASONED LOANS TO TEST' TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

           PERFORM 4310-REPORT-ONE-MODEL
               VARYING WS-MDL-SUB FROM 1 BY 1
               UNTIL WS-MDL-SUB > WS-MDL-COUNT.

           IF WS-MDL-OVERFLOW-CNT > 0
              MOVE 'LOANS UNDER UNLISTED VERSIONS (TABLE FULL)'
                                             TO WS-DET-LABEL
              MOVE WS-MDL-OVERFLOW-CNT       TO WS-DET-COUNT
              WRITE RPT-LINE FROM WS-RPT-DETAIL
           END-IF.

       4300-REPORT-MODELS-END. EXIT.

      *****************
       4310-REPORT-ONE-MODEL.
      *****************
      * ONE MODEL VERSION: ITS OVERALL BAD RATE, THEN ITS DECILES
      * WITH ANY INVERSION MARKED, THEN THE VERDICT.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '  ' DELIMITED BY SIZE
                  WS-MDL-MODEL(WS-MDL-SUB) DELIMITED BY SPACE
                  ' / ' DELIMITED BY SIZE
                  WS-MDL-VERSION(WS-MDL-SUB) DELIMITED BY SPACE
             INTO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-MDL-LOANS(WS-MDL-SUB) TO WS-CALC-LOANS.
           MOVE WS-MDL-BADS(WS-MDL-SUB)  TO WS-CALC-BADS.
           MOVE 'ALL DECILES'            TO WS-RRL-LABEL.
           MOVE SPACES TO WS-LINE-FLAG.
           PERFORM 4900-WRITE-RATE-LINE.

           SET WS-PRIOR-NONE TO TRUE.
           PERFORM 4320-RANK-ONE-DECILE
               VARYING WS-DEC-SUB FROM 1 BY 1
               UNTIL WS-DEC-SUB > 10.

           IF WS-MDL-RANK-BROKEN(WS-MDL-SUB)
              ADD 1 TO WS-BROKEN-CNT
              MOVE '    *** RANK ORDER BROKEN ***' TO RPT-LINE
           ELSE
              MOVE '    RANK ORDER HOLDS'          TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.

       4310-REPORT-ONE-MODEL-END. EXIT.

      *****************
       4320-RANK-ONE-DECILE.
      *****************
      * EMPTY DECILES ARE NOT PRINTED. A DECILE BIG ENOUGH TO TEST
      * IS COMPARED WITH THE LAST TESTED DECILE BELOW IT.

           MOVE WS-MDL-DEC-LOANS(WS-MDL-SUB, WS-DEC-SUB)
             TO WS-CALC-LOANS.
           MOVE WS-MDL-DEC-BADS(WS-MDL-SUB, WS-DEC-SUB)
             TO WS-CALC-BADS.

           IF WS-CALC-LOANS > 0
              COMPUTE WS-CALC-RATE ROUNDED =
                  (WS-CALC-BADS * 100) / WS-CALC-LOANS
              MOVE SPACES TO WS-LINE-FLAG
              IF WS-CALC-LOANS < WS-MIN-DECILE-LOANS
                 MOVE 'TOO THIN TO TEST' TO WS-LINE-FLAG
              ELSE
                 IF WS-PRIOR-SET AND WS-CALC-RATE < WS-PRIOR-RATE
                    MOVE '*** BELOW DECILE UNDER' TO WS-LINE-FLAG
                    SET WS-MDL-RANK-BROKEN(WS-MDL-SUB) TO TRUE
                 END-IF
                 MOVE WS-CALC-RATE TO WS-PRIOR-RATE
                 SET WS-PRIOR-SET TO TRUE
              END-IF
              MOVE SPACES TO WS-RRL-LABEL
              STRING '  ' DELIMITED BY SIZE
                     WS-DEC-LABEL(WS-DEC-SUB) DELIMITED BY SIZE
                INTO WS-RRL-LABEL
              PERFORM 4900-WRITE-RATE-LINE
           END-IF.

       4320-RANK-ONE-DECILE-END. EXIT.

      *****************
       4500-REPORT-VINTAGES.
      *****************

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '  BOOKING VINTAGE (ALL)       LOANS      BAD  BAD PCT'
                                     TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM 4510-REPORT-ONE-VINTAGE
               VARYING WS-VIN-SUB FROM 1 BY 1
               UNTIL WS-VIN-SUB > WS-VIN-COUNT.

           IF WS-VIN-OVERFLOW-CNT > 0
              MOVE 'LOANS IN UNLISTED VINTAGES (TABLE FULL)'
                                             TO WS-DET-LABEL
              MOVE WS-VIN-OVERFLOW-CNT       TO WS-DET-COUNT
              WRITE RPT-LINE FROM WS-RPT-DETAIL
           END-IF.

       4500-REPORT-VINTAGES-END. EXIT.

      *****************
       4510-REPORT-ONE-VINTAGE.
      *****************

           MOVE WS-VIN-LOANS(WS-VIN-SUB) TO WS-CALC-LOANS.
           MOVE WS-VIN-BADS(WS-VIN-SUB)  TO WS-CALC-BADS.
           MOVE WS-VIN-MONTH(WS-VIN-SUB) TO WS-RRL-LABEL.
           MOVE SPACES TO WS-LINE-FLAG.
           PERFORM 4900-WRITE-RATE-LINE.

       4510-REPORT-ONE-VINTAGE-END. EXIT.

      *****************
       4900-WRITE-RATE-LINE.
      *****************
      * COMMON DETAIL LINE - CALLER SETS THE LABEL, COUNTS AND FLAG.

           IF WS-CALC-LOANS = 0
              MOVE 0 TO WS-CALC-RATE
           ELSE
              COMPUTE WS-CALC-RATE ROUNDED =
                  (WS-CALC-BADS * 100) / WS-CALC-LOANS
           END-IF.

           MOVE WS-CALC-LOANS TO WS-RRL-LOANS.
           MOVE WS-CALC-BADS  TO WS-RRL-BADS.
           MOVE WS-CALC-RATE  TO WS-RRL-RATE.
           MOVE WS-LINE-FLAG  TO WS-RRL-FLAG.
           WRITE RPT-LINE FROM WS-RPT-RATE-LINE.

       4900-WRITE-RATE-LINE-END. EXIT.

      *****************
       9000-TERMINATE.
      *****************

           CLOSE CRABKTCT.
           CLOSE CRAAUDIT.
           CLOSE CRABKTRPT.

       9000-TERMINATE-END. EXIT.

      *****************
       9900-ABORT.
      *****************
      * REACHED FROM 1000-INITIALIZE, WHICH HAS ALREADY DISPLAYED
      * WHICH FILE AND STATUS CAUSED THE ABEND.

           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-ABORT-END. EXIT.
