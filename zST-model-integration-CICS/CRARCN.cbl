      *     SNAPSHOT DATASET CARRIES ONE ENTRY PER (APPLICATION,
      *     RUN) PLUS STALE ENTRIES FOR APPLICATIONS RESOLVED LATER
      *     IN THE DAY
      *   + APPLICATIONS THE CRAURL VELOCITY SCREEN HELD FOR FRAUD
      *     REFERRAL (CRAAUDIT HOLD RECORDS), BY THEIR CRAF
      *     DISPOSITION - STILL HELD, CANCELLED BY THE FRAUD TEAM, OR
      *     RELEASED AND IN FLIGHT (ONE ALREADY DECIDED, REJECTED OR
      *     DEAD-LETTERED COUNTS ONLY THERE)
      *
      * ANY DIFFERENCE IS REPORTED WITH THE COMPONENT COUNTS AND THE
      * PARKED/DEAD-LETTERED APPLICATION REFERENCES SO THE GAP CAN BE
       COPY CRACTLR.

       FD  CRAAUDIT
           RECORD CONTAINS 1581 CHARACTERS.
       COPY CRAAUDR.

       FD  CRAREJF
      * REACHES CRAAUDIT (AND IS SKIPPED HERE ONCE IT HAS).
         03  WS-CANCEL-CNT              pic s9(9) COMP-3 value 0.
         03  WS-RESUB-CNT               pic s9(9) COMP-3 value 0.
      * FRAUD-REFERRAL HOLDS FROM THE CRAURL VELOCITY SCREEN. EVERY
      * HOLD RECORD IS COUNTED AS AN EVENT (A RE-KEY CAN BE HELD
      * MORE THAN ONCE); EACH HELD APPLICATION IS THEN ACCOUNTED ONCE
      * BY THE LATEST CRAF DISPOSITION ON ITS HOLD RECORDS.
         03  WS-FRD-HOLD-EVT-CNT        pic s9(9) COMP-3 value 0.
         03  WS-FRD-HELD-CNT            pic s9(9) COMP-3 value 0.
         03  WS-FRD-RELEASE-CNT         pic s9(9) COMP-3 value 0.
         03  WS-FRD-CANCEL-CNT          pic s9(9) COMP-3 value 0.
         03  WS-FRD-SETTLED-CNT         pic s9(9) COMP-3 value 0.

      * DISTINCT APPLICATION REFERENCES DECIDED ON CRAAUDIT - A
      * RETRY OR CRAX REPLAY WRITES A SECOND
         03  WS-PRKREF-ENTRY            OCCURS 2000 TIMES
                                        pic x(10).

      * ONE ENTRY PER APPLICATION WITH A FRAUD HOLD RECORD ON
      * CRAAUDIT, CARRYING THE DISPOSITION OFF ITS LATEST HOLD
      * RECORD. THE AUDIT KEY IS NOT IN TIME ORDER, SO THE STAMP IS
      * KEPT TO TELL WHICH ONE IS LATEST.
       01  WS-FRDREF-TABLE.
         03  WS-FRDREF-COUNT            pic s9(8) BINARY value 0.
         03  WS-FRDREF-FULL-SW          pic x(1)  value 'N'.
            88  WS-FRDREF-FULL              value 'Y'.
         03  WS-FRDREF-SUB              pic s9(8) BINARY.
         03  WS-FRD-AT                  pic s9(8) BINARY.
         03  WS-FRDREF-ENTRY            OCCURS 2000 TIMES.
            05  WS-FRDREF-REF           pic x(10).
            05  WS-FRDREF-STAMP         pic x(14).
            05  WS-FRDREF-DISP          pic x(10).
            05  WS-FRDREF-REASON        pic x(4).
            05  WS-FRDREF-USER          pic x(8).

       01  WS-SCAN-WORK.
         03  WS-CHK-REF                 pic x(10).
         03  WS-SCAN-SUB                pic s9(8) BINARY.
           IF NOT WS-DLQ-NEVER-LOADED
              PERFORM 6000-COUNT-DEADLETTER
           END-IF.
           PERFORM 6500-SETTLE-FRAUD-HOLDS.
           PERFORM 5000-COUNT-PARKED.
           PERFORM 7000-WRITE-REPORT.
           PERFORM 9000-TERMINATE.
              END-IF
           END-IF.

           IF CRA-AUDIT-HOLD-FLAG = 'Y' AND
              CRA-AUDIT-APPL-REF(1:4) NOT EQUAL 'DEMO'
              ADD 1 TO WS-FRD-HOLD-EVT-CNT
              PERFORM 3400-NOTE-FRAUD-HOLD
           END-IF.

           PERFORM 3100-READ-AUDIT.

       3200-TALLY-AUDIT-END. EXIT.

       3310-SCAN-REF-TABLE-END. EXIT.

      *****************
       3400-NOTE-FRAUD-HOLD.
      *****************
      * A FRAUD HOLD RECORD (BLANK LOAN STATUS, SO NOT COUNTED AS
      * DECIDED ABOVE). THE APPLICATION IS REMEMBERED WITH THE
      * DISPOSITION OFF ITS LATEST HOLD RECORD - 'FRAUD-HOLD' UNTIL
      * THE CRAF TRANSACTION REWRITES IT TO 'RELEASED' OR
      * 'FRD-CANCEL'. IT IS SETTLED AFTER THE OTHER PASSES.

           MOVE CRA-AUDIT-APPL-REF TO WS-CHK-REF.
           PERFORM 8500-SCAN-FRAUD-REFS.

           IF WS-CHK-NEW
              IF WS-FRDREF-COUNT < 2000
                 ADD 1 TO WS-FRDREF-COUNT
                 MOVE WS-FRDREF-COUNT TO WS-FRD-AT
                 MOVE WS-CHK-REF      TO WS-FRDREF-REF(WS-FRD-AT)
                 MOVE LOW-VALUES      TO WS-FRDREF-STAMP(WS-FRD-AT)
              ELSE
                 SET WS-FRDREF-FULL TO TRUE
                 MOVE 0 TO WS-FRD-AT
              END-IF
           END-IF.

           IF WS-FRD-AT > 0
              IF CRA-AUDIT-TIMESTAMP NOT LESS THAN
                 WS-FRDREF-STAMP(WS-FRD-AT)
                 MOVE CRA-AUDIT-TIMESTAMP   TO
                                        WS-FRDREF-STAMP(WS-FRD-AT)
                 MOVE CRA-AUDIT-FINAL-DISP  TO
                                        WS-FRDREF-DISP(WS-FRD-AT)
                 MOVE CRA-AUDIT-DISP-REASON TO
                                        WS-FRDREF-REASON(WS-FRD-AT)
                 MOVE CRA-AUDIT-DISP-USER   TO
                                        WS-FRDREF-USER(WS-FRD-AT)
              END-IF
           END-IF.

       3400-NOTE-FRAUD-HOLD-END. EXIT.

      *****************
       4000-COUNT-REJECTS.
      *****************
      * ACROSS N RUNS HAS N ENTRIES AND ONE RESOLVED LATER IN THE
      * DAY STILL HAS ITS STALE ONES - ONLY THE FIRST ENTRY PER
      * REFERENCE COUNTS, AND ONLY IF THE REFERENCE WAS NOT ALREADY
      * TALLIED AS DECIDED, REJECTED, DEAD-LETTERED OR HELD FOR
      * FRAUD REFERRAL (WHICH IS WHY THOSE PASSES RUN FIRST - A
      * RELEASED APPLICATION WHOSE SCORING CALL FAILED IS ALREADY
      * ACCOUNTED AS IN FLIGHT). EACH COUNTED ONE IS LISTED.

           SET WS-READ-MORE TO TRUE.
           PERFORM 5100-READ-PARKED.
              IF WS-CHK-NEW
                 PERFORM 8300-SCAN-DLQ-REFS
              END-IF
              IF WS-CHK-NEW
                 PERFORM 8500-SCAN-FRAUD-REFS
              END-IF
              IF WS-CHK-NEW
                 ADD 1 TO WS-PARKED-CNT
                 MOVE SPACES TO WS-RPT-DETAIL

       6200-TALLY-DEADLETTER-END. EXIT.

      *****************
       6500-SETTLE-FRAUD-HOLDS.
      *****************
      * ONE PASS OVER THE FRAUD-HOLD TABLE BUILT IN THE AUDIT PASS.
      * AN APPLICATION ALREADY DECIDED, REJECTED OR DEAD-LETTERED
      * (A RELEASE THAT HAS SINCE RUN ITS COURSE) IS ACCOUNTED
      * THERE; OTHERWISE ITS LATEST CRAF DISPOSITION SAYS WHETHER IT
      * IS STILL HELD, CANCELLED, OR RELEASED AND IN FLIGHT - LIKE A
      * CRAD RESUBMIT, UNTIL ITS DECISION REACHES CRAAUDIT.

           IF WS-FRDREF-COUNT > 0
              PERFORM 6510-SETTLE-FRAUD-REF
                  VARYING WS-FRDREF-SUB FROM 1 BY 1
                  UNTIL WS-FRDREF-SUB > WS-FRDREF-COUNT
           END-IF.

       6500-SETTLE-FRAUD-HOLDS-END. EXIT.

      *****************
       6510-SETTLE-FRAUD-REF.
      *****************

           MOVE WS-FRDREF-REF(WS-FRDREF-SUB) TO WS-CHK-REF.
           PERFORM 8100-SCAN-DECIDED-REFS.
           IF WS-CHK-NEW
              PERFORM 8200-SCAN-REJECT-REFS
           END-IF.
           IF WS-CHK-NEW
              PERFORM 8300-SCAN-DLQ-REFS
           END-IF.

           IF WS-CHK-SEEN
              ADD 1 TO WS-FRD-SETTLED-CNT
           ELSE
              EVALUATE WS-FRDREF-DISP(WS-FRDREF-SUB)
                  WHEN 'RELEASED'
                     ADD 1 TO WS-FRD-RELEASE-CNT
                  WHEN 'FRD-CANCEL'
                     ADD 1 TO WS-FRD-CANCEL-CNT
                     MOVE SPACES TO WS-RPT-DETAIL
                     STRING 'FRAUD CANCEL ' DELIMITED BY SIZE
                            WS-CHK-REF      DELIMITED BY SIZE
                            ' '             DELIMITED BY SIZE
                            WS-FRDREF-REASON(WS-FRDREF-SUB)
                                            DELIMITED BY SIZE
                            ' BY '          DELIMITED BY SIZE
                            WS-FRDREF-USER(WS-FRDREF-SUB)
                                            DELIMITED BY SIZE
                       INTO WS-DET-LABEL
                     WRITE RPT-LINE FROM WS-RPT-DETAIL
                  WHEN OTHER
                     ADD 1 TO WS-FRD-HELD-CNT
                     MOVE SPACES TO WS-RPT-DETAIL
                     STRING 'FRAUD HOLD ' DELIMITED BY SIZE
                            WS-CHK-REF    DELIMITED BY SIZE
                            ' SINCE '     DELIMITED BY SIZE
                            WS-FRDREF-STAMP(WS-FRDREF-SUB)(1:8)
                                          DELIMITED BY SIZE
                       INTO WS-DET-LABEL
                     WRITE RPT-LINE FROM WS-RPT-DETAIL
              END-EVALUATE
           END-IF.

       6510-SETTLE-FRAUD-REF-END. EXIT.

      *****************
       8100-SCAN-DECIDED-REFS.
      *****************

       8450-ADD-PARKED-REF-END. EXIT.

      *****************
       8500-SCAN-FRAUD-REFS.
      *****************
      * ALSO LEAVES WS-FRD-AT ON THE MATCHING ENTRY, FOR THE AUDIT
      * PASS TO UPDATE IT.

           SET WS-CHK-NEW TO TRUE.
           MOVE 0 TO WS-FRD-AT.
           IF WS-FRDREF-COUNT > 0
              PERFORM 8510-SCAN-FRAUD-CELL
                  VARYING WS-SCAN-SUB FROM 1 BY 1
                  UNTIL WS-SCAN-SUB > WS-FRDREF-COUNT
                     OR WS-CHK-SEEN
           END-IF.

       8500-SCAN-FRAUD-REFS-END. EXIT.

      *****************
       8510-SCAN-FRAUD-CELL.
      *****************

           IF WS-FRDREF-REF(WS-SCAN-SUB) = WS-CHK-REF
              SET WS-CHK-SEEN TO TRUE
              MOVE WS-SCAN-SUB TO WS-FRD-AT
           END-IF.

       8510-SCAN-FRAUD-CELL-END. EXIT.

      *****************
       7000-WRITE-REPORT.
      *****************
           COMPUTE WS-ACCOUNTED-CNT =
               WS-AUDIT-APPL-CNT + WS-REJECT-CNT +
               WS-PARKED-CNT + WS-DLQ-CNT +
               WS-CANCEL-CNT + WS-RESUB-CNT +
               WS-FRD-HELD-CNT + WS-FRD-RELEASE-CNT +
               WS-FRD-CANCEL-CNT.
           COMPUTE WS-DIFFERENCE =
               WS-INTAKE-CNT - WS-ACCOUNTED-CNT.

           MOVE WS-RESUB-CNT                TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'FRAUD HOLDS PLACED (CRAAUDIT)' TO WS-DET-LABEL.
           MOVE WS-FRD-HOLD-EVT-CNT         TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'HELD FOR FRAUD REFERRAL'   TO WS-DET-LABEL.
           MOVE WS-FRD-HELD-CNT             TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'RELEASED FROM FRAUD HOLD, IN FLIGHT' TO WS-DET-LABEL.
           MOVE WS-FRD-RELEASE-CNT          TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'CANCELLED ON FRAUD REFERRAL (CRAF)' TO WS-DET-LABEL.
           MOVE WS-FRD-CANCEL-CNT           TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'FRAUD CASES SINCE DECIDED ELSEWHERE' TO WS-DET-LABEL.
           MOVE WS-FRD-SETTLED-CNT          TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'TOTAL ACCOUNTED FOR'       TO WS-DET-LABEL.
           MOVE WS-ACCOUNTED-CNT            TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
           END-IF.

           IF WS-REF-FULL OR WS-REJREF-FULL OR
              WS-DLQREF-FULL OR WS-PRKREF-FULL OR
              WS-FRDREF-FULL
              MOVE '  WARNING - A DISTINCT-REFERENCE TABLE FILLED,'
                                            TO RPT-LINE
              WRITE RPT-LINE
