
       COPY CRAEXPR.

      * APPROVED OFFER (CRAOFFR KSDS, CRAOFRR SHAPE, KEYED ON THE
      * APPLICATION REFERENCE), RECORDED BY 0547 ALONGSIDE THE 0546
      * EXPOSURE POSTING SO THE NIGHTLY CRAOFL JOB CAN BOOK, EXPIRE
      * OR WITHDRAW IT AND PUT CRAEXPO RIGHT. WS-OFR-POSTED IS WHAT
      * 0546 ACTUALLY GOT ONTO THE CUSTOMER'S TOTAL - ZERO WITH NO
      * CUSTOMER ID OR A FAILED POSTING. WS-OFR-NEW HOLDS THE NEW
      * OFFER WHILE A DUPLICATE-KEY WRITE READS THE OLD ONE.
       01  WS-OFFER-WORK.
         03  WS-OFR-POSTED             pic s9(11) COMP-3 value 0.
         03  WS-OFR-CARRIED            pic s9(11) COMP-3 value 0.
         03  WS-OFR-NEW                pic x(116).

       COPY CRAOFRR.

      * DEFERRED INTAKE WHEN THE MODEL ENDPOINT IS HARD-DOWN (0350/
      * 0360). WHEN THE CURRENT CRAHLT INTERVAL SHOWS NOTHING BUT
      * FAILURES ACROSS AT LEAST CRA-CFG-DEFER-MIN-CALLS CALLS, AN
            05  WS-RU-DISP-USER        pic x(8).
            05  WS-RU-DISP-REASON      pic x(4).
            05  WS-RU-DISP-DATE        pic x(8).
            05  WS-RU-SECOND-USER      pic x(8).
            05  WS-RU-COUNTER-AMT      pic x(10).
            05  WS-RU-REQUEST-JSON     pic x(500).

       01  WS-AUDIT-WORK.
         03  WS-ABSTIME                pic s9(15) COMP-3.
         03  WS-AUDIT-SEQ               pic 9(6) BINARY value 0.
         03  WS-SEAL-ABSTIME           pic s9(15) COMP-3.
      * SET BY 0420 FROM THE CRAAUDIT WRITE ITSELF - WS-RESP AFTER
      * 0420 BELONGS TO WHATEVER IT DID AFTER THE WRITE.
         03  WS-AUDIT-WRITE-SW         pic x(1).
            88  WS-AUDIT-WRITTEN            value 'Y'.
            88  WS-AUDIT-NOT-WRITTEN        value 'N'.

      * THE INTEGRITY SEAL PUT ON EVERY AUDIT RECORD THIS PROGRAM
      * WRITES OR REWRITES (0421) AND ITS CRASLJ JOURNAL ENTRY (0422)
       COPY CRASLPR.
       COPY CRASLJR.

      * SCORING-CALL TIMING AND THE SERVICE-HEALTH ROLLUP. THE WEB
      * CONVERSE USED TO BE TIMED NOT AT ALL - THE FIRST SYMPTOM OF A
         03  WS-CTL-EXCP-FAIL-CNT      pic s9(8) BINARY value 0.
         03  WS-CTL-REJ-FAIL-CNT       pic s9(8) BINARY value 0.
         03  WS-CTL-RVW-FAIL-CNT       pic s9(8) BINARY value 0.
      * APPLICANTS HELD ON THE CRAFRD FRAUD-REFERRAL QUEUE BY THE
      * VELOCITY SCREEN INSTEAD OF SCORED - AUDITED, BUT NOT AS A
      * DECISION.
         03  WS-CTL-HOLD-CNT           pic s9(8) BINARY value 0.
      * SCORING-CALL TIMES OFF THE AUDIT RECORDS THIS TASK WROTE
      * (CALLS THAT REACHED A CONVERSE ONLY), FOR THE CRARUNH RUN
      * HISTORY.
         03  WS-CTL-CALL-CNT           pic s9(8) BINARY value 0.
         03  WS-CTL-CALL-MS-TOT        pic s9(13) COMP-3 value 0.
         03  WS-CTL-CALL-MS-MAX        pic s9(8) BINARY value 0.

      * RESTART RECORD KEPT AS ITEM 1 OF THE CRARST TS QUEUE (DEFINED
      * RECOVERABLE, AUXILIARY). ONE RECORD PER RUN - REWRITTEN AT
         03  WS-RST-RUN-DATE           pic x(8).
         03  WS-RST-RUN-TIME           pic x(6).
         03  WS-RST-COMMITTED-CNT      pic 9(7).
      * WHEN THE RUN FIRST STARTED AND HOW MANY TIMES IT HAS BEEN
      * RESTARTED, SO THE RUN HISTORY RECORD THE FINISHING TASK
      * WRITES DESCRIBES THE WHOLE RUN.
         03  WS-RST-FIRST-DATE         pic x(8).
         03  WS-RST-FIRST-TIME         pic x(6).
         03  WS-RST-RESTART-CNT        pic 9(3).

       01  WS-RST-WORK.
         03  WS-RST-LEN                pic s9(4) BINARY.
         03  WS-RCT-EXCP-FAIL-CNT      pic 9(7).
         03  WS-RCT-REJ-FAIL-CNT       pic 9(7).
         03  WS-RCT-RVW-FAIL-CNT       pic 9(7).
         03  WS-RCT-HOLD-CNT           pic 9(7).
         03  WS-RCT-CALL-CNT           pic 9(7).
         03  WS-RCT-CALL-MS-TOT        pic 9(11).
         03  WS-RCT-CALL-MS-MAX        pic 9(7).

       01  WS-RCT-WORK.
         03  WS-RCT-LEN                pic s9(4) BINARY.
            88  WS-RUN-SETTLED             value 'Y'.
            88  WS-RUN-WAITING             value 'N'.

      * RUN HISTORY FOR THE CRAB LEAD - WHEN THIS TASK AND THE RUN
      * AS A WHOLE STARTED, THE RESTART COUNT, AND THE DISPATCHED-VS-
      * PROCESSED SHORTFALL 0349 FINDS - WRITTEN TO CRARUNH BY 0346.
       01  WS-RUNH-WORK.
         03  WS-RUN-START-ABS          pic s9(15) COMP-3 value 0.
         03  WS-RUN-END-ABS            pic s9(15) COMP-3 value 0.
         03  WS-RUN-START-DATE         pic x(8)  value spaces.
         03  WS-RUN-START-TIME         pic x(6)  value spaces.
         03  WS-RUN-FIRST-DATE         pic x(8)  value spaces.
         03  WS-RUN-FIRST-TIME         pic x(6)  value spaces.
         03  WS-RUN-RESTART-CNT        pic s9(4) BINARY value 0.
         03  WS-RUN-PROC-CNT           pic s9(8) BINARY value 0.
         03  WS-RUN-SHORT-CNT          pic s9(8) BINARY value 0.
         03  WS-RUN-FAIL-CNT           pic s9(8) BINARY value 0.

       COPY CRARUNR.

       COPY CRAAPLIN
           REPLACING ==CRA-APPL-DATA== BY ==WS-BATCH-APPL-DATA==.


      * SCRATCH BUFFER FOR THE READ-FOR-UPDATE A DUPLICATE-KEY CRARVW
      * WRITE NEEDS BEFORE ITS REWRITE (SEE 0427).
       01  WS-RVW-OLD                   PIC X(232).

      * DFHRESP(DUPREC) - THE ONLY WRITE FAILURE THAT MEANS THE CASE
      * ALREADY EXISTS AND SHOULD BE REWRITTEN; ANYTHING ELSE
      * READ/REWRITE THAT CAN ONLY FAIL AGAIN.
       01  WS-RESP-DUPREC               PIC S9(8) BINARY VALUE 14.

      * APPLICATION VELOCITY SCREEN (0370-CHECK-VELOCITY). THE
      * DUPLICATE CHECK ONLY CATCHES THE SAME REFERENCE RE-KEYED AND
      * THE CRAEXPO CEILINGS ONLY SEE APPROVALS, SO A CUSTOMER
      * STACKING APPLICATIONS ACROSS BRANCHES AND CHANNELS HAD EACH
      * ONE SCORED ON ITS OWN. BEFORE THE SCORING CALL, THE OTHER
      * APPLICATIONS ON CRAAUDIT FOR THE SAME CUSTOMER ID (CRAAUDC
      * PATH) - OR, WITH NO CUSTOMER ID, FOR THE SAME AGE/INCOME/
      * OWNERSHIP PROFILE (CRAAUDP PATH) - ARE COUNTED OVER TWO
      * CRACFG WINDOWS. OVER EITHER WINDOW'S LIMIT, THE APPLICATION
      * IS HELD ON THE CRAFRD FRAUD-REFERRAL QUEUE FOR THE CRAF
      * TRANSACTION INSTEAD OF BEING SCORED.
       01  WS-VELOCITY-WORK.
         03  WS-VEL-HOURS-1            pic s9(4) BINARY value 24.
         03  WS-VEL-LIMIT-1            pic s9(4) BINARY value 3.
         03  WS-VEL-HOURS-2            pic s9(4) BINARY value 720.
         03  WS-VEL-LIMIT-2            pic s9(4) BINARY value 6.
         03  WS-VEL-SW                 pic x(1).
            88  WS-VEL-HOLD                value 'Y'.
            88  WS-VEL-CLEAR               value 'N'.
      * MARK CARRIED TO CRA-AUDIT-HOLD-FLAG BY 0420 - 'Y' ONLY ON THE
      * AUDIT RECORD 0380 WRITES FOR A HELD APPLICATION.
         03  WS-HOLD-MARK              pic x(1).
      * WHICH WINDOW TRIPPED, FOR THE CASE AND THE HOLD AUDIT RECORD.
         03  WS-VEL-BASIS              pic x(1).
            88  WS-VEL-BY-CUSTOMER         value 'C'.
            88  WS-VEL-BY-PROFILE          value 'P'.
         03  WS-VEL-REASON             pic x(4).
         03  WS-VEL-HIT-CNT            pic 9(3).
         03  WS-VEL-HIT-HOURS          pic 9(3).
         03  WS-VEL-HIT-LIMIT          pic 9(2).
         03  WS-VEL-CNT-1              pic s9(4) BINARY.
         03  WS-VEL-CNT-2              pic s9(4) BINARY.
         03  WS-VEL-CUTOFF-1.
            05  WS-VEL-CUTOFF-1-DATE   pic x(8).
            05  WS-VEL-CUTOFF-1-TIME   pic x(6).
         03  WS-VEL-CUTOFF-2.
            05  WS-VEL-CUTOFF-2-DATE   pic x(8).
            05  WS-VEL-CUTOFF-2-TIME   pic x(6).
      * THE EARLIER OF THE TWO CUTOFFS - WHERE THE BROWSE STARTS.
         03  WS-VEL-CUTOFF-EARLY       pic x(14).
         03  WS-VEL-BROWSE-CUST        pic x(12).
         03  WS-VEL-BROWSE-PROFILE.
            05  WS-VEL-BP-AGE          pic x(3).
            05  WS-VEL-BP-INCOME       pic x(8).
            05  WS-VEL-BP-OWNERSHIP    pic x(20).
            05  WS-VEL-BP-TIMESTAMP    pic x(14).
         03  WS-VEL-BROWSE-SW          pic x(1).
            88  WS-VEL-BROWSE-MORE         value 'Y'.
            88  WS-VEL-BROWSE-DONE         value 'N'.
      * THE OTHER APPLICATION REFERENCES SEEN INSIDE THE LONGER
      * WINDOW, EACH WITH ITS LATEST TIMESTAMP - A RE-KEY, RETRY OR
      * REPLAY OF ONE APPLICATION IS STILL ONE APPLICATION. A
      * HUNDRED IS PAST ANY LIMIT CRACFG CAN HOLD, SO THE BROWSE
      * STOPS THERE.
         03  WS-VEL-REF-CNT            pic s9(4) BINARY.
         03  WS-VEL-REF-SUB            pic s9(4) BINARY.
         03  WS-VEL-REF-MAX            pic s9(4) BINARY value 100.
         03  WS-VEL-REF-TABLE.
            05  WS-VEL-REF-ENTRY       OCCURS 100 TIMES.
               07  WS-VEL-REF          pic x(10).
               07  WS-VEL-REF-STAMP    pic x(14).

      * FRAUD-REFERRAL CASE WRITTEN TO THE CRAFRD KSDS BY 0380 FOR A
      * HELD APPLICATION, AND READ BY 0370 SO A RE-KEY OF A HELD
      * APPLICATION STAYS HELD AND A RELEASED ONE IS NOT HELD AGAIN.
       COPY CRAFRDR.

       LINKAGE SECTION.

      * COMMAREA PASSED IN BY THE LOAN-OFFICER-FACING TRANSACTION
                 IF WS-EDIT-FAILED
                    PERFORM 0740-WRITE-REJECT
                 ELSE
      * THE VELOCITY SCREEN IS SKIPPED UNDER CRAX (THE PARKED
      * APPLICATION WAS SCREENED WHEN IT FIRST ARRIVED) AND FOR THE
      * STAND-ALONE CONNECTIVITY-CHECK RUN, WHOSE DEMO APPLICANT
      * WOULD OTHERWISE TRIP ITS OWN PROFILE WINDOW AND NEVER REACH
      * THE MODEL HOST.
                    SET WS-VEL-CLEAR TO TRUE
                    IF WS-NORMAL-MODE AND EIBCALEN > 0
                       PERFORM 0370-CHECK-VELOCITY
                    END-IF
                    IF WS-VEL-HOLD
                       PERFORM 0380-HOLD-FOR-REFERRAL
                    END-IF
                    IF WS-VEL-HOLD
                       CONTINUE
                    ELSE
                       PERFORM 0350-CHECK-DEFER-INTAKE
                       IF WS-DEFER-INTAKE
                          PERFORM 0360-QUEUE-DEFERRED
                       END-IF
                       IF WS-DEFER-INTAKE
                          CONTINUE
                       ELSE
                          PERFORM 0310-PASS-input
                          PERFORM 0400-CICS-MAIN
                          PERFORM 0420-WRITE-AUDIT
                          PERFORM 0427-WRITE-REVIEW-QUEUE
                          IF ws-risk-band-low AND WS-SCORE-WORKED
                             PERFORM 0546-POST-EXPOSURE
                          END-IF
                          IF ws-risk-band-high
                             AND WS-POL-NOT-KNOCKED-OUT
                             AND WS-SCORE-WORKED
                             PERFORM 0550-COUNTEROFFER-SEARCH
                          END-IF
                       END-IF
                    END-IF
                 END-IF
                 CRA-CFG-DEFER-MIN-CALLS > 0
                 MOVE CRA-CFG-DEFER-MIN-CALLS TO WS-DEFER-MIN-CALLS
              END-IF
              IF CRA-CFG-VEL-HOURS-1 IS NUMERIC AND
                 CRA-CFG-VEL-HOURS-1 > 0
                 MOVE CRA-CFG-VEL-HOURS-1 TO WS-VEL-HOURS-1
              END-IF
              IF CRA-CFG-VEL-LIMIT-1 IS NUMERIC AND
                 CRA-CFG-VEL-LIMIT-1 > 0
                 MOVE CRA-CFG-VEL-LIMIT-1 TO WS-VEL-LIMIT-1
              END-IF
              IF CRA-CFG-VEL-HOURS-2 IS NUMERIC AND
                 CRA-CFG-VEL-HOURS-2 > 0
                 MOVE CRA-CFG-VEL-HOURS-2 TO WS-VEL-HOURS-2
              END-IF
              IF CRA-CFG-VEL-LIMIT-2 IS NUMERIC AND
                 CRA-CFG-VEL-LIMIT-2 > 0
                 MOVE CRA-CFG-VEL-LIMIT-2 TO WS-VEL-LIMIT-2
              END-IF
           ELSE
              DISPLAY 'CRACFG NOT AVAILABLE - USING DEFAULT HOST/PORT'
           END-IF.

           MOVE SPACES TO WS-RSN-CODES
                          WS-REUSE-MARK
                          WS-HOLD-MARK
                          WS-OFFER-RATE
                          WS-OFFER-MAX-AMT
                          WS-GRID-VERSION
                 MOVE CRA-AUDIT-DISP-USER     TO WS-RU-DISP-USER
                 MOVE CRA-AUDIT-DISP-REASON   TO WS-RU-DISP-REASON
                 MOVE CRA-AUDIT-DISP-DATE     TO WS-RU-DISP-DATE
                 MOVE CRA-AUDIT-SECOND-USER   TO WS-RU-SECOND-USER
                 MOVE CRA-AUDIT-COUNTER-AMT   TO WS-RU-COUNTER-AMT
                 MOVE CRA-AUDIT-REQUEST-JSON  TO WS-RU-REQUEST-JSON
              END-IF

       0360-QUEUE-DEFERRED-END. EXIT.

      *****************
       0370-CHECK-VELOCITY.
      *****************
      * IS THIS APPLICATION ONE OF A RUN? A RE-KEY OF AN APPLICATION
      * ALREADY HELD ON CRAFRD STAYS HELD ON ITS ORIGINAL FINDING
      * WITHOUT RECOUNTING - ITS WINDOW MAY HAVE AGED OUT, BUT THE
      * CASE IS STILL WITH THE FRAUD TEAM. ONE THE FRAUD TEAM HAS
      * RELEASED IS NOT SCREENED AGAIN, OR THE RELEASE WOULD ONLY
      * PUT IT STRAIGHT BACK ON HOLD. ANYTHING ELSE - NO CASE, OR A
      * CASE THE FRAUD TEAM CANCELLED - IS COUNTED AFRESH. THE
      * BROWSE RESPS ARE TESTED IN LINE, NOT VIA 0700-CHK-RESP: A
      * MISSING INDEX OR CRAFRD FILE MEANS NOTHING TO COUNT, NEVER
      * AN ABEND.

           SET WS-VEL-CLEAR TO TRUE.
           MOVE SPACES TO WS-VEL-BASIS
                          WS-VEL-REASON.
           MOVE 0      TO WS-VEL-HIT-CNT
                          WS-VEL-HIT-HOURS
                          WS-VEL-HIT-LIMIT.

           MOVE SPACES TO CRA-FRAUD-RECORD.
           move 'READ CRAFRD '         to ws-step.
           EXEC CICS READ
                     FILE('CRAFRD')
                     INTO(CRA-FRAUD-RECORD)
                     RIDFLD(ws-input-appl-ref)
                     KEYLENGTH(LENGTH OF ws-input-appl-ref)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL ZERO
              MOVE SPACES TO CRA-FRAUD-RECORD
           END-IF.

           EVALUATE TRUE
               WHEN CRA-FRD-HELD
                  SET WS-VEL-HOLD TO TRUE
                  MOVE CRA-FRD-BASIS     TO WS-VEL-BASIS
                  MOVE CRA-FRD-HIT-CNT   TO WS-VEL-HIT-CNT
                  MOVE CRA-FRD-HIT-HOURS TO WS-VEL-HIT-HOURS
                  MOVE CRA-FRD-HIT-LIMIT TO WS-VEL-HIT-LIMIT
               WHEN CRA-FRD-RELEASED
                  CONTINUE
               WHEN OTHER
                  PERFORM 0372-COUNT-RECENT
           END-EVALUATE.

       0370-CHECK-VELOCITY-END. EXIT.

      *****************
       0372-COUNT-RECENT.
      *****************
      * COUNTS THE OTHER APPLICATIONS IN EACH WINDOW AND HOLDS THIS
      * ONE IF, WITH IT, EITHER WINDOW IS OVER ITS LIMIT. THE
      * SHORTER, TIGHTER WINDOW IS REPORTED WHEN BOTH TRIP.

           PERFORM 0373-SET-VELOCITY-CUTOFFS.
           MOVE 0 TO WS-VEL-REF-CNT.

           IF ws-input-cust-id NOT EQUAL SPACES
              SET WS-VEL-BY-CUSTOMER TO TRUE
              PERFORM 0374-BROWSE-CUSTOMER
           ELSE
              SET WS-VEL-BY-PROFILE TO TRUE
              PERFORM 0376-BROWSE-PROFILE
           END-IF.

           MOVE 0 TO WS-VEL-CNT-1
                     WS-VEL-CNT-2.
           PERFORM 0379-COUNT-IN-WINDOWS
               VARYING WS-VEL-REF-SUB FROM 1 BY 1
               UNTIL WS-VEL-REF-SUB > WS-VEL-REF-CNT.

      * THIS APPLICATION COUNTS TOO.
           ADD 1 TO WS-VEL-CNT-1
                    WS-VEL-CNT-2.

           EVALUATE TRUE
               WHEN WS-VEL-CNT-1 > WS-VEL-LIMIT-1
                  SET WS-VEL-HOLD TO TRUE
                  MOVE WS-VEL-CNT-1   TO WS-VEL-HIT-CNT
                  MOVE WS-VEL-HOURS-1 TO WS-VEL-HIT-HOURS
                  MOVE WS-VEL-LIMIT-1 TO WS-VEL-HIT-LIMIT
               WHEN WS-VEL-CNT-2 > WS-VEL-LIMIT-2
                  SET WS-VEL-HOLD TO TRUE
                  MOVE WS-VEL-CNT-2   TO WS-VEL-HIT-CNT
                  MOVE WS-VEL-HOURS-2 TO WS-VEL-HIT-HOURS
                  MOVE WS-VEL-LIMIT-2 TO WS-VEL-HIT-LIMIT
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       0372-COUNT-RECENT-END. EXIT.

      *****************
       0373-SET-VELOCITY-CUTOFFS.
      *****************
      * 'NOW MINUS EACH WINDOW' IN THE AUDIT KEY'S DATE/TIME SHAPE,
      * AS 0313 DOES FOR THE REUSE WINDOW.

           move 'ASKTIME VELOCITY '    to ws-step.
           EXEC CICS ASKTIME
                     ABSTIME(WS-NOW-ABS)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           PERFORM 0700-CHK-RESP.

           COMPUTE WS-ABSTIME =
               WS-NOW-ABS - (WS-VEL-HOURS-1 * 3600000).

           move 'FORMATTIME VELOCITY 1 ' to ws-step.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-VEL-CUTOFF-1-DATE)
                     TIME(WS-VEL-CUTOFF-1-TIME)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           PERFORM 0700-CHK-RESP.

           COMPUTE WS-ABSTIME =
               WS-NOW-ABS - (WS-VEL-HOURS-2 * 3600000).

           move 'FORMATTIME VELOCITY 2 ' to ws-step.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-VEL-CUTOFF-2-DATE)
                     TIME(WS-VEL-CUTOFF-2-TIME)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           PERFORM 0700-CHK-RESP.

           IF WS-VEL-CUTOFF-1 < WS-VEL-CUTOFF-2
              MOVE WS-VEL-CUTOFF-1 TO WS-VEL-CUTOFF-EARLY
           ELSE
              MOVE WS-VEL-CUTOFF-2 TO WS-VEL-CUTOFF-EARLY
           END-IF.

       0373-SET-VELOCITY-CUTOFFS-END. EXIT.

      *****************
       0374-BROWSE-CUSTOMER.
      *****************
      * EVERY AUDIT RECORD FOR THE CUSTOMER ID THROUGH THE CRAAUDC
      * PATH (THE CRAH HISTORY INQUIRY'S). ONE CUSTOMER'S RECORDS
      * ARE FEW ENOUGH TO READ WHOLE AND TEST AGAINST THE CUTOFF.

           MOVE ws-input-cust-id TO WS-VEL-BROWSE-CUST.
           move 'STARTBR CRAAUDC '     to ws-step.
           EXEC CICS STARTBR
                     FILE('CRAAUDC')
                     RIDFLD(WS-VEL-BROWSE-CUST)
                     KEYLENGTH(LENGTH OF WS-VEL-BROWSE-CUST)
                     GTEQ
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL ZERO
              SET WS-VEL-BROWSE-MORE TO TRUE
              PERFORM 0375-READ-NEXT-CUSTOMER
                  UNTIL WS-VEL-BROWSE-DONE
              move 'ENDBR CRAAUDC '    to ws-step
              EXEC CICS ENDBR
                        FILE('CRAAUDC')
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
           END-IF.

       0374-BROWSE-CUSTOMER-END. EXIT.

      *****************
       0375-READ-NEXT-CUSTOMER.
      *****************

           move 'READNEXT CRAAUDC '    to ws-step.
           EXEC CICS READNEXT
                     FILE('CRAAUDC')
                     INTO(CRA-AUDIT-RECORD)
                     RIDFLD(WS-VEL-BROWSE-CUST)
                     KEYLENGTH(LENGTH OF WS-VEL-BROWSE-CUST)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF (WS-RESP NOT EQUAL ZERO AND
               WS-RESP NOT EQUAL WS-RESP-DUPKEY) OR
              CRA-AUDIT-CUST-ID NOT EQUAL ws-input-cust-id OR
              WS-VEL-REF-CNT NOT LESS THAN WS-VEL-REF-MAX
              SET WS-VEL-BROWSE-DONE TO TRUE
           ELSE
              IF CRA-AUDIT-TIMESTAMP NOT LESS THAN
                    WS-VEL-CUTOFF-EARLY
                 PERFORM 0378-NOTE-OTHER-APPLICATION
              END-IF
           END-IF.

       0375-READ-NEXT-CUSTOMER-END. EXIT.

      *****************
       0376-BROWSE-PROFILE.
      *****************
      * NO CUSTOMER ID - THE SAME AGE, INCOME AND OWNERSHIP AS KEYED
      * THROUGH THE CRAAUDP PATH. ITS KEY CARRIES THE DECISION
      * TIMESTAMP AFTER THE PROFILE, SO THE BROWSE STARTS AT THE
      * EARLIER CUTOFF AND READS ONLY THE WINDOW, NOT A COMMON
      * PROFILE'S WHOLE HISTORY.

           MOVE ws-input-age        TO WS-VEL-BP-AGE.
           MOVE ws-input-income     TO WS-VEL-BP-INCOME.
           MOVE ws-input-ownership  TO WS-VEL-BP-OWNERSHIP.
           MOVE WS-VEL-CUTOFF-EARLY TO WS-VEL-BP-TIMESTAMP.

           move 'STARTBR CRAAUDP '     to ws-step.
           EXEC CICS STARTBR
                     FILE('CRAAUDP')
                     RIDFLD(WS-VEL-BROWSE-PROFILE)
                     KEYLENGTH(LENGTH OF WS-VEL-BROWSE-PROFILE)
                     GTEQ
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL ZERO
              SET WS-VEL-BROWSE-MORE TO TRUE
              PERFORM 0377-READ-NEXT-PROFILE
                  UNTIL WS-VEL-BROWSE-DONE
              move 'ENDBR CRAAUDP '    to ws-step
              EXEC CICS ENDBR
                        FILE('CRAAUDP')
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
           END-IF.

       0376-BROWSE-PROFILE-END. EXIT.

      *****************
       0377-READ-NEXT-PROFILE.
      *****************

           move 'READNEXT CRAAUDP '    to ws-step.
           EXEC CICS READNEXT
                     FILE('CRAAUDP')
                     INTO(CRA-AUDIT-RECORD)
                     RIDFLD(WS-VEL-BROWSE-PROFILE)
                     KEYLENGTH(LENGTH OF WS-VEL-BROWSE-PROFILE)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF (WS-RESP NOT EQUAL ZERO AND
               WS-RESP NOT EQUAL WS-RESP-DUPKEY) OR
              CRA-AUDIT-PRF-AGE NOT EQUAL ws-input-age OR
              CRA-AUDIT-PRF-INCOME NOT EQUAL ws-input-income OR
              CRA-AUDIT-PRF-OWNERSHIP NOT EQUAL ws-input-ownership OR
              WS-VEL-REF-CNT NOT LESS THAN WS-VEL-REF-MAX
              SET WS-VEL-BROWSE-DONE TO TRUE
           ELSE
              PERFORM 0378-NOTE-OTHER-APPLICATION
           END-IF.

       0377-READ-NEXT-PROFILE-END. EXIT.

      *****************
       0378-NOTE-OTHER-APPLICATION.
      *****************
      * ONE AUDIT RECORD INSIDE THE LONGER WINDOW. A PROBE IS THE
      * SAME APPLICATION AGAIN AND THIS APPLICATION'S OWN EARLIER
      * RECORDS (RETRIES, REPLAYS, A RE-KEY) ARE NOT ANOTHER ONE;
      * ANY OTHER REFERENCE - DECIDED, FAILED OR ITSELF HELD - IS.
      * EACH REFERENCE IS KEPT ONCE, WITH ITS LATEST TIMESTAMP.

           IF CRA-AUDIT-PROBE-FLAG NOT EQUAL 'Y' AND
              CRA-AUDIT-APPL-REF NOT EQUAL SPACES AND
              CRA-AUDIT-APPL-REF NOT EQUAL ws-input-appl-ref
              PERFORM 0371-FIND-OTHER-REF
                  VARYING WS-VEL-REF-SUB FROM 1 BY 1
                  UNTIL WS-VEL-REF-SUB > WS-VEL-REF-CNT
                     OR WS-VEL-REF(WS-VEL-REF-SUB) = CRA-AUDIT-APPL-REF
              IF WS-VEL-REF-SUB > WS-VEL-REF-CNT
                 ADD 1 TO WS-VEL-REF-CNT
                 MOVE CRA-AUDIT-APPL-REF  TO WS-VEL-REF(WS-VEL-REF-SUB)
                 MOVE CRA-AUDIT-TIMESTAMP
                   TO WS-VEL-REF-STAMP(WS-VEL-REF-SUB)
              ELSE
                 IF CRA-AUDIT-TIMESTAMP >
                       WS-VEL-REF-STAMP(WS-VEL-REF-SUB)
                    MOVE CRA-AUDIT-TIMESTAMP
                      TO WS-VEL-REF-STAMP(WS-VEL-REF-SUB)
                 END-IF
              END-IF
           END-IF.

       0378-NOTE-OTHER-APPLICATION-END. EXIT.

      *****************
       0371-FIND-OTHER-REF.
      *****************
      * NOTHING TO DO - THE VARYING CLAUSE DOES THE SEARCH.

           CONTINUE.

       0371-FIND-OTHER-REF-END. EXIT.

      *****************
       0379-COUNT-IN-WINDOWS.
      *****************

           IF WS-VEL-REF-STAMP(WS-VEL-REF-SUB) NOT LESS THAN
                 WS-VEL-CUTOFF-1
              ADD 1 TO WS-VEL-CNT-1
           END-IF.
           IF WS-VEL-REF-STAMP(WS-VEL-REF-SUB) NOT LESS THAN
                 WS-VEL-CUTOFF-2
              ADD 1 TO WS-VEL-CNT-2
           END-IF.

       0379-COUNT-IN-WINDOWS-END. EXIT.

      *****************
       0380-HOLD-FOR-REFERRAL.
      *****************
      * PUTS THE APPLICATION ON THE CRAFRD FRAUD-REFERRAL QUEUE
      * INSTEAD OF SCORING IT, AND WRITES A HOLD AUDIT RECORD - NO
      * LOAN STATUS, NO BAND, FINAL-DISP 'FRAUD-HOLD' - SO THE HOLD
      * SHOWS ON CRAAUDIT, IN THE CRAI/CRAH INQUIRIES AND TO CRARCN,
      * WHILE EVERY DECISION READER STILL SKIPS IT. THE CASE GOES ON
      * FIRST: IF EVEN THAT WRITE FAILS THE APPLICATION SCORES AS
      * NORMAL, OUT LOUD - A HOLD THE FRAUD TEAM CANNOT SEE COULD
      * NEVER BE RELEASED. THE CALLER IS ANSWERED 'FRAUD-REFERRAL'.

           IF WS-VEL-BY-CUSTOMER
              MOVE 'VELC' TO WS-VEL-REASON
           ELSE
              MOVE 'VELP' TO WS-VEL-REASON
           END-IF.

           PERFORM 0382-PUT-FRAUD-CASE.

           IF WS-VEL-HOLD
              PERFORM 0310-PASS-input
              MOVE 'Y' TO WS-HOLD-MARK
      * NO CALL WAS MADE - THE TIMING FIELDS ON THE HOLD RECORD MUST
      * SAY SO.
              MOVE 0   TO WS-RETRY-COUNT
              PERFORM 0420-WRITE-AUDIT
              IF WS-AUDIT-WRITTEN
                 PERFORM 0384-SAVE-HOLD-AUDIT-KEY
              END-IF
              MOVE SPACES TO WS-HOLD-MARK
              MOVE 'FRAUD-REFERRAL' TO ws-loan-status
              DISPLAY 'APPLICATION ' ws-input-appl-ref
                      ' HELD FOR FRAUD REFERRAL - ' WS-VEL-HIT-CNT
                      ' APPLICATIONS IN ' WS-VEL-HIT-HOURS
                      ' HOURS, LIMIT ' WS-VEL-HIT-LIMIT
           END-IF.

       0380-HOLD-FOR-REFERRAL-END. EXIT.

      *****************
       0381-BUILD-FRAUD-CASE.
      *****************
      * EVERYTHING BUT THE HOLD COUNT, WHICH 0382 WORKS OUT FROM
      * WHETHER THE CASE IS NEW.

           MOVE ws-input-appl-ref       TO CRA-FRD-APPL-REF
           MOVE ws-input-age            TO CRA-FRD-AGE
           MOVE ws-input-income         TO CRA-FRD-INCOME
           MOVE ws-input-ownership      TO CRA-FRD-OWNERSHIP
           MOVE ws-input-length         TO CRA-FRD-EMP-LENGTH
           MOVE ws-input-intent         TO CRA-FRD-LOAN-INTENT
           MOVE ws-input-amt            TO CRA-FRD-LOAN-AMT
           MOVE ws-input-PERC-INCOME    TO CRA-FRD-PERC-INCOME
           MOVE ws-input-grade          TO CRA-FRD-LOAN-GRADE
           MOVE ws-input-rate           TO CRA-FRD-LOAN-RATE
           MOVE ws-input-default        TO CRA-FRD-DEFAULT-ONFILE
           MOVE ws-input-hist-len       TO CRA-FRD-HIST-LEN
           MOVE ws-input-source         TO CRA-FRD-SOURCE
           MOVE ws-input-cust-id        TO CRA-FRD-CUST-ID
           MOVE WS-VEL-BASIS            TO CRA-FRD-BASIS
           MOVE WS-VEL-HIT-CNT          TO CRA-FRD-HIT-CNT
           MOVE WS-VEL-HIT-HOURS        TO CRA-FRD-HIT-HOURS
           MOVE WS-VEL-HIT-LIMIT        TO CRA-FRD-HIT-LIMIT
           SET CRA-FRD-HELD             TO TRUE
           MOVE SPACES                  TO CRA-FRD-DISP-USER
                                           CRA-FRD-DISP-REASON
                                           CRA-FRD-DISP-DATE
                                           CRA-FRD-DISP-TIME
                                           CRA-FRD-AUDIT-KEY.

           move 'ASKTIME FRAUD '       to ws-step.
           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           PERFORM 0700-CHK-RESP.

           move 'FORMATTIME FRAUD '    to ws-step.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(CRA-FRD-HELD-DATE)
                     TIME(CRA-FRD-HELD-TIME)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           PERFORM 0700-CHK-RESP.

       0381-BUILD-FRAUD-CASE-END. EXIT.

      *****************
       0382-PUT-FRAUD-CASE.
      *****************
      * STRAIGHT WRITE FIRST; ON A DUPLICATE KEY (A RE-KEY OF A HELD
      * OR CANCELLED APPLICATION) THE EXISTING CASE IS READ FOR
      * UPDATE AND REWRITTEN BACK TO HELD WITH THE LATEST FEATURES,
      * ITS HOLD COUNT CARRIED UP BY ONE. ANY OTHER FAILURE LETS THE
      * APPLICATION SCORE (SEE 0380).

           PERFORM 0381-BUILD-FRAUD-CASE.
           MOVE 1 TO CRA-FRD-HOLD-CNT.

           move 'WRITE CRAFRD '        to ws-step.
           EXEC CICS WRITE
                     FILE('CRAFRD')
                     FROM(CRA-FRAUD-RECORD)
                     RIDFLD(CRA-FRD-APPL-REF)
                     KEYLENGTH(LENGTH OF CRA-FRD-APPL-REF)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL WS-RESP-DUPREC
              move 'READ UPDATE CRAFRD ' to ws-step
              EXEC CICS READ
                        FILE('CRAFRD')
                        INTO(CRA-FRAUD-RECORD)
                        RIDFLD(ws-input-appl-ref)
                        KEYLENGTH(LENGTH OF ws-input-appl-ref)
                        UPDATE
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
              IF WS-RESP EQUAL ZERO
                 IF CRA-FRD-HOLD-CNT IS NUMERIC AND
                    CRA-FRD-HOLD-CNT < 99
                    ADD 1 TO CRA-FRD-HOLD-CNT
                 END-IF
                 PERFORM 0381-BUILD-FRAUD-CASE
                 move 'REWRITE CRAFRD '  to ws-step
                 EXEC CICS REWRITE
                           FILE('CRAFRD')
                           FROM(CRA-FRAUD-RECORD)
                           RESP(WS-RESP)
                           RESP2(WS-RESP2)
                 END-EXEC
              END-IF
           END-IF.

           IF WS-RESP NOT EQUAL ZERO
              SET WS-VEL-CLEAR TO TRUE
              DISPLAY 'OPERATOR ALERT - CRAFRD WRITE FAILED FOR '
                      ws-input-appl-ref
                      ' - SCORED WITHOUT FRAUD HOLD'
           END-IF.

       0382-PUT-FRAUD-CASE-END. EXIT.

      *****************
       0384-SAVE-HOLD-AUDIT-KEY.
      *****************
      * THE HOLD AUDIT RECORD'S KEY GOES ONTO THE CASE, SO THE CRAF
      * RELEASE OR CANCEL WRITES ITS DISPOSITION BACK WITH A DIRECT
      * READ. IF THIS FAILS THE HOLD STILL STANDS - CRAF JUST HAS NO
      * AUDIT RECORD TO UPDATE AND SAYS SO.

           move 'READ UPDATE CRAFRD '  to ws-step.
           EXEC CICS READ
                     FILE('CRAFRD')
                     INTO(CRA-FRAUD-RECORD)
                     RIDFLD(ws-input-appl-ref)
                     KEYLENGTH(LENGTH OF ws-input-appl-ref)
                     UPDATE
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL ZERO
              MOVE CRA-AUDIT-KEY TO CRA-FRD-AUDIT-KEY
              move 'REWRITE CRAFRD '   to ws-step
              EXEC CICS REWRITE
                        FILE('CRAFRD')
                        FROM(CRA-FRAUD-RECORD)
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
           END-IF.

           IF WS-RESP NOT EQUAL ZERO
              DISPLAY 'WARNING - HOLD AUDIT KEY NOT SAVED ON CRAFRD '
                      'FOR ' ws-input-appl-ref
           END-IF.

       0384-SAVE-HOLD-AUDIT-KEY-END. EXIT.

      *****************
       0320-BATCH-DRIVER.
      *****************
              SET WS-HAS-SLOT TO TRUE
              PERFORM 0329-WORKER-SCORE-ONE
           ELSE
              PERFORM 0318-STAMP-RUN-START
              PERFORM 0321-BATCH-RESTART-CHECK
              IF WS-BATCH-WORKERS > 1
                 SET WS-MULTI-WORKER TO TRUE
                                     WS-RCT-AUDIT-FAIL-CNT
                                     WS-RCT-EXCP-FAIL-CNT
                                     WS-RCT-REJ-FAIL-CNT
                                     WS-RCT-RVW-FAIL-CNT
                                     WS-RCT-HOLD-CNT
                                     WS-RCT-CALL-CNT
                                     WS-RCT-CALL-MS-TOT
                                     WS-RCT-CALL-MS-MAX.

      * A LEFTOVER CRARCT FROM A RUN THAT DIED WOULD POISON THIS
      * ONE'S BOOKS - CLEARED WITHOUT CEREMONY.
              SET WS-SINGLE-WORKER TO TRUE
           ELSE
              MOVE WS-BATCH-DONE-CNT TO WS-RST-COMMITTED-CNT
              PERFORM 0319-CARRY-RUN-START
              EXEC CICS WRITEQ TS
                        QUEUE('CRARST')
                        FROM(WS-RST-RECORD)
      * UP TO ITS COMMITTED COUNT IS ALREADY SCORED, AUDITED AND OFF
      * CRAAPPL - THE BACKOUT PUT ONLY THE UNCOMMITTED TAIL BACK - SO
      * THIS RUN SIMPLY CARRIES ON FROM THERE AND KEEPS THE RUNNING
      * TOTAL HONEST ACROSS THE RESTART. THE ORIGINAL START TIME
      * AND THE RESTART COUNT CARRY ON TOO, FOR THE RUN HISTORY. A
      * RECORD LEFT BY A RELEASE THAT DID NOT CARRY THEM IS SHORT -
      * THE AREA IS BLANKED FIRST SO THEY READ AS MISSING.

           MOVE SPACES                 TO WS-RST-RECORD.
           MOVE LENGTH OF WS-RST-RECORD TO WS-RST-LEN.

           move 'READQ TS CRARST '     to ws-step.
           EXEC CICS READQ TS
              IF WS-RST-COMMITTED-CNT IS NUMERIC
                 MOVE WS-RST-COMMITTED-CNT TO WS-BATCH-DONE-CNT
                 MOVE WS-RST-COMMITTED-CNT TO WS-CARRY-CNT
                 IF WS-RST-RESTART-CNT IS NUMERIC AND
                    WS-RST-FIRST-DATE IS NUMERIC
                    MOVE WS-RST-FIRST-DATE  TO WS-RUN-FIRST-DATE
                    MOVE WS-RST-FIRST-TIME  TO WS-RUN-FIRST-TIME
                    COMPUTE WS-RUN-RESTART-CNT =
                            WS-RST-RESTART-CNT + 1
                 ELSE
                    MOVE 1 TO WS-RUN-RESTART-CNT
                 END-IF
                 DISPLAY 'CRAB RESTART - RESUMING AFTER '
                         WS-RST-COMMITTED-CNT
                         ' APPLICANTS COMMITTED '

       0321-BATCH-RESTART-CHECK-END. EXIT.

      *****************
       0318-STAMP-RUN-START.
      *****************
      * WHEN THIS CRAB TASK STARTED - THE RUN HISTORY'S START TIME,
      * AND THE WHOLE RUN'S UNLESS 0321 FINDS THIS IS A RESTART.

           move 'ASKTIME RUN START '   to ws-step.
           EXEC CICS ASKTIME
                     ABSTIME(WS-RUN-START-ABS)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           PERFORM 0700-CHK-RESP.

           move 'FORMATTIME RUN START ' to ws-step.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-RUN-START-ABS)
                     YYYYMMDD(WS-RUN-START-DATE)
                     TIME(WS-RUN-START-TIME)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           PERFORM 0700-CHK-RESP.

           MOVE WS-RUN-START-DATE TO WS-RUN-FIRST-DATE.
           MOVE WS-RUN-START-TIME TO WS-RUN-FIRST-TIME.
           MOVE 0                 TO WS-RUN-RESTART-CNT.

       0318-STAMP-RUN-START-END. EXIT.

      *****************
       0319-CARRY-RUN-START.
      *****************
      * PUTS THE RUN'S ORIGINAL START AND RESTART COUNT ON THE CRARST
      * RECORD ABOUT TO BE WRITTEN, SO A FURTHER RESTART INHERITS
      * THEM WHATEVER WAS READ BACK OFF THE QUEUE.

           MOVE WS-RUN-FIRST-DATE  TO WS-RST-FIRST-DATE.
           MOVE WS-RUN-FIRST-TIME  TO WS-RST-FIRST-TIME.
           MOVE WS-RUN-RESTART-CNT TO WS-RST-RESTART-CNT.

       0319-CARRY-RUN-START-END. EXIT.

      *****************
       0340-BATCH-CHECKPOINT.
      *****************
              MOVE WS-BATCH-DONE-CNT TO WS-RST-COMMITTED-CNT
           END-IF.

           PERFORM 0319-CARRY-RUN-START.

           move 'ASKTIME CHECKPOINT '  to ws-step.
           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
                 ADD WS-CTL-EXCP-FAIL-CNT  TO WS-RCT-EXCP-FAIL-CNT
                 ADD WS-CTL-REJ-FAIL-CNT   TO WS-RCT-REJ-FAIL-CNT
                 ADD WS-CTL-RVW-FAIL-CNT   TO WS-RCT-RVW-FAIL-CNT
                 ADD WS-CTL-HOLD-CNT       TO WS-RCT-HOLD-CNT
                 ADD WS-CTL-CALL-CNT       TO WS-RCT-CALL-CNT
                 ADD WS-CTL-CALL-MS-TOT    TO WS-RCT-CALL-MS-TOT
                 IF WS-CTL-CALL-MS-MAX > WS-RCT-CALL-MS-MAX
                    MOVE WS-CTL-CALL-MS-MAX TO WS-RCT-CALL-MS-MAX
                 END-IF
                 IF WS-HAS-SLOT
                    SUBTRACT 1 FROM WS-RCT-ACTIVE-CNT
                 END-IF
           MOVE WS-RCT-EXCP-FAIL-CNT  TO WS-CTL-EXCP-FAIL-CNT.
           MOVE WS-RCT-REJ-FAIL-CNT   TO WS-CTL-REJ-FAIL-CNT.
           MOVE WS-RCT-RVW-FAIL-CNT   TO WS-CTL-RVW-FAIL-CNT.
           MOVE WS-RCT-HOLD-CNT       TO WS-CTL-HOLD-CNT.
           MOVE WS-RCT-CALL-CNT       TO WS-CTL-CALL-CNT.
           MOVE WS-RCT-CALL-MS-TOT    TO WS-CTL-CALL-MS-TOT.
           MOVE WS-RCT-CALL-MS-MAX    TO WS-CTL-CALL-MS-MAX.
           MOVE WS-RCT-DONE-CNT       TO WS-RUN-PROC-CNT.

      * EVERY DISPATCHED RECORD MUST HAVE BEEN PROCESSED BY EXACTLY
      * ONE TASK - A SHORTFALL MEANS A WORKER DIED WITH AN APPLICANT
                      WS-BATCH-DONE-CNT ' (LESS CARRY '
                      WS-CARRY-CNT ') BUT WORKERS PROCESSED '
                      WS-RCT-DONE-CNT ' - INVESTIGATE'
              COMPUTE WS-RUN-SHORT-CNT =
                      WS-BATCH-DONE-CNT - WS-CARRY-CNT
                      - WS-RCT-DONE-CNT
           END-IF.

       0349-WAIT-RUN-END-END. EXIT.
      * THE RUN IS OVER - EVERY WORKER IS OUT AND THE QUEUE DRAINED
      * CLEANLY. CLEAR THE RESTART RECORD SO THE NEXT RUN STARTS
      * FRESH, AND PRINT THE ONE COHERENT SET OF CONTROL TOTALS
      * CRARCN BALANCES AGAINST. THE RUN HISTORY RECORD IS WRITTEN
      * FIRST SO IT COMMITS WITH THE RESTART RECORD'S DELETION - A
      * RUN IS ON CRARUNH EXACTLY WHEN IT IS OVER.

           PERFORM 0346-WRITE-RUN-HISTORY.

           move 'DELETEQ TS CRARST '   to ws-step.
           EXEC CICS DELETEQ TS
                   ' AUDIT-FAIL ' WS-CTL-AUDIT-FAIL-CNT
                   ' PARK-FAIL ' WS-CTL-EXCP-FAIL-CNT
                   ' REJECT-FAIL ' WS-CTL-REJ-FAIL-CNT
                   ' REVIEW-FAIL ' WS-CTL-RVW-FAIL-CNT
                   ' FRAUD-HELD ' WS-CTL-HOLD-CNT.
           IF WS-CTL-AUDIT-FAIL-CNT > 0 OR
              WS-CTL-EXCP-FAIL-CNT > 0 OR
              WS-CTL-RVW-FAIL-CNT > 0 OR

       0348-RUN-COMPLETE-END. EXIT.

      *****************
       0346-WRITE-RUN-HISTORY.
      *****************
      * ONE CRARUNH RECORD FOR THE RUN (SEE CRARUNR). A SINGLE-TASK
      * RUN PROCESSED EVERYTHING IT TOOK OFF THE QUEUE; A MULTI-
      * WORKER RUN'S PROCESSED COUNT IS WHAT THE WORKERS ROLLED UP
      * (0349). A FAILED WRITE COSTS ONLY THE HISTORY LINE, SO IT IS
      * SAID OUT LOUD AND THE RUN STILL COMPLETES.

           MOVE SPACES TO CRA-RUN-RECORD.

           move 'ASKTIME RUN END '     to ws-step.
           EXEC CICS ASKTIME
                     ABSTIME(WS-RUN-END-ABS)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           PERFORM 0700-CHK-RESP.

           move 'FORMATTIME RUN END '  to ws-step.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-RUN-END-ABS)
                     YYYYMMDD(CRA-RUN-END-DATE)
                     TIME(CRA-RUN-END-TIME)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           PERFORM 0700-CHK-RESP.

           MOVE EIBTASKN              TO CRA-RUN-TASKN.
           MOVE ws-applid             TO CRA-RUN-APPLID.
           MOVE WS-RUN-FIRST-DATE     TO CRA-RUN-FIRST-DATE.
           MOVE WS-RUN-FIRST-TIME     TO CRA-RUN-FIRST-TIME.
           MOVE WS-RUN-START-DATE     TO CRA-RUN-START-DATE.
           MOVE WS-RUN-START-TIME     TO CRA-RUN-START-TIME.
           COMPUTE CRA-RUN-ELAPSED-SECS =
                   (WS-RUN-END-ABS - WS-RUN-START-ABS) / 1000.
           MOVE WS-BATCH-WORKERS      TO CRA-RUN-WORKERS.
           MOVE WS-RUN-RESTART-CNT    TO CRA-RUN-RESTART-CNT.
           MOVE WS-CARRY-CNT          TO CRA-RUN-CARRY-CNT.
           COMPUTE CRA-RUN-DISPATCHED-CNT =
                   WS-BATCH-DONE-CNT - WS-CARRY-CNT.
           IF WS-MULTI-WORKER
              MOVE WS-RUN-PROC-CNT    TO CRA-RUN-PROCESSED-CNT
           ELSE
              MOVE CRA-RUN-DISPATCHED-CNT TO CRA-RUN-PROCESSED-CNT
           END-IF.
           IF WS-RUN-SHORT-CNT > 0
              MOVE WS-RUN-SHORT-CNT   TO CRA-RUN-SHORTFALL-CNT
           ELSE
              MOVE 0                  TO CRA-RUN-SHORTFALL-CNT
           END-IF.
           MOVE WS-CTL-SCORED-CNT     TO CRA-RUN-SCORED-CNT.
           MOVE WS-CTL-REJECT-CNT     TO CRA-RUN-REJECT-CNT.
           MOVE WS-CTL-EXCP-CNT       TO CRA-RUN-PARKED-CNT.
           MOVE WS-CTL-PROBE-CNT      TO CRA-RUN-PROBE-CNT.
           MOVE WS-CTL-HOLD-CNT       TO CRA-RUN-HOLD-CNT.
           COMPUTE WS-RUN-FAIL-CNT =
                   WS-CTL-AUDIT-FAIL-CNT + WS-CTL-EXCP-FAIL-CNT +
                   WS-CTL-REJ-FAIL-CNT + WS-CTL-RVW-FAIL-CNT.
           MOVE WS-RUN-FAIL-CNT       TO CRA-RUN-FAIL-CNT.
           MOVE WS-CTL-CALL-CNT       TO CRA-RUN-CALL-CNT.
           IF WS-CTL-CALL-CNT > 0
              COMPUTE CRA-RUN-CALL-AVG-MS ROUNDED =
                      WS-CTL-CALL-MS-TOT / WS-CTL-CALL-CNT
           ELSE
              MOVE 0                  TO CRA-RUN-CALL-AVG-MS
           END-IF.
           MOVE WS-CTL-CALL-MS-MAX    TO CRA-RUN-CALL-MAX-MS.

           move 'WRITE CRARUNH '       to ws-step.
           EXEC CICS WRITE
                     FILE('CRARUNH')
                     FROM(CRA-RUN-RECORD)
                     RIDFLD(CRA-RUN-KEY)
                     KEYLENGTH(LENGTH OF CRA-RUN-KEY)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL ZERO
              DISPLAY 'WARNING - CRARUNH WRITE FAILED, RUN HISTORY '
                      'NOT RECORDED FOR THIS RUN, RESP = ' WS-RESP
           END-IF.

       0346-WRITE-RUN-HISTORY-END. EXIT.

      *****************
       0325-BATCH-NEXT.
      *****************
              IF WS-EDIT-FAILED
                 PERFORM 0740-WRITE-REJECT
              ELSE
      * QUEUED APPLICATIONS GET THE SAME VELOCITY SCREEN - A RUN OF
      * APPLICATIONS FED OVERNIGHT IS THE SAME STACKING.
                 PERFORM 0370-CHECK-VELOCITY
                 IF WS-VEL-HOLD
                    PERFORM 0380-HOLD-FOR-REFERRAL
                 END-IF
                 IF WS-VEL-HOLD
                    CONTINUE
                 ELSE
                    PERFORM 0350-CHECK-DEFER-INTAKE
                    IF WS-DEFER-INTAKE
                       PERFORM 0360-QUEUE-DEFERRED
                    END-IF
                    IF WS-DEFER-INTAKE
                       CONTINUE
                    ELSE
                       PERFORM 0310-PASS-input
                       PERFORM 0400-CICS-MAIN
                       PERFORM 0420-WRITE-AUDIT
                       PERFORM 0427-WRITE-REVIEW-QUEUE
                       IF ws-risk-band-low AND WS-SCORE-WORKED
                          PERFORM 0546-POST-EXPOSURE
                       END-IF
                       IF ws-risk-band-high
                          AND WS-POL-NOT-KNOCKED-OUT
                          AND WS-SCORE-WORKED
                          PERFORM 0550-COUNTEROFFER-SEARCH
                       END-IF
                    END-IF
                 END-IF
              END-IF
      * BUILD AND WRITE ONE CRAAUDIT RECORD CAPTURING WHAT WAS SENT TO
      * THE MODEL, WHAT CAME BACK, AND WHO/WHEN HANDLED THE REQUEST.

           SET WS-AUDIT-NOT-WRITTEN TO TRUE.
           ADD 1 TO WS-AUDIT-SEQ.

           MOVE WS-APPLID             TO CRA-AUDIT-APPLID
      * FRESH MEDIUM DECISION ADVERTISES 'PENDING' AS ALWAYS; A
      * PROBE NEVER DOES - NO REVIEW CASE IS QUEUED FOR IT.
           EVALUATE TRUE
               WHEN WS-HOLD-MARK = 'Y'
                  MOVE 'FRAUD-HOLD'      TO CRA-AUDIT-FINAL-DISP
                  MOVE WS-VEL-REASON     TO CRA-AUDIT-DISP-REASON
                  MOVE SPACES            TO CRA-AUDIT-DISP-USER
                                            CRA-AUDIT-DISP-DATE
                                            CRA-AUDIT-SECOND-USER
               WHEN WS-REUSE-MARK = 'Y'
                  MOVE WS-RU-FINAL-DISP  TO CRA-AUDIT-FINAL-DISP
                  MOVE WS-RU-DISP-USER   TO CRA-AUDIT-DISP-USER
                  MOVE WS-RU-DISP-REASON TO CRA-AUDIT-DISP-REASON
                  MOVE WS-RU-DISP-DATE   TO CRA-AUDIT-DISP-DATE
                  MOVE WS-RU-SECOND-USER TO CRA-AUDIT-SECOND-USER
               WHEN ws-risk-band-medium AND WS-PROBE-MARK NOT = 'Y'
                  MOVE 'PENDING'         TO CRA-AUDIT-FINAL-DISP
                  MOVE SPACES            TO CRA-AUDIT-DISP-USER
                                            CRA-AUDIT-DISP-REASON
                                            CRA-AUDIT-DISP-DATE
                                            CRA-AUDIT-SECOND-USER
               WHEN OTHER
                  MOVE SPACES            TO CRA-AUDIT-FINAL-DISP
                                            CRA-AUDIT-DISP-USER
                                            CRA-AUDIT-DISP-REASON
                                            CRA-AUDIT-DISP-DATE
                                            CRA-AUDIT-SECOND-USER
           END-EVALUATE
           MOVE WS-ELAPSED-MS           TO CRA-AUDIT-ELAPSED-MS
           MOVE ws-status               TO CRA-AUDIT-HTTP-STATUS
           MOVE WS-OFFER-MAX-AMT        TO CRA-AUDIT-OFFER-MAX-AMT
           MOVE ws-input-cust-id        TO CRA-AUDIT-CUST-ID
           MOVE WS-PROBE-MARK           TO CRA-AUDIT-PROBE-FLAG
           MOVE WS-HOLD-MARK            TO CRA-AUDIT-HOLD-FLAG
      * THE VELOCITY SCREEN'S PROFILE KEY (CRAAUDP PATH). A PROBE IS
      * THE SAME APPLICATION AGAIN AND IS LEFT OUT OF THE INDEX.
           IF WS-PROBE-MARK = 'Y'
              MOVE SPACES               TO CRA-AUDIT-PROFILE-KEY
           ELSE
              MOVE ws-input-age         TO CRA-AUDIT-PRF-AGE
              MOVE ws-input-income      TO CRA-AUDIT-PRF-INCOME
              MOVE ws-input-ownership   TO CRA-AUDIT-PRF-OWNERSHIP
              MOVE CRA-AUDIT-DATE       TO CRA-AUDIT-PRF-DATE
              MOVE CRA-AUDIT-TIME       TO CRA-AUDIT-PRF-TIME
           END-IF
      * STILL BLANK HERE FOR A FRESH DECISION - 0553 FILLS IT IN
      * AFTERWARD, ON THE DECLINED DECISION'S RECORD ONLY. A REUSE
      * CARRIES THE PRIOR DECISION'S COUNTEROFFER FORWARD (0317 HAS
                                           CRA-AUDIT-CH-PROBABILITY-0
                                           CRA-AUDIT-CH-PROBABILITY-1
                                           CRA-AUDIT-CH-RISK-BAND
      * A NEW RECORD STARTS ITS OWN SEAL CHAIN AT VERSION 1 - NOTHING
      * LEFT IN THE SEAL FIELDS BY AN EARLIER READ INTO THIS AREA
      * (THE REUSE LOOKUP) MAY CARRY OVER.
           MOVE SPACES                  TO CRA-AUDIT-SEAL
           PERFORM 0421-SEAL-AUDIT

           move 'WRITE CRAAUDIT '       to ws-step.
           EXEC CICS WRITE
                      CRA-AUDIT-SESSTOKEN
           ELSE
      * A PROBE AUDIT IS NOT AN APPLICANT - COUNTED APART SO THE
      * RUN'S 'AUDITED' TOTAL STILL BALANCES AGAINST INTAKE. A FRAUD
      * HOLD IS AN APPLICANT BUT NOT A DECISION - COUNTED APART TOO.
              SET WS-AUDIT-WRITTEN TO TRUE
              EVALUATE TRUE
                  WHEN WS-PROBE-MARK = 'Y'
                     ADD 1 TO WS-CTL-PROBE-CNT
                  WHEN WS-HOLD-MARK = 'Y'
                     ADD 1 TO WS-CTL-HOLD-CNT
                  WHEN OTHER
                     ADD 1 TO WS-CTL-SCORED-CNT
              END-EVALUATE
              IF CRA-AUDIT-ELAPSED-MS > 0
                 ADD 1                    TO WS-CTL-CALL-CNT
                 ADD CRA-AUDIT-ELAPSED-MS TO WS-CTL-CALL-MS-TOT
                 IF CRA-AUDIT-ELAPSED-MS > WS-CTL-CALL-MS-MAX
                    MOVE CRA-AUDIT-ELAPSED-MS TO WS-CTL-CALL-MS-MAX
                 END-IF
              END-IF
              PERFORM 0422-JOURNAL-SEAL
              IF WS-CH-ACTIVE AND ws-STATUS = 200
                 PERFORM 0445-START-CHALLENGER
              END-IF

       0420-WRITE-AUDIT-END. EXIT.

      *****************
       0421-SEAL-AUDIT.
      *****************
      * PUTS THE NEXT SEAL IN THE CHAIN ON CRA-AUDIT-RECORD, JUST
      * AHEAD OF ITS WRITE OR REWRITE: THE CURRENT SEAL BECOMES
      * SEAL-PREV, THE VERSION GOES UP ONE, AND CRASEAL SEALS THE
      * RECORD AS IT NOW STANDS. A RECORD WITH NO SEAL YET (A NEW
      * ONE, OR ONE WRITTEN BEFORE SEALING EXISTED) IS SEALED AT
      * VERSION 1, CHAINED FROM SIXTEEN ZEROS. THE CALLER JOURNALS
      * THE NEW SEAL (0422) ONCE THE WRITE OR REWRITE HAS WORKED.

           IF CRA-AUDIT-SEAL-VERSION NOT NUMERIC OR
              CRA-AUDIT-SEAL-VALUE = SPACES
              MOVE 0      TO CRA-AUDIT-SEAL-VERSION
              MOVE ZEROS  TO CRA-AUDIT-SEAL-VALUE
           END-IF.

           MOVE CRA-AUDIT-SEAL-VALUE TO CRA-AUDIT-SEAL-PREV.
           ADD 1                     TO CRA-AUDIT-SEAL-VERSION.
           MOVE 'CRAURL'             TO CRA-AUDIT-SEAL-PGM.

           CALL 'CRASEAL' USING CRA-AUDIT-RECORD
                                CRA-SEAL-PARM.

           MOVE CRA-SEAL-RESULT      TO CRA-AUDIT-SEAL-VALUE.

       0421-SEAL-AUDIT-END. EXIT.

      *****************
       0422-JOURNAL-SEAL.
      *****************
      * LOGS THE SEAL JUST WRITTEN OR REWRITTEN TO THE APPEND-ONLY
      * CRASLJ JOURNAL - 'W' FOR THE RECORD'S ORIGINAL WRITE, 'U' FOR
      * A REWRITE. A FAILED JOURNAL WRITE IS SHOUTED BUT NEVER UNDOES
      * THE AUDIT RECORD; THE CRASVF VERIFICATION RUN REPORTS THE
      * MISSING ENTRY AS A BREAK IN THE RECORD'S CHAIN.

           MOVE SPACES                 TO CRA-SEAL-JRNL-RECORD.
           MOVE CRA-AUDIT-KEY          TO CRA-SLJ-AUDIT-KEY.
           MOVE CRA-AUDIT-SEAL-VERSION TO CRA-SLJ-VERSION.
           IF CRA-AUDIT-SEAL-VERSION = 1
              SET CRA-SLJ-WRITTEN      TO TRUE
           ELSE
              SET CRA-SLJ-UPDATED      TO TRUE
           END-IF.
           MOVE CRA-AUDIT-SEAL-PREV    TO CRA-SLJ-PREV.
           MOVE CRA-AUDIT-SEAL-VALUE   TO CRA-SLJ-VALUE.
           MOVE CRA-AUDIT-SEAL-PGM     TO CRA-SLJ-PGM.
           MOVE EIBTASKN               TO CRA-SLJ-TASKN.
           MOVE CRA-AUDIT-APPL-REF     TO CRA-SLJ-APPL-REF.

           move 'ASKTIME SEAL '        to ws-step.
           EXEC CICS ASKTIME
                     ABSTIME(WS-SEAL-ABSTIME)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           PERFORM 0700-CHK-RESP.

           move 'FORMATTIME SEAL '     to ws-step.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-SEAL-ABSTIME)
                     YYYYMMDD(CRA-SLJ-DATE)
                     TIME(CRA-SLJ-TIME)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           PERFORM 0700-CHK-RESP.

           move 'WRITE CRASLJ '        to ws-step.
           EXEC CICS WRITE
                     FILE('CRASLJ')
                     FROM(CRA-SEAL-JRNL-RECORD)
                     RIDFLD(CRA-SLJ-KEY)
                     KEYLENGTH(LENGTH OF CRA-SLJ-KEY)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL ZERO
              DISPLAY 'WARNING - SEAL JOURNAL WRITE FAILED FOR '
                      CRA-AUDIT-APPL-REF ' VERSION '
                      CRA-AUDIT-SEAL-VERSION
           END-IF.

       0422-JOURNAL-SEAL-END. EXIT.

      *****************
       0445-START-CHALLENGER.
      *****************
                                           CRA-RVW-REASON
                                           CRA-RVW-DISP-DATE
                                           CRA-RVW-DISP-TIME
                                           CRA-RVW-SECOND-OFFICER
                                           CRA-RVW-SECOND-DATE
                                           CRA-RVW-SECOND-TIME
           MOVE CRA-AUDIT-KEY           TO CRA-RVW-AUDIT-KEY.

       0428-BUILD-REVIEW-RECORD-END. EXIT.

           IF WS-RESP EQUAL ZERO
              MOVE 'PEND-ERROR' TO CRA-AUDIT-FINAL-DISP
              PERFORM 0421-SEAL-AUDIT
              move 'REWRITE CRAAUDIT ' to ws-step
              EXEC CICS REWRITE
                        FILE('CRAAUDIT')
           IF WS-RESP NOT EQUAL ZERO
              DISPLAY 'WARNING - PEND-ERROR FLAG NOT SAVED FOR '
                      ws-input-appl-ref
           ELSE
              PERFORM 0422-JOURNAL-SEAL
           END-IF.

       0426-FLAG-REVIEW-FAILURE-END. EXIT.

           IF WS-RESP EQUAL ZERO
              MOVE WS-COUNTER-AMT TO CRA-AUDIT-COUNTER-AMT
              PERFORM 0421-SEAL-AUDIT
              move 'REWRITE CRAAUDIT ' to ws-step
              EXEC CICS REWRITE
                        FILE('CRAAUDIT')
           IF WS-RESP NOT EQUAL ZERO
              DISPLAY 'WARNING - COUNTEROFFER NOT SAVED ON AUDIT '
                      'FOR ' ws-input-appl-ref
           ELSE
              PERFORM 0422-JOURNAL-SEAL
           END-IF.

       0553-RECORD-COUNTEROFFER-END. EXIT.
      * TIME, AND NOTHING IS POSTED FOR DECLINES, PROBES OR REUSED
      * DECISIONS. FIRST LOAN FOR A CUSTOMER WRITES A FRESH RECORD;
      * A WRITE FAILURE IS SHOUTED BUT NEVER FAILS THE DECISION -
      * THE CUSTOMER HAS ALREADY BEEN ANSWERED. EVERY APPROVAL IS
      * THEN RECORDED AS AN OPEN OFFER (0547), POSTED OR NOT.

           MOVE 0 TO WS-OFR-POSTED.

           IF ws-input-cust-id = SPACES
              CONTINUE
                 DISPLAY 'WARNING - CRAEXPO POST FAILED FOR '
                         ws-input-cust-id ' APPLICATION '
                         ws-input-appl-ref
              ELSE
                 MOVE WS-AMT-NUM TO WS-OFR-POSTED
              END-IF
           END-IF.

           PERFORM 0547-RECORD-OFFER.

       0546-POST-EXPOSURE-END. EXIT.

      *****************
       0547-RECORD-OFFER.
      *****************
      * WRITES THE APPROVAL TO CRAOFFR AS AN OPEN OFFER. A DUPLICATE
      * KEY IS A RE-SCORE OF AN APPLICATION ALREADY OFFERED: WHILE
      * THAT OFFER IS STILL OPEN ITS POSTED AMOUNT IS CARRIED INTO
      * THE NEW ONE (BOTH POSTINGS ARE ON CRAEXPO, SO A RELEASE MUST
      * CLEAR BOTH); AN EXPIRED OR WITHDRAWN OFFER IS SIMPLY
      * REPLACED. A BOOKED OFFER IS LEFT ALONE - THE LOAN EXISTS, AND
      * THE EXTRA POSTING ERRS ON THE SAFE SIDE UNTIL THE SERVICING
      * RELOAD. A FAILURE IS SHOUTED BUT NEVER FAILS THE DECISION.

           MOVE ws-input-appl-ref     TO CRA-OFR-APPL-REF.
           SET CRA-OFR-OFFERED        TO TRUE.
           MOVE ws-input-cust-id      TO CRA-OFR-CUST-ID.
           MOVE ws-input-source       TO CRA-OFR-SOURCE.
           MOVE CRA-AUDIT-DATE        TO CRA-OFR-OFFER-DATE.
           MOVE CRA-AUDIT-TIME        TO CRA-OFR-OFFER-TIME.
           MOVE WS-AMT-NUM            TO CRA-OFR-OFFER-AMT.
           MOVE WS-OFFER-RATE         TO CRA-OFR-OFFER-RATE.
           MOVE SPACES                TO CRA-OFR-APPROVED-BY
                                         CRA-OFR-BOOKED-DATE
                                         CRA-OFR-CLOSED-DATE
                                         CRA-OFR-LAST-RUN-DATE.
           MOVE WS-OFR-POSTED         TO CRA-OFR-POSTED-AMT.
           MOVE 0                     TO CRA-OFR-BOOKED-AMT.

           move 'WRITE CRAOFFR '      to ws-step.
           EXEC CICS WRITE
                     FILE('CRAOFFR')
                     FROM(CRA-OFFER-RECORD)
                     RIDFLD(CRA-OFR-APPL-REF)
                     KEYLENGTH(LENGTH OF CRA-OFR-APPL-REF)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL WS-RESP-DUPREC
              MOVE CRA-OFFER-RECORD   TO WS-OFR-NEW
              move 'READ UPDATE CRAOFFR ' to ws-step
              EXEC CICS READ
                        FILE('CRAOFFR')
                        INTO(CRA-OFFER-RECORD)
                        RIDFLD(CRA-OFR-APPL-REF)
                        KEYLENGTH(LENGTH OF CRA-OFR-APPL-REF)
                        UPDATE
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
              IF WS-RESP EQUAL ZERO
                 IF CRA-OFR-BOOKED
                    DISPLAY 'WARNING - APPLICATION '
                            ws-input-appl-ref
                            ' RE-APPROVED AFTER BOOKING - OFFER '
                            'LEFT AS BOOKED'
                    move 'UNLOCK CRAOFFR ' to ws-step
                    EXEC CICS UNLOCK
                              FILE('CRAOFFR')
                              RESP(WS-RESP)
                              RESP2(WS-RESP2)
                    END-EXEC
                 ELSE
                    MOVE 0 TO WS-OFR-CARRIED
                    IF CRA-OFR-OFFERED AND
                       CRA-OFR-POSTED-AMT IS NUMERIC
                       MOVE CRA-OFR-POSTED-AMT TO WS-OFR-CARRIED
                    END-IF
                    MOVE WS-OFR-NEW TO CRA-OFFER-RECORD
                    ADD WS-OFR-CARRIED TO CRA-OFR-POSTED-AMT
                    move 'REWRITE CRAOFFR ' to ws-step
                    EXEC CICS REWRITE
                              FILE('CRAOFFR')
                              FROM(CRA-OFFER-RECORD)
                              RESP(WS-RESP)
                              RESP2(WS-RESP2)
                    END-EXEC
                 END-IF
              END-IF
           END-IF.

           IF WS-RESP NOT EQUAL ZERO
              DISPLAY 'WARNING - CRAOFFR OFFER NOT RECORDED FOR '
                      'APPLICATION ' ws-input-appl-ref
           END-IF.

       0547-RECORD-OFFER-END. EXIT.

      *****************
       0540-CONVERT-AMOUNT.
      *****************
