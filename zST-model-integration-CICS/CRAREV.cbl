      * FINAL DISPOSITION BACK TO THE CRAAUDIT RECORD THE CASE CAME
      * FROM (BY THE AUDIT KEY CAPTURED AT QUEUE TIME), SO THE AUDIT
      * TRAIL NO LONGER SHOWS THE CASE AS PERMANENTLY UNDECIDED.
      *
      * AN APPROVAL IS TESTED AGAINST THE OFFICER'S DELEGATED
      * LENDING AUTHORITY ON THE CRAAUTH FILE (CRAAUTR) - THE LOAN
      * AMOUNT AGAINST THEIR MAXIMUM APPROVABLE AMOUNT AND, WHERE
      * THEY HAVE ONE, THE CUSTOMER'S CRAEXPO TOTAL PLUS THE LOAN
      * AGAINST THEIR MAXIMUM EXPOSURE. OUTSIDE IT, THE CASE IS NOT
      * APPROVED BUT LEFT AWAITING SECOND SIGNATURE: IT STAYS ON THE
      * LIST, THE AUDIT RECORD STAYS PENDING AND NOTHING IS POSTED
      * TO CRAEXPO. ONLY A DIFFERENT OFFICER WHOSE OWN AUTHORITY
      * COVERS THE LOAN CAN FINISH IT (CRAR <REF> A|D <REASON>);
      * BOTH USER IDS THEN GO ON THE CASE AND THE AUDIT RECORD, AND
      * AN APPROVAL POSTS THE EXPOSURE ONLY AT THAT POINT.
      ************************************************************

       01 WS-WORK.
            88  WS-BROWSE-DONE              value 'N'.
         03  WS-LIST-CNT               pic s9(4) BINARY.
         03  WS-LINE-SUB               pic s9(4) BINARY.
         03  WS-SIGN-SW                pic x(1).
            88  WS-FIRST-SIGNATURE          value '1'.
            88  WS-SECOND-SIGNATURE         value '2'.
         03  WS-FINAL-DATE             pic x(8).

      * LENDING AUTHORITY CHECK - THE SIGNED-ON OFFICER'S CRAAUTH
      * LIMITS AGAINST THE CASE'S AMOUNT AND THE CUSTOMER'S EXPOSURE
      * AFTER IT (THE CRAEXPO TOTAL, ZERO FOR A FIRST LOAN OR A CASE
      * WITH NO CUSTOMER ID).
       01  WS-AUTH-WORK.
         03  WS-AUTH-SW                pic x(1).
            88  WS-AUTH-WITHIN              value 'Y'.
            88  WS-AUTH-EXCEEDED            value 'N'.
         03  WS-AUTH-EXPOSURE          pic s9(12) COMP-3.

       COPY CRAAUTR.

      * THE CASE BEING WORKED
       COPY CRARVWR.

      * THE AUDIT RECORD THE DISPOSITION IS WRITTEN BACK TO, AND THE
      * SEAL AND CRASLJ JOURNAL ENTRY THE REWRITE CARRIES
       COPY CRAAUDR.
       COPY CRASLPR.
       COPY CRASLJR.

      * CUSTOMER EXPOSURE POSTING. AN APPROVED MEDIUM-BAND CASE IS AN
      * APPROVED LOAN LIKE ANY OTHER - THE AMOUNT GOES TO THE CRAEXPO

       COPY CRAEXPR.

      * APPROVED OFFER RECORDED ON CRAOFFR (0455) WITH THE EXPOSURE
      * POSTING, THE SAME WAY CRAURL'S 0547 DOES FOR A LOW-BAND
      * APPROVAL - SEE CRAOFRR. WS-OFR-POSTED IS WHAT 0450 ACTUALLY
      * GOT ONTO THE CUSTOMER'S CRAEXPO TOTAL.
       01  WS-OFFER-WORK.
      * DFHRESP(DUPREC) - AN OFFER ALREADY ON FILE FOR THE REFERENCE.
         03  WS-RESP-DUPREC            pic s9(8) BINARY value 14.
         03  WS-OFR-POSTED             pic s9(11) COMP-3 value 0.
         03  WS-OFR-CARRIED            pic s9(11) COMP-3 value 0.
         03  WS-OFR-NEW                pic x(116).

       COPY CRAOFRR.

      * PENDING-CASE LIST - HEADER PLUS UP TO TEN CASES PER SCREEN.
      * MORE THAN TEN PENDING JUST MEANS THE OFFICER WORKS THE FIRST
      * TEN AND LISTS AGAIN - THE QUEUE SHRINKS AS CASES ARE
      * DISPOSED.
       01  WS-LIST-REPLY.
         03  WS-LIST-HEADER.
            05  FILLER                 pic x(55) value
           'PENDING REVIEW - REF / QUEUED / AMOUNT / G / PROB-DFLT'.
            05  FILLER                 pic x(25) value
                ' / AWAITING'.
         03  WS-LIST-LINE              OCCURS 10 TIMES.
            05  FILLER                 pic x(2).
            05  WS-LST-REF             pic x(10).
            05  WS-LST-GRADE           pic x(1).
            05  FILLER                 pic x(1).
            05  WS-LST-PROB1           pic x(10).
            05  FILLER                 pic x(1).
            05  WS-LST-STATUS          pic x(10).
            05  FILLER                 pic x(24).

       01  WS-CASE-REPLY.
         03  WS-CSE-LINE1.
            05  WS-CSE-PROB1           pic x(10).
            05  FILLER                 pic x(37) value spaces.
         03  WS-CSE-LINE7.
            05  FILLER                 pic x(22) value
                'SIGNED / REASON / 2ND '.
            05  WS-CSE-OFFICER         pic x(8).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-CSE-REASON          pic x(4).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-CSE-SECOND          pic x(8).
            05  FILLER                 pic x(36) value spaces.
         03  WS-CSE-LINE8.
            05  FILLER                 pic x(22) value
                'ENTER CRAR REF A/D RSN'.
            05  FILLER                 pic x(58) value spaces.
           IF WS-RESP NOT EQUAL ZERO
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF CRA-RVW-PENDING OR CRA-RVW-AWAITING-SECOND
                 ADD 1 TO WS-LIST-CNT
                 MOVE CRA-RVW-APPL-REF    TO WS-LST-REF(WS-LIST-CNT)
                 MOVE CRA-RVW-QUEUED-DATE TO WS-LST-DATE(WS-LIST-CNT)
                 MOVE CRA-RVW-LOAN-GRADE  TO WS-LST-GRADE(WS-LIST-CNT)
                 MOVE CRA-RVW-PROBABILITY-1
                                          TO WS-LST-PROB1(WS-LIST-CNT)
                 IF CRA-RVW-AWAITING-SECOND
                    MOVE '2ND SIGN'       TO WS-LST-STATUS(WS-LIST-CNT)
                 END-IF
                 IF WS-LIST-CNT NOT LESS THAN 10
                    SET WS-BROWSE-DONE TO TRUE
                 END-IF
                     MOVE 'APPROVED'      TO WS-CSE-STATUS
                  WHEN CRA-RVW-DECLINED
                     MOVE 'DECLINED'      TO WS-CSE-STATUS
                  WHEN CRA-RVW-AWAITING-SECOND
                     MOVE 'AWAIT 2ND'     TO WS-CSE-STATUS
                  WHEN OTHER
                     MOVE '?'             TO WS-CSE-STATUS
              END-EVALUATE
              MOVE CRA-RVW-HIST-LEN       TO WS-CSE-HIST
              MOVE CRA-RVW-PROBABILITY-0  TO WS-CSE-PROB0
              MOVE CRA-RVW-PROBABILITY-1  TO WS-CSE-PROB1
              MOVE CRA-RVW-OFFICER        TO WS-CSE-OFFICER
              MOVE CRA-RVW-REASON         TO WS-CSE-REASON
              MOVE CRA-RVW-SECOND-OFFICER TO WS-CSE-SECOND
              MOVE LENGTH OF WS-CASE-REPLY TO WS-SEND-LEN
              move 'SEND TEXT CASE '    to ws-step
              EXEC CICS SEND TEXT
      * RECORDS THE OFFICER'S APPROVE/DECLINE ON THE CASE AND WRITES
      * THE FINAL DISPOSITION BACK TO THE CRAAUDIT RECORD IT CAME
      * FROM. AN ALREADY-DISPOSED CASE IS REFUSED, NOT OVERWRITTEN -
      * A SECOND OPINION IS A CONVERSATION, NOT A REKEY. A CASE
      * AWAITING SECOND SIGNATURE IS THE ONE EXCEPTION - IT IS NOT
      * DISPOSED UNTIL AN OFFICER WITH THE AUTHORITY FINISHES IT.

           IF WS-REV-REASON = SPACES
              MOVE 'REASON CODE REQUIRED FOR                '
      *****************
      * THE INTO AREA IS BLANKED FIRST - A PRE-UPGRADE CASE IS 12
      * BYTES SHORT OF THE CUSTOMER-ID TAIL, AND A STALE VALUE LEFT
      * THERE WOULD POST THE APPROVED AMOUNT TO THE WRONG CUSTOMER
      * (AND A STALE SECOND-SIGNATURE TAIL WOULD MIS-SIGN THE CASE).

           MOVE SPACES TO CRA-REVIEW-RECORD.

                                        TO WS-ERR-TEXT
                  MOVE WS-REV-REF       TO WS-ERR-REF
                  PERFORM 0500-SEND-ERROR
               WHEN CRA-RVW-PENDING
                  SET WS-FIRST-SIGNATURE TO TRUE
                  PERFORM 0420-APPLY-DISPOSITION
               WHEN CRA-RVW-AWAITING-SECOND
                  SET WS-SECOND-SIGNATURE TO TRUE
                  PERFORM 0415-CHECK-SECOND-SIGNER
               WHEN OTHER
                  move 'UNLOCK CRARVW '  to ws-step
                  EXEC CICS UNLOCK
                            FILE('CRARVW')
                                        TO WS-ERR-TEXT
                  MOVE WS-REV-REF       TO WS-ERR-REF
                  PERFORM 0500-SEND-ERROR
           END-EVALUATE.

       0410-UPDATE-REVIEW-RECORD-END. EXIT.

      *****************
       0415-CHECK-SECOND-SIGNER.
      *****************
      * THE SECOND SIGNATURE MUST COME FROM A DIFFERENT OFFICER, AND
      * THAT OFFICER'S OWN AUTHORITY MUST COVER THE LOAN - WHETHER
      * THEY APPROVE IT OR TURN IT DOWN. ANYONE ELSE IS REFUSED AND
      * THE CASE IS LEFT AS IT WAS.

           IF CRA-RVW-OFFICER = WS-USERID
              SET WS-AUTH-EXCEEDED TO TRUE
              MOVE 'SECOND SIGNATURE MUST BE ANOTHER OFFICER'
                                        TO WS-ERR-TEXT
           ELSE
              PERFORM 0470-CHECK-AUTHORITY
              MOVE 'LOAN IS OUTSIDE YOUR LENDING AUTHORITY -'
                                        TO WS-ERR-TEXT
           END-IF.

           IF WS-AUTH-WITHIN
              PERFORM 0420-APPLY-DISPOSITION
           ELSE
              move 'UNLOCK CRARVW '     to ws-step
              EXEC CICS UNLOCK
                        FILE('CRARVW')
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
              MOVE WS-REV-REF           TO WS-ERR-REF
              PERFORM 0500-SEND-ERROR
           END-IF.

       0415-CHECK-SECOND-SIGNER-END. EXIT.

      *****************
       0420-APPLY-DISPOSITION.
      *****************
      * A FIRST-SIGNATURE APPROVAL OUTSIDE THE OFFICER'S AUTHORITY
      * LEAVES THE CASE AWAITING SECOND SIGNATURE UNDER THEIR NAME;
      * ONLY A FINAL DISPOSITION GOES TO CRAAUDIT AND, IF APPROVED,
      * TO CRAEXPO. A SECOND SIGNATURE KEEPS THE FIRST OFFICER ON
      * THE CASE AND ADDS ITS OWN USER ID AND DATE/TIME, AND ITS
      * REASON REPLACES THE FIRST OFFICER'S - APPROVED OR DECLINED,
      * THE REASON ON FILE IS THE ONE THE CASE WAS FINISHED FOR.

           IF WS-FIRST-SIGNATURE AND WS-ACTION-APPROVE
              PERFORM 0470-CHECK-AUTHORITY
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACTION-DECLINE
                  SET CRA-RVW-DECLINED        TO TRUE
               WHEN WS-AUTH-WITHIN
                  SET CRA-RVW-APPROVED        TO TRUE
               WHEN OTHER
                  SET CRA-RVW-AWAITING-SECOND TO TRUE
           END-EVALUATE.

           move 'ASKTIME DISPOSE '     to ws-step.
           EXEC CICS ASKTIME
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-FIRST-SIGNATURE
              MOVE WS-USERID     TO CRA-RVW-OFFICER
              MOVE WS-REV-REASON TO CRA-RVW-REASON
              move 'FORMATTIME DISPOSE '  to ws-step
              EXEC CICS FORMATTIME
                        ABSTIME(WS-ABSTIME)
                        YYYYMMDD(CRA-RVW-DISP-DATE)
                        TIME(CRA-RVW-DISP-TIME)
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
              MOVE CRA-RVW-DISP-DATE   TO WS-FINAL-DATE
           ELSE
              MOVE WS-USERID     TO CRA-RVW-SECOND-OFFICER
              MOVE WS-REV-REASON TO CRA-RVW-REASON
              move 'FORMATTIME SECOND '   to ws-step
              EXEC CICS FORMATTIME
                        ABSTIME(WS-ABSTIME)
                        YYYYMMDD(CRA-RVW-SECOND-DATE)
                        TIME(CRA-RVW-SECOND-TIME)
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
              MOVE CRA-RVW-SECOND-DATE TO WS-FINAL-DATE
           END-IF.

           move 'REWRITE CRARVW '      to ws-step.
           EXEC CICS REWRITE
              MOVE WS-REV-REF           TO WS-ERR-REF
              PERFORM 0500-SEND-ERROR
           ELSE
              IF NOT CRA-RVW-AWAITING-SECOND
                 PERFORM 0430-UPDATE-AUDIT-RECORD
              END-IF
              IF CRA-RVW-APPROVED
                 PERFORM 0450-POST-EXPOSURE
              END-IF
              EVALUATE TRUE
                  WHEN CRA-RVW-AWAITING-SECOND
                     MOVE 'OVER LIMIT - AWAITING 2ND SIGN'
                                        TO WS-DSP-TEXT
                  WHEN CRA-RVW-APPROVED AND WS-SECOND-SIGNATURE
                     MOVE 'APPROVED ON SECOND SIGNATURE  '
                                        TO WS-DSP-TEXT
                  WHEN CRA-RVW-APPROVED
                     MOVE 'APPROVED                      '
                                        TO WS-DSP-TEXT
                  WHEN WS-SECOND-SIGNATURE
                     MOVE 'DECLINED ON SECOND SIGNATURE  '
                                        TO WS-DSP-TEXT
                  WHEN OTHER
                     MOVE 'DECLINED                      '
                                        TO WS-DSP-TEXT
              END-EVALUATE
              MOVE WS-REV-REF           TO WS-DSP-REF
              MOVE WS-USERID            TO WS-DSP-USER
              MOVE LENGTH OF WS-DISP-REPLY TO WS-SEND-LEN
              DISPLAY 'WARNING - CRAAUDIT DISPOSITION READ FAILED '
                      'FOR ' WS-REV-REF
           ELSE
              IF CRA-RVW-APPROVED
                 MOVE 'APPROVED'   TO CRA-AUDIT-FINAL-DISP
              ELSE
                 MOVE 'DECLINED'   TO CRA-AUDIT-FINAL-DISP
              END-IF
              MOVE CRA-RVW-OFFICER TO CRA-AUDIT-DISP-USER
              MOVE CRA-RVW-REASON  TO CRA-AUDIT-DISP-REASON
              MOVE CRA-RVW-SECOND-OFFICER
                                  TO CRA-AUDIT-SECOND-USER
      * THE DISPOSITION'S OWN DATE - THE RECORD'S KEY DATE IS WHEN
      * THE SCORE WAS MADE, WHICH MAY BE DAYS EARLIER, AND THE
      * CRAAAN NOTICE EXTRACT LETTERS OFFICER DECLINES BY THIS DATE.
      * ON A TWO-SIGNATURE CASE IT IS THE FINISHING SIGNATURE'S.
              MOVE WS-FINAL-DATE  TO CRA-AUDIT-DISP-DATE
              PERFORM 0432-SEAL-AUDIT
              move 'REWRITE CRAAUDIT ' to ws-step
              EXEC CICS REWRITE
                        FILE('CRAAUDIT')
              IF WS-RESP NOT EQUAL ZERO
                 DISPLAY 'WARNING - CRAAUDIT DISPOSITION REWRITE '
                         'FAILED FOR ' WS-REV-REF
              ELSE
                 PERFORM 0433-JOURNAL-SEAL
              END-IF
           END-IF.

       0430-UPDATE-AUDIT-RECORD-END. EXIT.

      *****************
       0432-SEAL-AUDIT.
      *****************
      * CHAINS THE NEXT SEAL ONTO THE AUDIT RECORD JUST AHEAD OF THE
      * REWRITE, THE SAME WAY CRAURL'S 0421 DOES: THE CURRENT SEAL
      * BECOMES SEAL-PREV AND THE VERSION GOES UP ONE. A RECORD
      * WRITTEN BEFORE SEALING EXISTED IS SEALED AT VERSION 1.

           IF CRA-AUDIT-SEAL-VERSION NOT NUMERIC OR
              CRA-AUDIT-SEAL-VALUE = SPACES
              MOVE 0      TO CRA-AUDIT-SEAL-VERSION
              MOVE ZEROS  TO CRA-AUDIT-SEAL-VALUE
           END-IF.

           MOVE CRA-AUDIT-SEAL-VALUE TO CRA-AUDIT-SEAL-PREV.
           ADD 1                     TO CRA-AUDIT-SEAL-VERSION.
           MOVE 'CRAREV'             TO CRA-AUDIT-SEAL-PGM.

           CALL 'CRASEAL' USING CRA-AUDIT-RECORD
                                CRA-SEAL-PARM.

           MOVE CRA-SEAL-RESULT      TO CRA-AUDIT-SEAL-VALUE.

       0432-SEAL-AUDIT-END. EXIT.

      *****************
       0433-JOURNAL-SEAL.
      *****************
      * LOGS THE NEW SEAL TO THE APPEND-ONLY CRASLJ JOURNAL, STAMPED
      * WITH THE DISPOSITION'S OWN TIME AND THE SIGNING OFFICER. A
      * FAILURE IS SHOUTED BUT DOES NOT UNDO THE DISPOSITION - THE
      * CRASVF VERIFICATION RUN REPORTS THE MISSING ENTRY AS A BREAK
      * IN THE RECORD'S CHAIN.

           MOVE SPACES                 TO CRA-SEAL-JRNL-RECORD.
           MOVE CRA-AUDIT-KEY          TO CRA-SLJ-AUDIT-KEY.
           MOVE CRA-AUDIT-SEAL-VERSION TO CRA-SLJ-VERSION.
           SET CRA-SLJ-UPDATED         TO TRUE.
           MOVE CRA-AUDIT-SEAL-PREV    TO CRA-SLJ-PREV.
           MOVE CRA-AUDIT-SEAL-VALUE   TO CRA-SLJ-VALUE.
           MOVE CRA-AUDIT-SEAL-PGM     TO CRA-SLJ-PGM.
           MOVE WS-USERID              TO CRA-SLJ-USER.
           MOVE EIBTASKN               TO CRA-SLJ-TASKN.
           MOVE CRA-AUDIT-APPL-REF     TO CRA-SLJ-APPL-REF.

           move 'FORMATTIME SEAL '     to ws-step.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(CRA-SLJ-DATE)
                     TIME(CRA-SLJ-TIME)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

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
                      WS-REV-REF ' VERSION '
                      CRA-AUDIT-SEAL-VERSION
           END-IF.

       0433-JOURNAL-SEAL-END. EXIT.

      *****************
       0450-POST-EXPOSURE.
      *****************
      * POSTS THE APPROVED AMOUNT TO THE CUSTOMER'S CRAEXPO RECORD -
      * READ-UPDATE-REWRITE, OR A FRESH WRITE FOR THE CUSTOMER'S
      * FIRST APPROVED LOAN - ONLY ONCE THE FINAL SIGNATURE IS IN,
      * NEVER ON AN APPROVAL STILL AWAITING SECOND SIGNATURE. A CASE
      * WITH NO CUSTOMER ID (FEEDING
      * SYSTEM NOT YET UPGRADED) POSTS NOTHING. A FAILURE IS SHOUTED
      * BUT NEVER UNDOES THE DISPOSITION - THE WORKQUEUE IS THE
      * SYSTEM OF RECORD FOR THE REVIEW. EVERY APPROVAL IS THEN
      * RECORDED AS AN OPEN OFFER (0455), POSTED OR NOT.

           MOVE 0 TO WS-OFR-POSTED.
           PERFORM 0460-CONVERT-AMOUNT.

           IF CRA-RVW-CUST-ID = SPACES
              CONTINUE
           ELSE
              MOVE WS-FINAL-DATE     TO WS-EXP-DATE
              MOVE CRA-RVW-CUST-ID   TO CRA-EXP-CUST-ID
              move 'READ UPDATE CRAEXPO ' to ws-step
              EXEC CICS READ
              IF WS-RESP NOT EQUAL ZERO
                 DISPLAY 'WARNING - CRAEXPO POST FAILED FOR '
                         CRA-RVW-CUST-ID ' CASE ' CRA-RVW-APPL-REF
              ELSE
                 MOVE WS-AMT-NUM TO WS-OFR-POSTED
              END-IF
           END-IF.

           PERFORM 0455-RECORD-OFFER.

       0450-POST-EXPOSURE-END. EXIT.

      *****************
       0455-RECORD-OFFER.
      *****************
      * WRITES THE APPROVAL TO CRAOFFR AS AN OPEN OFFER, DATED AT
      * THE FINAL SIGNATURE AND CARRYING THE FINISHING OFFICER. THE
      * SOURCE AND OFFER RATE COME OFF THE AUDIT RECORD 0430 HAS
      * JUST REWRITTEN - BLANK IF THAT READ FAILED. A DUPLICATE KEY
      * IS HANDLED AS CRAURL'S 0547 DOES: AN OPEN OFFER'S POSTED
      * AMOUNT IS CARRIED INTO THE NEW ONE, A CLOSED ONE REPLACED, A
      * BOOKED ONE LEFT ALONE. A FAILURE IS SHOUTED BUT NEVER UNDOES
      * THE DISPOSITION.

           MOVE CRA-RVW-APPL-REF      TO CRA-OFR-APPL-REF.
           SET CRA-OFR-OFFERED        TO TRUE.
           MOVE CRA-RVW-CUST-ID       TO CRA-OFR-CUST-ID.
           IF CRA-AUDIT-APPL-REF = CRA-RVW-APPL-REF
              MOVE CRA-AUDIT-SOURCE     TO CRA-OFR-SOURCE
              MOVE CRA-AUDIT-OFFER-RATE TO CRA-OFR-OFFER-RATE
           ELSE
              MOVE SPACES               TO CRA-OFR-SOURCE
                                           CRA-OFR-OFFER-RATE
           END-IF.
           MOVE WS-FINAL-DATE         TO CRA-OFR-OFFER-DATE.
           IF WS-SECOND-SIGNATURE
              MOVE CRA-RVW-SECOND-TIME   TO CRA-OFR-OFFER-TIME
              MOVE CRA-RVW-SECOND-OFFICER TO CRA-OFR-APPROVED-BY
           ELSE
              MOVE CRA-RVW-DISP-TIME     TO CRA-OFR-OFFER-TIME
              MOVE CRA-RVW-OFFICER       TO CRA-OFR-APPROVED-BY
           END-IF.
           MOVE WS-AMT-NUM            TO CRA-OFR-OFFER-AMT.
           MOVE WS-OFR-POSTED         TO CRA-OFR-POSTED-AMT.
           MOVE 0                     TO CRA-OFR-BOOKED-AMT.
           MOVE SPACES                TO CRA-OFR-BOOKED-DATE
                                         CRA-OFR-CLOSED-DATE
                                         CRA-OFR-LAST-RUN-DATE.

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
                    DISPLAY 'WARNING - CASE ' CRA-RVW-APPL-REF
                            ' APPROVED AFTER BOOKING - OFFER LEFT '
                            'AS BOOKED'
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
                      'CASE ' CRA-RVW-APPL-REF
           END-IF.

       0455-RECORD-OFFER-END. EXIT.

      *****************
       0460-CONVERT-AMOUNT.
      *****************

       0461-AMOUNT-DIGIT-END. EXIT.

      *****************
       0470-CHECK-AUTHORITY.
      *****************
      * IS THIS LOAN INSIDE THE SIGNED-ON OFFICER'S DELEGATED
      * AUTHORITY? NO ACTIVE CRAAUTH RECORD MEANS NO AUTHORITY. A
      * FILE PROBLEM ON CRAAUTH OR CRAEXPO ERRS THE SAFE WAY - THE
      * CASE WAITS FOR A SECOND SIGNATURE RATHER THAN SLIPPING
      * THROUGH UNCHECKED.

           SET WS-AUTH-EXCEEDED TO TRUE.
           PERFORM 0460-CONVERT-AMOUNT.
           MOVE WS-USERID TO CRA-AUTH-USERID.

           move 'READ CRAAUTH '        to ws-step.
           EXEC CICS READ
                     FILE('CRAAUTH')
                     INTO(CRA-AUTHORITY-RECORD)
                     RIDFLD(CRA-AUTH-USERID)
                     KEYLENGTH(LENGTH OF CRA-AUTH-USERID)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL ZERO AND
              CRA-AUTH-ACTIVE AND
              CRA-AUTH-MAX-AMT IS NUMERIC AND
              CRA-AUTH-MAX-EXPOSURE IS NUMERIC
              IF WS-AMT-NUM NOT GREATER THAN CRA-AUTH-MAX-AMT
                 IF CRA-AUTH-MAX-EXPOSURE = 0
                    SET WS-AUTH-WITHIN TO TRUE
                 ELSE
                    PERFORM 0475-CUSTOMER-EXPOSURE
                    IF WS-AUTH-EXPOSURE NOT GREATER THAN
                       CRA-AUTH-MAX-EXPOSURE
                       SET WS-AUTH-WITHIN TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0470-CHECK-AUTHORITY-END. EXIT.

      *****************
       0475-CUSTOMER-EXPOSURE.
      *****************
      * THE CUSTOMER'S EXPOSURE IF THIS LOAN IS APPROVED - THE
      * CRAEXPO TOTAL PLUS THE CASE AMOUNT. A CUSTOMER NOT ON FILE
      * (FIRST LOAN) OR A CASE WITH NO CUSTOMER ID COUNTS THE CASE
      * AMOUNT ALONE; AN UNREADABLE RECORD COUNTS AS UNLIMITED.

           MOVE WS-AMT-NUM TO WS-AUTH-EXPOSURE.

           IF CRA-RVW-CUST-ID NOT EQUAL SPACES
              MOVE CRA-RVW-CUST-ID TO CRA-EXP-CUST-ID
              move 'READ CRAEXPO '     to ws-step
              EXEC CICS READ
                        FILE('CRAEXPO')
                        INTO(CRA-EXPOSURE-RECORD)
                        RIDFLD(CRA-EXP-CUST-ID)
                        KEYLENGTH(LENGTH OF CRA-EXP-CUST-ID)
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
              EVALUATE TRUE
                  WHEN WS-RESP EQUAL ZERO AND
                       CRA-EXP-TOTAL-AMT IS NUMERIC
                     ADD CRA-EXP-TOTAL-AMT TO WS-AUTH-EXPOSURE
                  WHEN WS-RESP EQUAL WS-RESP-NOTFND
                     CONTINUE
                  WHEN OTHER
                     MOVE 999999999999 TO WS-AUTH-EXPOSURE
              END-EVALUATE
           END-IF.

       0475-CUSTOMER-EXPOSURE-END. EXIT.

      *****************
       0500-SEND-ERROR.
      *****************
