       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRAFRW.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * AUTHOR - MAHALAKSHMI V************************************
      *
      * FRAUD-REFERRAL WORKSTATION (TRANID CRAF). CRAURL'S VELOCITY
      * SCREEN HOLDS AN APPLICATION ON THE CRAFRD FILE, UNSCORED,
      * WHEN IT ARRIVES WITH MORE RECENT APPLICATIONS BEHIND IT -
      * SAME CUSTOMER ID, OR SAME AGE/INCOME/OWNERSHIP PROFILE WHEN
      * NO CUSTOMER ID WAS SENT - THAN A CRACFG WINDOW ALLOWS. THE
      * FRAUD TEAM WORKS THE HELD CASES HERE:
      *
      *   CRAF                         LIST HELD CASES
      *   CRAF <REF>                   SHOW ONE CASE IN FULL
      *   CRAF <REF> R [<REASON>]      RELEASE TO SCORING - THE
      *                                APPLICATION GOES BACK ON
      *                                CRAAPPL AND THE BATCH
      *                                MACHINERY SCORES IT WITHOUT
      *                                SCREENING IT AGAIN
      *   CRAF <REF> C <REASON>        CANCEL, WITH A REASON CODE -
      *                                THE APPLICATION IS NEVER
      *                                SCORED
      *
      * ACCESS TO THE CRAF TRANID IS CONTROLLED THROUGH TRANSACTION
      * SECURITY LIKE CRAR AND CRAD. EVERY RELEASE OR CANCEL RECORDS
      * THE SIGNED-ON USER, THE DATE/TIME AND THE REASON CODE ON THE
      * CASE, AND WRITES THE SAME DISPOSITION BACK TO THE CRAAUDIT
      * HOLD RECORD ('RELEASED' OR 'FRD-CANCEL'), WHERE THE NIGHTLY
      * CRARCN RECONCILIATION COUNTS IT.
      ************************************************************

       01 WS-WORK.
         03  ws-resp                   pic s9(8) BINARY.
         03  ws-resp2                  pic s9(8) BINARY.
         03  ws-MESSAGE                pic x(40).
         03  ws-STEP                   pic x(40).
         03  WS-TERM-LEN               pic s9(4) BINARY.
         03  WS-SEND-LEN               pic s9(4) BINARY.
         03  WS-USERID                 pic x(8).
         03  WS-ABSTIME                pic s9(15) COMP-3.

       01  WS-TERM-INPUT               PIC X(80).

       01  WS-FRW-PARSE.
         03  WS-FRW-TRANID             pic x(4).
         03  WS-FRW-REF                pic x(10).
         03  WS-FRW-ACTION             pic x(1).
            88  WS-ACTION-RELEASE          value 'R'.
            88  WS-ACTION-CANCEL           value 'C'.
         03  WS-FRW-REASON             pic x(20).

       01  WS-FRW-CTL.
         03  WS-BROWSE-SW              pic x(1).
            88  WS-BROWSE-MORE              value 'Y'.
            88  WS-BROWSE-DONE              value 'N'.
         03  WS-LIST-CNT               pic s9(4) BINARY.
         03  WS-LINE-SUB               pic s9(4) BINARY.

      * THE CASE BEING WORKED
       COPY CRAFRDR.

      * THE HOLD RECORD ON CRAAUDIT THE DISPOSITION IS WRITTEN BACK
      * TO, AND THE SEAL AND CRASLJ JOURNAL ENTRY THE REWRITE CARRIES.
       COPY CRAAUDR.
       COPY CRASLPR.
       COPY CRASLJR.

      * THE RELEASED APPLICANT AS IT GOES BACK ON CRAAPPL - SAME
      * CRAAPLIN SHAPE EVERY OTHER INTAKE USES, SO THE CRAB/CRAW
      * DRIVERS SCORE IT UNCHANGED.
       COPY CRAAPLIN
           REPLACING ==CRA-APPL-DATA== BY ==WS-RELEASE-APPL-DATA==.

      * HELD-CASE LIST - HEADER PLUS UP TO TEN CASES PER SCREEN,
      * SAME CONVENTION AS THE CRAR AND CRAD LISTS: MORE THAN TEN
      * JUST MEANS WORK THE FIRST TEN AND LIST AGAIN.
       01  WS-LIST-REPLY.
         03  WS-LIST-HEADER            pic x(80) value
             'FRAUD HOLDS - REF / HELD / BASIS / APPS-HOURS / CUSTOMER'.
         03  WS-LIST-LINE              OCCURS 10 TIMES.
            05  FILLER                 pic x(2).
            05  WS-LST-REF             pic x(10).
            05  FILLER                 pic x(1).
            05  WS-LST-DATE            pic x(8).
            05  FILLER                 pic x(1).
            05  WS-LST-TIME            pic x(6).
            05  FILLER                 pic x(1).
            05  WS-LST-BASIS           pic x(8).
            05  FILLER                 pic x(1).
            05  WS-LST-HIT-CNT         pic zz9.
            05  FILLER                 pic x(1).
            05  WS-LST-HIT-HOURS       pic zz9.
            05  FILLER                 pic x(1).
            05  WS-LST-CUST-ID         pic x(12).
            05  FILLER                 pic x(22).

       01  WS-CASE-REPLY.
         03  WS-CSE-LINE1.
            05  FILLER                 pic x(22) value
                'FRAUD-REFERRAL CASE   '.
            05  WS-CSE-REF             pic x(10).
            05  FILLER                 pic x(10) value spaces.
            05  WS-CSE-STATUS          pic x(11).
            05  FILLER                 pic x(27) value spaces.
         03  WS-CSE-LINE2.
            05  FILLER                 pic x(22) value
                'HELD / TIMES HELD     '.
            05  WS-CSE-HELD-DATE       pic x(8).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-CSE-HELD-TIME       pic x(6).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-CSE-HOLD-CNT        pic x(2).
            05  FILLER                 pic x(40) value spaces.
         03  WS-CSE-LINE3.
            05  FILLER                 pic x(22) value
                'BASIS                 '.
            05  WS-CSE-BASIS           pic x(8).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-CSE-HIT-CNT         pic zz9.
            05  FILLER                 pic x(9)  value ' APPS IN '.
            05  WS-CSE-HIT-HOURS       pic zz9.
            05  FILLER                 pic x(13) value ' HOURS, LIMIT'.
            05  FILLER                 pic x(1)  value spaces.
            05  WS-CSE-HIT-LIMIT       pic z9.
            05  FILLER                 pic x(18) value spaces.
         03  WS-CSE-LINE4.
            05  FILLER                 pic x(22) value
                'AGE/INCOME/EMPLEN     '.
            05  WS-CSE-AGE             pic x(3).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-CSE-INCOME          pic x(8).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-CSE-EMP-LENGTH      pic x(3).
            05  FILLER                 pic x(42) value spaces.
         03  WS-CSE-LINE5.
            05  FILLER                 pic x(22) value
                'OWNERSHIP/INTENT      '.
            05  WS-CSE-OWNERSHIP       pic x(20).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-CSE-INTENT          pic x(20).
            05  FILLER                 pic x(17) value spaces.
         03  WS-CSE-LINE6.
            05  FILLER                 pic x(22) value
                'AMT/RATE/GRADE/PCTINC '.
            05  WS-CSE-AMT             pic x(10).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-CSE-RATE            pic x(6).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-CSE-GRADE           pic x(1).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-CSE-PERC            pic x(10).
            05  FILLER                 pic x(28) value spaces.
         03  WS-CSE-LINE7.
            05  FILLER                 pic x(22) value
                'DEFAULT/HIST/CUSTID   '.
            05  WS-CSE-DEFAULT         pic x(1).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-CSE-HIST            pic x(2).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-CSE-CUST-ID         pic x(12).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-CSE-SOURCE          pic x(8).
            05  FILLER                 pic x(32) value spaces.
         03  WS-CSE-LINE8.
            05  FILLER                 pic x(22) value
                'DISPOSITION           '.
            05  WS-CSE-DISP-USER       pic x(8).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-CSE-DISP-REASON     pic x(4).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-CSE-DISP-DATE       pic x(8).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-CSE-DISP-TIME       pic x(6).
            05  FILLER                 pic x(29) value spaces.
         03  WS-CSE-LINE9.
            05  FILLER                 pic x(40) value
                'ENTER CRAF REF R [<REASON>] TO RELEASE T'.
            05  FILLER                 pic x(40) value
                'O SCORING, OR CRAF REF C <REASON>       '.

       01  WS-DISP-REPLY.
         03  WS-DSP-TEXT               pic x(30).
         03  WS-DSP-REF                pic x(10).
         03  FILLER                    pic x(4)  value ' BY '.
         03  WS-DSP-USER               pic x(8).
         03  FILLER                    pic x(28) value spaces.

       01  WS-ERR-REPLY.
         03  WS-ERR-TEXT               pic x(40).
         03  WS-ERR-REF                pic x(10).
         03  FILLER                    pic x(30) value spaces.

       PROCEDURE DIVISION.

           PERFORM 0100-RECEIVE-REQUEST.

           EVALUATE TRUE
               WHEN WS-FRW-REF = SPACES OR WS-FRW-REF = 'LIST'
                  PERFORM 0200-LIST-HELD
               WHEN WS-FRW-ACTION = SPACE
                  PERFORM 0300-SHOW-CASE
               WHEN WS-ACTION-RELEASE
                  PERFORM 0500-RELEASE-CASE
               WHEN WS-ACTION-CANCEL
                  PERFORM 0550-CANCEL-CASE
               WHEN OTHER
                  MOVE 'ACTION MUST BE R OR C FOR              '
                                        TO WS-ERR-TEXT
                  MOVE WS-FRW-REF       TO WS-ERR-REF
                  PERFORM 0900-SEND-ERROR
           END-EVALUATE.

           PERFORM 0600-CICS-RET.

           STOP RUN.

      *****************
       0100-RECEIVE-REQUEST.
      *****************

           MOVE SPACES               TO WS-TERM-INPUT
                                        WS-FRW-TRANID
                                        WS-FRW-REF
                                        WS-FRW-ACTION
                                        WS-FRW-REASON.
           MOVE LENGTH OF WS-TERM-INPUT TO WS-TERM-LEN.

           move 'RECEIVE '             to ws-step.
           EXEC CICS RECEIVE
                     INTO(WS-TERM-INPUT)
                     LENGTH(WS-TERM-LEN)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL ZERO
              UNSTRING WS-TERM-INPUT DELIMITED BY ALL SPACES
                  INTO WS-FRW-TRANID
                       WS-FRW-REF
                       WS-FRW-ACTION
                       WS-FRW-REASON
              END-UNSTRING
           END-IF.

           move 'ASSIGN USERID '       to ws-step.
           EXEC CICS ASSIGN
                     USERID(WS-USERID)
           END-EXEC.

       0100-RECEIVE-REQUEST-END. EXIT.

      *****************
       0200-LIST-HELD.
      *****************
      * BROWSES CRAFRD FROM THE TOP AND FILLS UP TO TEN LIST LINES
      * WITH CASES STILL HELD - RELEASED AND CANCELLED ONES ARE
      * HISTORY, NOT WORK.

           MOVE 0          TO WS-LIST-CNT.
           PERFORM 0210-CLEAR-LIST-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
           MOVE LOW-VALUES TO CRA-FRD-APPL-REF.

           move 'STARTBR CRAFRD '      to ws-step.
           EXEC CICS STARTBR
                     FILE('CRAFRD')
                     RIDFLD(CRA-FRD-APPL-REF)
                     KEYLENGTH(LENGTH OF CRA-FRD-APPL-REF)
                     GTEQ
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL ZERO
              SET WS-BROWSE-MORE TO TRUE
              PERFORM 0220-READ-NEXT-CASE UNTIL WS-BROWSE-DONE
              move 'ENDBR CRAFRD '     to ws-step
              EXEC CICS ENDBR
                        FILE('CRAFRD')
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
           END-IF.

           IF WS-LIST-CNT = 0
              MOVE 'NO APPLICATIONS HELD FOR FRAUD REFERRAL '
                                        TO WS-ERR-TEXT
              MOVE SPACES               TO WS-ERR-REF
              PERFORM 0900-SEND-ERROR
           ELSE
              MOVE LENGTH OF WS-LIST-REPLY TO WS-SEND-LEN
              move 'SEND TEXT LIST '    to ws-step
              EXEC CICS SEND TEXT
                        FROM(WS-LIST-REPLY)
                        LENGTH(WS-SEND-LEN)
                        ERASE
                        FREEKB
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
           END-IF.

       0200-LIST-HELD-END. EXIT.

      *****************
       0210-CLEAR-LIST-LINE.
      *****************

           MOVE SPACES TO WS-LIST-LINE(WS-LINE-SUB).

       0210-CLEAR-LIST-LINE-END. EXIT.

      *****************
       0220-READ-NEXT-CASE.
      *****************

           move 'READNEXT CRAFRD '     to ws-step.
           EXEC CICS READNEXT
                     FILE('CRAFRD')
                     INTO(CRA-FRAUD-RECORD)
                     RIDFLD(CRA-FRD-APPL-REF)
                     KEYLENGTH(LENGTH OF CRA-FRD-APPL-REF)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL ZERO
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF CRA-FRD-HELD
                 ADD 1 TO WS-LIST-CNT
                 MOVE CRA-FRD-APPL-REF  TO WS-LST-REF(WS-LIST-CNT)
                 MOVE CRA-FRD-HELD-DATE TO WS-LST-DATE(WS-LIST-CNT)
                 MOVE CRA-FRD-HELD-TIME TO WS-LST-TIME(WS-LIST-CNT)
                 IF CRA-FRD-BY-CUSTOMER
                    MOVE 'CUSTOMER'     TO WS-LST-BASIS(WS-LIST-CNT)
                 ELSE
                    MOVE 'PROFILE'      TO WS-LST-BASIS(WS-LIST-CNT)
                 END-IF
                 MOVE CRA-FRD-HIT-CNT   TO
                                       WS-LST-HIT-CNT(WS-LIST-CNT)
                 MOVE CRA-FRD-HIT-HOURS TO
                                       WS-LST-HIT-HOURS(WS-LIST-CNT)
                 MOVE CRA-FRD-CUST-ID   TO WS-LST-CUST-ID(WS-LIST-CNT)
                 IF WS-LIST-CNT NOT LESS THAN 10
                    SET WS-BROWSE-DONE TO TRUE
                 END-IF
              END-IF
           END-IF.

       0220-READ-NEXT-CASE-END. EXIT.

      *****************
       0300-SHOW-CASE.
      *****************

           move 'READ CRAFRD '         to ws-step.
           EXEC CICS READ
                     FILE('CRAFRD')
                     INTO(CRA-FRAUD-RECORD)
                     RIDFLD(WS-FRW-REF)
                     KEYLENGTH(LENGTH OF WS-FRW-REF)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL ZERO
              MOVE 'NO FRAUD-REFERRAL CASE ON FILE FOR      '
                                        TO WS-ERR-TEXT
              MOVE WS-FRW-REF           TO WS-ERR-REF
              PERFORM 0900-SEND-ERROR
           ELSE
              MOVE CRA-FRD-APPL-REF       TO WS-CSE-REF
              EVALUATE TRUE
                  WHEN CRA-FRD-HELD
                     MOVE 'HELD'          TO WS-CSE-STATUS
                  WHEN CRA-FRD-RELEASED
                     MOVE 'RELEASED'      TO WS-CSE-STATUS
                  WHEN CRA-FRD-CANCELLED
                     MOVE 'CANCELLED'     TO WS-CSE-STATUS
                  WHEN OTHER
                     MOVE '?'             TO WS-CSE-STATUS
              END-EVALUATE
              MOVE CRA-FRD-HELD-DATE      TO WS-CSE-HELD-DATE
              MOVE CRA-FRD-HELD-TIME      TO WS-CSE-HELD-TIME
              MOVE CRA-FRD-HOLD-CNT       TO WS-CSE-HOLD-CNT
              IF CRA-FRD-BY-CUSTOMER
                 MOVE 'CUSTOMER'          TO WS-CSE-BASIS
              ELSE
                 MOVE 'PROFILE'           TO WS-CSE-BASIS
              END-IF
              MOVE CRA-FRD-HIT-CNT        TO WS-CSE-HIT-CNT
              MOVE CRA-FRD-HIT-HOURS      TO WS-CSE-HIT-HOURS
              MOVE CRA-FRD-HIT-LIMIT      TO WS-CSE-HIT-LIMIT
              MOVE CRA-FRD-AGE            TO WS-CSE-AGE
              MOVE CRA-FRD-INCOME         TO WS-CSE-INCOME
              MOVE CRA-FRD-EMP-LENGTH     TO WS-CSE-EMP-LENGTH
              MOVE CRA-FRD-OWNERSHIP      TO WS-CSE-OWNERSHIP
              MOVE CRA-FRD-LOAN-INTENT    TO WS-CSE-INTENT
              MOVE CRA-FRD-LOAN-AMT       TO WS-CSE-AMT
              MOVE CRA-FRD-LOAN-RATE      TO WS-CSE-RATE
              MOVE CRA-FRD-LOAN-GRADE     TO WS-CSE-GRADE
              MOVE CRA-FRD-PERC-INCOME    TO WS-CSE-PERC
              MOVE CRA-FRD-DEFAULT-ONFILE TO WS-CSE-DEFAULT
              MOVE CRA-FRD-HIST-LEN       TO WS-CSE-HIST
              MOVE CRA-FRD-CUST-ID        TO WS-CSE-CUST-ID
              MOVE CRA-FRD-SOURCE         TO WS-CSE-SOURCE
              MOVE CRA-FRD-DISP-USER      TO WS-CSE-DISP-USER
              MOVE CRA-FRD-DISP-REASON    TO WS-CSE-DISP-REASON
              MOVE CRA-FRD-DISP-DATE      TO WS-CSE-DISP-DATE
              MOVE CRA-FRD-DISP-TIME      TO WS-CSE-DISP-TIME
              MOVE LENGTH OF WS-CASE-REPLY TO WS-SEND-LEN
              move 'SEND TEXT CASE '    to ws-step
              EXEC CICS SEND TEXT
                        FROM(WS-CASE-REPLY)
                        LENGTH(WS-SEND-LEN)
                        ERASE
                        FREEKB
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
           END-IF.

       0300-SHOW-CASE-END. EXIT.

      *****************
       0500-RELEASE-CASE.
      *****************
      * THE FRAUD TEAM IS SATISFIED: THE APPLICANT GOES ONTO CRAAPPL
      * IN CRAAPLIN SHAPE FOR THE BATCH DRIVERS TO SCORE, AND THE
      * CASE IS MARKED RELEASED WITH WHO, WHEN AND WHY - CRAURL
      * SEES THE RELEASED CASE AND DOES NOT HOLD IT AGAIN. THE QUEUE
      * WRITE COMES FIRST; IF IT FAILS THE CASE STAYS HELD, VISIBLE
      * AND COUNTED, RATHER THAN MARKED RELEASED WITH NOTHING IN
      * FLIGHT.

           PERFORM 0510-READ-HELD-CASE.

           IF CRA-FRD-HELD
              PERFORM 0520-QUEUE-RELEASE
           END-IF.

       0500-RELEASE-CASE-END. EXIT.

      *****************
       0510-READ-HELD-CASE.
      *****************
      * READS THE CASE FOR UPDATE. ANYTHING BUT A HELD CASE IS
      * ANSWERED HERE AND COMES BACK WITH THE STATUS BLANKED, SO THE
      * CALLER ONLY GOES ON FOR A HELD ONE.

           move 'READ UPDATE CRAFRD '  to ws-step.
           EXEC CICS READ
                     FILE('CRAFRD')
                     INTO(CRA-FRAUD-RECORD)
                     RIDFLD(WS-FRW-REF)
                     KEYLENGTH(LENGTH OF WS-FRW-REF)
                     UPDATE
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP NOT EQUAL ZERO
                  MOVE SPACE            TO CRA-FRD-STATUS
                  MOVE 'NO FRAUD-REFERRAL CASE ON FILE FOR      '
                                        TO WS-ERR-TEXT
                  MOVE WS-FRW-REF       TO WS-ERR-REF
                  PERFORM 0900-SEND-ERROR
               WHEN NOT CRA-FRD-HELD
                  PERFORM 0800-UNLOCK-CASE
                  MOVE SPACE            TO CRA-FRD-STATUS
                  MOVE 'CASE ALREADY DISPOSED -                 '
                                        TO WS-ERR-TEXT
                  MOVE WS-FRW-REF       TO WS-ERR-REF
                  PERFORM 0900-SEND-ERROR
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       0510-READ-HELD-CASE-END. EXIT.

      *****************
       0520-QUEUE-RELEASE.
      *****************

           MOVE CRA-FRD-APPL-REF       TO CRA-APPL-REF
                                           OF WS-RELEASE-APPL-DATA.
           MOVE CRA-FRD-AGE            TO CRA-APPL-AGE
                                           OF WS-RELEASE-APPL-DATA.
           MOVE CRA-FRD-INCOME         TO CRA-APPL-INCOME
                                           OF WS-RELEASE-APPL-DATA.
           MOVE CRA-FRD-OWNERSHIP      TO CRA-APPL-OWNERSHIP
                                           OF WS-RELEASE-APPL-DATA.
           MOVE CRA-FRD-EMP-LENGTH     TO CRA-APPL-EMP-LENGTH
                                           OF WS-RELEASE-APPL-DATA.
           MOVE CRA-FRD-LOAN-INTENT    TO CRA-APPL-LOAN-INTENT
                                           OF WS-RELEASE-APPL-DATA.
           MOVE CRA-FRD-LOAN-AMT       TO CRA-APPL-LOAN-AMT
                                           OF WS-RELEASE-APPL-DATA.
           MOVE CRA-FRD-PERC-INCOME    TO CRA-APPL-PERC-INCOME
                                           OF WS-RELEASE-APPL-DATA.
           MOVE CRA-FRD-LOAN-GRADE     TO CRA-APPL-LOAN-GRADE
                                           OF WS-RELEASE-APPL-DATA.
           MOVE CRA-FRD-LOAN-RATE      TO CRA-APPL-LOAN-RATE
                                           OF WS-RELEASE-APPL-DATA.
           MOVE CRA-FRD-DEFAULT-ONFILE TO CRA-APPL-DEFAULT-ONFILE
                                           OF WS-RELEASE-APPL-DATA.
           MOVE CRA-FRD-HIST-LEN       TO CRA-APPL-HIST-LEN
                                           OF WS-RELEASE-APPL-DATA.
           MOVE CRA-FRD-SOURCE         TO CRA-APPL-SOURCE
                                           OF WS-RELEASE-APPL-DATA.
           MOVE CRA-FRD-CUST-ID        TO CRA-APPL-CUST-ID
                                           OF WS-RELEASE-APPL-DATA.

           move 'WRITEQ TD CRAAPPL '   to ws-step.
           EXEC CICS WRITEQ TD
                     QUEUE('CRAAPPL')
                     FROM(WS-RELEASE-APPL-DATA)
                     LENGTH(LENGTH OF WS-RELEASE-APPL-DATA)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL ZERO
              PERFORM 0800-UNLOCK-CASE
              MOVE 'RELEASE QUEUE WRITE FAILED FOR          '
                                        TO WS-ERR-TEXT
              MOVE WS-FRW-REF           TO WS-ERR-REF
              PERFORM 0900-SEND-ERROR
           ELSE
              SET CRA-FRD-RELEASED      TO TRUE
              MOVE WS-FRW-REASON(1:4)   TO CRA-FRD-DISP-REASON
              PERFORM 0820-STAMP-DISPOSITION
              move 'REWRITE CRAFRD '    to ws-step
              EXEC CICS REWRITE
                        FILE('CRAFRD')
                        FROM(CRA-FRAUD-RECORD)
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
      * THE CASE MUST SAY RELEASED BEFORE THE APPLICATION REACHES
      * CRAB - STILL HELD, 0370 WOULD HOLD IT AGAIN AND THE RELEASE
      * WOULD BE LOST. SO A FAILED REWRITE BACKS OUT THE CRAAPPL
      * WRITE AS WELL (CRAAPPL IS RECOVERABLE) AND NOTHING HAPPENS.
              IF WS-RESP NOT EQUAL ZERO
                 PERFORM 0890-BACK-OUT
                 MOVE 'CASE UPDATE FAILED - RELEASE BACKED OUT '
                                        TO WS-ERR-TEXT
                 MOVE WS-FRW-REF        TO WS-ERR-REF
                 PERFORM 0900-SEND-ERROR
              ELSE
                 PERFORM 0700-UPDATE-HOLD-AUDIT
                 MOVE 'RELEASED TO SCORING           '
                                        TO WS-DSP-TEXT
                 MOVE WS-FRW-REF        TO WS-DSP-REF
                 MOVE WS-USERID         TO WS-DSP-USER
                 PERFORM 0910-SEND-DISPOSED
              END-IF
           END-IF.

       0520-QUEUE-RELEASE-END. EXIT.

      *****************
       0550-CANCEL-CASE.
      *****************
      * THE FRAUD TEAM STOPS THE APPLICATION WITH A REASON CODE - IT
      * WILL NEVER BE SCORED, AND THE BOOKS SAY SO DELIBERATELY
      * INSTEAD OF BY SILENCE.

           IF WS-FRW-REASON = SPACES
              MOVE 'REASON CODE REQUIRED FOR                '
                                        TO WS-ERR-TEXT
              MOVE WS-FRW-REF           TO WS-ERR-REF
              PERFORM 0900-SEND-ERROR
           ELSE
              PERFORM 0510-READ-HELD-CASE
              IF CRA-FRD-HELD
                 PERFORM 0560-UPDATE-CANCEL
              END-IF
           END-IF.

       0550-CANCEL-CASE-END. EXIT.

      *****************
       0560-UPDATE-CANCEL.
      *****************

           SET CRA-FRD-CANCELLED       TO TRUE.
           MOVE WS-FRW-REASON(1:4)     TO CRA-FRD-DISP-REASON.
           PERFORM 0820-STAMP-DISPOSITION.

           move 'REWRITE CRAFRD '      to ws-step.
           EXEC CICS REWRITE
                     FILE('CRAFRD')
                     FROM(CRA-FRAUD-RECORD)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL ZERO
              MOVE 'CANCELLATION NOT SAVED FOR              '
                                        TO WS-ERR-TEXT
              MOVE WS-FRW-REF           TO WS-ERR-REF
              PERFORM 0900-SEND-ERROR
           ELSE
              PERFORM 0700-UPDATE-HOLD-AUDIT
              MOVE 'CANCELLED ON FRAUD REFERRAL   '
                                        TO WS-DSP-TEXT
              MOVE WS-FRW-REF           TO WS-DSP-REF
              MOVE WS-USERID            TO WS-DSP-USER
              PERFORM 0910-SEND-DISPOSED
           END-IF.

       0560-UPDATE-CANCEL-END. EXIT.

      *****************
       0700-UPDATE-HOLD-AUDIT.
      *****************
      * WRITES THE FRAUD TEAM'S DISPOSITION BACK TO THE CRAAUDIT
      * HOLD RECORD, AS CRAREV DOES FOR A REVIEW CASE, SO THE
      * RELEASE OR CANCEL SHOWS ON THE AUDIT TRAIL AND CRARCN CAN
      * COUNT IT. A FAILURE HERE IS SHOUTED BUT DOES NOT UNDO THE
      * CASE DISPOSITION - CRAFRD IS THE SYSTEM OF RECORD FOR THE
      * REFERRAL ITSELF.

           IF CRA-FRD-AUDIT-KEY = SPACES
              DISPLAY 'WARNING - NO HOLD AUDIT RECORD ON FILE FOR '
                      WS-FRW-REF
           ELSE
              MOVE CRA-FRD-AUDIT-KEY TO CRA-AUDIT-KEY
              move 'READ UPDATE CRAAUDIT ' to ws-step
              EXEC CICS READ
                        FILE('CRAAUDIT')
                        INTO(CRA-AUDIT-RECORD)
                        RIDFLD(CRA-AUDIT-KEY)
                        KEYLENGTH(LENGTH OF CRA-AUDIT-KEY)
                        UPDATE
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
              IF WS-RESP NOT EQUAL ZERO
                 DISPLAY 'WARNING - CRAAUDIT HOLD RECORD READ FAILED '
                         'FOR ' WS-FRW-REF
              ELSE
                 IF CRA-FRD-RELEASED
                    MOVE 'RELEASED'   TO CRA-AUDIT-FINAL-DISP
                 ELSE
                    MOVE 'FRD-CANCEL' TO CRA-AUDIT-FINAL-DISP
                 END-IF
                 MOVE CRA-FRD-DISP-USER   TO CRA-AUDIT-DISP-USER
                 MOVE CRA-FRD-DISP-REASON TO CRA-AUDIT-DISP-REASON
                 MOVE CRA-FRD-DISP-DATE   TO CRA-AUDIT-DISP-DATE
                 PERFORM 0710-SEAL-AUDIT
                 move 'REWRITE CRAAUDIT ' to ws-step
                 EXEC CICS REWRITE
                           FILE('CRAAUDIT')
                           FROM(CRA-AUDIT-RECORD)
                           RESP(WS-RESP)
                           RESP2(WS-RESP2)
                 END-EXEC
                 IF WS-RESP NOT EQUAL ZERO
                    DISPLAY 'WARNING - CRAAUDIT HOLD RECORD REWRITE '
                            'FAILED FOR ' WS-FRW-REF
                 ELSE
                    PERFORM 0720-JOURNAL-SEAL
                 END-IF
              END-IF
           END-IF.

       0700-UPDATE-HOLD-AUDIT-END. EXIT.

      *****************
       0710-SEAL-AUDIT.
      *****************
      * CHAINS THE NEXT SEAL ONTO THE HOLD RECORD JUST AHEAD OF THE
      * REWRITE, THE SAME WAY CRAURL'S 0421 DOES: THE CURRENT SEAL
      * BECOMES SEAL-PREV AND THE VERSION GOES UP ONE.

           IF CRA-AUDIT-SEAL-VERSION NOT NUMERIC OR
              CRA-AUDIT-SEAL-VALUE = SPACES
              MOVE 0      TO CRA-AUDIT-SEAL-VERSION
              MOVE ZEROS  TO CRA-AUDIT-SEAL-VALUE
           END-IF.

           MOVE CRA-AUDIT-SEAL-VALUE TO CRA-AUDIT-SEAL-PREV.
           ADD 1                     TO CRA-AUDIT-SEAL-VERSION.
           MOVE 'CRAFRW'             TO CRA-AUDIT-SEAL-PGM.

           CALL 'CRASEAL' USING CRA-AUDIT-RECORD
                                CRA-SEAL-PARM.

           MOVE CRA-SEAL-RESULT      TO CRA-AUDIT-SEAL-VALUE.

       0710-SEAL-AUDIT-END. EXIT.

      *****************
       0720-JOURNAL-SEAL.
      *****************
      * LOGS THE NEW SEAL TO THE APPEND-ONLY CRASLJ JOURNAL, STAMPED
      * WITH THE CASE DISPOSITION'S TIME AND THE FRAUD ANALYST. A
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
           MOVE CRA-FRD-DISP-USER      TO CRA-SLJ-USER.
           MOVE CRA-FRD-DISP-DATE      TO CRA-SLJ-DATE.
           MOVE CRA-FRD-DISP-TIME      TO CRA-SLJ-TIME.
           MOVE EIBTASKN               TO CRA-SLJ-TASKN.
           MOVE CRA-AUDIT-APPL-REF     TO CRA-SLJ-APPL-REF.

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
                      WS-FRW-REF ' VERSION '
                      CRA-AUDIT-SEAL-VERSION
           END-IF.

       0720-JOURNAL-SEAL-END. EXIT.

      *****************
       0800-UNLOCK-CASE.
      *****************

           move 'UNLOCK CRAFRD '       to ws-step.
           EXEC CICS UNLOCK
                     FILE('CRAFRD')
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

       0800-UNLOCK-CASE-END. EXIT.

      *****************
       0820-STAMP-DISPOSITION.
      *****************

           MOVE WS-USERID TO CRA-FRD-DISP-USER.

           move 'ASKTIME DISPOSE '     to ws-step.
           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           move 'FORMATTIME DISPOSE '  to ws-step.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(CRA-FRD-DISP-DATE)
                     TIME(CRA-FRD-DISP-TIME)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

       0820-STAMP-DISPOSITION-END. EXIT.

      *****************
       0890-BACK-OUT.
      *****************
      * UNDOES EVERYTHING THIS TASK HAS DONE - THE CRAAPPL WRITE AND
      * THE CRAFRD LOCK - AS CRAMNT'S 0895 DOES.

           move 'SYNCPOINT ROLLBACK '  to ws-step.
           EXEC CICS SYNCPOINT ROLLBACK
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

       0890-BACK-OUT-END. EXIT.

      *****************
       0900-SEND-ERROR.
      *****************

           MOVE LENGTH OF WS-ERR-REPLY TO WS-SEND-LEN.

           move 'SEND TEXT ERROR '     to ws-step.
           EXEC CICS SEND TEXT
                     FROM(WS-ERR-REPLY)
                     LENGTH(WS-SEND-LEN)
                     ERASE
                     FREEKB
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

       0900-SEND-ERROR-END. EXIT.

      *****************
       0910-SEND-DISPOSED.
      *****************

           MOVE LENGTH OF WS-DISP-REPLY TO WS-SEND-LEN.

           move 'SEND TEXT DISPOSED '  to ws-step.
           EXEC CICS SEND TEXT
                     FROM(WS-DISP-REPLY)
                     LENGTH(WS-SEND-LEN)
                     ERASE
                     FREEKB
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

       0910-SEND-DISPOSED-END. EXIT.

      ***************
       0600-CICS-RET.
      ***************
      * Return
           EXEC CICS RETURN
           END-EXEC.

       0600-CICS-END. EXIT.
