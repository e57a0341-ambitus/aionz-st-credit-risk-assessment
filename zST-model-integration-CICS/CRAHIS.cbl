       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRAHIS.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * AUTHOR - MAHALAKSHMI V************************************
      *
      * CUSTOMER HISTORY INQUIRY BY CUSTOMER ID (TRANID CRAH). A
      * BRANCH, COLLECTIONS OR THE FRAUD TEAM ENTERS
      *
      *     CRAH <CUSTOMER ID> [PAGE]
      *
      * AND GETS BACK, ON ONE SCREEN, EVERYTHING THE CREDIT RISK
      * FILES HOLD ON THE CUSTOMER - INSTEAD OF KEYING CRAI FOR ONE
      * APPLICATION REFERENCE AFTER ANOTHER:
      *
      *   - THE CUSTOMER'S CRAEXPO TOTAL AND LOAN COUNT;
      *   - EVERY APPLICATION ON CRAAUDIT, NEWEST FIRST, TEN TO A
      *     PAGE, WITH ITS LATEST DECISION, RISK BAND, THE OFFER
      *     (RATE AND AMOUNT, OR THE COUNTEROFFER AMOUNT), WHERE THE
      *     OFFER STANDS ON CRAOFFR, AND THE FINAL DISPOSITION;
      *   - THE CUSTOMER'S OPEN CRARVW REVIEW CASES;
      *   - THE CUSTOMER'S CRADLQ DEAD-LETTER CASES.
      *
      * PAGING IS BY PAGE NUMBER, AS CRAM'S SHOW NN IS - THE FOOTER
      * GIVES THE COMMANDS FOR THE NEXT AND PREVIOUS PAGES.
      *
      * NOTHING HERE BROWSES A WHOLE FILE. CRAAUDIT IS READ THROUGH
      * CRAAUDC AND CRADLQ THROUGH CRADLQC - ALTERNATE-INDEX PATHS
      * OVER CRA-AUDIT-CUST-ID AND CRA-DLQ-CUST-ID (NONUNIQUE), THE
      * SAME WAY CRAI READS CRAAUDIT THROUGH CRAAUDX. A REVIEW CASE
      * ONLY EXISTS FOR AN APPLICATION WHOSE LATEST DECISION IS
      * PENDING, SO CRARVW, CRAOFFR AND CRAEXPO ARE READ DIRECT BY
      * KEY. AS IN CRAI, COUNTEROFFER PROBES AND REUSE RECORDS ARE
      * NOT DECISIONS AND ARE PASSED OVER; WHERE AN APPLICATION HAS
      * SEVERAL RECORDS THE LATEST DATE/TIME WINS.
      *
      * THIS IS ALSO THE SCREEN A CUSTOMER'S REQUEST FOR THEIR OWN
      * DATA IS ANSWERED FROM, SO ACCESS TO THE CRAH TRANID IS
      * CONTROLLED THROUGH TRANSACTION SECURITY LIKE CRAI.
      ************************************************************

       01 WS-WORK.
         03  ws-resp                   pic s9(8) BINARY.
         03  ws-resp2                  pic s9(8) BINARY.
         03  ws-MESSAGE                pic x(40).
         03  ws-STEP                   pic x(40).
         03  WS-TERM-LEN               pic s9(4) BINARY.
         03  WS-SEND-LEN               pic s9(4) BINARY.

       01  WS-TERM-INPUT               PIC X(80).

       01  WS-HIS-PARSE.
         03  WS-HIS-TRANID             pic x(4).
         03  WS-HIS-CUST-ID            pic x(12).
         03  WS-HIS-PAGE-TEXT          pic x(3).
         03  WS-HIS-PAGE-DIGITS        pic s9(4) BINARY.

       01  WS-HIS-CTL.
         03  WS-BROWSE-CUST            pic x(12).
      * DFHRESP(DUPKEY) - RAISED BY READNEXT THROUGH A NONUNIQUE
      * PATH FOR EVERY RECORD OF A KEY EXCEPT ITS LAST, SO IT MEANS
      * 'MORE OF THE SAME KEY FOLLOW', NOT AN ERROR.
         03  WS-RESP-DUPKEY            pic s9(8) BINARY value 15.
         03  WS-BROWSE-SW              pic x(1).
            88  WS-BROWSE-MORE              value 'Y'.
            88  WS-BROWSE-DONE              value 'N'.
         03  WS-EXPO-SW                pic x(1).
            88  WS-EXPO-FOUND               value 'Y'.
            88  WS-EXPO-NOT-FOUND           value 'N'.
         03  WS-PAGE                   pic s9(4) BINARY.
         03  WS-PAGE-CNT               pic s9(4) BINARY.
         03  WS-PAGE-FIRST             pic s9(4) BINARY.
         03  WS-LINE-SUB               pic s9(4) BINARY.
         03  WS-RVW-CNT                pic s9(4) BINARY.
         03  WS-DLQ-CNT                pic s9(4) BINARY.

      * THE CUSTOMER'S APPLICATIONS - ONE ENTRY PER REFERENCE,
      * HOLDING THE LATEST DECISION SEEN FOR IT, SORTED NEWEST FIRST
      * BEFORE PAGING. A CUSTOMER WITH MORE THAN 200 APPLICATIONS
      * KEEPS THE NEWEST 200 - CRAAUDC RETURNS A CUSTOMER'S RECORDS
      * OLDEST FIRST, SO ONCE THE TABLE IS FULL A NEWER APPLICATION
      * TAKES THE PLACE OF THE OLDEST HELD. THE APPLICATIONS DROPPED
      * ARE COUNTED ONCE EACH BY REFERENCE (WS-DROP-TABLE), SO ONE
      * RE-SCORED AFTER IT WAS DROPPED IS NOT COUNTED TWICE; PAST
      * 1000 DROPPED REFERENCES THE COUNT IS NO LONGER DE-DUPLICATED.
       01  WS-APP-TABLE.
         03  WS-APP-CNT                pic s9(4) BINARY value 0.
         03  WS-APP-OVERFLOW           pic s9(4) BINARY value 0.
         03  WS-APP-SUB                pic s9(4) BINARY.
         03  WS-APP-SUB2               pic s9(4) BINARY.
         03  WS-APP-NEWEST             pic s9(4) BINARY.
         03  WS-APP-OLDEST             pic s9(4) BINARY.
         03  WS-APP-ENTRY OCCURS 200 TIMES.
            05  WS-APP-REF                pic x(10).
            05  WS-APP-TIMESTAMP          pic x(14).
            05  WS-APP-LOAN-STATUS        pic x(25).
            05  WS-APP-RISK-BAND          pic x(10).
            05  WS-APP-OFFER-RATE         pic x(6).
            05  WS-APP-OFFER-AMT          pic x(10).
            05  WS-APP-COUNTER-AMT        pic x(10).
            05  WS-APP-FINAL-DISP         pic x(10).
       01  WS-APP-SWAP                 pic x(95).

       01  WS-DROP-TABLE.
         03  WS-DROP-CNT               pic s9(4) BINARY value 0.
         03  WS-DROP-SUB               pic s9(4) BINARY.
         03  WS-DROP-WORK-REF          pic x(10).
         03  WS-DROP-REF               pic x(10) OCCURS 1000 TIMES.

      * SCREEN REPLY, BUILT AS FIXED 80-COLUMN LINES AND SENT AS ONE
      * TEXT BLOCK.
       01  WS-HIS-REPLY.
         03  WS-RPL-HEAD1.
            05  FILLER                 pic x(22) value
                'CUSTOMER HISTORY FOR  '.
            05  WS-RPL-CUST-ID         pic x(12).
            05  FILLER                 pic x(8)  value
                '   PAGE '.
            05  WS-RPL-PAGE            pic zz9.
            05  FILLER                 pic x(4)  value ' OF '.
            05  WS-RPL-PAGE-CNT        pic zz9.
            05  FILLER                 pic x(2)  value spaces.
            05  WS-RPL-APP-CNT         pic zzzz9.
            05  FILLER                 pic x(21) value
                ' APPLICATION(S)      '.
         03  WS-RPL-HEAD2.
            05  FILLER                 pic x(22) value
                'EXPOSURE ON FILE      '.
            05  WS-RPL-EXPO-TEXT.
               07  WS-RPL-EXPO-AMT     pic zzz,zzz,zzz,zz9.
               07  FILLER              pic x(6)  value ' LOANS'.
               07  WS-RPL-EXPO-CNT     pic zzzz9.
               07  FILLER              pic x(13) value
                   ' LAST POSTED '.
               07  WS-RPL-EXPO-DATE    pic x(8).
               07  FILLER              pic x(1)  value spaces.
               07  WS-RPL-EXPO-REF     pic x(10).
         03  WS-RPL-HEAD3.
            05  FILLER                 pic x(40) value
                'REFERENCE  SCORED   DECISION         BAN'.
            05  FILLER                 pic x(40) value
                'D   RATE   AMOUNT     OFFER   FINAL DISP'.
         03  WS-RPL-APP-LINE OCCURS 10 TIMES.
            05  WS-RAL-REF             pic x(10).
            05  FILLER                 pic x(1).
            05  WS-RAL-DATE            pic x(8).
            05  FILLER                 pic x(1).
            05  WS-RAL-DECISION        pic x(16).
            05  FILLER                 pic x(1).
            05  WS-RAL-BAND            pic x(6).
            05  FILLER                 pic x(1).
            05  WS-RAL-RATE            pic x(6).
            05  FILLER                 pic x(1).
            05  WS-RAL-AMT             pic x(10).
            05  FILLER                 pic x(1).
            05  WS-RAL-OFFER           pic x(7).
            05  FILLER                 pic x(1).
            05  WS-RAL-DISP            pic x(10).
         03  WS-RPL-RVW-HEAD.
            05  FILLER                 pic x(22) value
                'OPEN REVIEW CASES     '.
            05  WS-RPL-RVW-CNT         pic zz9.
            05  FILLER                 pic x(55) value
                '  - REFERENCE / QUEUED / STATUS / OFFICER'.
         03  WS-RPL-RVW-LINE OCCURS 3 TIMES.
            05  FILLER                 pic x(2).
            05  WS-RRV-REF             pic x(10).
            05  FILLER                 pic x(1).
            05  WS-RRV-DATE            pic x(8).
            05  FILLER                 pic x(1).
            05  WS-RRV-STATUS          pic x(20).
            05  FILLER                 pic x(1).
            05  WS-RRV-OFFICER         pic x(8).
            05  FILLER                 pic x(29).
         03  WS-RPL-DLQ-HEAD.
            05  FILLER                 pic x(22) value
                'DEAD-LETTER CASES     '.
            05  WS-RPL-DLQ-CNT         pic zz9.
            05  FILLER                 pic x(55) value
                '  - REFERENCE / PARKED / REPLAYS / STATUS'.
         03  WS-RPL-DLQ-LINE OCCURS 3 TIMES.
            05  FILLER                 pic x(2).
            05  WS-RDQ-REF             pic x(10).
            05  FILLER                 pic x(1).
            05  WS-RDQ-DATE            pic x(8).
            05  FILLER                 pic x(1).
            05  WS-RDQ-REPLAYS         pic x(2).
            05  FILLER                 pic x(1).
            05  WS-RDQ-STATUS          pic x(11).
            05  FILLER                 pic x(1).
            05  WS-RDQ-REASON          pic x(4).
            05  FILLER                 pic x(39).
         03  WS-RPL-FOOT               pic x(80).
         03  WS-RPL-FOOT2              pic x(80).

       01  WS-FOOT-WORK.
         03  WS-FOOT-PAGE              pic 9(3).
         03  WS-FOOT-DROPPED           pic zzzz9.

       01  WS-ERR-REPLY.
         03  WS-ERR-TEXT               pic x(40).
         03  WS-ERR-REF                pic x(12).
         03  FILLER                    pic x(28) value spaces.

      * RECORDS READ ALONG THE WAY
       COPY CRAAUDR.
       COPY CRARVWR.
       COPY CRADLQR.
       COPY CRAOFRR.
       COPY CRAEXPR.

       PROCEDURE DIVISION.

           PERFORM 0100-RECEIVE-REQUEST.

           IF WS-HIS-CUST-ID = SPACES
              MOVE 'ENTER CRAH <CUSTOMER ID> [PAGE]         '
                                        TO WS-ERR-TEXT
              MOVE SPACES               TO WS-ERR-REF
              PERFORM 0500-SEND-ERROR
           ELSE
              PERFORM 0200-BROWSE-AUDIT
              PERFORM 0300-READ-EXPOSURE
              IF WS-APP-CNT = 0 AND WS-EXPO-NOT-FOUND
                 PERFORM 0250-COUNT-DEAD-LETTERS
              ELSE
                 MOVE 1 TO WS-DLQ-CNT
              END-IF
              IF WS-APP-CNT = 0 AND WS-EXPO-NOT-FOUND AND
                 WS-DLQ-CNT = 0
                 MOVE 'NO CREDIT RISK HISTORY FOR CUSTOMER     '
                                        TO WS-ERR-TEXT
                 MOVE WS-HIS-CUST-ID    TO WS-ERR-REF
                 PERFORM 0500-SEND-ERROR
              ELSE
                 PERFORM 0400-SEND-HISTORY
              END-IF
           END-IF.

           PERFORM 0600-CICS-RET.

           STOP RUN.

      *****************
       0100-RECEIVE-REQUEST.
      *****************
      * PICKS UP THE TERMINAL INPUT AND SPLITS OFF THE CUSTOMER ID
      * AND PAGE NUMBER THAT FOLLOW THE TRANID. A MISSING OR
      * UNREADABLE PAGE NUMBER MEANS PAGE 1.

           MOVE SPACES               TO WS-TERM-INPUT
                                        WS-HIS-TRANID
                                        WS-HIS-CUST-ID
                                        WS-HIS-PAGE-TEXT.
           MOVE 1                    TO WS-PAGE.
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
                  INTO WS-HIS-TRANID
                       WS-HIS-CUST-ID
                       WS-HIS-PAGE-TEXT
              END-UNSTRING
           END-IF.

           MOVE 0 TO WS-HIS-PAGE-DIGITS.
           INSPECT WS-HIS-PAGE-TEXT TALLYING WS-HIS-PAGE-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-HIS-PAGE-DIGITS > 0
              IF WS-HIS-PAGE-TEXT(1:WS-HIS-PAGE-DIGITS) IS NUMERIC
                 MOVE WS-HIS-PAGE-TEXT(1:WS-HIS-PAGE-DIGITS)
                   TO WS-PAGE
              END-IF
           END-IF.
           IF WS-PAGE < 1
              MOVE 1 TO WS-PAGE
           END-IF.

       0100-RECEIVE-REQUEST-END. EXIT.

      *****************
       0200-BROWSE-AUDIT.
      *****************
      * KEYED BROWSE OF THE CRAAUDC PATH AT THIS CUSTOMER ID - THE
      * BROWSE ENDS AS SOON AS THE KEY CHANGES, SO ONLY THIS
      * CUSTOMER'S RECORDS ARE READ. 0210 KEEPS THE LATEST DECISION
      * PER APPLICATION; 0230 THEN PUTS THE NEWEST FIRST.

           MOVE 0              TO WS-APP-CNT
                                  WS-APP-OVERFLOW
                                  WS-DROP-CNT.
           MOVE WS-HIS-CUST-ID TO WS-BROWSE-CUST.

           move 'STARTBR CRAAUDC '     to ws-step.
           EXEC CICS STARTBR
                     FILE('CRAAUDC')
                     RIDFLD(WS-BROWSE-CUST)
                     KEYLENGTH(LENGTH OF WS-BROWSE-CUST)
                     GTEQ
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL ZERO
              SET WS-BROWSE-MORE TO TRUE
              PERFORM 0210-READ-NEXT-AUDIT UNTIL WS-BROWSE-DONE
              move 'ENDBR CRAAUDC '    to ws-step
              EXEC CICS ENDBR
                        FILE('CRAAUDC')
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
           END-IF.

           PERFORM 0230-SORT-NEWEST-FIRST
               VARYING WS-APP-SUB FROM 1 BY 1
               UNTIL WS-APP-SUB NOT < WS-APP-CNT.

       0200-BROWSE-AUDIT-END. EXIT.

      *****************
       0210-READ-NEXT-AUDIT.
      *****************

           move 'READNEXT CRAAUDC '    to ws-step.
           EXEC CICS READNEXT
                     FILE('CRAAUDC')
                     INTO(CRA-AUDIT-RECORD)
                     RIDFLD(WS-BROWSE-CUST)
                     KEYLENGTH(LENGTH OF WS-BROWSE-CUST)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF (WS-RESP NOT EQUAL ZERO AND
               WS-RESP NOT EQUAL WS-RESP-DUPKEY) OR
              CRA-AUDIT-CUST-ID NOT EQUAL WS-HIS-CUST-ID
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF CRA-AUDIT-PROBE-FLAG NOT EQUAL 'Y' AND
                 CRA-AUDIT-REUSE-FLAG NOT EQUAL 'Y'
                 PERFORM 0220-KEEP-LATEST
              END-IF
           END-IF.

       0210-READ-NEXT-AUDIT-END. EXIT.

      *****************
       0220-KEEP-LATEST.
      *****************
      * FINDS THE APPLICATION'S ENTRY, OR OPENS ONE, AND HOLDS THIS
      * RECORD THERE IF IT IS THE LATEST SEEN FOR THE REFERENCE.

           PERFORM 0225-FIND-APPLICATION
               VARYING WS-APP-SUB FROM 1 BY 1
               UNTIL WS-APP-SUB > WS-APP-CNT
                  OR WS-APP-REF(WS-APP-SUB) = CRA-AUDIT-APPL-REF.

           IF WS-APP-SUB > WS-APP-CNT
              IF WS-APP-CNT < 200
                 ADD 1 TO WS-APP-CNT
                 MOVE WS-APP-CNT         TO WS-APP-SUB
                 MOVE SPACES             TO WS-APP-ENTRY(WS-APP-SUB)
                 MOVE CRA-AUDIT-APPL-REF TO WS-APP-REF(WS-APP-SUB)
              ELSE
                 PERFORM 0226-REPLACE-OLDEST
              END-IF
           END-IF.

           IF WS-APP-SUB > 0
              IF CRA-AUDIT-TIMESTAMP > WS-APP-TIMESTAMP(WS-APP-SUB)
                 MOVE CRA-AUDIT-TIMESTAMP
                   TO WS-APP-TIMESTAMP(WS-APP-SUB)
                 MOVE CRA-AUDIT-LOAN-STATUS
                   TO WS-APP-LOAN-STATUS(WS-APP-SUB)
                 MOVE CRA-AUDIT-RISK-BAND
                   TO WS-APP-RISK-BAND(WS-APP-SUB)
                 MOVE CRA-AUDIT-OFFER-RATE
                   TO WS-APP-OFFER-RATE(WS-APP-SUB)
                 MOVE CRA-AUDIT-OFFER-MAX-AMT
                   TO WS-APP-OFFER-AMT(WS-APP-SUB)
                 MOVE CRA-AUDIT-COUNTER-AMT
                   TO WS-APP-COUNTER-AMT(WS-APP-SUB)
                 MOVE CRA-AUDIT-FINAL-DISP
                   TO WS-APP-FINAL-DISP(WS-APP-SUB)
              END-IF
           END-IF.

       0220-KEEP-LATEST-END. EXIT.

      *****************
       0225-FIND-APPLICATION.
      *****************
      * NOTHING TO DO - THE VARYING CLAUSE DOES THE SEARCH. ALSO
      * USED TO SEARCH THE DROPPED-REFERENCE LIST.

           CONTINUE.

       0225-FIND-APPLICATION-END. EXIT.

      *****************
       0226-REPLACE-OLDEST.
      *****************
      * THE TABLE IS FULL AND THIS REFERENCE IS NOT IN IT. IF THE
      * RECORD IS NEWER THAN THE OLDEST APPLICATION HELD, IT TAKES
      * THAT ENTRY AND THE OLDEST IS DROPPED; OTHERWISE THIS
      * APPLICATION IS THE ONE DROPPED (WS-APP-SUB 0).

           MOVE 1 TO WS-APP-OLDEST.
           PERFORM 0227-CHECK-OLDER
               VARYING WS-APP-SUB2 FROM 2 BY 1
               UNTIL WS-APP-SUB2 > WS-APP-CNT.

           IF CRA-AUDIT-TIMESTAMP > WS-APP-TIMESTAMP(WS-APP-OLDEST)
              MOVE WS-APP-REF(WS-APP-OLDEST) TO WS-DROP-WORK-REF
              PERFORM 0228-NOTE-DROPPED
              MOVE CRA-AUDIT-APPL-REF        TO WS-DROP-WORK-REF
              PERFORM 0229-NOTE-KEPT
              MOVE WS-APP-OLDEST      TO WS-APP-SUB
              MOVE SPACES             TO WS-APP-ENTRY(WS-APP-SUB)
              MOVE CRA-AUDIT-APPL-REF TO WS-APP-REF(WS-APP-SUB)
           ELSE
              MOVE CRA-AUDIT-APPL-REF        TO WS-DROP-WORK-REF
              PERFORM 0228-NOTE-DROPPED
              MOVE 0 TO WS-APP-SUB
           END-IF.

       0226-REPLACE-OLDEST-END. EXIT.

      *****************
       0227-CHECK-OLDER.
      *****************

           IF WS-APP-TIMESTAMP(WS-APP-SUB2) <
              WS-APP-TIMESTAMP(WS-APP-OLDEST)
              MOVE WS-APP-SUB2 TO WS-APP-OLDEST
           END-IF.

       0227-CHECK-OLDER-END. EXIT.

      *****************
       0228-NOTE-DROPPED.
      *****************
      * WS-DROP-WORK-REF IS NOT SHOWN. COUNTED UNLESS IT ALREADY IS.

           PERFORM 0225-FIND-APPLICATION
               VARYING WS-DROP-SUB FROM 1 BY 1
               UNTIL WS-DROP-SUB > WS-DROP-CNT
                  OR WS-DROP-REF(WS-DROP-SUB) = WS-DROP-WORK-REF.

           IF WS-DROP-SUB > WS-DROP-CNT
              ADD 1 TO WS-APP-OVERFLOW
              IF WS-DROP-CNT < 1000
                 ADD 1 TO WS-DROP-CNT
                 MOVE WS-DROP-WORK-REF TO WS-DROP-REF(WS-DROP-CNT)
              END-IF
           END-IF.

       0228-NOTE-DROPPED-END. EXIT.

      *****************
       0229-NOTE-KEPT.
      *****************
      * WS-DROP-WORK-REF IS BACK IN THE TABLE, SO NO LONGER DROPPED.
      * THE LAST DROPPED REFERENCE FILLS ITS PLACE IN THE LIST.

           PERFORM 0225-FIND-APPLICATION
               VARYING WS-DROP-SUB FROM 1 BY 1
               UNTIL WS-DROP-SUB > WS-DROP-CNT
                  OR WS-DROP-REF(WS-DROP-SUB) = WS-DROP-WORK-REF.

           IF WS-DROP-SUB NOT > WS-DROP-CNT
              SUBTRACT 1 FROM WS-APP-OVERFLOW
              MOVE WS-DROP-REF(WS-DROP-CNT) TO WS-DROP-REF(WS-DROP-SUB)
              SUBTRACT 1 FROM WS-DROP-CNT
           END-IF.

       0229-NOTE-KEPT-END. EXIT.

      *****************
       0230-SORT-NEWEST-FIRST.
      *****************
      * SELECTION SORT, ONE PLACE PER CALL: THE NEWEST ENTRY FROM
      * WS-APP-SUB ON IS SWAPPED INTO WS-APP-SUB. A CUSTOMER HAS A
      * HANDFUL OF APPLICATIONS, NOT THOUSANDS.

           MOVE WS-APP-SUB TO WS-APP-NEWEST.
           PERFORM 0235-CHECK-NEWER
               VARYING WS-APP-SUB2 FROM WS-APP-SUB BY 1
               UNTIL WS-APP-SUB2 > WS-APP-CNT.

           IF WS-APP-NEWEST NOT = WS-APP-SUB
              MOVE WS-APP-ENTRY(WS-APP-SUB)    TO WS-APP-SWAP
              MOVE WS-APP-ENTRY(WS-APP-NEWEST)
                TO WS-APP-ENTRY(WS-APP-SUB)
              MOVE WS-APP-SWAP TO WS-APP-ENTRY(WS-APP-NEWEST)
           END-IF.

       0230-SORT-NEWEST-FIRST-END. EXIT.

      *****************
       0235-CHECK-NEWER.
      *****************

           IF WS-APP-TIMESTAMP(WS-APP-SUB2) >
              WS-APP-TIMESTAMP(WS-APP-NEWEST)
              MOVE WS-APP-SUB2 TO WS-APP-NEWEST
           END-IF.

       0235-CHECK-NEWER-END. EXIT.

      *****************
       0250-COUNT-DEAD-LETTERS.
      *****************
      * CUSTOMER WITH NO DECISIONS AND NO EXPOSURE - CHECK THE
      * DEAD-LETTER PATH BEFORE SAYING THERE IS NOTHING ON FILE.

           MOVE 0 TO WS-DLQ-CNT.
           MOVE WS-HIS-CUST-ID TO WS-BROWSE-CUST.

           move 'READ CRADLQC '        to ws-step.
           EXEC CICS READ
                     FILE('CRADLQC')
                     INTO(CRA-DLQ-RECORD)
                     RIDFLD(WS-BROWSE-CUST)
                     KEYLENGTH(LENGTH OF WS-BROWSE-CUST)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL ZERO OR WS-RESP EQUAL WS-RESP-DUPKEY
              MOVE 1 TO WS-DLQ-CNT
           END-IF.

       0250-COUNT-DEAD-LETTERS-END. EXIT.

      *****************
       0300-READ-EXPOSURE.
      *****************

           SET WS-EXPO-NOT-FOUND TO TRUE.
           MOVE WS-HIS-CUST-ID TO CRA-EXP-CUST-ID.

           move 'READ CRAEXPO '        to ws-step.
           EXEC CICS READ
                     FILE('CRAEXPO')
                     INTO(CRA-EXPOSURE-RECORD)
                     RIDFLD(CRA-EXP-CUST-ID)
                     KEYLENGTH(LENGTH OF CRA-EXP-CUST-ID)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL ZERO
              SET WS-EXPO-FOUND TO TRUE
           END-IF.

       0300-READ-EXPOSURE-END. EXIT.

      *****************
       0400-SEND-HISTORY.
      *****************

           PERFORM 0410-BUILD-HEADINGS.

           PERFORM 0420-BUILD-APP-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.

           PERFORM 0440-LIST-OPEN-REVIEWS.
           PERFORM 0450-LIST-DEAD-LETTERS.
           PERFORM 0470-BUILD-FOOTER.

           MOVE LENGTH OF WS-HIS-REPLY TO WS-SEND-LEN.

           move 'SEND TEXT HISTORY '   to ws-step.
           EXEC CICS SEND TEXT
                     FROM(WS-HIS-REPLY)
                     LENGTH(WS-SEND-LEN)
                     ERASE
                     FREEKB
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

       0400-SEND-HISTORY-END. EXIT.

      *****************
       0410-BUILD-HEADINGS.
      *****************
      * A PAGE PAST THE LAST SHOWS THE LAST.

           COMPUTE WS-PAGE-CNT = (WS-APP-CNT + 9) / 10.
           IF WS-PAGE-CNT < 1
              MOVE 1 TO WS-PAGE-CNT
           END-IF.
           IF WS-PAGE > WS-PAGE-CNT
              MOVE WS-PAGE-CNT TO WS-PAGE
           END-IF.
           COMPUTE WS-PAGE-FIRST = ((WS-PAGE - 1) * 10) + 1.

           MOVE WS-HIS-CUST-ID TO WS-RPL-CUST-ID.
           MOVE WS-PAGE        TO WS-RPL-PAGE.
           MOVE WS-PAGE-CNT    TO WS-RPL-PAGE-CNT.
           COMPUTE WS-RPL-APP-CNT = WS-APP-CNT + WS-APP-OVERFLOW.

           IF WS-EXPO-FOUND
              IF CRA-EXP-TOTAL-AMT IS NUMERIC
                 MOVE CRA-EXP-TOTAL-AMT TO WS-RPL-EXPO-AMT
              ELSE
                 MOVE 0                 TO WS-RPL-EXPO-AMT
              END-IF
              IF CRA-EXP-LOAN-CNT IS NUMERIC
                 MOVE CRA-EXP-LOAN-CNT  TO WS-RPL-EXPO-CNT
              ELSE
                 MOVE 0                 TO WS-RPL-EXPO-CNT
              END-IF
              MOVE CRA-EXP-LAST-DATE    TO WS-RPL-EXPO-DATE
              MOVE CRA-EXP-LAST-REF     TO WS-RPL-EXPO-REF
           ELSE
              MOVE 'NONE ON FILE'       TO WS-RPL-EXPO-TEXT
           END-IF.

       0410-BUILD-HEADINGS-END. EXIT.

      *****************
       0420-BUILD-APP-LINE.
      *****************
      * ONE LINE OF THE PAGE. A DECLINE WITH A COUNTEROFFER SHOWS
      * 'COUNTR' AND THE COUNTEROFFER AMOUNT WHERE AN APPROVAL SHOWS
      * ITS RATE AND LARGEST AMOUNT.

           MOVE SPACES TO WS-RPL-APP-LINE(WS-LINE-SUB).
           COMPUTE WS-APP-SUB = WS-PAGE-FIRST + WS-LINE-SUB - 1.

           IF WS-APP-SUB NOT > WS-APP-CNT
              MOVE WS-APP-REF(WS-APP-SUB)
                TO WS-RAL-REF(WS-LINE-SUB)
              MOVE WS-APP-TIMESTAMP(WS-APP-SUB)(1:8)
                TO WS-RAL-DATE(WS-LINE-SUB)
              MOVE WS-APP-LOAN-STATUS(WS-APP-SUB)
                TO WS-RAL-DECISION(WS-LINE-SUB)
              MOVE WS-APP-RISK-BAND(WS-APP-SUB)
                TO WS-RAL-BAND(WS-LINE-SUB)
              IF WS-APP-COUNTER-AMT(WS-APP-SUB) NOT = SPACES
                 MOVE 'COUNTR'
                   TO WS-RAL-RATE(WS-LINE-SUB)
                 MOVE WS-APP-COUNTER-AMT(WS-APP-SUB)
                   TO WS-RAL-AMT(WS-LINE-SUB)
              ELSE
                 MOVE WS-APP-OFFER-RATE(WS-APP-SUB)
                   TO WS-RAL-RATE(WS-LINE-SUB)
                 MOVE WS-APP-OFFER-AMT(WS-APP-SUB)
                   TO WS-RAL-AMT(WS-LINE-SUB)
              END-IF
              MOVE WS-APP-FINAL-DISP(WS-APP-SUB)
                TO WS-RAL-DISP(WS-LINE-SUB)
              PERFORM 0430-READ-OFFER
           END-IF.

       0420-BUILD-APP-LINE-END. EXIT.

      *****************
       0430-READ-OFFER.
      *****************
      * WHERE THE OFFER STANDS ON CRAOFFR - BLANK WHEN NOTHING WAS
      * EVER OFFERED.

           MOVE WS-APP-REF(WS-APP-SUB) TO CRA-OFR-APPL-REF.

           move 'READ CRAOFFR '        to ws-step.
           EXEC CICS READ
                     FILE('CRAOFFR')
                     INTO(CRA-OFFER-RECORD)
                     RIDFLD(CRA-OFR-APPL-REF)
                     KEYLENGTH(LENGTH OF CRA-OFR-APPL-REF)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL ZERO
              EVALUATE TRUE
                  WHEN CRA-OFR-OFFERED
                     MOVE 'OPEN'    TO WS-RAL-OFFER(WS-LINE-SUB)
                  WHEN CRA-OFR-BOOKED
                     MOVE 'BOOKED'  TO WS-RAL-OFFER(WS-LINE-SUB)
                  WHEN CRA-OFR-EXPIRED
                     MOVE 'EXPIRED' TO WS-RAL-OFFER(WS-LINE-SUB)
                  WHEN CRA-OFR-WITHDRAWN
                     MOVE 'WITHDRN' TO WS-RAL-OFFER(WS-LINE-SUB)
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.

       0430-READ-OFFER-END. EXIT.

      *****************
       0440-LIST-OPEN-REVIEWS.
      *****************
      * A REVIEW CASE IS OPEN ONLY WHILE ITS DECISION ON CRAAUDIT
      * STAYS PENDING, SO ONLY THOSE APPLICATIONS ARE LOOKED UP ON
      * CRARVW. ALL ARE COUNTED; THE FIRST THREE ARE LISTED.

           MOVE 0 TO WS-RVW-CNT.
           PERFORM 0442-CLEAR-REVIEW-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 3.

           PERFORM 0444-CHECK-REVIEW
               VARYING WS-APP-SUB FROM 1 BY 1
               UNTIL WS-APP-SUB > WS-APP-CNT.

           MOVE WS-RVW-CNT TO WS-RPL-RVW-CNT.

       0440-LIST-OPEN-REVIEWS-END. EXIT.

      *****************
       0442-CLEAR-REVIEW-LINE.
      *****************

           MOVE SPACES TO WS-RPL-RVW-LINE(WS-LINE-SUB).

       0442-CLEAR-REVIEW-LINE-END. EXIT.

      *****************
       0444-CHECK-REVIEW.
      *****************

           IF WS-APP-FINAL-DISP(WS-APP-SUB) = 'PENDING'
              MOVE WS-APP-REF(WS-APP-SUB) TO CRA-RVW-APPL-REF
              move 'READ CRARVW '      to ws-step
              EXEC CICS READ
                        FILE('CRARVW')
                        INTO(CRA-REVIEW-RECORD)
                        RIDFLD(CRA-RVW-APPL-REF)
                        KEYLENGTH(LENGTH OF CRA-RVW-APPL-REF)
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
              IF WS-RESP EQUAL ZERO AND
                 (CRA-RVW-PENDING OR CRA-RVW-AWAITING-SECOND)
                 ADD 1 TO WS-RVW-CNT
                 IF WS-RVW-CNT NOT > 3
                    MOVE WS-RVW-CNT TO WS-LINE-SUB
                    MOVE CRA-RVW-APPL-REF
                      TO WS-RRV-REF(WS-LINE-SUB)
                    MOVE CRA-RVW-QUEUED-DATE
                      TO WS-RRV-DATE(WS-LINE-SUB)
                    IF CRA-RVW-AWAITING-SECOND
                       MOVE 'AWAITING 2ND SIGN'
                         TO WS-RRV-STATUS(WS-LINE-SUB)
                       MOVE CRA-RVW-OFFICER
                         TO WS-RRV-OFFICER(WS-LINE-SUB)
                    ELSE
                       MOVE 'AWAITING REVIEW'
                         TO WS-RRV-STATUS(WS-LINE-SUB)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0444-CHECK-REVIEW-END. EXIT.

      *****************
       0450-LIST-DEAD-LETTERS.
      *****************
      * KEYED BROWSE OF THE CRADLQC PATH AT THIS CUSTOMER ID. EVERY
      * CASE IS COUNTED, WHATEVER ITS STATUS - A RESUBMITTED OR
      * CANCELLED ONE IS STILL PART OF THE CUSTOMER'S HISTORY. THE
      * FIRST THREE ARE LISTED.

           MOVE 0 TO WS-DLQ-CNT.
           PERFORM 0452-CLEAR-DEAD-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 3.
           MOVE WS-HIS-CUST-ID TO WS-BROWSE-CUST.

           move 'STARTBR CRADLQC '     to ws-step.
           EXEC CICS STARTBR
                     FILE('CRADLQC')
                     RIDFLD(WS-BROWSE-CUST)
                     KEYLENGTH(LENGTH OF WS-BROWSE-CUST)
                     GTEQ
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL ZERO
              SET WS-BROWSE-MORE TO TRUE
              PERFORM 0454-READ-NEXT-DEAD UNTIL WS-BROWSE-DONE
              move 'ENDBR CRADLQC '    to ws-step
              EXEC CICS ENDBR
                        FILE('CRADLQC')
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
           END-IF.

           MOVE WS-DLQ-CNT TO WS-RPL-DLQ-CNT.

       0450-LIST-DEAD-LETTERS-END. EXIT.

      *****************
       0452-CLEAR-DEAD-LINE.
      *****************

           MOVE SPACES TO WS-RPL-DLQ-LINE(WS-LINE-SUB).

       0452-CLEAR-DEAD-LINE-END. EXIT.

      *****************
       0454-READ-NEXT-DEAD.
      *****************

           move 'READNEXT CRADLQC '    to ws-step.
           EXEC CICS READNEXT
                     FILE('CRADLQC')
                     INTO(CRA-DLQ-RECORD)
                     RIDFLD(WS-BROWSE-CUST)
                     KEYLENGTH(LENGTH OF WS-BROWSE-CUST)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF (WS-RESP NOT EQUAL ZERO AND
               WS-RESP NOT EQUAL WS-RESP-DUPKEY) OR
              CRA-DLQ-CUST-ID NOT EQUAL WS-HIS-CUST-ID
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              ADD 1 TO WS-DLQ-CNT
              IF WS-DLQ-CNT NOT > 3
                 MOVE WS-DLQ-CNT          TO WS-LINE-SUB
                 MOVE CRA-DLQ-APPL-REF    TO WS-RDQ-REF(WS-LINE-SUB)
                 MOVE CRA-DLQ-PARKED-DATE TO WS-RDQ-DATE(WS-LINE-SUB)
                 MOVE CRA-DLQ-REPLAY-CNT
                   TO WS-RDQ-REPLAYS(WS-LINE-SUB)
                 EVALUATE TRUE
                     WHEN CRA-DLQ-DEAD
                        MOVE 'DEAD'
                          TO WS-RDQ-STATUS(WS-LINE-SUB)
                     WHEN CRA-DLQ-RESUBMITTED
                        MOVE 'RESUBMITTED'
                          TO WS-RDQ-STATUS(WS-LINE-SUB)
                     WHEN CRA-DLQ-CANCELLED
                        MOVE 'CANCELLED'
                          TO WS-RDQ-STATUS(WS-LINE-SUB)
                        MOVE CRA-DLQ-DISP-REASON
                          TO WS-RDQ-REASON(WS-LINE-SUB)
                     WHEN OTHER
                        MOVE CRA-DLQ-STATUS
                          TO WS-RDQ-STATUS(WS-LINE-SUB)
                 END-EVALUATE
              END-IF
           END-IF.

       0454-READ-NEXT-DEAD-END. EXIT.

      *****************
       0470-BUILD-FOOTER.
      *****************
      * THE COMMANDS FOR THE PAGES EITHER SIDE OF THIS ONE, AND ON
      * A LINE OF ITS OWN HOW MANY OLDER APPLICATIONS ARE NOT HELD.

           MOVE SPACES TO WS-RPL-FOOT
                          WS-RPL-FOOT2.

           IF WS-APP-OVERFLOW > 0
              MOVE WS-APP-OVERFLOW TO WS-FOOT-DROPPED
              STRING WS-FOOT-DROPPED DELIMITED BY SIZE
                     ' OLDER APPLICATION(S) NOT LISTED - ONLY THE '
                                     DELIMITED BY SIZE
                     'NEWEST 200 ARE SHOWN'
                                     DELIMITED BY SIZE
                INTO WS-RPL-FOOT2
              END-STRING
           END-IF.

           EVALUATE TRUE
               WHEN WS-PAGE-CNT = 1
                  CONTINUE
               WHEN WS-PAGE < WS-PAGE-CNT
                  COMPUTE WS-FOOT-PAGE = WS-PAGE + 1
                  STRING 'NEXT PAGE: CRAH ' DELIMITED BY SIZE
                         WS-HIS-CUST-ID     DELIMITED BY SPACE
                         ' '                DELIMITED BY SIZE
                         WS-FOOT-PAGE       DELIMITED BY SIZE
                    INTO WS-RPL-FOOT
                  END-STRING
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

           IF WS-PAGE > 1
              COMPUTE WS-FOOT-PAGE = WS-PAGE - 1
              STRING 'PREVIOUS PAGE: CRAH ' DELIMITED BY SIZE
                     WS-HIS-CUST-ID         DELIMITED BY SPACE
                     ' '                    DELIMITED BY SIZE
                     WS-FOOT-PAGE           DELIMITED BY SIZE
                INTO WS-RPL-FOOT(41:40)
              END-STRING
           END-IF.

       0470-BUILD-FOOTER-END. EXIT.

      *****************
       0500-SEND-ERROR.
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

       0500-SEND-ERROR-END. EXIT.

      ***************
       0600-CICS-RET.
      ***************
      * Return
           EXEC CICS RETURN
           END-EXEC.

       0600-CICS-END. EXIT.
