         03  ws-portnumber             pic s9(8) BINARY value zero.
         03  WS-CIPHERSUITE            pic x(32) value '003D'.
         03  WS-RETRIEVE-LEN           pic s9(4) BINARY.
         03  WS-ABSTIME                pic s9(15) COMP-3.

       01  WS-CFG-WORK.
         03  WS-CFG-LEN                pic s9(4) BINARY.
         03  WS-PROB-VALUE REDEFINES WS-PROB-DIGITS
                                       pic 9v9999.

      * THE AUDIT RECORD THE CHALLENGER COLUMNS ARE REWRITTEN ONTO,
      * AND THE SEAL AND CRASLJ JOURNAL ENTRY THE REWRITE CARRIES
       COPY CRAAUDR.
       COPY CRASLPR.
       COPY CRASLJR.

       PROCEDURE DIVISION.

              MOVE ws-ch-probability-1
                                  TO CRA-AUDIT-CH-PROBABILITY-1
              MOVE ws-ch-risk-band     TO CRA-AUDIT-CH-RISK-BAND
              PERFORM 0410-SEAL-AUDIT
              move 'REWRITE CRAAUDIT ' to ws-step
              EXEC CICS REWRITE
                        FILE('CRAAUDIT')
              IF WS-RESP NOT EQUAL ZERO
                 DISPLAY 'CRACHL - AUDIT REWRITE FAILED FOR '
                         CRA-CHREQ-APPL-REF
              ELSE
                 PERFORM 0420-JOURNAL-SEAL
              END-IF
           END-IF.

       0400-UPDATE-AUDIT-END. EXIT.

      *****************
       0410-SEAL-AUDIT.
      *****************
      * CHAINS THE NEXT SEAL ONTO THE AUDIT RECORD JUST AHEAD OF THE
      * REWRITE, THE SAME WAY CRAURL'S 0421 DOES: THE CURRENT SEAL
      * BECOMES SEAL-PREV AND THE VERSION GOES UP ONE.

           IF CRA-AUDIT-SEAL-VERSION NOT NUMERIC OR
              CRA-AUDIT-SEAL-VALUE = SPACES
              MOVE 0      TO CRA-AUDIT-SEAL-VERSION
              MOVE ZEROS  TO CRA-AUDIT-SEAL-VALUE
           END-IF.

           MOVE CRA-AUDIT-SEAL-VALUE TO CRA-AUDIT-SEAL-PREV.
           ADD 1                     TO CRA-AUDIT-SEAL-VERSION.
           MOVE 'CRACHL'             TO CRA-AUDIT-SEAL-PGM.

           CALL 'CRASEAL' USING CRA-AUDIT-RECORD
                                CRA-SEAL-PARM.

           MOVE CRA-SEAL-RESULT      TO CRA-AUDIT-SEAL-VALUE.

       0410-SEAL-AUDIT-END. EXIT.

      *****************
       0420-JOURNAL-SEAL.
      *****************
      * LOGS THE NEW SEAL TO THE APPEND-ONLY CRASLJ JOURNAL. LIKE
      * EVERY OTHER FAILURE HERE IT IS AN INFORMATIONAL LINE ONLY -
      * THE CRASVF VERIFICATION RUN REPORTS THE MISSING ENTRY AS A
      * BREAK IN THE RECORD'S CHAIN.

           MOVE SPACES                 TO CRA-SEAL-JRNL-RECORD.
           MOVE CRA-AUDIT-KEY          TO CRA-SLJ-AUDIT-KEY.
           MOVE CRA-AUDIT-SEAL-VERSION TO CRA-SLJ-VERSION.
           SET CRA-SLJ-UPDATED         TO TRUE.
           MOVE CRA-AUDIT-SEAL-PREV    TO CRA-SLJ-PREV.
           MOVE CRA-AUDIT-SEAL-VALUE   TO CRA-SLJ-VALUE.
           MOVE CRA-AUDIT-SEAL-PGM     TO CRA-SLJ-PGM.
           MOVE EIBTASKN               TO CRA-SLJ-TASKN.
           MOVE CRA-AUDIT-APPL-REF     TO CRA-SLJ-APPL-REF.

           move 'ASKTIME SEAL '        to ws-step.
           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

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
              DISPLAY 'CRACHL - SEAL JOURNAL WRITE FAILED FOR '
                      CRA-CHREQ-APPL-REF
           END-IF.

       0420-JOURNAL-SEAL-END. EXIT.

      ***************
       0600-CICS-RET.
      ***************
