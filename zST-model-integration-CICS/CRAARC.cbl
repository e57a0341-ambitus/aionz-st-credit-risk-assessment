      * RECORDED KEY, SO A RERUN RESUMES THE DELETES THERE WITHOUT
      * RE-ARCHIVING. BEFORE/AFTER RECORD COUNTS GO TO THE RUN
      * REPORT.
      *
      * EVERY SEALED RECORD THE DELETE PASS REMOVES FIRST GETS A
      * CLOSING 'A' ENTRY ON THE CRASLJ SEAL JOURNAL (CRASLJR) - THE
      * NEXT SEAL IN ITS CHAIN, WORKED OUT OVER THE RECORD AS
      * ARCHIVED. THAT ENTRY IS WHAT TELLS THE CRASVF VERIFICATION
      * RUN THE RECORD LEFT THE LIVE FILE THROUGH AN ARCHIVE RUN, AND
      * LETS IT PROVE THE ARCHIVED COPY IS THE RECORD THAT WAS
      * DELETED. THE JOURNAL IS WRITTEN BEFORE THE DELETE, SO A RUN
      * THAT DIES BETWEEN THE TWO FINDS ITS OWN ENTRY ALREADY THERE
      * (A DUPLICATE KEY) WHEN IT RESUMES, AND CARRIES ON.
      ************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKP-FILE-STATUS.

           SELECT CRASLJ    ASSIGN TO CRASLJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRA-SLJ-KEY
               FILE STATUS IS WS-SLJ-FILE-STATUS.

           SELECT CRAARCIN  ASSIGN TO CRAARCIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCIN-FILE-STATUS.
           05  FILLER                   PIC X(44).

       FD  CRAAUDIT
           RECORD CONTAINS 1581 CHARACTERS.
       COPY CRAAUDR.

       FD  CRAARCHF
           RECORD CONTAINS 1581 CHARACTERS.
       01  ARCH-RECORD                  PIC X(1581).

       FD  CRAARCCKP
           RECORD CONTAINS 70 CHARACTERS.
       01  CKP-RECORD                   PIC X(70).

       FD  CRASLJ
           RECORD CONTAINS 148 CHARACTERS.
       COPY CRASLJR.

       FD  CRAARCIN
           RECORD CONTAINS 1581 CHARACTERS.
       COPY CRAAUDR
           REPLACING ==CRA-AUDIT-RECORD== BY ==ARC-IN-RECORD==.

       FD  CRAARCOUT
           RECORD CONTAINS 1581 CHARACTERS.
       01  ARC-OUT-RECORD               PIC X(1581).

       FD  CRAARCRPT
           RECORD CONTAINS 80 CHARACTERS.
            88  WS-CKP-OK                   value '00'.
         03  WS-ARCIN-FILE-STATUS       pic x(2).
            88  WS-ARCIN-OK                 value '00'.
         03  WS-SLJ-FILE-STATUS         pic x(2).
            88  WS-SLJ-OK                   value '00'.
            88  WS-SLJ-DUPLICATE            value '22'.
         03  WS-ARCOUT-FILE-STATUS      pic x(2).
            88  WS-ARCOUT-OK                value '00'.
         03  WS-RPT-FILE-STATUS         pic x(2).
         03  WS-VERIFY-CNT              pic s9(9) COMP-3 value 0.
         03  WS-RETR-READ-CNT           pic s9(9) COMP-3 value 0.
         03  WS-RETR-FOUND-CNT          pic s9(9) COMP-3 value 0.
         03  WS-SEALED-CNT              pic s9(9) COMP-3 value 0.
         03  WS-UNSEALED-CNT            pic s9(9) COMP-3 value 0.
         03  WS-SLJ-DUP-CNT             pic s9(9) COMP-3 value 0.

      * THE RECORD BEING DELETED, WITH ITS CLOSING SEAL WORKED OUT
      * OVER IT - A WORKING COPY, SO THE RECORD AREA STILL HOLDS THE
      * RECORD EXACTLY AS READ.
       COPY CRAAUDR
           REPLACING ==CRA-AUDIT-RECORD== BY ==WS-CLOSE-RECORD==.
       COPY CRASLPR.

      * THE CHECKPOINT RECORD PROPER - KEPT IN WORKING STORAGE, NOT
      * THE FD AREA, BECAUSE CRAARCCKP IS OPEN ONLY FOR THE INSTANT
              GO TO 9900-ABORT
           END-IF.

           OPEN I-O CRASLJ.
           IF NOT WS-SLJ-OK
              DISPLAY 'CRAARC - UNABLE TO OPEN CRASLJ, STATUS = '
                      WS-SLJ-FILE-STATUS ' - NOTHING DELETED'
              GO TO 9900-ABORT
           END-IF.

           SET WS-READ-MORE TO TRUE.

           IF WS-RESTARTED AND WS-CKP-LAST-KEY NOT EQUAL SPACES
           END-IF.
           PERFORM 2520-DELETE-ONE UNTIL WS-READ-DONE.

           CLOSE CRAAUDIT
                 CRASLJ.

       2500-DELETE-PASS-END. EXIT.

           IF CRA-AUDIT-DATE OF CRA-AUDIT-RECORD < WS-CUTOFF-DATE
              MOVE CRA-AUDIT-KEY OF CRA-AUDIT-RECORD
                TO WS-CKP-LAST-KEY
              PERFORM 2530-JOURNAL-ARCHIVE
              DELETE CRAAUDIT
              IF NOT WS-AUDIT-OK
                 DISPLAY 'CRAARC - DELETE FAILED, STATUS = '

       2520-DELETE-ONE-END. EXIT.

      *****************
       2530-JOURNAL-ARCHIVE.
      *****************
      * LOGS THE CLOSING 'A' SEAL FOR THE RECORD ABOUT TO BE DELETED:
      * ONE VERSION PAST THE RECORD'S OWN, CHAINED FROM ITS CURRENT
      * SEAL, WORKED OUT OVER THE RECORD AS ARCHIVED. A RECORD
      * WRITTEN BEFORE SEALING EXISTED HAS NO CHAIN TO CLOSE AND IS
      * ONLY COUNTED. A DUPLICATE KEY IS THIS SAME ENTRY FROM A RUN
      * THAT DIED BEFORE ITS DELETE; ANY OTHER FAILURE STOPS THE RUN
      * BEFORE THE RECORD GOES, AND THE CHECKPOINT RESUMES IT.

           IF CRA-AUDIT-SEAL-VERSION OF CRA-AUDIT-RECORD
                                            NOT NUMERIC OR
              CRA-AUDIT-SEAL-VALUE OF CRA-AUDIT-RECORD = SPACES
              ADD 1 TO WS-UNSEALED-CNT
           ELSE
              MOVE CRA-AUDIT-RECORD TO WS-CLOSE-RECORD
              MOVE CRA-AUDIT-SEAL-VALUE OF CRA-AUDIT-RECORD
                TO CRA-AUDIT-SEAL-PREV OF WS-CLOSE-RECORD
              ADD 1 TO CRA-AUDIT-SEAL-VERSION OF WS-CLOSE-RECORD
              MOVE 'CRAARC'
                TO CRA-AUDIT-SEAL-PGM OF WS-CLOSE-RECORD
              CALL 'CRASEAL' USING WS-CLOSE-RECORD
                                   CRA-SEAL-PARM

              MOVE SPACES            TO CRA-SEAL-JRNL-RECORD
              MOVE CRA-AUDIT-KEY OF CRA-AUDIT-RECORD
                                     TO CRA-SLJ-AUDIT-KEY
              MOVE CRA-AUDIT-SEAL-VERSION OF WS-CLOSE-RECORD
                                     TO CRA-SLJ-VERSION
              SET CRA-SLJ-ARCHIVED   TO TRUE
              MOVE CRA-AUDIT-SEAL-PREV OF WS-CLOSE-RECORD
                                     TO CRA-SLJ-PREV
              MOVE CRA-SEAL-RESULT   TO CRA-SLJ-VALUE
              MOVE 'CRAARC'          TO CRA-SLJ-PGM
              MOVE CTL-RUN-DATE      TO CRA-SLJ-DATE
              MOVE 0                 TO CRA-SLJ-TASKN
              MOVE CRA-AUDIT-APPL-REF OF CRA-AUDIT-RECORD
                                     TO CRA-SLJ-APPL-REF
              WRITE CRA-SEAL-JRNL-RECORD
              EVALUATE TRUE
                  WHEN WS-SLJ-OK
                     ADD 1 TO WS-SEALED-CNT
                  WHEN WS-SLJ-DUPLICATE
                     ADD 1 TO WS-SLJ-DUP-CNT
                  WHEN OTHER
                     DISPLAY 'CRAARC - SEAL JOURNAL WRITE FAILED, '
                             'STATUS = ' WS-SLJ-FILE-STATUS
                     GO TO 9900-ABORT
              END-EVALUATE
           END-IF.

       2530-JOURNAL-ARCHIVE-END. EXIT.

      *****************
       2600-WRITE-CHECKPOINT.
      *****************
           MOVE WS-KEPT-CNT                  TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'SEALS CLOSED ON CRASLJ THIS RUN'
                                             TO WS-DET-LABEL.
           MOVE WS-SEALED-CNT                TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'ALREADY CLOSED BY INTERRUPTED RUN'
                                             TO WS-DET-LABEL.
           MOVE WS-SLJ-DUP-CNT               TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'DELETED WITHOUT A SEAL (PRE-SEAL)'
                                             TO WS-DET-LABEL.
           MOVE WS-UNSEALED-CNT              TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           IF WS-ARCHIVED-CNT NOT EQUAL WS-DELETED-CNT
              MOVE '  WARNING - ARCHIVED AND DELETED COUNTS DIFFER'
                                             TO RPT-LINE
