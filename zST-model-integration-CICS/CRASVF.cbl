       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRASVF.

      * AUTHOR - MAHALAKSHMI V************************************
      *
      * CRAAUDIT SEAL VERIFICATION AND EXCEPTION RUN. CRAAUDIT IS
      * WHAT GOES IN FRONT OF A DISPUTE OR A REGULATORY EXAM, AND
      * SEVERAL PROGRAMS LEGITIMATELY REWRITE ITS RECORDS - NOTHING
      * TOLD SUCH AN UPDATE APART FROM A PROBABILITY OR DISPOSITION
      * CHANGED WITH A FILE UTILITY. EVERY AUDIT RECORD NOW CARRIES
      * A CHAINED SEAL (CRA-AUDIT-SEAL IN CRAAUDR, WORKED OUT BY
      * CRASEAL) AND EVERY SEAL AN AUTHORIZED PROGRAM PUTS ON IS
      * LOGGED TO THE APPEND-ONLY CRASLJ JOURNAL (CRASLJR). THIS RUN
      * PROVES THE FILE AGAINST BOTH, IN THREE PASSES:
      *
      *   LIVE     EVERY RECORD ON CRAAUDIT: ITS SEAL MUST MATCH THE
      *            RECORD AS IT STANDS, AND MUST BE THE LATEST
      *            JOURNALED VERSION FOR ITS KEY - NOT MISSING FROM
      *            THE JOURNAL, NOT DIFFERENT FROM IT, AND NOT AN
      *            OLDER VERSION PUT BACK OVER A NEWER ONE.
      *   ARCHIVE  EVERY RECORD ON THE CRAARC ARCHIVE GENERATIONS THE
      *            JCL CONCATENATES ON CRASVFAR (DUMMY TO SKIP THE
      *            PASS): THE SAME SEAL AND JOURNAL CHECKS, AND THE
      *            CLOSING 'A' ENTRY CRAARC LOGGED WHEN IT DELETED
      *            THE RECORD MUST BE THERE AND MUST BE THE SEAL OF
      *            THIS VERY COPY.
      *   JOURNAL  EVERY KEY ON CRASLJ: ITS ENTRIES MUST RUN 1, 2,
      *            3 ... WITH EACH ONE CHAINED FROM THE ONE BEFORE,
      *            AND A KEY WHOSE LAST ENTRY IS NOT CRAARC'S CLOSING
      *            'A' MUST STILL BE ON THE LIVE FILE - IF IT IS NOT,
      *            THE RECORD WAS DELETED OUTSIDE AN ARCHIVE RUN.
      *
      * EACH FINDING IS A DETAIL LINE (UP TO THE CONTROL-CARD LIMIT)
      * AND COUNTS INTO ONE OF THREE TOTALS - SEAL DOES NOT MATCH,
      * BREAK IN THE CHAIN, DELETED OUTSIDE AN ARCHIVE RUN. ANY
      * FINDING ENDS THE JOB RC=4 SO AUTOMATION SEES IT. RECORDS
      * WRITTEN BEFORE SEALING EXISTED ARE COUNTED, NOT FLAGGED -
      * UNLESS THE JOURNAL SAYS THEY WERE ONCE SEALED, IN WHICH CASE
      * THE SEAL HAS BEEN BLANKED.
      *
      * DRIVEN BY A ONE-RECORD CONTROL FILE (CRASVFCT): REPORT DATE
      * (YYYYMMDD) AND THE MOST DETAIL LINES TO LIST (BLANK/ZERO
      * KEEPS 500; THE TOTALS ALWAYS COUNT EVERYTHING).
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRASVFCT  ASSIGN TO CRASVFCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT CRAAUDIT  ASSIGN TO CRAAUDIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRA-AUDIT-KEY OF CRA-AUDIT-RECORD
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CRASLJ    ASSIGN TO CRASLJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRA-SLJ-KEY
               FILE STATUS IS WS-SLJ-FILE-STATUS.

           SELECT CRASVFAR  ASSIGN TO CRASVFAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT CRASVFRPT ASSIGN TO CRASVFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CRASVFCT
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RECORD.
           05  CTL-RUN-DATE             PIC X(08).
           05  CTL-DETAIL-LIMIT         PIC X(05).
           05  FILLER                   PIC X(67).

       FD  CRAAUDIT
           RECORD CONTAINS 1581 CHARACTERS.
       COPY CRAAUDR.

       FD  CRASLJ
           RECORD CONTAINS 148 CHARACTERS.
       COPY CRASLJR.

       FD  CRASVFAR
           RECORD CONTAINS 1581 CHARACTERS.
       01  ARC-IN-RECORD                PIC X(1581).

       FD  CRASVFRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-GROUP.
         03  WS-CTL-FILE-STATUS         pic x(2).
            88  WS-CTL-OK                   value '00'.
         03  WS-AUDIT-FILE-STATUS       pic x(2).
            88  WS-AUDIT-OK                 value '00'.
            88  WS-AUDIT-EOF                value '10'.
            88  WS-AUDIT-NOTFND             value '23'.
         03  WS-SLJ-FILE-STATUS         pic x(2).
            88  WS-SLJ-OK                   value '00'.
            88  WS-SLJ-EOF                  value '10'.
            88  WS-SLJ-NOTFND               value '23'.
         03  WS-ARC-FILE-STATUS         pic x(2).
            88  WS-ARC-OK                   value '00'.
         03  WS-RPT-FILE-STATUS         pic x(2).
            88  WS-RPT-OK                   value '00'.

       01  WS-CTL.
         03  WS-READ-SW                 pic x(1).
            88  WS-READ-MORE                value 'Y'.
            88  WS-READ-DONE                value 'N'.
         03  WS-CHECK-SW                pic x(1).
            88  WS-CHECK-GOOD               value 'Y'.
            88  WS-CHECK-FAILED             value 'N'.
         03  WS-FOUND-SW                pic x(1).
            88  WS-ENTRY-FOUND              value 'Y'.
            88  WS-ENTRY-MISSING            value 'N'.
         03  WS-DETAIL-LIMIT            pic s9(7) COMP-3 value 500.
         03  WS-DETAIL-CNT              pic s9(7) COMP-3 value 0.

       01  WS-COUNTS.
         03  WS-LIVE-CNT                pic s9(9) COMP-3 value 0.
         03  WS-LIVE-GOOD-CNT           pic s9(9) COMP-3 value 0.
         03  WS-LIVE-PRESEAL-CNT        pic s9(9) COMP-3 value 0.
         03  WS-ARC-CNT                 pic s9(9) COMP-3 value 0.
         03  WS-ARC-GOOD-CNT            pic s9(9) COMP-3 value 0.
         03  WS-ARC-PRESEAL-CNT         pic s9(9) COMP-3 value 0.
         03  WS-JRNL-CNT                pic s9(9) COMP-3 value 0.
         03  WS-JRNL-KEY-CNT            pic s9(9) COMP-3 value 0.
         03  WS-JRNL-ARCHIVED-CNT       pic s9(9) COMP-3 value 0.
         03  WS-MISMATCH-CNT            pic s9(9) COMP-3 value 0.
         03  WS-BREAK-CNT               pic s9(9) COMP-3 value 0.
         03  WS-DELETED-CNT             pic s9(9) COMP-3 value 0.

      * A JOURNAL ENTRY LOOKED UP BY KEY AND VERSION (5100).
       01  WS-LOOKUP.
         03  WS-LOOK-KEY                pic x(43).
         03  WS-LOOK-VER                pic 9(5).

      * THE JOURNAL PASS'S PLACE IN THE CURRENT KEY'S CHAIN.
       01  WS-JOURNAL-WORK.
         03  WS-JK-KEY                  pic x(43) value spaces.
         03  WS-JK-EXPECT-VER           pic 9(6).
         03  WS-JK-LAST-VALUE           pic x(16).
         03  WS-JK-LAST-VER             pic 9(5).
         03  WS-JK-LAST-REF             pic x(10).
         03  WS-JK-LAST-ACTION          pic x(1).
            88  WS-JK-ENDS-ARCHIVED         value 'A'.

      * THE ARCHIVED RECORD WITH CRAARC'S CLOSING SEAL WORKED OUT
      * OVER IT, AS CRAARC'S 2530 DID WHEN IT DELETED THE RECORD.
       COPY CRAAUDR
           REPLACING ==CRA-AUDIT-RECORD== BY ==WS-CLOSE-RECORD==.
       COPY CRASLPR.

      * ONE FINDING. THE KEY IS SPLIT OUT SO THE LINE CAN SHOW THE
      * DECISION DATE, TIME AND TASK THAT IDENTIFY THE RECORD.
       01  WS-EXCEPTION.
         03  WS-EXC-SRC                 pic x(4).
         03  WS-EXC-KEY.
            05  WS-EXC-APPLID           pic x(8).
            05  WS-EXC-SESSTOKEN        pic x(8).
            05  WS-EXC-DATE             pic x(8).
            05  WS-EXC-TIME             pic x(6).
            05  WS-EXC-TASKN            pic x(7).
            05  WS-EXC-SEQ              pic x(6).
         03  WS-EXC-REF                 pic x(10).
         03  WS-EXC-VER                 pic 9(5).
         03  WS-EXC-TEXT                pic x(31).

       01  WS-EXC-HEAD.
         03  FILLER                     pic x(40) value
             '  SRC  APPL-REF   DATE     TIME   TASKN '.
         03  FILLER                     pic x(40) value
             '    VER FINDING                         '.
       01  WS-EXC-LINE.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-EL-SRC                  pic x(4).
         03  FILLER                     pic x(1)  value spaces.
         03  WS-EL-REF                  pic x(10).
         03  FILLER                     pic x(1)  value spaces.
         03  WS-EL-DATE                 pic x(8).
         03  FILLER                     pic x(1)  value spaces.
         03  WS-EL-TIME                 pic x(6).
         03  FILLER                     pic x(1)  value spaces.
         03  WS-EL-TASKN                pic x(7).
         03  FILLER                     pic x(1)  value spaces.
         03  WS-EL-VER                  pic zzzz9.
         03  FILLER                     pic x(1)  value spaces.
         03  WS-EL-TEXT                 pic x(31).
         03  FILLER                     pic x(1)  value spaces.

       01  WS-RPT-DETAIL.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-DET-LABEL               pic x(46).
         03  WS-DET-COUNT               pic zzzzzzzz9.
         03  FILLER                     pic x(23) value spaces.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-VERIFY-LIVE.
           PERFORM 3000-VERIFY-ARCHIVE.
           PERFORM 4000-VERIFY-JOURNAL.
           PERFORM 7000-WRITE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *****************
       1000-INITIALIZE.
      *****************

           OPEN INPUT CRASVFCT.
           IF NOT WS-CTL-OK
              DISPLAY 'CRASVF - UNABLE TO OPEN CRASVFCT, STATUS = '
                      WS-CTL-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           READ CRASVFCT
               AT END
                  DISPLAY 'CRASVF - CONTROL FILE EMPTY'
                  GO TO 9900-ABORT
           END-READ.

           IF CTL-RUN-DATE IS NOT NUMERIC
              DISPLAY 'CRASVF - REPORT DATE MUST BE YYYYMMDD: '
                      CTL-RUN-DATE
              GO TO 9900-ABORT
           END-IF.

           IF CTL-DETAIL-LIMIT IS NUMERIC AND CTL-DETAIL-LIMIT > 0
              MOVE CTL-DETAIL-LIMIT TO WS-DETAIL-LIMIT
           END-IF.

           OPEN INPUT CRAAUDIT.
           IF NOT WS-AUDIT-OK
              DISPLAY 'CRASVF - UNABLE TO OPEN CRAAUDIT, STATUS = '
                      WS-AUDIT-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           OPEN INPUT CRASLJ.
           IF NOT WS-SLJ-OK
              DISPLAY 'CRASVF - UNABLE TO OPEN CRASLJ, STATUS = '
                      WS-SLJ-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           OPEN INPUT CRASVFAR.
           IF NOT WS-ARC-OK
              DISPLAY 'CRASVF - UNABLE TO OPEN CRASVFAR, STATUS = '
                      WS-ARC-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           OPEN OUTPUT CRASVFRPT.
           IF NOT WS-RPT-OK
              DISPLAY 'CRASVF - UNABLE TO OPEN CRASVFRPT, STATUS = '
                      WS-RPT-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           MOVE SPACES TO RPT-LINE.
           STRING '  CRAAUDIT SEAL VERIFICATION - REPORT DATE '
                            DELIMITED BY SIZE
                  CTL-RUN-DATE DELIMITED BY SIZE
             INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-EXC-HEAD.

       1000-INITIALIZE-END. EXIT.

      *****************
       2000-VERIFY-LIVE.
      *****************
      * PASS 1 - THE LIVE FILE, IN KEY ORDER.

           SET WS-READ-MORE TO TRUE.
           PERFORM 2100-READ-LIVE.
           PERFORM 2200-CHECK-LIVE-RECORD UNTIL WS-READ-DONE.

       2000-VERIFY-LIVE-END. EXIT.

      *****************
       2100-READ-LIVE.
      *****************
      * ANY NON-ZERO STATUS ENDS THE PASS, AS IN CRAARC - BUT A
      * VERIFICATION THAT STOPPED SHORT MUST NOT LOOK CLEAN, SO A
      * STATUS OTHER THAN END OF FILE ABORTS THE RUN.

           READ CRAAUDIT NEXT RECORD
               AT END SET WS-READ-DONE TO TRUE
           END-READ.

           IF NOT WS-AUDIT-OK
              SET WS-READ-DONE TO TRUE
              IF NOT WS-AUDIT-EOF
                 DISPLAY 'CRASVF - CRAAUDIT READ STATUS '
                         WS-AUDIT-FILE-STATUS ' - RUN STOPPED'
                 GO TO 9900-ABORT
              END-IF
           END-IF.

       2100-READ-LIVE-END. EXIT.

      *****************
       2200-CHECK-LIVE-RECORD.
      *****************
      * A SEALED RECORD WHOSE SEAL AND JOURNAL ENTRY CHECK OUT MUST
      * ALSO HAVE NOTHING JOURNALED PAST IT: A LATER VERSION MEANS
      * AN OLDER COPY OF THE RECORD HAS BEEN PUT BACK, AND A CLOSING
      * 'A' ENTRY MEANS CRAARC ARCHIVED IT BUT NEVER GOT IT DELETED.

           ADD 1 TO WS-LIVE-CNT.
           MOVE 'LIVE' TO WS-EXC-SRC.

           IF CRA-AUDIT-SEAL-VALUE OF CRA-AUDIT-RECORD = SPACES
              PERFORM 5200-CHECK-SEAL-REMOVED
              IF WS-CHECK-GOOD
                 ADD 1 TO WS-LIVE-PRESEAL-CNT
              END-IF
           ELSE
              PERFORM 5000-CHECK-SEAL
              IF WS-CHECK-GOOD
                 MOVE CRA-AUDIT-KEY OF CRA-AUDIT-RECORD
                   TO WS-LOOK-KEY
                 COMPUTE WS-LOOK-VER =
                     CRA-AUDIT-SEAL-VERSION OF CRA-AUDIT-RECORD + 1
                 PERFORM 5100-READ-JOURNAL-ENTRY
                 EVALUATE TRUE
                     WHEN WS-ENTRY-MISSING
                        ADD 1 TO WS-LIVE-GOOD-CNT
                     WHEN CRA-SLJ-ARCHIVED
                        MOVE 'ARCHIVED BUT STILL ON LIVE FILE'
                          TO WS-EXC-TEXT
                        PERFORM 6100-REPORT-BREAK
                     WHEN OTHER
                        MOVE 'LATER VERSION ON SEAL JOURNAL'
                          TO WS-EXC-TEXT
                        PERFORM 6100-REPORT-BREAK
                 END-EVALUATE
              END-IF
           END-IF.

           PERFORM 2100-READ-LIVE.

       2200-CHECK-LIVE-RECORD-END. EXIT.

      *****************
       3000-VERIFY-ARCHIVE.
      *****************
      * PASS 2 - THE ARCHIVE GENERATIONS. EACH ARCHIVED RECORD IS
      * CHECKED IN THE CRAAUDIT RECORD AREA, WHICH THE LIVE FILE
      * DOES NOT USE AGAIN UNTIL THE JOURNAL PASS READS IT BY KEY.

           SET WS-READ-MORE TO TRUE.
           PERFORM 3100-READ-ARCHIVE.
           PERFORM 3200-CHECK-ARCHIVE-RECORD UNTIL WS-READ-DONE.

       3000-VERIFY-ARCHIVE-END. EXIT.

      *****************
       3100-READ-ARCHIVE.
      *****************

           READ CRASVFAR INTO CRA-AUDIT-RECORD
               AT END SET WS-READ-DONE TO TRUE
           END-READ.

           IF WS-READ-MORE AND NOT WS-ARC-OK
              DISPLAY 'CRASVF - CRASVFAR READ STATUS '
                      WS-ARC-FILE-STATUS ' - RUN STOPPED'
              GO TO 9900-ABORT
           END-IF.

       3100-READ-ARCHIVE-END. EXIT.

      *****************
       3200-CHECK-ARCHIVE-RECORD.
      *****************
      * A SEALED ARCHIVE COPY THAT CHECKS OUT MUST HAVE CRAARC'S
      * CLOSING 'A' ENTRY ONE VERSION PAST IT, AND THAT ENTRY'S SEAL
      * MUST BE WHAT CRAARC GETS OVER THIS COPY - OTHERWISE THE COPY
      * ON THE ARCHIVE IS NOT THE RECORD THAT WAS DELETED.

           ADD 1 TO WS-ARC-CNT.
           MOVE 'ARCH' TO WS-EXC-SRC.

           IF CRA-AUDIT-SEAL-VALUE OF CRA-AUDIT-RECORD = SPACES
              PERFORM 5200-CHECK-SEAL-REMOVED
              IF WS-CHECK-GOOD
                 ADD 1 TO WS-ARC-PRESEAL-CNT
              END-IF
           ELSE
              PERFORM 5000-CHECK-SEAL
              IF WS-CHECK-GOOD
                 MOVE CRA-AUDIT-KEY OF CRA-AUDIT-RECORD
                   TO WS-LOOK-KEY
                 COMPUTE WS-LOOK-VER =
                     CRA-AUDIT-SEAL-VERSION OF CRA-AUDIT-RECORD + 1
                 PERFORM 5100-READ-JOURNAL-ENTRY
                 EVALUATE TRUE
                     WHEN WS-ENTRY-MISSING
                        MOVE 'NO ARCHIVE ENTRY ON SEAL JOURNAL'
                          TO WS-EXC-TEXT
                        PERFORM 6100-REPORT-BREAK
                     WHEN NOT CRA-SLJ-ARCHIVED
                        MOVE 'LATER VERSION ON SEAL JOURNAL'
                          TO WS-EXC-TEXT
                        PERFORM 6100-REPORT-BREAK
                     WHEN OTHER
                        PERFORM 3210-CHECK-CLOSING-SEAL
                 END-EVALUATE
              END-IF
           END-IF.

           PERFORM 3100-READ-ARCHIVE.

       3200-CHECK-ARCHIVE-RECORD-END. EXIT.

      *****************
       3210-CHECK-CLOSING-SEAL.
      *****************

           MOVE CRA-AUDIT-RECORD TO WS-CLOSE-RECORD.
           MOVE CRA-AUDIT-SEAL-VALUE OF CRA-AUDIT-RECORD
             TO CRA-AUDIT-SEAL-PREV OF WS-CLOSE-RECORD.
           ADD 1 TO CRA-AUDIT-SEAL-VERSION OF WS-CLOSE-RECORD.
           MOVE 'CRAARC' TO CRA-AUDIT-SEAL-PGM OF WS-CLOSE-RECORD.

           CALL 'CRASEAL' USING WS-CLOSE-RECORD
                                CRA-SEAL-PARM.

           IF CRA-SEAL-RESULT = CRA-SLJ-VALUE AND
              CRA-SLJ-PREV = CRA-AUDIT-SEAL-VALUE OF CRA-AUDIT-RECORD
              ADD 1 TO WS-ARC-GOOD-CNT
           ELSE
              MOVE 'ARCHIVE COPY NOT AS DELETED' TO WS-EXC-TEXT
              PERFORM 6100-REPORT-BREAK
           END-IF.

       3210-CHECK-CLOSING-SEAL-END. EXIT.

      *****************
       4000-VERIFY-JOURNAL.
      *****************
      * PASS 3 - THE JOURNAL, IN KEY AND VERSION ORDER. THE LOOKUPS
      * IN THE FIRST TWO PASSES MOVED THE FILE POSITION, SO THE PASS
      * STARTS AT THE TOP AGAIN.

           MOVE LOW-VALUES TO CRA-SLJ-KEY.
           START CRASLJ KEY NOT LESS THAN CRA-SLJ-KEY
           END-START.

           SET WS-READ-MORE TO TRUE.
           IF NOT WS-SLJ-OK
              SET WS-READ-DONE TO TRUE
           ELSE
              PERFORM 4100-READ-JOURNAL
           END-IF.
           PERFORM 4200-CHECK-JOURNAL-ENTRY UNTIL WS-READ-DONE.

           IF WS-JK-KEY NOT EQUAL SPACES
              PERFORM 4300-CLOSE-JOURNAL-KEY
           END-IF.

       4000-VERIFY-JOURNAL-END. EXIT.

      *****************
       4100-READ-JOURNAL.
      *****************

           READ CRASLJ NEXT RECORD
               AT END SET WS-READ-DONE TO TRUE
           END-READ.

           IF NOT WS-SLJ-OK
              SET WS-READ-DONE TO TRUE
              IF NOT WS-SLJ-EOF
                 DISPLAY 'CRASVF - CRASLJ READ STATUS '
                         WS-SLJ-FILE-STATUS ' - RUN STOPPED'
                 GO TO 9900-ABORT
              END-IF
           END-IF.

       4100-READ-JOURNAL-END. EXIT.

      *****************
       4200-CHECK-JOURNAL-ENTRY.
      *****************
      * A NEW KEY CLOSES OFF THE ONE BEFORE IT AND STARTS A CHAIN
      * THAT MUST OPEN AT VERSION 1 FROM SIXTEEN ZEROS. AFTER A GAP
      * OR A BROKEN LINK THE CHAIN IS PICKED UP AGAIN FROM THE ENTRY
      * THAT BROKE IT, SO ONE BREAK IS REPORTED ONCE.

           ADD 1 TO WS-JRNL-CNT.
           MOVE 'JRNL' TO WS-EXC-SRC.

           IF CRA-SLJ-AUDIT-KEY NOT EQUAL WS-JK-KEY
              IF WS-JK-KEY NOT EQUAL SPACES
                 PERFORM 4300-CLOSE-JOURNAL-KEY
              END-IF
              MOVE CRA-SLJ-AUDIT-KEY TO WS-JK-KEY
              MOVE 1                 TO WS-JK-EXPECT-VER
              MOVE ZEROS             TO WS-JK-LAST-VALUE
              ADD 1 TO WS-JRNL-KEY-CNT
           END-IF.

           EVALUATE TRUE
               WHEN CRA-SLJ-VERSION NOT EQUAL WS-JK-EXPECT-VER
                  MOVE 'VERSION MISSING FROM JOURNAL'
                    TO WS-EXC-TEXT
                  PERFORM 4210-REPORT-JOURNAL-BREAK
               WHEN CRA-SLJ-PREV NOT EQUAL WS-JK-LAST-VALUE
                  MOVE 'JOURNAL CHAIN LINK BROKEN' TO WS-EXC-TEXT
                  PERFORM 4210-REPORT-JOURNAL-BREAK
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

           COMPUTE WS-JK-EXPECT-VER = CRA-SLJ-VERSION + 1.
           MOVE CRA-SLJ-VALUE    TO WS-JK-LAST-VALUE.
           MOVE CRA-SLJ-VERSION  TO WS-JK-LAST-VER.
           MOVE CRA-SLJ-APPL-REF TO WS-JK-LAST-REF.
           MOVE CRA-SLJ-ACTION   TO WS-JK-LAST-ACTION.

           PERFORM 4100-READ-JOURNAL.

       4200-CHECK-JOURNAL-ENTRY-END. EXIT.

      *****************
       4210-REPORT-JOURNAL-BREAK.
      *****************

           MOVE CRA-SLJ-AUDIT-KEY TO WS-EXC-KEY.
           MOVE CRA-SLJ-APPL-REF  TO WS-EXC-REF.
           MOVE CRA-SLJ-VERSION   TO WS-EXC-VER.
           ADD 1 TO WS-BREAK-CNT.
           PERFORM 6000-WRITE-EXCEPTION.

       4210-REPORT-JOURNAL-BREAK-END. EXIT.

      *****************
       4300-CLOSE-JOURNAL-KEY.
      *****************
      * THE KEY'S LAST ENTRY IS CRAARC'S CLOSING 'A' - IT LEFT THE
      * LIVE FILE THROUGH AN ARCHIVE RUN. ANY OTHER LAST ENTRY MEANS
      * THE RECORD SHOULD STILL BE ON THE LIVE FILE.

           IF WS-JK-ENDS-ARCHIVED
              ADD 1 TO WS-JRNL-ARCHIVED-CNT
           ELSE
              MOVE WS-JK-KEY TO CRA-AUDIT-KEY OF CRA-AUDIT-RECORD
              READ CRAAUDIT RECORD
                  KEY IS CRA-AUDIT-KEY OF CRA-AUDIT-RECORD
                  INVALID KEY CONTINUE
              END-READ
              EVALUATE TRUE
                  WHEN WS-AUDIT-OK
                     CONTINUE
                  WHEN WS-AUDIT-NOTFND
                     MOVE 'JRNL'         TO WS-EXC-SRC
                     MOVE WS-JK-KEY      TO WS-EXC-KEY
                     MOVE WS-JK-LAST-REF TO WS-EXC-REF
                     MOVE WS-JK-LAST-VER TO WS-EXC-VER
                     MOVE 'DELETED OUTSIDE AN ARCHIVE RUN'
                                         TO WS-EXC-TEXT
                     ADD 1 TO WS-DELETED-CNT
                     PERFORM 6000-WRITE-EXCEPTION
                  WHEN OTHER
                     DISPLAY 'CRASVF - CRAAUDIT KEYED READ STATUS '
                             WS-AUDIT-FILE-STATUS ' - RUN STOPPED'
                     GO TO 9900-ABORT
              END-EVALUATE
           END-IF.

       4300-CLOSE-JOURNAL-KEY-END. EXIT.

      *****************
       5000-CHECK-SEAL.
      *****************
      * THE CHECKS EVERY SEALED RECORD GETS, LIVE OR ARCHIVED, ON
      * THE RECORD IN THE CRAAUDIT RECORD AREA: THE SEAL MUST BE
      * WHAT CRASEAL GETS OVER THE RECORD AS IT STANDS, A VERSION 1
      * SEAL MUST BE CHAINED FROM SIXTEEN ZEROS, AND THE SAME
      * VERSION MUST BE ON THE JOURNAL WITH THE SAME SEAL CHAINED
      * FROM THE SAME PREVIOUS SEAL. WS-CHECK-GOOD WHEN ALL HOLD.

           SET WS-CHECK-FAILED TO TRUE.

           CALL 'CRASEAL' USING CRA-AUDIT-RECORD
                                CRA-SEAL-PARM.

           EVALUATE TRUE
               WHEN CRA-AUDIT-SEAL-VERSION OF CRA-AUDIT-RECORD
                                            NOT NUMERIC
                  MOVE 'SEAL VERSION NOT VALID' TO WS-EXC-TEXT
                  PERFORM 6200-REPORT-MISMATCH
               WHEN CRA-AUDIT-SEAL-VERSION OF CRA-AUDIT-RECORD = 0
                  MOVE 'SEAL VERSION NOT VALID' TO WS-EXC-TEXT
                  PERFORM 6200-REPORT-MISMATCH
               WHEN CRA-SEAL-RESULT NOT EQUAL
                    CRA-AUDIT-SEAL-VALUE OF CRA-AUDIT-RECORD
                  MOVE 'SEAL DOES NOT MATCH RECORD' TO WS-EXC-TEXT
                  PERFORM 6200-REPORT-MISMATCH
               WHEN CRA-AUDIT-SEAL-VERSION OF CRA-AUDIT-RECORD = 1
                AND CRA-AUDIT-SEAL-PREV OF CRA-AUDIT-RECORD
                                            NOT EQUAL ZEROS
                  MOVE 'CHAIN DOES NOT START AT ZERO'
                    TO WS-EXC-TEXT
                  PERFORM 6100-REPORT-BREAK
               WHEN OTHER
                  PERFORM 5010-CHECK-AGAINST-JOURNAL
           END-EVALUATE.

       5000-CHECK-SEAL-END. EXIT.

      *****************
       5010-CHECK-AGAINST-JOURNAL.
      *****************

           MOVE CRA-AUDIT-KEY OF CRA-AUDIT-RECORD TO WS-LOOK-KEY.
           MOVE CRA-AUDIT-SEAL-VERSION OF CRA-AUDIT-RECORD
             TO WS-LOOK-VER.
           PERFORM 5100-READ-JOURNAL-ENTRY.

           EVALUATE TRUE
               WHEN WS-ENTRY-MISSING
                  MOVE 'SEAL NOT ON SEAL JOURNAL' TO WS-EXC-TEXT
                  PERFORM 6100-REPORT-BREAK
               WHEN CRA-SLJ-VALUE NOT EQUAL
                    CRA-AUDIT-SEAL-VALUE OF CRA-AUDIT-RECORD
                  MOVE 'SEAL DIFFERS FROM SEAL JOURNAL'
                    TO WS-EXC-TEXT
                  PERFORM 6100-REPORT-BREAK
               WHEN CRA-SLJ-PREV NOT EQUAL
                    CRA-AUDIT-SEAL-PREV OF CRA-AUDIT-RECORD
                  MOVE 'SEAL DIFFERS FROM SEAL JOURNAL'
                    TO WS-EXC-TEXT
                  PERFORM 6100-REPORT-BREAK
               WHEN OTHER
                  SET WS-CHECK-GOOD TO TRUE
           END-EVALUATE.

       5010-CHECK-AGAINST-JOURNAL-END. EXIT.

      *****************
       5100-READ-JOURNAL-ENTRY.
      *****************
      * READS THE JOURNAL ENTRY FOR WS-LOOK-KEY/WS-LOOK-VER INTO
      * THE CRASLJ RECORD AREA. A READ FAILURE OTHER THAN NOT FOUND
      * STOPS THE RUN - A MISSING ENTRY MUST MEAN MISSING.

           MOVE WS-LOOK-KEY TO CRA-SLJ-AUDIT-KEY.
           MOVE WS-LOOK-VER TO CRA-SLJ-VERSION.

           READ CRASLJ RECORD
               KEY IS CRA-SLJ-KEY
               INVALID KEY CONTINUE
           END-READ.

           EVALUATE TRUE
               WHEN WS-SLJ-OK
                  SET WS-ENTRY-FOUND TO TRUE
               WHEN WS-SLJ-NOTFND
                  SET WS-ENTRY-MISSING TO TRUE
               WHEN OTHER
                  DISPLAY 'CRASVF - CRASLJ KEYED READ STATUS '
                          WS-SLJ-FILE-STATUS ' - RUN STOPPED'
                  GO TO 9900-ABORT
           END-EVALUATE.

       5100-READ-JOURNAL-ENTRY-END. EXIT.

      *****************
       5200-CHECK-SEAL-REMOVED.
      *****************
      * A RECORD WITH NO SEAL IS ONLY A PRE-SEAL RECORD IF THE
      * JOURNAL HAS NEVER HEARD OF IT. A VERSION 1 ENTRY FOR ITS KEY
      * MEANS IT WAS SEALED ONCE AND THE SEAL HAS SINCE BEEN BLANKED.

           SET WS-CHECK-GOOD TO TRUE.

           MOVE CRA-AUDIT-KEY OF CRA-AUDIT-RECORD TO WS-LOOK-KEY.
           MOVE 1 TO WS-LOOK-VER.
           PERFORM 5100-READ-JOURNAL-ENTRY.

           IF WS-ENTRY-FOUND
              SET WS-CHECK-FAILED TO TRUE
              MOVE 'SEAL REMOVED FROM RECORD' TO WS-EXC-TEXT
              PERFORM 6200-REPORT-MISMATCH
           END-IF.

       5200-CHECK-SEAL-REMOVED-END. EXIT.

      *****************
       6000-WRITE-EXCEPTION.
      *****************
      * ONE DETAIL LINE FROM WS-EXCEPTION, UNTIL THE CONTROL-CARD
      * LIMIT IS REACHED. THE CALLER HAS ALREADY COUNTED IT.

           ADD 1 TO WS-DETAIL-CNT.

           IF WS-DETAIL-CNT NOT GREATER THAN WS-DETAIL-LIMIT
              MOVE WS-EXC-SRC   TO WS-EL-SRC
              MOVE WS-EXC-REF   TO WS-EL-REF
              MOVE WS-EXC-DATE  TO WS-EL-DATE
              MOVE WS-EXC-TIME  TO WS-EL-TIME
              MOVE WS-EXC-TASKN TO WS-EL-TASKN
              MOVE WS-EXC-VER   TO WS-EL-VER
              MOVE WS-EXC-TEXT  TO WS-EL-TEXT
              WRITE RPT-LINE FROM WS-EXC-LINE
           END-IF.

       6000-WRITE-EXCEPTION-END. EXIT.

      *****************
       6100-REPORT-BREAK.
      *****************
      * A BREAK IN THE CHAIN ON THE RECORD IN THE CRAAUDIT RECORD
      * AREA (WS-EXC-SRC AND WS-EXC-TEXT SET BY THE CALLER).

           PERFORM 6300-SET-RECORD-IDENT.
           ADD 1 TO WS-BREAK-CNT.
           PERFORM 6000-WRITE-EXCEPTION.

       6100-REPORT-BREAK-END. EXIT.

      *****************
       6200-REPORT-MISMATCH.
      *****************
      * A SEAL THAT DOES NOT MATCH THE RECORD IN THE CRAAUDIT RECORD
      * AREA (WS-EXC-SRC AND WS-EXC-TEXT SET BY THE CALLER).

           PERFORM 6300-SET-RECORD-IDENT.
           ADD 1 TO WS-MISMATCH-CNT.
           PERFORM 6000-WRITE-EXCEPTION.

       6200-REPORT-MISMATCH-END. EXIT.

      *****************
       6300-SET-RECORD-IDENT.
      *****************

           MOVE CRA-AUDIT-KEY OF CRA-AUDIT-RECORD TO WS-EXC-KEY.
           MOVE CRA-AUDIT-APPL-REF OF CRA-AUDIT-RECORD
             TO WS-EXC-REF.
           IF CRA-AUDIT-SEAL-VERSION OF CRA-AUDIT-RECORD IS NUMERIC
              MOVE CRA-AUDIT-SEAL-VERSION OF CRA-AUDIT-RECORD
                TO WS-EXC-VER
           ELSE
              MOVE 0 TO WS-EXC-VER
           END-IF.

       6300-SET-RECORD-IDENT-END. EXIT.

      *****************
       7000-WRITE-SUMMARY.
      *****************

           IF WS-DETAIL-CNT = 0
              MOVE '  NO FINDINGS' TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

           IF WS-DETAIL-CNT > WS-DETAIL-LIMIT
              MOVE '  MORE FINDINGS NOT LISTED - SEE THE TOTALS'
                TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'LIVE RECORDS READ'             TO WS-DET-LABEL.
           MOVE WS-LIVE-CNT                     TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE '  SEALED AND VERIFIED'         TO WS-DET-LABEL.
           MOVE WS-LIVE-GOOD-CNT                TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE '  WRITTEN BEFORE SEALING'      TO WS-DET-LABEL.
           MOVE WS-LIVE-PRESEAL-CNT             TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'ARCHIVED RECORDS READ'         TO WS-DET-LABEL.
           MOVE WS-ARC-CNT                      TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE '  SEALED AND VERIFIED'         TO WS-DET-LABEL.
           MOVE WS-ARC-GOOD-CNT                 TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE '  WRITTEN BEFORE SEALING'      TO WS-DET-LABEL.
           MOVE WS-ARC-PRESEAL-CNT              TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'SEAL JOURNAL ENTRIES READ'     TO WS-DET-LABEL.
           MOVE WS-JRNL-CNT                     TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE '  AUDIT RECORDS JOURNALED'     TO WS-DET-LABEL.
           MOVE WS-JRNL-KEY-CNT                 TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE '  CLOSED BY AN ARCHIVE RUN'    TO WS-DET-LABEL.
           MOVE WS-JRNL-ARCHIVED-CNT            TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'SEAL DOES NOT MATCH RECORD'    TO WS-DET-LABEL.
           MOVE WS-MISMATCH-CNT                 TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'BREAK IN THE SEAL CHAIN'       TO WS-DET-LABEL.
           MOVE WS-BREAK-CNT                    TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'DELETED OUTSIDE AN ARCHIVE RUN'
                                                TO WS-DET-LABEL.
           MOVE WS-DELETED-CNT                  TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           IF WS-DETAIL-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       7000-WRITE-SUMMARY-END. EXIT.

      *****************
       9000-TERMINATE.
      *****************

           CLOSE CRASVFCT
                 CRAAUDIT
                 CRASLJ
                 CRASVFAR
                 CRASVFRPT.

       9000-TERMINATE-END. EXIT.

      *****************
       9900-ABORT.
      *****************
      * REACHED AFTER THE FAILING STEP HAS ALREADY SAID WHAT BROKE.

           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-ABORT-END. EXIT.
