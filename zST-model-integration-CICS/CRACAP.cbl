       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRACAP.

      * AUTHOR - MAHALAKSHMI V************************************
      *
      * WEEKLY BATCH-WINDOW CAPACITY FORECAST FOR THE OVERNIGHT CRAB
      * RUN, FROM THE CRARUNH RUN HISTORY THE CRAB LEAD WRITES AS
      * EVERY RUN COMPLETES (SEE CRARUNR). THE RUN-COMPLETE TOTALS
      * USED TO GO TO THE REGION LOG AND NOWHERE ELSE, SO THE FIRST
      * ANYONE HEARD OF THE WINDOW FILLING UP WAS THE MORNING IT WAS
      * MISSED. THIS REPORT IS MEANT TO SAY SO WEEKS AHEAD.
      *
      * PART 1, ONE LINE PER WEEK (OLDEST FIRST, EACH WEEK ENDING ON
      * THE REPORT DATE OR A MULTIPLE OF SEVEN DAYS BEFORE IT): RUNS,
      * RESTARTS, APPLICATIONS PROCESSED, THE AVERAGE BACKLOG PER
      * RUN, WORKER-HOURS SPENT (ELAPSED TIME X WORKERS), THROUGHPUT
      * PER WORKER-HOUR, AVERAGE RUN MINUTES, THE PEAK SHARE OF THE
      * WINDOW ANY RUN USED, THE AVERAGE AND WORST SCORING-CALL TIME,
      * AND ANY DISPATCHED-VS-PROCESSED SHORTFALL. THROUGHPUT PER
      * WORKER-HOUR IS WHAT SHOWS WHETHER RAISING
      * CRA-CFG-BATCH-WORKERS ACTUALLY BOUGHT ANYTHING.
      *
      * PART 2, THE FORECAST. THE BACKLOG PER RUN IS FITTED TO A
      * STRAIGHT LINE OVER THE WEEKS THAT HAD RUNS (LEAST SQUARES),
      * GIVING TODAY'S TREND BACKLOG AND ITS GROWTH PER WEEK. THE
      * BACKLOG THE WINDOW CAN TAKE IS THE RECENT THROUGHPUT PER
      * WORKER-HOUR X THE LATEST RUN'S WORKER COUNT X THE HOURS
      * BETWEEN THE RUNS' START AND THE WINDOW END OPERATIONS SETS.
      * THE GAP DIVIDED BY THE GROWTH IS THE WEEKS LEFT. A RUN WHOSE
      * TREND ALREADY OVERRUNS, OR ONE DUE TO OVERRUN INSIDE THE
      * WARNING LEAD TIME, ENDS THE JOB RC=4 SO AUTOMATION SEES IT.
      *
      * A RESTARTED RUN IS TIMED FROM ITS ORIGINAL START - THE WINDOW
      * DOES NOT CARE WHY THE RUN TOOK AS LONG AS IT DID - BUT ITS
      * THROUGHPUT IS TAKEN FROM THE FINISHING TASK ONLY, THE PART
      * WITH A KNOWN ELAPSED TIME AND WORKER COUNT.
      *
      * DRIVEN BY A ONE-RECORD CONTROL FILE (CRACAPCT): REPORT DATE
      * (YYYYMMDD), THE BATCH-WINDOW END TIME (HHMM, REQUIRED - AN
      * OVERNIGHT WINDOW ENDS THE MORNING AFTER THE RUN STARTS),
      * WEEKS OF HISTORY TO SHOW (BLANK/ZERO KEEPS 13, AT MOST 52),
      * AND THE WARNING LEAD TIME IN WEEKS (BLANK/ZERO KEEPS 4).
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRACAPCT  ASSIGN TO CRACAPCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT CRARUNH   ASSIGN TO CRARUNH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRA-RUN-KEY
               FILE STATUS IS WS-RUN-FILE-STATUS.

           SELECT CRACAPRPT ASSIGN TO CRACAPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CRACAPCT
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RECORD.
           05  CTL-RUN-DATE             PIC X(08).
           05  CTL-WINDOW-END           PIC X(04).
           05  CTL-HISTORY-WEEKS        PIC X(02).
           05  CTL-WARN-WEEKS           PIC X(02).
           05  FILLER                   PIC X(64).

       FD  CRARUNH
           RECORD CONTAINS 181 CHARACTERS.
       COPY CRARUNR.

       FD  CRACAPRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-GROUP.
         03  WS-CTL-FILE-STATUS         pic x(2).
            88  WS-CTL-OK                   value '00'.
         03  WS-RUN-FILE-STATUS         pic x(2).
            88  WS-RUN-OK                   value '00'.
      * STATUS 35 ON THE OPEN - CRARUNH HAS NEVER HELD A RECORD (NO
      * CRAB RUN HAS COMPLETED SINCE IT WAS DEFINED). THE REPORT
      * STILL GOES OUT, SAYING THERE IS NO HISTORY.
            88  WS-RUN-NEVER-LOADED         value '35'.
         03  WS-RPT-FILE-STATUS         pic x(2).
            88  WS-RPT-OK                   value '00'.

       01  WS-CTL.
         03  WS-READ-SW                 pic x(1).
            88  WS-READ-MORE                value 'Y'.
            88  WS-READ-DONE                value 'N'.
         03  WS-HIST-WEEKS              pic s9(4) BINARY value 13.
         03  WS-WARN-WEEKS              pic s9(4) BINARY value 4.
      * THE THROUGHPUT AND THE TIME AVAILABLE ARE TAKEN FROM THE
      * MOST RECENT WEEKS ONLY - WHAT THE RUN CAN DO NOW, NOT WHAT
      * IT COULD DO BEFORE THE LAST WORKER CHANGE.
         03  WS-RECENT-WEEKS            pic s9(4) BINARY value 4.
         03  WS-WINDOW-END-MIN          pic s9(4) BINARY value 0.
         03  WS-RUN-CNT                 pic s9(7) COMP-3 value 0.
         03  WS-SKIP-CNT                pic s9(7) COMP-3 value 0.
         03  WS-OVERRUN-CNT             pic s9(7) COMP-3 value 0.
         03  WS-LATEST-WORKERS          pic s9(4) BINARY value 0.
         03  WS-LATEST-KEY              pic x(21) value low-values.
         03  WS-HDR-WEEKS               pic z9.

      * DATE AND TIME WORK. DAY ARITHMETIC NEEDS THE INTRINSIC
      * DAY-NUMBER FORM, AS IN CRAARC - THERE IS NO VERB FOR IT.
       01  WS-DATE-WORK.
         03  WS-RUN-DATE-NUM            pic 9(8).
         03  WS-WORK-DATE-NUM           pic 9(8).
         03  WS-REPORT-DAY              pic s9(9) COMP-3.
         03  WS-WORK-DAY                pic s9(9) COMP-3.
         03  WS-FIRST-DAY               pic s9(9) COMP-3.
         03  WS-AGE-DAYS                pic s9(9) COMP-3.
         03  WS-WEEK-IDX                pic s9(4) BINARY.
         03  WS-HHMMSS                  pic 9(6).
         03  WS-HHMMSS-R                REDEFINES WS-HHMMSS.
            05  WS-HH                   pic 9(2).
            05  WS-MM                   pic 9(2).
            05  WS-SS                   pic 9(2).
         03  WS-HHMM                    pic 9(4).
         03  WS-HHMM-R                  REDEFINES WS-HHMM.
            05  WS-WIN-HH               pic 9(2).
            05  WS-WIN-MM               pic 9(2).
         03  WS-FIRST-MIN               pic s9(9) COMP-3.
         03  WS-END-MIN                 pic s9(9) COMP-3.
         03  WS-RUN-MINS                pic s9(9) COMP-3.
         03  WS-AVAIL-MINS              pic s9(9) COMP-3.
         03  WS-PCT-USED                pic s9(5) COMP-3.

      * ONE BUCKET PER WEEK BACK FROM THE REPORT DATE - ENTRY 1 IS
      * THE WEEK ENDING ON THE REPORT DATE.
       01  WS-WEEK-TABLE.
         03  WS-WK-SUB                  pic s9(4) BINARY.
         03  WS-WEEK-ENTRY              OCCURS 52 TIMES.
            05  WS-WK-RUNS              pic s9(7) COMP-3.
            05  WS-WK-RESTARTS          pic s9(7) COMP-3.
            05  WS-WK-VOLUME            pic s9(9) COMP-3.
            05  WS-WK-PROCESSED         pic s9(9) COMP-3.
            05  WS-WK-WORKER-SECS       pic s9(13) COMP-3.
            05  WS-WK-RUN-MINS          pic s9(9) COMP-3.
            05  WS-WK-AVAIL-MINS        pic s9(9) COMP-3.
            05  WS-WK-PEAK-PCT          pic s9(5) COMP-3.
            05  WS-WK-CALL-CNT          pic s9(9) COMP-3.
            05  WS-WK-CALL-MS-TOT       pic s9(15) COMP-3.
            05  WS-WK-CALL-MS-MAX       pic s9(9) COMP-3.
            05  WS-WK-SHORTFALL         pic s9(7) COMP-3.

      * THE FORECAST. X IS WEEKS RELATIVE TO THE REPORT WEEK (0 THIS
      * WEEK, -1 LAST WEEK, ...), Y THE AVERAGE BACKLOG PER RUN.
       01  WS-FORECAST.
         03  WS-FIT-N                   pic s9(5) COMP-3 value 0.
         03  WS-FIT-X                   pic s9(5) COMP-3.
         03  WS-FIT-Y                   pic s9(9)v99 COMP-3.
         03  WS-SUM-X                   pic s9(9) COMP-3 value 0.
         03  WS-SUM-Y                   pic s9(13)v99 COMP-3 value 0.
         03  WS-SUM-XY                  pic s9(13)v99 COMP-3 value 0.
         03  WS-SUM-XX                  pic s9(9) COMP-3 value 0.
         03  WS-FIT-DENOM               pic s9(13) COMP-3.
         03  WS-GROWTH                  pic s9(9)v99 COMP-3 value 0.
         03  WS-TREND-NOW               pic s9(9)v99 COMP-3 value 0.
         03  WS-REC-PROCESSED           pic s9(11) COMP-3 value 0.
         03  WS-REC-WORKER-SECS         pic s9(15) COMP-3 value 0.
         03  WS-REC-AVAIL-MINS          pic s9(11) COMP-3 value 0.
         03  WS-REC-RUNS                pic s9(7) COMP-3 value 0.
         03  WS-THROUGHPUT              pic s9(9)v99 COMP-3 value 0.
         03  WS-AVG-AVAIL-MINS          pic s9(9) COMP-3 value 0.
         03  WS-CAPACITY                pic s9(11) COMP-3 value 0.
         03  WS-PROJ-MINS               pic s9(9) COMP-3 value 0.
         03  WS-WEEKS-LEFT              pic s9(7)v9 COMP-3 value 0.
         03  WS-BREACH-DATE             pic x(8) value spaces.
         03  WS-FORECAST-SW             pic x(1) value 'N'.
            88  WS-NO-FORECAST              value 'N'.
            88  WS-OVERRUNS-NOW             value 'O'.
            88  WS-NOT-GROWING              value 'G'.
            88  WS-BREACH-AHEAD             value 'B'.

      * PART 1 LINE. EIGHTY COLUMNS EXACTLY.
       01  WS-WEEK-HEAD1.
         03  FILLER                     pic x(40) value
             '  WEEK      RUNS RST PROCESSD BACKLOG WK'.
         03  FILLER                     pic x(40) value
             'R-HRS PERWHR  AVMIN WIN% AVG-MS MAX-MS  '.
       01  WS-WEEK-HEAD2.
         03  FILLER                     pic x(40) value
             '  ENDING                     /RUN      '.
         03  FILLER                     pic x(40) value
             '                                   SHRT '.
       01  WS-WEEK-LINE.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-WL-DATE                 pic x(8).
         03  FILLER                     pic x(1)  value spaces.
         03  WS-WL-RUNS                 pic zz9.
         03  FILLER                     pic x(1)  value spaces.
         03  WS-WL-RESTARTS             pic zz9.
         03  FILLER                     pic x(1)  value spaces.
         03  WS-WL-PROCESSED            pic zzzzzz9.
         03  FILLER                     pic x(1)  value spaces.
         03  WS-WL-BACKLOG              pic zzzzzz9.
         03  FILLER                     pic x(1)  value spaces.
         03  WS-WL-WORKER-HRS           pic zzzz9.9.
         03  FILLER                     pic x(1)  value spaces.
         03  WS-WL-PER-WHR              pic zzzzz9.
         03  FILLER                     pic x(1)  value spaces.
         03  WS-WL-AVG-MINS             pic zzzz9.
         03  FILLER                     pic x(1)  value spaces.
         03  WS-WL-PEAK-PCT             pic zzz9.
         03  FILLER                     pic x(1)  value spaces.
         03  WS-WL-AVG-MS               pic zzzzz9.
         03  FILLER                     pic x(1)  value spaces.
         03  WS-WL-MAX-MS               pic zzzzz9.
         03  FILLER                     pic x(1)  value spaces.
         03  WS-WL-SHORTFALL            pic zzz9.
         03  FILLER                     pic x(1)  value spaces.

       01  WS-RPT-DETAIL.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-DET-LABEL               pic x(46).
         03  WS-DET-COUNT               pic zzzzzzzz9-.
         03  FILLER                     pic x(22) value spaces.

       01  WS-RPT-DECIMAL.
         03  FILLER                     pic x(2)  value spaces.
         03  WS-DEC-LABEL               pic x(46).
         03  WS-DEC-VALUE               pic zzzzzz9.99-.
         03  FILLER                     pic x(21) value spaces.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE.
           IF NOT WS-RUN-NEVER-LOADED
              PERFORM 2000-LOAD-HISTORY
           END-IF.
           PERFORM 2500-WRITE-HEADING.
           PERFORM 3000-WRITE-WEEKS.
           PERFORM 4000-FORECAST.
           PERFORM 5000-WRITE-FORECAST.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *****************
       1000-INITIALIZE.
      *****************

           OPEN INPUT CRACAPCT.
           IF NOT WS-CTL-OK
              DISPLAY 'CRACAP - UNABLE TO OPEN CRACAPCT, STATUS = '
                      WS-CTL-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

           READ CRACAPCT
               AT END
                  DISPLAY 'CRACAP - CONTROL FILE EMPTY'
                  GO TO 9900-ABORT
           END-READ.

           IF CTL-RUN-DATE IS NOT NUMERIC
              DISPLAY 'CRACAP - REPORT DATE MUST BE YYYYMMDD: '
                      CTL-RUN-DATE
              GO TO 9900-ABORT
           END-IF.

           IF CTL-WINDOW-END IS NOT NUMERIC
              DISPLAY 'CRACAP - WINDOW END MUST BE HHMM: '
                      CTL-WINDOW-END
              GO TO 9900-ABORT
           END-IF.

           MOVE CTL-WINDOW-END TO WS-HHMM.
           IF WS-WIN-HH > 23 OR WS-WIN-MM > 59
              DISPLAY 'CRACAP - WINDOW END MUST BE HHMM: '
                      CTL-WINDOW-END
              GO TO 9900-ABORT
           END-IF.
           COMPUTE WS-WINDOW-END-MIN = WS-WIN-HH * 60 + WS-WIN-MM.

           IF CTL-HISTORY-WEEKS IS NUMERIC
              IF CTL-HISTORY-WEEKS > 0 AND CTL-HISTORY-WEEKS < 53
                 MOVE CTL-HISTORY-WEEKS TO WS-HIST-WEEKS
              END-IF
           END-IF.

           IF CTL-WARN-WEEKS IS NUMERIC AND CTL-WARN-WEEKS > 0
              MOVE CTL-WARN-WEEKS TO WS-WARN-WEEKS
           END-IF.

           IF WS-RECENT-WEEKS > WS-HIST-WEEKS
              MOVE WS-HIST-WEEKS TO WS-RECENT-WEEKS
           END-IF.

           MOVE CTL-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-REPORT-DAY =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

           PERFORM 1100-CLEAR-WEEK
               VARYING WS-WK-SUB FROM 1 BY 1
               UNTIL WS-WK-SUB > 52.

           OPEN INPUT CRARUNH.
           IF WS-RUN-NEVER-LOADED
              DISPLAY 'CRACAP - CRARUNH NEVER LOADED, NO RUN '
                      'HISTORY TO REPORT'
           ELSE
              IF NOT WS-RUN-OK
                 DISPLAY 'CRACAP - UNABLE TO OPEN CRARUNH, STATUS = '
                         WS-RUN-FILE-STATUS
                 GO TO 9900-ABORT
              END-IF
           END-IF.

           OPEN OUTPUT CRACAPRPT.
           IF NOT WS-RPT-OK
              DISPLAY 'CRACAP - UNABLE TO OPEN CRACAPRPT, STATUS = '
                      WS-RPT-FILE-STATUS
              GO TO 9900-ABORT
           END-IF.

       1000-INITIALIZE-END. EXIT.

      *****************
       1100-CLEAR-WEEK.
      *****************

           MOVE 0 TO WS-WK-RUNS(WS-WK-SUB)
                     WS-WK-RESTARTS(WS-WK-SUB)
                     WS-WK-VOLUME(WS-WK-SUB)
                     WS-WK-PROCESSED(WS-WK-SUB)
                     WS-WK-WORKER-SECS(WS-WK-SUB)
                     WS-WK-RUN-MINS(WS-WK-SUB)
                     WS-WK-AVAIL-MINS(WS-WK-SUB)
                     WS-WK-PEAK-PCT(WS-WK-SUB)
                     WS-WK-CALL-CNT(WS-WK-SUB)
                     WS-WK-CALL-MS-TOT(WS-WK-SUB)
                     WS-WK-CALL-MS-MAX(WS-WK-SUB)
                     WS-WK-SHORTFALL(WS-WK-SUB).

       1100-CLEAR-WEEK-END. EXIT.

      *****************
       2000-LOAD-HISTORY.
      *****************
      * ONE PASS OVER CRARUNH, BUCKETING EVERY RUN THAT ENDED INSIDE
      * THE HISTORY WEEKS BY ITS END DATE.

           SET WS-READ-MORE TO TRUE.
           PERFORM 2100-READ-RUN.
           PERFORM 2200-TALLY-RUN UNTIL WS-READ-DONE.

       2000-LOAD-HISTORY-END. EXIT.

      *****************
       2100-READ-RUN.
      *****************

           READ CRARUNH NEXT RECORD
               AT END SET WS-READ-DONE TO TRUE
           END-READ.

       2100-READ-RUN-END. EXIT.

      *****************
       2200-TALLY-RUN.
      *****************

           MOVE -1 TO WS-WEEK-IDX.
           IF CRA-RUN-END-DATE IS NUMERIC
              MOVE CRA-RUN-END-DATE TO WS-WORK-DATE-NUM
              COMPUTE WS-WORK-DAY =
                  FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
              COMPUTE WS-AGE-DAYS = WS-REPORT-DAY - WS-WORK-DAY
              IF WS-AGE-DAYS NOT LESS THAN 0
                 DIVIDE WS-AGE-DAYS BY 7 GIVING WS-WEEK-IDX
              END-IF
           END-IF.

           IF WS-WEEK-IDX < 0 OR WS-WEEK-IDX NOT LESS THAN
              WS-HIST-WEEKS
              ADD 1 TO WS-SKIP-CNT
           ELSE
              COMPUTE WS-WK-SUB = WS-WEEK-IDX + 1
              PERFORM 2300-ADD-RUN-TO-WEEK
           END-IF.

           PERFORM 2100-READ-RUN.

       2200-TALLY-RUN-END. EXIT.

      *****************
       2300-ADD-RUN-TO-WEEK.
      *****************
      * THE RUN'S MINUTES RUN FROM ITS ORIGINAL START TO ITS END;
      * THE MINUTES IT HAD RUN FROM THAT START TO THE WINDOW END -
      * THE SAME MORNING IF THE WINDOW END IS STILL AHEAD OF THE
      * START, OTHERWISE THE NEXT.

           ADD 1 TO WS-RUN-CNT.
           ADD 1 TO WS-WK-RUNS(WS-WK-SUB).
           ADD CRA-RUN-RESTART-CNT TO WS-WK-RESTARTS(WS-WK-SUB).
           ADD CRA-RUN-CARRY-CNT CRA-RUN-DISPATCHED-CNT
               TO WS-WK-VOLUME(WS-WK-SUB).
           ADD CRA-RUN-PROCESSED-CNT TO WS-WK-PROCESSED(WS-WK-SUB).
           COMPUTE WS-WK-WORKER-SECS(WS-WK-SUB) =
                   WS-WK-WORKER-SECS(WS-WK-SUB) +
                   CRA-RUN-ELAPSED-SECS * CRA-RUN-WORKERS.
           ADD CRA-RUN-SHORTFALL-CNT TO WS-WK-SHORTFALL(WS-WK-SUB).
           ADD CRA-RUN-CALL-CNT TO WS-WK-CALL-CNT(WS-WK-SUB).
           COMPUTE WS-WK-CALL-MS-TOT(WS-WK-SUB) =
                   WS-WK-CALL-MS-TOT(WS-WK-SUB) +
                   CRA-RUN-CALL-AVG-MS * CRA-RUN-CALL-CNT.
           IF CRA-RUN-CALL-MAX-MS > WS-WK-CALL-MS-MAX(WS-WK-SUB)
              MOVE CRA-RUN-CALL-MAX-MS TO WS-WK-CALL-MS-MAX(WS-WK-SUB)
           END-IF.

           IF CRA-RUN-FIRST-DATE IS NUMERIC
              MOVE CRA-RUN-FIRST-DATE TO WS-WORK-DATE-NUM
              COMPUTE WS-FIRST-DAY =
                  FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
           ELSE
              MOVE WS-WORK-DAY TO WS-FIRST-DAY
           END-IF.

           MOVE 0 TO WS-FIRST-MIN.
           IF CRA-RUN-FIRST-TIME IS NUMERIC
              MOVE CRA-RUN-FIRST-TIME TO WS-HHMMSS
              COMPUTE WS-FIRST-MIN = WS-HH * 60 + WS-MM
           END-IF.
           MOVE 0 TO WS-END-MIN.
           IF CRA-RUN-END-TIME IS NUMERIC
              MOVE CRA-RUN-END-TIME TO WS-HHMMSS
              COMPUTE WS-END-MIN = WS-HH * 60 + WS-MM
           END-IF.

           COMPUTE WS-RUN-MINS =
                   (WS-WORK-DAY - WS-FIRST-DAY) * 1440
                   + WS-END-MIN - WS-FIRST-MIN.
           IF WS-RUN-MINS < 0
              MOVE 0 TO WS-RUN-MINS
           END-IF.

           COMPUTE WS-AVAIL-MINS = WS-WINDOW-END-MIN - WS-FIRST-MIN.
           IF WS-AVAIL-MINS NOT GREATER THAN 0
              ADD 1440 TO WS-AVAIL-MINS
           END-IF.

           ADD WS-RUN-MINS   TO WS-WK-RUN-MINS(WS-WK-SUB).
           ADD WS-AVAIL-MINS TO WS-WK-AVAIL-MINS(WS-WK-SUB).

           COMPUTE WS-PCT-USED ROUNDED =
                   WS-RUN-MINS * 100 / WS-AVAIL-MINS.
           IF WS-PCT-USED > WS-WK-PEAK-PCT(WS-WK-SUB)
              MOVE WS-PCT-USED TO WS-WK-PEAK-PCT(WS-WK-SUB)
           END-IF.
           IF WS-RUN-MINS > WS-AVAIL-MINS
              ADD 1 TO WS-OVERRUN-CNT
           END-IF.

      * THE FILE COMES BACK IN END-TIME ORDER, BUT THE KEY IS
      * COMPARED ANYWAY - THE LATEST RUN'S WORKER COUNT IS THE ONE
      * THE FORECAST ASSUMES.
           IF CRA-RUN-KEY > WS-LATEST-KEY
              MOVE CRA-RUN-KEY     TO WS-LATEST-KEY
              MOVE CRA-RUN-WORKERS TO WS-LATEST-WORKERS
           END-IF.

       2300-ADD-RUN-TO-WEEK-END. EXIT.

      *****************
       2500-WRITE-HEADING.
      *****************

           MOVE SPACES TO RPT-LINE.
           STRING '  CREDIT RISK - CRAB BATCH-WINDOW CAPACITY TO '
                              DELIMITED BY SIZE
                  CTL-RUN-DATE DELIMITED BY SIZE
             INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-WARN-WEEKS TO WS-HDR-WEEKS.
           MOVE SPACES TO RPT-LINE.
           STRING '  WINDOW END ' DELIMITED BY SIZE
                  CTL-WINDOW-END  DELIMITED BY SIZE
                  ', WARNING LEAD TIME ' DELIMITED BY SIZE
                  WS-HDR-WEEKS    DELIMITED BY SIZE
                  ' WEEKS'        DELIMITED BY SIZE
             INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-WEEK-HEAD1.
           WRITE RPT-LINE FROM WS-WEEK-HEAD2.

       2500-WRITE-HEADING-END. EXIT.

      *****************
       3000-WRITE-WEEKS.
      *****************
      * OLDEST WEEK FIRST, SO THE TREND READS DOWN THE PAGE.

           PERFORM 3100-WRITE-WEEK-LINE
               VARYING WS-WK-SUB FROM WS-HIST-WEEKS BY -1
               UNTIL WS-WK-SUB < 1.

       3000-WRITE-WEEKS-END. EXIT.

      *****************
       3100-WRITE-WEEK-LINE.
      *****************

           MOVE SPACES TO WS-WEEK-LINE.
           COMPUTE WS-WORK-DAY =
                   WS-REPORT-DAY - (WS-WK-SUB - 1) * 7.
           COMPUTE WS-WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DAY).
           MOVE WS-WORK-DATE-NUM          TO WS-WL-DATE.
           MOVE WS-WK-RUNS(WS-WK-SUB)     TO WS-WL-RUNS.
           MOVE WS-WK-RESTARTS(WS-WK-SUB) TO WS-WL-RESTARTS.
           MOVE WS-WK-PROCESSED(WS-WK-SUB) TO WS-WL-PROCESSED.
           MOVE WS-WK-SHORTFALL(WS-WK-SUB) TO WS-WL-SHORTFALL.
           MOVE WS-WK-PEAK-PCT(WS-WK-SUB) TO WS-WL-PEAK-PCT.
           MOVE WS-WK-CALL-MS-MAX(WS-WK-SUB) TO WS-WL-MAX-MS.
           COMPUTE WS-WL-WORKER-HRS ROUNDED =
                   WS-WK-WORKER-SECS(WS-WK-SUB) / 3600.

           IF WS-WK-RUNS(WS-WK-SUB) > 0
              COMPUTE WS-WL-BACKLOG ROUNDED =
                      WS-WK-VOLUME(WS-WK-SUB) / WS-WK-RUNS(WS-WK-SUB)
              COMPUTE WS-WL-AVG-MINS ROUNDED =
                      WS-WK-RUN-MINS(WS-WK-SUB) /
                      WS-WK-RUNS(WS-WK-SUB)
           ELSE
              MOVE 0 TO WS-WL-BACKLOG
                        WS-WL-AVG-MINS
           END-IF.

           IF WS-WK-WORKER-SECS(WS-WK-SUB) > 0
              COMPUTE WS-WL-PER-WHR ROUNDED =
                      WS-WK-PROCESSED(WS-WK-SUB) * 3600 /
                      WS-WK-WORKER-SECS(WS-WK-SUB)
           ELSE
              MOVE 0 TO WS-WL-PER-WHR
           END-IF.

           IF WS-WK-CALL-CNT(WS-WK-SUB) > 0
              COMPUTE WS-WL-AVG-MS ROUNDED =
                      WS-WK-CALL-MS-TOT(WS-WK-SUB) /
                      WS-WK-CALL-CNT(WS-WK-SUB)
           ELSE
              MOVE 0 TO WS-WL-AVG-MS
           END-IF.

           WRITE RPT-LINE FROM WS-WEEK-LINE.

       3100-WRITE-WEEK-LINE-END. EXIT.

      *****************
       4000-FORECAST.
      *****************
      * FITS THE BACKLOG TREND OVER THE WEEKS THAT HAD RUNS, WORKS
      * OUT WHAT THE WINDOW CAN TAKE AT TODAY'S THROUGHPUT, AND HOW
      * MANY WEEKS OF GROWTH ARE LEFT BEFORE THE TREND CROSSES IT.
      * FEWER THAN TWO WEEKS OF RUNS, OR NO THROUGHPUT IN THE RECENT
      * WEEKS, IS NOT ENOUGH TO FORECAST FROM.

           PERFORM 4100-ADD-WEEK-TO-FIT
               VARYING WS-WK-SUB FROM 1 BY 1
               UNTIL WS-WK-SUB > WS-HIST-WEEKS.

           IF WS-FIT-N < 2 OR WS-REC-WORKER-SECS = 0 OR
              WS-LATEST-WORKERS = 0
              SET WS-NO-FORECAST TO TRUE
           ELSE
              COMPUTE WS-FIT-DENOM =
                      WS-FIT-N * WS-SUM-XX - WS-SUM-X * WS-SUM-X
              COMPUTE WS-GROWTH ROUNDED =
                      (WS-FIT-N * WS-SUM-XY - WS-SUM-X * WS-SUM-Y)
                      / WS-FIT-DENOM
              COMPUTE WS-TREND-NOW ROUNDED =
                      (WS-SUM-Y - WS-GROWTH * WS-SUM-X) / WS-FIT-N
              COMPUTE WS-THROUGHPUT ROUNDED =
                      WS-REC-PROCESSED * 3600 / WS-REC-WORKER-SECS
              COMPUTE WS-AVG-AVAIL-MINS ROUNDED =
                      WS-REC-AVAIL-MINS / WS-REC-RUNS
              COMPUTE WS-CAPACITY =
                      WS-THROUGHPUT * WS-LATEST-WORKERS *
                      WS-AVG-AVAIL-MINS / 60
              IF WS-THROUGHPUT > 0
                 COMPUTE WS-PROJ-MINS ROUNDED =
                         WS-TREND-NOW * 60 /
                         (WS-THROUGHPUT * WS-LATEST-WORKERS)
              END-IF
              PERFORM 4200-WEEKS-TO-BREACH
           END-IF.

       4000-FORECAST-END. EXIT.

      *****************
       4100-ADD-WEEK-TO-FIT.
      *****************

           IF WS-WK-RUNS(WS-WK-SUB) > 0
              ADD 1 TO WS-FIT-N
              COMPUTE WS-FIT-X = 1 - WS-WK-SUB
              COMPUTE WS-FIT-Y ROUNDED =
                      WS-WK-VOLUME(WS-WK-SUB) / WS-WK-RUNS(WS-WK-SUB)
              ADD WS-FIT-X TO WS-SUM-X
              ADD WS-FIT-Y TO WS-SUM-Y
              COMPUTE WS-SUM-XY = WS-SUM-XY + WS-FIT-X * WS-FIT-Y
              COMPUTE WS-SUM-XX = WS-SUM-XX + WS-FIT-X * WS-FIT-X
              IF WS-WK-SUB NOT GREATER THAN WS-RECENT-WEEKS
                 ADD WS-WK-PROCESSED(WS-WK-SUB)   TO WS-REC-PROCESSED
                 ADD WS-WK-WORKER-SECS(WS-WK-SUB) TO WS-REC-WORKER-SECS
                 ADD WS-WK-AVAIL-MINS(WS-WK-SUB)  TO WS-REC-AVAIL-MINS
                 ADD WS-WK-RUNS(WS-WK-SUB)        TO WS-REC-RUNS
              END-IF
           END-IF.

       4100-ADD-WEEK-TO-FIT-END. EXIT.

      *****************
       4200-WEEKS-TO-BREACH.
      *****************

           EVALUATE TRUE
               WHEN WS-TREND-NOW NOT LESS THAN WS-CAPACITY
                  SET WS-OVERRUNS-NOW TO TRUE
               WHEN WS-GROWTH NOT GREATER THAN 0
                  SET WS-NOT-GROWING TO TRUE
               WHEN OTHER
                  SET WS-BREACH-AHEAD TO TRUE
                  COMPUTE WS-WEEKS-LEFT ROUNDED =
                          (WS-CAPACITY - WS-TREND-NOW) / WS-GROWTH
                  COMPUTE WS-WORK-DAY ROUNDED =
                          WS-REPORT-DAY + WS-WEEKS-LEFT * 7
                  COMPUTE WS-WORK-DATE-NUM =
                      FUNCTION DATE-OF-INTEGER(WS-WORK-DAY)
                  MOVE WS-WORK-DATE-NUM TO WS-BREACH-DATE
           END-EVALUATE.

       4200-WEEKS-TO-BREACH-END. EXIT.

      *****************
       5000-WRITE-FORECAST.
      *****************

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'RUNS IN HISTORY'           TO WS-DET-LABEL.
           MOVE WS-RUN-CNT                  TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'RUNS FINISHED PAST WINDOW END' TO WS-DET-LABEL.
           MOVE WS-OVERRUN-CNT              TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'RUNS OUTSIDE THE HISTORY WEEKS' TO WS-DET-LABEL.
           MOVE WS-SKIP-CNT                 TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-NO-FORECAST
              MOVE '  NOT ENOUGH RUN HISTORY TO FORECAST - NEEDS RUNS'
                                            TO RPT-LINE
              WRITE RPT-LINE
              MOVE '  IN AT LEAST TWO WEEKS, SOME IN THE RECENT WEEKS'
                                            TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              PERFORM 5100-WRITE-PROJECTION
           END-IF.

       5000-WRITE-FORECAST-END. EXIT.

      *****************
       5100-WRITE-PROJECTION.
      *****************

           MOVE 'THROUGHPUT PER WORKER-HOUR (RECENT WEEKS)'
                                            TO WS-DEC-LABEL.
           MOVE WS-THROUGHPUT               TO WS-DEC-VALUE.
           WRITE RPT-LINE FROM WS-RPT-DECIMAL.

           MOVE 'WORKERS (LATEST RUN)'      TO WS-DET-LABEL.
           MOVE WS-LATEST-WORKERS           TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'MINUTES FROM RUN START TO WINDOW END (AVG)'
                                            TO WS-DET-LABEL.
           MOVE WS-AVG-AVAIL-MINS           TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'BACKLOG PER RUN THE WINDOW CAN TAKE' TO WS-DET-LABEL.
           MOVE WS-CAPACITY                 TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE 'BACKLOG PER RUN NOW (TREND)' TO WS-DEC-LABEL.
           MOVE WS-TREND-NOW                TO WS-DEC-VALUE.
           WRITE RPT-LINE FROM WS-RPT-DECIMAL.

           MOVE 'BACKLOG GROWTH PER WEEK (TREND)' TO WS-DEC-LABEL.
           MOVE WS-GROWTH                   TO WS-DEC-VALUE.
           WRITE RPT-LINE FROM WS-RPT-DECIMAL.

           MOVE 'PROJECTED RUN MINUTES AT TODAY''S TREND'
                                            TO WS-DET-LABEL.
           MOVE WS-PROJ-MINS                TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           EVALUATE TRUE
               WHEN WS-OVERRUNS-NOW
                  MOVE '  OPERATOR ALERT - THE BACKLOG TREND ALREADY '
                                            TO RPT-LINE
                  WRITE RPT-LINE
                  MOVE '  OVERRUNS THE BATCH WINDOW'
                                            TO RPT-LINE
                  WRITE RPT-LINE
                  MOVE 4 TO RETURN-CODE
               WHEN WS-NOT-GROWING
                  MOVE '  BACKLOG NOT GROWING - NO WINDOW BREACH '
                                            TO RPT-LINE
                  WRITE RPT-LINE
                  MOVE '  PROJECTED AT TODAY''S THROUGHPUT'
                                            TO RPT-LINE
                  WRITE RPT-LINE
               WHEN OTHER
                  MOVE 'WEEKS UNTIL THE RUN MISSES THE WINDOW'
                                            TO WS-DEC-LABEL
                  MOVE WS-WEEKS-LEFT        TO WS-DEC-VALUE
                  WRITE RPT-LINE FROM WS-RPT-DECIMAL
                  MOVE SPACES TO RPT-LINE
                  STRING '  PROJECTED FIRST MISSED WINDOW AROUND '
                                            DELIMITED BY SIZE
                         WS-BREACH-DATE     DELIMITED BY SIZE
                    INTO RPT-LINE
                  WRITE RPT-LINE
                  IF WS-WEEKS-LEFT NOT GREATER THAN WS-WARN-WEEKS
                     MOVE '  OPERATOR ALERT - INSIDE THE WARNING LEAD '
                                            TO RPT-LINE
                     WRITE RPT-LINE
                     MOVE '  TIME, ADD WORKERS OR MOVE THE WINDOW NOW'
                                            TO RPT-LINE
                     WRITE RPT-LINE
                     MOVE 4 TO RETURN-CODE
                  END-IF
           END-EVALUATE.

       5100-WRITE-PROJECTION-END. EXIT.

      *****************
       9000-TERMINATE.
      *****************

           CLOSE CRACAPCT.
           IF NOT WS-RUN-NEVER-LOADED
              CLOSE CRARUNH
           END-IF.
           CLOSE CRACAPRPT.

       9000-TERMINATE-END. EXIT.

      *****************
       9900-ABORT.
      *****************
      * REACHED FROM 1000-INITIALIZE, WHICH HAS ALREADY DISPLAYED
      * WHAT WAS WRONG.

           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-ABORT-END. EXIT.
