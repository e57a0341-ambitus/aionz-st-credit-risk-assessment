      ******************************************************************
      * CRARUNR - CRAB BATCH RUN HISTORY RECORD LAYOUT
      *
      * ONE RECORD PER CRAB RUN ON THE PERMANENT CRARUNH KSDS, WRITTEN
      * BY THE CRAB LEAD (CRAURL 0346) AS THE RUN COMPLETES, IN THE
      * SAME UNIT OF WORK THAT CLEARS THE CRARST RESTART RECORD. THE
      * CONTROL TOTALS 0348 PRINTS USED TO GO TO THE REGION LOG AND
      * NOWHERE ELSE, SO NOTHING COULD SHOW HOW THE OVERNIGHT WINDOW
      * WAS TRENDING OR WHAT A CHANGE TO CRA-CFG-BATCH-WORKERS BOUGHT.
      * THE WEEKLY CAPACITY FORECAST (CRACAP) READS THIS FILE.
      *
      * KEYED ON THE END DATE/TIME AND TASK NUMBER, SO A SEQUENTIAL
      * READ COMES BACK IN RUN ORDER. A RUN THAT DIED AND WAS
      * RESTARTED WRITES ONE RECORD, FROM THE RUN THAT FINISHED:
      * FIRST-DATE/TIME IS WHEN THE ORIGINAL RUN STARTED (CARRIED ON
      * THE CRARST RESTART RECORD), START-DATE/TIME WHEN THE FINISHING
      * TASK STARTED, RESTART-CNT HOW MANY TIMES THE RUN WAS PICKED UP
      * AGAIN AND CARRY-CNT HOW MANY APPLICANTS THE EARLIER ATTEMPTS
      * HAD ALREADY COMMITTED. THE CONTROL TOTALS ARE THE FINISHING
      * TASK'S OWN - THE EARLIER ATTEMPTS' TOTALS DIED WITH THEM AND
      * ARE ONLY COVERED BY CARRY-CNT.
      *
      * ELAPSED-SECS IS THE FINISHING TASK'S WALL-CLOCK TIME.
      * DISPATCHED-CNT IS WHAT THE LEAD TOOK OFF CRAAPPL IN THAT TIME;
      * PROCESSED-CNT IS WHAT THE TASKS SCORING THEM ACCOUNTED FOR -
      * THE SAME IN A SINGLE-TASK RUN. SHORTFALL-CNT IS DISPATCHED LESS
      * PROCESSED WHEN A CRAW WORKER DIED WITH AN APPLICANT IN HAND.
      * THE CALL TIMES ARE THE CRA-AUDIT-ELAPSED-MS VALUES OF THE
      * AUDIT RECORDS THE RUN WROTE, OVER THE CALLS THAT REACHED A
      * CONVERSE.
      ******************************************************************
       01  CRA-RUN-RECORD.
           05  CRA-RUN-KEY.
               10  CRA-RUN-END-DATE       PIC X(08).
               10  CRA-RUN-END-TIME       PIC X(06).
               10  CRA-RUN-TASKN          PIC 9(07).
           05  CRA-RUN-APPLID             PIC X(08).
           05  CRA-RUN-FIRST-DATE         PIC X(08).
           05  CRA-RUN-FIRST-TIME         PIC X(06).
           05  CRA-RUN-START-DATE         PIC X(08).
           05  CRA-RUN-START-TIME         PIC X(06).
           05  CRA-RUN-ELAPSED-SECS       PIC 9(07).
           05  CRA-RUN-WORKERS            PIC 9(03).
           05  CRA-RUN-RESTART-CNT        PIC 9(03).
           05  CRA-RUN-CARRY-CNT          PIC 9(07).
           05  CRA-RUN-DISPATCHED-CNT     PIC 9(07).
           05  CRA-RUN-PROCESSED-CNT      PIC 9(07).
           05  CRA-RUN-SHORTFALL-CNT      PIC 9(07).
           05  CRA-RUN-SCORED-CNT         PIC 9(07).
           05  CRA-RUN-REJECT-CNT         PIC 9(07).
           05  CRA-RUN-PARKED-CNT         PIC 9(07).
           05  CRA-RUN-PROBE-CNT          PIC 9(07).
           05  CRA-RUN-HOLD-CNT           PIC 9(07).
      * AUDIT, PARK, REJECT AND REVIEW WRITE FAILURES TOGETHER - THE
      * RUN'S UNACCOUNTED APPLICANTS.
           05  CRA-RUN-FAIL-CNT           PIC 9(07).
           05  CRA-RUN-CALL-CNT           PIC 9(07).
           05  CRA-RUN-CALL-AVG-MS        PIC 9(07).
           05  CRA-RUN-CALL-MAX-MS        PIC 9(07).
           05  FILLER                     PIC X(20).
