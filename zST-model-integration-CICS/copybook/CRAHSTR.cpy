      ******************************************************************
      * CRAHSTR - PUBLISHED CONFIGURATION HISTORY RECORD LAYOUT
      *
      * THE CRAHST KSDS IS THE PERMANENT RECORD OF EVERY VERSION OF
      * THE CRAPOL, CRAGRD AND CRACFG QUEUES PUBLISHED THROUGH THE
      * CRAM MAINTENANCE TRANSACTION (CRAMNT). WRITTEN ONCE, AT
      * APPROVAL, AND NEVER UPDATED OR DELETED - SO FOR ANY DISPUTED
      * DECISION THE RULE SET, GRID AND CONFIG IN FORCE ON ITS DATE
      * CAN BE SHOWN, WITH WHO KEYED IT AND WHO APPROVED IT
      * (CRAM <QUEUE> ASOF <YYYYMMDD>).
      *
      * KEYED ON QUEUE NAME + EFFECTIVE DATE/TIME (THE MOMENT THE
      * APPROVAL REWROTE THE QUEUE) + ITEM NUMBER. ITEM 000 IS THE
      * VERSION HEADER CARRYING THE ITEM COUNT; ITEMS 001 ONWARD ARE
      * THE QUEUE ITEMS EXACTLY AS PUBLISHED, IN QUEUE ORDER. A
      * VERSION WITH NO ITEMS (EVERY RULE OR CELL REMOVED) IS A
      * HEADER ALONE.
      ******************************************************************
       01  CRA-HISTORY-RECORD.
           05  CRA-HST-KEY.
               10  CRA-HST-QUEUE         PIC X(08).
               10  CRA-HST-EFF-DATE      PIC X(08).
               10  CRA-HST-EFF-TIME      PIC X(06).
               10  CRA-HST-ITEM          PIC 9(03).
           05  CRA-HST-MAKER             PIC X(08).
           05  CRA-HST-MADE-DATE         PIC X(08).
           05  CRA-HST-MADE-TIME         PIC X(06).
           05  CRA-HST-APPROVER          PIC X(08).
           05  CRA-HST-ITEM-CNT          PIC 9(03).
           05  CRA-HST-DATA              PIC X(120).
