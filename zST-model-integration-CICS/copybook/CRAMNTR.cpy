      ******************************************************************
      * CRAMNTR - PENDING CONFIGURATION CHANGE RECORD LAYOUT
      *
      * THE CRAMNT KSDS HOLDS A CHANGE TO ONE OF THE OPERATOR QUEUES
      * CRAURL RUNS FROM - CRAPOL (POLICY RULES), CRAGRD (RATE GRID)
      * AND CRACFG (ENDPOINT/RUNTIME CONFIG) - WHILE IT IS BEING
      * KEYED AND WHILE IT WAITS FOR A SECOND PAIR OF EYES. NOTHING
      * HERE IS LIVE: THE QUEUE IS ONLY REWRITTEN WHEN A DIFFERENT
      * USER APPROVES THE CHANGE THROUGH THE CRAM MAINTENANCE
      * TRANSACTION (CRAMNT), AT WHICH POINT THE CHANGE IS COPIED TO
      * THE CRAHST HISTORY FILE AND ITS RECORDS HERE ARE DELETED.
      *
      * KEYED ON QUEUE NAME + ITEM NUMBER. ITEM 000 IS THE CHANGE
      * HEADER (STATUS, MAKER, ITEM COUNT); ITEMS 001 ONWARD ARE THE
      * PROPOSED QUEUE ITEMS IN QUEUE ORDER, EACH IN CRA-MNT-DATA
      * EXACTLY AS IT WILL BE WRITTEN TO THE QUEUE (A CRAPOLR RULE,
      * A CRAGRDR CELL, OR THE ONE CRACFGR RECORD). THE HEADER'S
      * DATA AND THE ITEMS' HEADER FIELDS ARE BLANK. ONE CHANGE PER
      * QUEUE AT A TIME.
      *
      * CRA-MNT-STATUS
      *   'D'  DRAFT - THE MAKER IS STILL KEYING IT
      *   'S'  SUBMITTED - EDITED CLEAN, AWAITING APPROVAL BY A USER
      *        OTHER THAN THE MAKER
      ******************************************************************
       01  CRA-MNT-RECORD.
           05  CRA-MNT-KEY.
               10  CRA-MNT-QUEUE         PIC X(08).
               10  CRA-MNT-ITEM          PIC 9(03).
           05  CRA-MNT-STATUS            PIC X(01).
               88  CRA-MNT-DRAFT             VALUE 'D'.
               88  CRA-MNT-SUBMITTED         VALUE 'S'.
           05  CRA-MNT-MAKER             PIC X(08).
           05  CRA-MNT-MADE-DATE         PIC X(08).
           05  CRA-MNT-MADE-TIME         PIC X(06).
           05  CRA-MNT-ITEM-CNT          PIC 9(03).
           05  CRA-MNT-DATA              PIC X(120).
