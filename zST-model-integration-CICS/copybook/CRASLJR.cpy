      ******************************************************************
      * CRASLJR - AUDIT SEAL JOURNAL RECORD LAYOUT
      *
      * ONE RECORD ON THE CRASLJ KSDS FOR EVERY SEAL PUT ON A CRAAUDIT
      * RECORD (SEE CRA-AUDIT-SEAL IN CRAAUDR), KEYED ON THE AUDIT
      * RECORD'S KEY AND THE SEAL VERSION, SO A SEQUENTIAL READ GIVES
      * EACH AUDIT RECORD'S SEALS IN ORDER, OLDEST FIRST. THE FILE IS
      * APPEND-ONLY: THE SEALING PROGRAMS ONLY EVER WRITE IT, AND ITS
      * CICS FILE DEFINITION ALLOWS ADD, READ AND BROWSE BUT NOT
      * UPDATE OR DELETE. A VERSION CAN THEREFORE BE JOURNALED ONCE
      * ONLY - A SECOND WRITE OF THE SAME KEY IS REFUSED AS A
      * DUPLICATE. CRASLJ IS RECOVERABLE LIKE CRAAUDIT, SO A BACKED-OUT
      * AUDIT UPDATE TAKES ITS JOURNAL ENTRY WITH IT.
      *
      * ACTION SAYS WHAT THE SEAL WAS FOR:
      *   'W'  WRITTEN - CRAURL'S ORIGINAL WRITE OF THE RECORD
      *   'U'  UPDATED - AN AUTHORIZED REWRITE (CRAURL PEND-ERROR OR
      *        COUNTEROFFER, CRAREV DISPOSITION, CRACHL CHALLENGER
      *        COLUMNS, CRAFRW RELEASE OR CANCEL), OR THE FIRST SEAL
      *        OF A RECORD WRITTEN BEFORE SEALING EXISTED
      *   'A'  ARCHIVED - CRAARC'S CLOSING SEAL, LOGGED JUST BEFORE
      *        IT DELETES A RECORD ITS VERIFIED ARCHIVE NOW HOLDS. THE
      *        VALUE IS THE SEAL THE ARCHIVED COPY WOULD CARRY AT THE
      *        NEXT VERSION, SO THE COPY ON THE ARCHIVE CAN BE PROVED
      *        TO BE THE RECORD THAT WAS DELETED.
      *
      * PREV AND VALUE ARE THE SEAL CHAINED FROM AND THE SEAL PUT ON,
      * SO EACH ENTRY'S PREV IS THE ENTRY BEFORE IT'S VALUE. USER IS
      * THE SIGNED-ON USER WHERE THE PROGRAM HAS ONE; SPACES FOR
      * CRAURL, CRACHL AND CRAARC.
      ******************************************************************
       01  CRA-SEAL-JRNL-RECORD.
           05  CRA-SLJ-KEY.
               10  CRA-SLJ-AUDIT-KEY     PIC X(43).
               10  CRA-SLJ-VERSION       PIC 9(05).
           05  CRA-SLJ-ACTION            PIC X(01).
               88  CRA-SLJ-WRITTEN           VALUE 'W'.
               88  CRA-SLJ-UPDATED           VALUE 'U'.
               88  CRA-SLJ-ARCHIVED          VALUE 'A'.
           05  CRA-SLJ-PREV              PIC X(16).
           05  CRA-SLJ-VALUE             PIC X(16).
           05  CRA-SLJ-PGM               PIC X(08).
           05  CRA-SLJ-USER              PIC X(08).
           05  CRA-SLJ-DATE              PIC X(08).
           05  CRA-SLJ-TIME              PIC X(06).
           05  CRA-SLJ-TASKN             PIC 9(07).
           05  CRA-SLJ-APPL-REF          PIC X(10).
           05  FILLER                    PIC X(20).
