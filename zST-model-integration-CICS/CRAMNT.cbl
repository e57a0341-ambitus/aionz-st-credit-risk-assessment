       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRAMNT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * AUTHOR - MAHALAKSHMI V************************************
      *
      * DUAL-CONTROL MAINTENANCE TRANSACTION (TRANID CRAM) FOR THE
      * THREE OPERATOR QUEUES CRAURL RUNS FROM - CRAPOL (POLICY
      * RULES), CRAGRD (RATE GRID) AND CRACFG (ENDPOINT AND RUNTIME
      * CONFIG). UNTIL NOW THESE WERE PLAIN TS QUEUES ANYONE WITH
      * QUEUE ACCESS COULD OVERWRITE: NOTHING CHECKED THE VALUES,
      * NOBODY APPROVED THE CHANGE, AND NOTHING SAID WHAT WAS THERE
      * BEFORE - SO NOBODY COULD SAY WHICH RULE SET WAS IN FORCE ON
      * THE DATE OF A DISPUTED DECISION.
      *
      *   CRAM                            CHANGES IN PROGRESS
      *   CRAM <Q> [SHOW [NN]]            THE CHANGE IN PROGRESS, OR
      *                                   THE LIVE QUEUE IF NONE
      *   CRAM <Q> OPEN                   START A CHANGE FROM A COPY
      *                                   OF THE LIVE QUEUE
      *   CRAM <Q> SET NN <ITEM>          REPLACE ITEM NN, OR ADD IT
      *                                   AT THE END - THE RULE OR
      *                                   CELL KEYED IN ITS COPYBOOK
      *                                   LAYOUT (SEE THE SHOW LEGEND)
      *   CRAM CRACFG SET <FIELD> <VALUE> CHANGE ONE CONFIG FIELD
      *                                   ('-' BLANKS IT BACK TO THE
      *                                   COMPILED-IN DEFAULT)
      *   CRAM <Q> DEL NN                 DROP ITEM NN
      *   CRAM <Q> SUBMIT                 SEND FOR APPROVAL
      *   CRAM <Q> APPROVE                PUBLISH (NOT BY THE MAKER)
      *   CRAM <Q> CANCEL                 WITHDRAW (MAKER) OR REJECT
      *                                   (CHECKER, ONCE SUBMITTED)
      *   CRAM <Q> ASOF <YYYYMMDD> [NN]   THE VERSION IN FORCE ON A
      *                                   DATE, FROM CRAHST
      *
      * A CHANGE IS KEYED ON THE CRAMNT FILE (CRAMNTR), NEVER ON THE
      * LIVE QUEUE. EVERY RULE AND CELL IS FIELD-EDITED AGAINST ITS
      * COPYBOOK AS IT IS KEYED - BOUNDS ORDERING, GRADE LETTERS,
      * RATE RANGE - AND THE WHOLE SET AGAIN AT SUBMIT AND AT
      * APPROVAL. ONLY THE USER WHO OPENED A CHANGE CAN KEY OR SUBMIT
      * IT, AND ONLY A DIFFERENT USER CAN APPROVE IT. APPROVAL
      * WRITES THE VERSION TO THE PERMANENT CRAHST HISTORY FILE
      * (CRAHSTR) WITH MAKER, APPROVER AND THE EFFECTIVE DATE/TIME,
      * THEN REWRITES THE QUEUE - ALL IN ONE UNIT OF WORK, SO A
      * FAILED PUBLISH BACKS OUT WITH ITS HISTORY (THE THREE QUEUES
      * BELONG IN A RECOVERABLE TS MODEL FOR THIS REASON). CRAURL
      * PICKS UP THE NEW QUEUE AT ITS NEXT LOAD, AS IT ALWAYS HAS.
      *
      * ACCESS TO THE CRAM TRANID IS CONTROLLED THROUGH TRANSACTION
      * SECURITY LIKE CRAR AND CRAD; THE SAME QUEUES SHOULD NO
      * LONGER BE WRITABLE BY ANY OTHER ROUTE.
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
         03  WS-NOW-DATE               pic x(8).
         03  WS-NOW-TIME               pic x(6).
      * DFHRESP(NOTFND)
         03  WS-RESP-NOTFND            pic s9(8) BINARY value 13.

       01  WS-TERM-INPUT               PIC X(80).

       01  WS-MNT-PARSE.
         03  WS-MNT-TRANID             pic x(4).
         03  WS-MNT-QUEUE              pic x(8).
         03  WS-MNT-VERB               pic x(8).
         03  WS-MNT-ARG                pic x(20).
         03  WS-MNT-PTR                pic s9(4) BINARY.
      * EVERYTHING AFTER THE ARGUMENT, AS KEYED - A RULE OR CELL IS
      * POSITIONAL AND CARRIES ITS OWN BLANKS.
         03  WS-MNT-DATA               pic x(120).
         03  WS-MNT-VALUE              pic x(40).

       01  WS-MNT-CTL.
         03  WS-QUEUE-SW               pic x(1).
            88  WS-Q-POLICY                value 'P'.
            88  WS-Q-GRID                  value 'G'.
            88  WS-Q-CONFIG                value 'C'.
            88  WS-Q-UNKNOWN               value ' '.
         03  WS-ITEM-LEN               pic s9(4) BINARY.
         03  WS-ITEM-LIMIT             pic s9(4) BINARY.
         03  WS-ITEM-NUM               pic s9(4) BINARY.
         03  WS-SET-SUB                pic s9(4) BINARY.
         03  WS-SET-SUB2               pic s9(4) BINARY.
         03  WS-LINE-SUB               pic s9(4) BINARY.
         03  WS-SHOW-FROM              pic s9(4) BINARY.
         03  WS-QUEUE-LEN              pic s9(4) BINARY.
         03  WS-QUEUE-ITEM-NUM         pic s9(4) BINARY.
         03  WS-DEL-CNT                pic s9(8) BINARY.
         03  WS-HDR-SW                 pic x(1).
            88  WS-HDR-FOUND               value 'Y'.
            88  WS-HDR-ABSENT              value 'N'.
            88  WS-HDR-ERROR               value 'E'.
         03  WS-LOAD-SW                pic x(1).
            88  WS-LOAD-MORE               value 'Y'.
            88  WS-LOAD-DONE               value 'N'.
         03  WS-BROWSE-SW              pic x(1).
            88  WS-BROWSE-MORE             value 'Y'.
            88  WS-BROWSE-DONE             value 'N'.
         03  WS-HST-SW                 pic x(1).
            88  WS-HST-FOUND               value 'Y'.
            88  WS-HST-NONE                value 'N'.
         03  WS-ENQ-NAME.
            05  FILLER                 pic x(4)  value 'CRAM'.
            05  WS-ENQ-QUEUE           pic x(8).
      * EDIT RESULT - SPACES MEANS CLEAN. THE REF GOES OUT BESIDE IT
      * (THE QUEUE NAME, OR THE ITEM AT FAULT).
         03  WS-EDIT-MSG               pic x(40).
         03  WS-EDIT-REF               pic x(10).
         03  WS-ITEM-EDIT              pic 99.

      * THE HEADER OF THE CHANGE BEING WORKED - KEPT ASIDE BECAUSE
      * READING ITS ITEMS REUSES THE CRAMNT RECORD AREA.
       01  WS-HDR-SAVE.
         03  WS-HDR-STATUS             pic x(1).
            88  WS-HDR-DRAFT               value 'D'.
            88  WS-HDR-SUBMITTED           value 'S'.
         03  WS-HDR-MAKER              pic x(8).
         03  WS-HDR-DATE               pic x(8).
         03  WS-HDR-TIME               pic x(6).
         03  WS-HDR-APPROVER           pic x(8).

      * THE ITEMS OF THE CHANGE (OR LIVE QUEUE, OR HISTORIC VERSION)
      * IN QUEUE ORDER. 30 IS THE LARGEST QUEUE CRAURL LOADS.
       01  WS-SET-TABLE.
         03  WS-SET-COUNT              pic s9(4) BINARY value 0.
         03  WS-SET-ENTRY              OCCURS 30 TIMES
                                       pic x(120).

       01  WS-QUEUE-ITEM               pic x(120).

      * EDIT LIMITS. A RULE'S BOUNDS ARE PROBABILITIES; AN OFFER
      * RATE OUTSIDE THE RANGE IS A KEYING SLIP, NOT A PRICE.
       01  WS-EDIT-LIMITS.
         03  WS-BOUND-MAX              pic 9v9999 value 1.0000.
         03  WS-RATE-MIN               pic 99v99  value 01.00.
         03  WS-RATE-MAX               pic 99v99  value 36.00.

      * NUMBER SCAN FOR ITEM NUMBERS AND CONFIG VALUES - DIGITS ONLY,
      * SAME IDEA AS CRAURL'S 0540-CONVERT-AMOUNT.
       01  WS-NUM-WORK.
         03  WS-NUM-TEXT               pic x(20).
         03  WS-NUM                    pic s9(9) COMP-3.
         03  WS-NUM-DISPLAY            pic 9(9).
         03  WS-NUM-DIGITS             pic s9(4) BINARY.
         03  WS-NUM-SUB                pic s9(4) BINARY.
         03  WS-NUM-DIGIT-X            pic x(1).
         03  WS-NUM-DIGIT REDEFINES WS-NUM-DIGIT-X
                                       pic 9(1).
         03  WS-NUM-SW                 pic x(1).
            88  WS-NUM-OK                  value 'Y'.
            88  WS-NUM-BAD                 value 'N'.
         03  WS-NUM-END-SW             pic x(1).
            88  WS-NUM-ENDED               value 'Y'.
            88  WS-NUM-SCANNING            value 'N'.

      * THE CRACFGR FIELDS BY NAME, POSITION, LENGTH AND CLASS
      * (X = TEXT, N = DIGITS OR BLANK FOR THE COMPILED-IN DEFAULT).
      * A FIELD APPENDED TO CRACFGR IS ADDED HERE.
       01  WS-CFG-FIELD-VALUES.
         03  FILLER                    pic x(14) value 'HOST    00117X'.
         03  FILLER                    pic x(14) value 'PORT    01805N'.
         03  FILLER                    pic x(14) value 'CIPHER  02332X'.
         03  FILLER                    pic x(14) value 'COMMIT  05505N'.
         03  FILLER                    pic x(14) value 'REPLAY  06002N'.
         03  FILLER                    pic x(14) value 'LATMS   06207N'.
         03  FILLER                    pic x(14) value 'ERRPCT  06903N'.
         03  FILLER                    pic x(14) value 'HEALTH  07205N'.
         03  FILLER                    pic x(14) value 'CHHOST  07717X'.
         03  FILLER                    pic x(14) value 'CHPORT  09405N'.
         03  FILLER                    pic x(14) value 'REUSE   09903N'.
         03  FILLER                    pic x(14) value 'PROBE   10202N'.
         03  FILLER                    pic x(14) value 'WORKERS 10402N'.
         03  FILLER                    pic x(14) value 'DEFER   10603N'.
         03  FILLER                    pic x(14) value 'VELHRS1 10903N'.
         03  FILLER                    pic x(14) value 'VELLIM1 11202N'.
         03  FILLER                    pic x(14) value 'VELHRS2 11403N'.
         03  FILLER                    pic x(14) value 'VELLIM2 11702N'.
       01  WS-CFG-FIELD-TABLE REDEFINES WS-CFG-FIELD-VALUES.
         03  WS-CFG-FIELD              OCCURS 18 TIMES
                                       INDEXED BY WS-CFG-IDX.
            05  WS-CFG-FLD-NAME        pic x(8).
            05  WS-CFG-FLD-POS         pic 9(3).
            05  WS-CFG-FLD-LEN         pic 9(2).
            05  WS-CFG-FLD-CLASS       pic x(1).
               88  WS-CFG-FLD-TEXT         value 'X'.
               88  WS-CFG-FLD-NUMERIC      value 'N'.
       01  WS-CFG-FIELD-CNT            pic s9(4) BINARY value 18.

       COPY CRAPOLR.

       COPY CRAGRDR.

       COPY CRACFGR.

      * THE CHANGE BEING KEYED
       COPY CRAMNTR.

      * THE PERMANENT RECORD OF WHAT WAS PUBLISHED
       COPY CRAHSTR.

       01  WS-HST-BROWSE-KEY           pic x(25).
       01  WS-HST-ASOF-KEY.
         03  WS-ASOF-QUEUE             pic x(8).
         03  WS-ASOF-DATE              pic x(8).
         03  FILLER                    pic x(9)  value '999999999'.

      * CHANGES-IN-PROGRESS LIST - ONE LINE PER QUEUE AND THE
      * COMMAND LEGEND.
       01  WS-LIST-REPLY.
         03  WS-LIST-HEADER            pic x(80) value
             'CRAM - QUEUE / CHANGE / MAKER / KEYED / ITEMS'.
         03  WS-LIST-LINE              OCCURS 3 TIMES.
            05  FILLER                 pic x(2).
            05  WS-LST-QUEUE           pic x(8).
            05  FILLER                 pic x(1).
            05  WS-LST-STATUS          pic x(10).
            05  FILLER                 pic x(1).
            05  WS-LST-MAKER           pic x(8).
            05  FILLER                 pic x(1).
            05  WS-LST-DATE            pic x(8).
            05  FILLER                 pic x(1).
            05  WS-LST-TIME            pic x(6).
            05  FILLER                 pic x(1).
            05  WS-LST-CNT             pic x(3).
            05  FILLER                 pic x(30).
         03  WS-LIST-LEGEND1.
            05  FILLER                 pic x(40) value
                'CRAM <Q> [SHOW NN] / OPEN / SET NN ITEM '.
            05  FILLER                 pic x(40) value
                '/ DEL NN / SUBMIT / APPROVE / CANCEL'.
         03  WS-LIST-LEGEND2.
            05  FILLER                 pic x(40) value
                'CRAM <Q> ASOF <YYYYMMDD> [NN]'.
            05  FILLER                 pic x(40) value
                'CRAM CRACFG SET <FIELD> <VALUE>'.

      * ONE SCREEN OF A QUEUE - HEADER, COLUMN LEGEND, UP TO FIFTEEN
      * ITEMS. MORE THAN FIFTEEN IS PAGED WITH SHOW NN. CRACFG SHOWS
      * ONE LINE PER NAMED FIELD, UP TO TWENTY.
       01  WS-SHOW-REPLY.
         03  WS-SHW-HEADER.
            05  WS-SHW-QUEUE           pic x(8).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-SHW-SOURCE          pic x(10).
            05  FILLER                 pic x(7)  value ' MAKER '.
            05  WS-SHW-MAKER           pic x(8).
            05  FILLER                 pic x(10) value ' APPROVER '.
            05  WS-SHW-APPROVER        pic x(8).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-SHW-DATE            pic x(8).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-SHW-TIME            pic x(6).
            05  FILLER                 pic x(7)  value ' ITEMS '.
            05  WS-SHW-CNT             pic zz9.
            05  FILLER                 pic x(2)  value spaces.
         03  WS-SHW-LEGEND             pic x(80).
         03  WS-SHW-LINE               OCCURS 20 TIMES.
            05  WS-SHW-ITEM            pic x(2).
            05  FILLER                 pic x(1).
            05  WS-SHW-DATA            pic x(77).

       01  WS-POL-LEGEND               pic x(80) value
           'NN RULE-ID TGINTENT              DCEILING LOW  HIGH S'.
       01  WS-GRD-LEGEND               pic x(80) value
           'NN VERSION CELL-ID BAND  LHFLOOR   CEILING RATEMAX-AMT'.
       01  WS-CFG-LEGEND               pic x(80) value
           '   FIELD    VALUE'.

       01  WS-DISP-REPLY.
         03  WS-DSP-TEXT               pic x(30).
         03  WS-DSP-REF                pic x(10).
         03  FILLER                    pic x(4)  value ' BY '.
         03  WS-DSP-USER               pic x(8).
         03  FILLER                    pic x(28) value spaces.

       01  WS-PUB-REPLY.
         03  FILLER                    pic x(10) value 'PUBLISHED '.
         03  WS-PUB-QUEUE              pic x(8).
         03  FILLER                    pic x(11) value ' EFFECTIVE '.
         03  WS-PUB-DATE               pic x(8).
         03  FILLER                    pic x(1)  value spaces.
         03  WS-PUB-TIME               pic x(6).
         03  FILLER                    pic x(7)  value ' MAKER '.
         03  WS-PUB-MAKER              pic x(8).
         03  FILLER                    pic x(10) value ' APPROVER '.
         03  WS-PUB-APPROVER           pic x(8).
         03  FILLER                    pic x(3)  value spaces.

       01  WS-ERR-REPLY.
         03  WS-ERR-TEXT               pic x(40).
         03  WS-ERR-REF                pic x(10).
         03  FILLER                    pic x(30) value spaces.

       PROCEDURE DIVISION.

           PERFORM 0100-RECEIVE-REQUEST.
           PERFORM 0150-IDENTIFY-QUEUE.

           EVALUATE TRUE
               WHEN WS-MNT-QUEUE = SPACES OR WS-MNT-QUEUE = 'LIST'
                  PERFORM 0200-LIST-CHANGES
               WHEN WS-Q-UNKNOWN
                  MOVE 'QUEUE MUST BE CRAPOL, CRAGRD OR CRACFG -'
                                        TO WS-ERR-TEXT
                  MOVE WS-MNT-QUEUE     TO WS-ERR-REF
                  PERFORM 0900-SEND-ERROR
               WHEN WS-MNT-VERB = SPACES OR WS-MNT-VERB = 'SHOW'
                  PERFORM 0300-SHOW-QUEUE
               WHEN WS-MNT-VERB = 'ASOF'
                  PERFORM 0350-SHOW-AS-OF
               WHEN WS-MNT-VERB = 'OPEN'
                  PERFORM 0400-OPEN-CHANGE
               WHEN WS-MNT-VERB = 'SET'
                  PERFORM 0450-SET-ITEM
               WHEN WS-MNT-VERB = 'DEL'
                  PERFORM 0480-DELETE-ITEM
               WHEN WS-MNT-VERB = 'SUBMIT'
                  PERFORM 0500-SUBMIT-CHANGE
               WHEN WS-MNT-VERB = 'APPROVE'
                  PERFORM 0550-APPROVE-CHANGE
               WHEN WS-MNT-VERB = 'CANCEL'
                  PERFORM 0580-CANCEL-CHANGE
               WHEN OTHER
                  MOVE 'ACTION NOT RECOGNISED - ENTER CRAM FOR  '
                                        TO WS-ERR-TEXT
                  MOVE 'LEGEND'         TO WS-ERR-REF
                  PERFORM 0900-SEND-ERROR
           END-EVALUATE.

           PERFORM 0990-CICS-RET.

           STOP RUN.

      *****************
       0100-RECEIVE-REQUEST.
      *****************
      * THE FIRST FOUR WORDS ARE TRANID, QUEUE, ACTION AND ITS
      * ARGUMENT; WHATEVER FOLLOWS IS TAKEN AS KEYED, BLANKS AND ALL.

           MOVE SPACES               TO WS-TERM-INPUT
                                        WS-MNT-TRANID
                                        WS-MNT-QUEUE
                                        WS-MNT-VERB
                                        WS-MNT-ARG
                                        WS-MNT-DATA
                                        WS-MNT-VALUE.
           MOVE LENGTH OF WS-TERM-INPUT TO WS-TERM-LEN.
           MOVE 1                    TO WS-MNT-PTR.

           move 'RECEIVE '             to ws-step.
           EXEC CICS RECEIVE
                     INTO(WS-TERM-INPUT)
                     LENGTH(WS-TERM-LEN)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL ZERO
              UNSTRING WS-TERM-INPUT DELIMITED BY ALL SPACES
                  INTO WS-MNT-TRANID
                       WS-MNT-QUEUE
                       WS-MNT-VERB
                       WS-MNT-ARG
                  WITH POINTER WS-MNT-PTR
              END-UNSTRING
              IF WS-MNT-PTR NOT GREATER THAN LENGTH OF WS-TERM-INPUT
                 MOVE WS-TERM-INPUT(WS-MNT-PTR:) TO WS-MNT-DATA
                 UNSTRING WS-MNT-DATA DELIMITED BY ALL SPACES
                     INTO WS-MNT-VALUE
                 END-UNSTRING
              END-IF
           END-IF.

           move 'ASSIGN USERID '       to ws-step.
           EXEC CICS ASSIGN
                     USERID(WS-USERID)
           END-EXEC.

           move 'ASKTIME '             to ws-step.
           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           move 'FORMATTIME '          to ws-step.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     TIME(WS-NOW-TIME)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

       0100-RECEIVE-REQUEST-END. EXIT.

      *****************
       0150-IDENTIFY-QUEUE.
      *****************
      * ITEM LENGTH IS WHAT CRAURL READS EACH ITEM INTO; THE LIMIT IS
      * HOW MANY ITEMS IT LOADS (0220/0230) - ANYTHING PAST IT WOULD
      * BE DROPPED THERE, SO IT IS REFUSED HERE.

           MOVE WS-MNT-QUEUE TO WS-ENQ-QUEUE.

           EVALUATE WS-MNT-QUEUE
               WHEN 'CRAPOL'
                  SET WS-Q-POLICY TO TRUE
                  MOVE LENGTH OF CRA-POLICY-RULE TO WS-ITEM-LEN
                  MOVE 20                        TO WS-ITEM-LIMIT
               WHEN 'CRAGRD'
                  SET WS-Q-GRID   TO TRUE
                  MOVE LENGTH OF CRA-GRID-CELL   TO WS-ITEM-LEN
                  MOVE 30                        TO WS-ITEM-LIMIT
               WHEN 'CRACFG'
                  SET WS-Q-CONFIG TO TRUE
                  MOVE LENGTH OF CRA-CFG-RECORD  TO WS-ITEM-LEN
                  MOVE 1                         TO WS-ITEM-LIMIT
               WHEN OTHER
                  SET WS-Q-UNKNOWN TO TRUE
           END-EVALUATE.

       0150-IDENTIFY-QUEUE-END. EXIT.

      *****************
       0200-LIST-CHANGES.
      *****************
      * ONE LINE PER QUEUE: ANY CHANGE IN PROGRESS, WHO OPENED IT,
      * AND WHETHER IT IS WAITING FOR A CHECKER.

           MOVE 'CRAPOL'   TO WS-MNT-QUEUE.
           MOVE 1          TO WS-LINE-SUB.
           PERFORM 0210-LIST-ONE-QUEUE.
           MOVE 'CRAGRD'   TO WS-MNT-QUEUE.
           MOVE 2          TO WS-LINE-SUB.
           PERFORM 0210-LIST-ONE-QUEUE.
           MOVE 'CRACFG'   TO WS-MNT-QUEUE.
           MOVE 3          TO WS-LINE-SUB.
           PERFORM 0210-LIST-ONE-QUEUE.

           MOVE LENGTH OF WS-LIST-REPLY TO WS-SEND-LEN.
           move 'SEND TEXT LIST '      to ws-step.
           EXEC CICS SEND TEXT
                     FROM(WS-LIST-REPLY)
                     LENGTH(WS-SEND-LEN)
                     ERASE
                     FREEKB
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

       0200-LIST-CHANGES-END. EXIT.

      *****************
       0210-LIST-ONE-QUEUE.
      *****************

           MOVE SPACES       TO WS-LIST-LINE(WS-LINE-SUB).
           MOVE WS-MNT-QUEUE TO WS-LST-QUEUE(WS-LINE-SUB).

           PERFORM 0800-READ-HEADER.

           EVALUATE TRUE
               WHEN WS-HDR-ABSENT
                  MOVE 'NONE'      TO WS-LST-STATUS(WS-LINE-SUB)
               WHEN WS-HDR-ERROR
                  MOVE 'UNKNOWN'   TO WS-LST-STATUS(WS-LINE-SUB)
               WHEN OTHER
                  IF WS-HDR-SUBMITTED
                     MOVE 'SUBMITTED' TO WS-LST-STATUS(WS-LINE-SUB)
                  ELSE
                     MOVE 'DRAFT'     TO WS-LST-STATUS(WS-LINE-SUB)
                  END-IF
                  MOVE WS-HDR-MAKER TO WS-LST-MAKER(WS-LINE-SUB)
                  MOVE WS-HDR-DATE  TO WS-LST-DATE(WS-LINE-SUB)
                  MOVE WS-HDR-TIME  TO WS-LST-TIME(WS-LINE-SUB)
                  MOVE WS-SET-COUNT TO WS-ITEM-EDIT
                  MOVE WS-ITEM-EDIT TO WS-LST-CNT(WS-LINE-SUB)
           END-EVALUATE.

       0210-LIST-ONE-QUEUE-END. EXIT.

      *****************
       0300-SHOW-QUEUE.
      *****************
      * THE CHANGE IN PROGRESS IF THERE IS ONE - THAT IS WHAT MAKER
      * AND CHECKER NEED TO SEE - OTHERWISE WHAT IS LIVE NOW.

           MOVE SPACES TO WS-EDIT-MSG.
           MOVE WS-MNT-ARG TO WS-NUM-TEXT.
           PERFORM 0850-SET-SHOW-FROM.

           PERFORM 0800-READ-HEADER.

           EVALUATE TRUE
               WHEN WS-HDR-ERROR
                  MOVE 'CRAMNT NOT AVAILABLE - TRY AGAIN FOR    '
                                        TO WS-EDIT-MSG
               WHEN WS-HDR-FOUND
                  PERFORM 0810-LOAD-DRAFT-ITEMS
                  IF WS-HDR-SUBMITTED
                     MOVE 'SUBMITTED'   TO WS-SHW-SOURCE
                  ELSE
                     MOVE 'DRAFT'       TO WS-SHW-SOURCE
                  END-IF
               WHEN OTHER
                  PERFORM 0820-LOAD-LIVE-QUEUE
                  MOVE 'LIVE'           TO WS-SHW-SOURCE
                  MOVE SPACES           TO WS-HDR-MAKER
                                           WS-HDR-DATE
                                           WS-HDR-TIME
           END-EVALUATE.

           MOVE SPACES TO WS-HDR-APPROVER.

           IF WS-EDIT-MSG = SPACES
              PERFORM 0860-SEND-SHOW
           ELSE
              MOVE WS-EDIT-MSG          TO WS-ERR-TEXT
              MOVE WS-MNT-QUEUE         TO WS-ERR-REF
              PERFORM 0900-SEND-ERROR
           END-IF.

       0300-SHOW-QUEUE-END. EXIT.

      *****************
       0350-SHOW-AS-OF.
      *****************
      * THE VERSION THAT WAS IN FORCE AT THE END OF THE GIVEN DATE -
      * THE LATEST ONE PUBLISHED ON OR BEFORE IT. FOUND BY BROWSING
      * CRAHST BACKWARDS FROM THE LAST POSSIBLE KEY FOR THAT DATE.

           MOVE SPACES TO WS-EDIT-MSG.
           MOVE WS-MNT-VALUE TO WS-NUM-TEXT.
           PERFORM 0850-SET-SHOW-FROM.

           IF WS-MNT-ARG(1:8) IS NOT NUMERIC OR
              WS-MNT-ARG(9:) NOT EQUAL SPACES
              MOVE 'ENTER CRAM <Q> ASOF YYYYMMDD FOR        '
                                        TO WS-EDIT-MSG
           ELSE
              MOVE WS-MNT-QUEUE     TO WS-ASOF-QUEUE
              MOVE WS-MNT-ARG(1:8)  TO WS-ASOF-DATE
              PERFORM 0830-FIND-HISTORY-VERSION
              IF WS-HST-NONE
                 MOVE 'NO VERSION PUBLISHED BY THAT DATE FOR   '
                                        TO WS-EDIT-MSG
              ELSE
                 PERFORM 0840-LOAD-HISTORY-ITEMS
              END-IF
           END-IF.

           IF WS-EDIT-MSG = SPACES
              MOVE 'AS OF'              TO WS-SHW-SOURCE
              PERFORM 0860-SEND-SHOW
           ELSE
              MOVE WS-EDIT-MSG          TO WS-ERR-TEXT
              MOVE WS-MNT-QUEUE         TO WS-ERR-REF
              PERFORM 0900-SEND-ERROR
           END-IF.

       0350-SHOW-AS-OF-END. EXIT.

      *****************
       0400-OPEN-CHANGE.
      *****************
      * A NEW CHANGE STARTS AS A COPY OF WHAT IS LIVE, SO THE MAKER
      * KEYS ONLY WHAT IS DIFFERENT. ONE CHANGE PER QUEUE AT A TIME -
      * TWO MAKERS EDITING THE SAME RULE SET WOULD EACH APPROVE AWAY
      * THE OTHER'S WORK.

           MOVE SPACES TO WS-EDIT-MSG.
           PERFORM 0870-ENQ-QUEUE.
           PERFORM 0800-READ-HEADER.

           EVALUATE TRUE
               WHEN WS-HDR-ERROR
                  MOVE 'CRAMNT NOT AVAILABLE - TRY AGAIN FOR    '
                                        TO WS-EDIT-MSG
               WHEN WS-HDR-FOUND
                  MOVE 'A CHANGE IS ALREADY IN PROGRESS FOR     '
                                        TO WS-EDIT-MSG
               WHEN OTHER
                  PERFORM 0820-LOAD-LIVE-QUEUE
                  SET WS-HDR-DRAFT      TO TRUE
                  MOVE WS-USERID        TO WS-HDR-MAKER
                  MOVE WS-NOW-DATE      TO WS-HDR-DATE
                  MOVE WS-NOW-TIME      TO WS-HDR-TIME
                  PERFORM 0880-SAVE-DRAFT
           END-EVALUATE.

           IF WS-EDIT-MSG = SPACES
              MOVE 'CHANGE OPENED ON              ' TO WS-DSP-TEXT
              PERFORM 0910-SEND-DONE
           ELSE
              MOVE WS-EDIT-MSG          TO WS-ERR-TEXT
              MOVE WS-MNT-QUEUE         TO WS-ERR-REF
              PERFORM 0900-SEND-ERROR
           END-IF.

       0400-OPEN-CHANGE-END. EXIT.

      *****************
       0420-CHECK-MAKER-DRAFT.
      *****************
      * KEYING, DELETING AND SUBMITTING ARE THE MAKER'S ALONE, AND
      * ONLY WHILE THE CHANGE IS STILL A DRAFT - ONCE SUBMITTED IT IS
      * FROZEN FOR THE CHECKER. LEAVES THE DRAFT'S ITEMS LOADED.

           MOVE SPACES       TO WS-EDIT-MSG.
           MOVE WS-MNT-QUEUE TO WS-EDIT-REF.
           PERFORM 0870-ENQ-QUEUE.
           PERFORM 0800-READ-HEADER.

           EVALUATE TRUE
               WHEN WS-HDR-ERROR
                  MOVE 'CRAMNT NOT AVAILABLE - TRY AGAIN FOR    '
                                        TO WS-EDIT-MSG
               WHEN WS-HDR-ABSENT
                  MOVE 'NO CHANGE IN PROGRESS - OPEN ONE FOR    '
                                        TO WS-EDIT-MSG
               WHEN NOT WS-HDR-DRAFT
                  MOVE 'CHANGE SUBMITTED - APPROVE OR CANCEL    '
                                        TO WS-EDIT-MSG
               WHEN WS-HDR-MAKER NOT EQUAL WS-USERID
                  MOVE 'ONLY THE MAKER MAY KEY THIS CHANGE TO   '
                                        TO WS-EDIT-MSG
               WHEN OTHER
                  PERFORM 0810-LOAD-DRAFT-ITEMS
           END-EVALUATE.

       0420-CHECK-MAKER-DRAFT-END. EXIT.

      *****************
       0450-SET-ITEM.
      *****************

           PERFORM 0420-CHECK-MAKER-DRAFT.

           IF WS-EDIT-MSG = SPACES
              IF WS-Q-CONFIG
                 PERFORM 0460-SET-CONFIG-FIELD
              ELSE
                 PERFORM 0470-SET-QUEUE-ITEM
              END-IF
           END-IF.

           IF WS-EDIT-MSG = SPACES
              PERFORM 0880-SAVE-DRAFT
           END-IF.

           IF WS-EDIT-MSG = SPACES
              MOVE 'CHANGE UPDATED ON             ' TO WS-DSP-TEXT
              PERFORM 0910-SEND-DONE
           ELSE
              MOVE WS-EDIT-MSG          TO WS-ERR-TEXT
              MOVE WS-EDIT-REF          TO WS-ERR-REF
              PERFORM 0900-SEND-ERROR
           END-IF.

       0450-SET-ITEM-END. EXIT.

      *****************
       0460-SET-CONFIG-FIELD.
      *****************
      * ONE NAMED FIELD OF THE ONE CRACFG RECORD. A NUMERIC FIELD
      * TAKES DIGITS (RIGHT-JUSTIFIED, ZERO-FILLED) OR '-' TO BLANK
      * IT, WHICH CRAURL READS AS "KEEP THE COMPILED-IN DEFAULT".
      * THE RECORD AS A WHOLE IS EDITED AFTER EVERY CHANGE.

           IF WS-SET-COUNT = 0
              MOVE SPACES TO WS-SET-ENTRY(1)
              MOVE 1      TO WS-SET-COUNT
           END-IF.
           MOVE WS-SET-ENTRY(1) TO CRA-CFG-RECORD.
           MOVE WS-MNT-ARG      TO WS-EDIT-REF.

           SET WS-CFG-IDX TO 1.
           SEARCH WS-CFG-FIELD
               AT END
                  MOVE 'CONFIG FIELD NOT RECOGNISED - SEE SHOW: '
                                        TO WS-EDIT-MSG
               WHEN WS-CFG-FLD-NAME(WS-CFG-IDX) = WS-MNT-ARG
                  CONTINUE
           END-SEARCH.

           IF WS-EDIT-MSG = SPACES
              EVALUATE TRUE
                  WHEN WS-MNT-VALUE = SPACES
                     MOVE 'ENTER CRAM CRACFG SET <FIELD> <VALUE>:  '
                                        TO WS-EDIT-MSG
                  WHEN WS-MNT-VALUE = '-'
                     MOVE SPACES TO CRA-CFG-RECORD
                         (WS-CFG-FLD-POS(WS-CFG-IDX):
                          WS-CFG-FLD-LEN(WS-CFG-IDX))
                  WHEN WS-CFG-FLD-TEXT(WS-CFG-IDX)
                     IF WS-MNT-VALUE(WS-CFG-FLD-LEN(WS-CFG-IDX) + 1:)
                        NOT EQUAL SPACES
                        MOVE 'VALUE TOO LONG FOR CONFIG FIELD         '
                                        TO WS-EDIT-MSG
                     ELSE
                        MOVE WS-MNT-VALUE TO CRA-CFG-RECORD
                            (WS-CFG-FLD-POS(WS-CFG-IDX):
                             WS-CFG-FLD-LEN(WS-CFG-IDX))
                     END-IF
                  WHEN OTHER
                     MOVE WS-MNT-VALUE TO WS-NUM-TEXT
                     PERFORM 0890-CONVERT-NUMBER
                     IF WS-NUM-BAD OR
                        WS-NUM-DIGITS > WS-CFG-FLD-LEN(WS-CFG-IDX)
                        MOVE 'VALUE MUST BE DIGITS THAT FIT FIELD     '
                                        TO WS-EDIT-MSG
                     ELSE
                        MOVE WS-NUM TO WS-NUM-DISPLAY
                        MOVE WS-NUM-DISPLAY
                            (10 - WS-CFG-FLD-LEN(WS-CFG-IDX):
                             WS-CFG-FLD-LEN(WS-CFG-IDX))
                          TO CRA-CFG-RECORD
                            (WS-CFG-FLD-POS(WS-CFG-IDX):
                             WS-CFG-FLD-LEN(WS-CFG-IDX))
                     END-IF
              END-EVALUATE
           END-IF.

           IF WS-EDIT-MSG = SPACES
              PERFORM 0740-EDIT-CONFIG
           END-IF.

           IF WS-EDIT-MSG = SPACES
              MOVE CRA-CFG-RECORD TO WS-SET-ENTRY(1)
           END-IF.

       0460-SET-CONFIG-FIELD-END. EXIT.

      *****************
       0470-SET-QUEUE-ITEM.
      *****************
      * ITEM NN REPLACES AN EXISTING ITEM, OR - ONE PAST THE END -
      * ADDS A NEW ONE. THE RULE OR CELL MUST EDIT CLEAN BEFORE IT
      * IS SAVED AT ALL.

           MOVE WS-MNT-ARG TO WS-NUM-TEXT.
           PERFORM 0890-CONVERT-NUMBER.
           MOVE WS-MNT-ARG TO WS-EDIT-REF.

           EVALUATE TRUE
               WHEN WS-NUM-BAD
                  MOVE 'ENTER CRAM <Q> SET NN <ITEM> - BAD NN:  '
                                        TO WS-EDIT-MSG
               WHEN WS-NUM < 1 OR WS-NUM > WS-SET-COUNT + 1
                  MOVE 'ITEM MUST BE AN EXISTING ONE OR NEXT:   '
                                        TO WS-EDIT-MSG
               WHEN WS-NUM > WS-ITEM-LIMIT
                  MOVE 'QUEUE IS FULL - CRAURL LOADS NO MORE:   '
                                        TO WS-EDIT-MSG
               WHEN OTHER
                  MOVE WS-NUM TO WS-ITEM-NUM
                  MOVE SPACES TO WS-QUEUE-ITEM
                  MOVE WS-MNT-DATA(1:WS-ITEM-LEN) TO WS-QUEUE-ITEM
                  PERFORM 0700-EDIT-ONE-ITEM
           END-EVALUATE.

           IF WS-EDIT-MSG = SPACES
              IF WS-ITEM-NUM > WS-SET-COUNT
                 MOVE WS-ITEM-NUM TO WS-SET-COUNT
              END-IF
              MOVE WS-QUEUE-ITEM TO WS-SET-ENTRY(WS-ITEM-NUM)
           END-IF.

       0470-SET-QUEUE-ITEM-END. EXIT.

      *****************
       0480-DELETE-ITEM.
      *****************
      * DROPS ITEM NN AND CLOSES THE GAP - QUEUE ORDER IS MATCH
      * ORDER, SO THE ITEMS AFTER IT MOVE UP ONE.

           PERFORM 0420-CHECK-MAKER-DRAFT.

           IF WS-EDIT-MSG = SPACES
              MOVE WS-MNT-ARG TO WS-NUM-TEXT
              PERFORM 0890-CONVERT-NUMBER
              MOVE WS-MNT-ARG TO WS-EDIT-REF
              EVALUATE TRUE
                  WHEN WS-Q-CONFIG
                     MOVE 'CRACFG IS ONE RECORD - SET ITS FIELDS   '
                                        TO WS-EDIT-MSG
                  WHEN WS-NUM-BAD
                     MOVE 'ENTER CRAM <Q> DEL NN - BAD NN:         '
                                        TO WS-EDIT-MSG
                  WHEN WS-NUM < 1 OR WS-NUM > WS-SET-COUNT
                     MOVE 'NO SUCH ITEM IN THIS CHANGE:            '
                                        TO WS-EDIT-MSG
                  WHEN OTHER
                     MOVE WS-NUM TO WS-ITEM-NUM
                     PERFORM 0485-SHIFT-ITEM-UP
                         VARYING WS-SET-SUB FROM WS-ITEM-NUM BY 1
                         UNTIL WS-SET-SUB NOT LESS THAN WS-SET-COUNT
                     SUBTRACT 1 FROM WS-SET-COUNT
                     PERFORM 0880-SAVE-DRAFT
              END-EVALUATE
           END-IF.

           IF WS-EDIT-MSG = SPACES
              MOVE 'ITEM REMOVED FROM CHANGE ON   ' TO WS-DSP-TEXT
              PERFORM 0910-SEND-DONE
           ELSE
              MOVE WS-EDIT-MSG          TO WS-ERR-TEXT
              MOVE WS-EDIT-REF          TO WS-ERR-REF
              PERFORM 0900-SEND-ERROR
           END-IF.

       0480-DELETE-ITEM-END. EXIT.

      *****************
       0485-SHIFT-ITEM-UP.
      *****************

           MOVE WS-SET-ENTRY(WS-SET-SUB + 1)
             TO WS-SET-ENTRY(WS-SET-SUB).

       0485-SHIFT-ITEM-UP-END. EXIT.

      *****************
       0500-SUBMIT-CHANGE.
      *****************
      * THE WHOLE SET IS EDITED AGAIN - ITEM BY ITEM AND ACROSS
      * ITEMS - BEFORE IT GOES TO A CHECKER. THE KEYED DATE/TIME
      * BECOMES THE SUBMISSION'S.

           PERFORM 0420-CHECK-MAKER-DRAFT.

           IF WS-EDIT-MSG = SPACES
              PERFORM 0760-EDIT-WHOLE-SET
           END-IF.

           IF WS-EDIT-MSG = SPACES
              SET WS-HDR-SUBMITTED TO TRUE
              MOVE WS-NOW-DATE     TO WS-HDR-DATE
              MOVE WS-NOW-TIME     TO WS-HDR-TIME
              PERFORM 0880-SAVE-DRAFT
           END-IF.

           IF WS-EDIT-MSG = SPACES
              MOVE 'SUBMITTED FOR APPROVAL        ' TO WS-DSP-TEXT
              PERFORM 0910-SEND-DONE
           ELSE
              MOVE WS-EDIT-MSG          TO WS-ERR-TEXT
              MOVE WS-EDIT-REF          TO WS-ERR-REF
              PERFORM 0900-SEND-ERROR
           END-IF.

       0500-SUBMIT-CHANGE-END. EXIT.

      *****************
       0550-APPROVE-CHANGE.
      *****************
      * THE CHECKER'S STEP. THE MAKER CAN NEVER APPROVE THEIR OWN
      * CHANGE. THE SET IS EDITED ONE LAST TIME (A COPYBOOK OR LIMIT
      * MAY HAVE MOVED SINCE IT WAS SUBMITTED), THEN THE VERSION
      * GOES TO CRAHST AND THE QUEUE IS REWRITTEN, AND THE CHANGE
      * RECORDS ARE REMOVED - ONE UNIT OF WORK.

           MOVE SPACES       TO WS-EDIT-MSG.
           MOVE WS-MNT-QUEUE TO WS-EDIT-REF.
           PERFORM 0870-ENQ-QUEUE.
           PERFORM 0800-READ-HEADER.

           EVALUATE TRUE
               WHEN WS-HDR-ERROR
                  MOVE 'CRAMNT NOT AVAILABLE - TRY AGAIN FOR    '
                                        TO WS-EDIT-MSG
               WHEN WS-HDR-ABSENT
                  MOVE 'NO CHANGE IN PROGRESS FOR               '
                                        TO WS-EDIT-MSG
               WHEN NOT WS-HDR-SUBMITTED
                  MOVE 'CHANGE NOT YET SUBMITTED FOR            '
                                        TO WS-EDIT-MSG
               WHEN WS-HDR-MAKER = WS-USERID
                  MOVE 'MAKER CANNOT APPROVE OWN CHANGE TO      '
                                        TO WS-EDIT-MSG
               WHEN OTHER
                  PERFORM 0810-LOAD-DRAFT-ITEMS
           END-EVALUATE.

           IF WS-EDIT-MSG = SPACES
              PERFORM 0760-EDIT-WHOLE-SET
           END-IF.

           IF WS-EDIT-MSG = SPACES
              MOVE WS-USERID TO WS-HDR-APPROVER
              PERFORM 0560-WRITE-HISTORY
           END-IF.

           IF WS-EDIT-MSG = SPACES
              PERFORM 0570-PUBLISH-QUEUE
           END-IF.

           IF WS-EDIT-MSG = SPACES
              PERFORM 0885-DELETE-DRAFT
           END-IF.

           IF WS-EDIT-MSG = SPACES
              MOVE WS-MNT-QUEUE    TO WS-PUB-QUEUE
              MOVE WS-NOW-DATE     TO WS-PUB-DATE
              MOVE WS-NOW-TIME     TO WS-PUB-TIME
              MOVE WS-HDR-MAKER    TO WS-PUB-MAKER
              MOVE WS-USERID       TO WS-PUB-APPROVER
              MOVE LENGTH OF WS-PUB-REPLY TO WS-SEND-LEN
              move 'SEND TEXT PUBLISHED ' to ws-step
              EXEC CICS SEND TEXT
                        FROM(WS-PUB-REPLY)
                        LENGTH(WS-SEND-LEN)
                        ERASE
                        FREEKB
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
           ELSE
              MOVE WS-EDIT-MSG          TO WS-ERR-TEXT
              MOVE WS-EDIT-REF          TO WS-ERR-REF
              PERFORM 0900-SEND-ERROR
           END-IF.

       0550-APPROVE-CHANGE-END. EXIT.

      *****************
       0560-WRITE-HISTORY.
      *****************
      * THE VERSION HEADER, THEN EVERY ITEM, ALL UNDER THE SAME
      * EFFECTIVE DATE/TIME. A FAILED WRITE BACKS OUT THE LOT - NO
      * QUEUE IS EVER PUBLISHED WITHOUT ITS HISTORY.

           MOVE SPACES          TO CRA-HISTORY-RECORD.
           MOVE WS-MNT-QUEUE    TO CRA-HST-QUEUE.
           MOVE WS-NOW-DATE     TO CRA-HST-EFF-DATE.
           MOVE WS-NOW-TIME     TO CRA-HST-EFF-TIME.
           MOVE 0               TO CRA-HST-ITEM.
           MOVE WS-HDR-MAKER    TO CRA-HST-MAKER.
           MOVE WS-HDR-DATE     TO CRA-HST-MADE-DATE.
           MOVE WS-HDR-TIME     TO CRA-HST-MADE-TIME.
           MOVE WS-HDR-APPROVER TO CRA-HST-APPROVER.
           MOVE WS-SET-COUNT    TO CRA-HST-ITEM-CNT.

           PERFORM 0565-WRITE-HISTORY-RECORD.

           PERFORM 0562-WRITE-HISTORY-ITEM
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > WS-SET-COUNT
                  OR WS-EDIT-MSG NOT EQUAL SPACES.

           IF WS-EDIT-MSG NOT EQUAL SPACES
              PERFORM 0895-BACK-OUT
           END-IF.

       0560-WRITE-HISTORY-END. EXIT.

      *****************
       0562-WRITE-HISTORY-ITEM.
      *****************

           MOVE WS-SET-SUB              TO CRA-HST-ITEM.
           MOVE WS-SET-ENTRY(WS-SET-SUB) TO CRA-HST-DATA.

           PERFORM 0565-WRITE-HISTORY-RECORD.

       0562-WRITE-HISTORY-ITEM-END. EXIT.

      *****************
       0565-WRITE-HISTORY-RECORD.
      *****************

           move 'WRITE CRAHST '        to ws-step.
           EXEC CICS WRITE
                     FILE('CRAHST')
                     FROM(CRA-HISTORY-RECORD)
                     RIDFLD(CRA-HST-KEY)
                     KEYLENGTH(LENGTH OF CRA-HST-KEY)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL ZERO
              MOVE 'CRAHST WRITE FAILED - NOTHING PUBLISHED:'
                                        TO WS-EDIT-MSG
           END-IF.

       0565-WRITE-HISTORY-RECORD-END. EXIT.

      *****************
       0570-PUBLISH-QUEUE.
      *****************
      * REPLACES THE LIVE QUEUE WITH THE APPROVED ITEMS, IN ORDER,
      * AT THE LENGTH CRAURL READS THEM. A QUEUE THAT DID NOT EXIST
      * YET (QIDERR ON THE DELETE) IS SIMPLY CREATED.

           move 'DELETEQ TS '          to ws-step.
           EXEC CICS DELETEQ TS
                     QUEUE(WS-MNT-QUEUE)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           PERFORM 0575-WRITE-QUEUE-ITEM
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > WS-SET-COUNT
                  OR WS-EDIT-MSG NOT EQUAL SPACES.

           IF WS-EDIT-MSG NOT EQUAL SPACES
              PERFORM 0895-BACK-OUT
           END-IF.

       0570-PUBLISH-QUEUE-END. EXIT.

      *****************
       0575-WRITE-QUEUE-ITEM.
      *****************

           move 'WRITEQ TS '           to ws-step.
           EXEC CICS WRITEQ TS
                     QUEUE(WS-MNT-QUEUE)
                     FROM(WS-SET-ENTRY(WS-SET-SUB))
                     LENGTH(WS-ITEM-LEN)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL ZERO
              MOVE 'QUEUE REWRITE FAILED - APPROVE AGAIN:   '
                                        TO WS-EDIT-MSG
           END-IF.

       0575-WRITE-QUEUE-ITEM-END. EXIT.

      *****************
       0580-CANCEL-CHANGE.
      *****************
      * THE MAKER MAY WITHDRAW THEIR OWN CHANGE AT ANY TIME; ANOTHER
      * USER MAY ONLY TURN ONE DOWN ONCE IT HAS BEEN SUBMITTED TO
      * THEM. NOTHING IS PUBLISHED, SO NOTHING GOES TO CRAHST.

           MOVE SPACES       TO WS-EDIT-MSG.
           PERFORM 0870-ENQ-QUEUE.
           PERFORM 0800-READ-HEADER.

           EVALUATE TRUE
               WHEN WS-HDR-ERROR
                  MOVE 'CRAMNT NOT AVAILABLE - TRY AGAIN FOR    '
                                        TO WS-EDIT-MSG
               WHEN WS-HDR-ABSENT
                  MOVE 'NO CHANGE IN PROGRESS FOR               '
                                        TO WS-EDIT-MSG
               WHEN WS-HDR-MAKER NOT EQUAL WS-USERID AND
                    NOT WS-HDR-SUBMITTED
                  MOVE 'ONLY THE MAKER MAY CANCEL A DRAFT OF    '
                                        TO WS-EDIT-MSG
               WHEN OTHER
                  PERFORM 0885-DELETE-DRAFT
           END-EVALUATE.

           IF WS-EDIT-MSG = SPACES
              MOVE 'CHANGE CANCELLED ON           ' TO WS-DSP-TEXT
              PERFORM 0910-SEND-DONE
           ELSE
              MOVE WS-EDIT-MSG          TO WS-ERR-TEXT
              MOVE WS-MNT-QUEUE         TO WS-ERR-REF
              PERFORM 0900-SEND-ERROR
           END-IF.

       0580-CANCEL-CHANGE-END. EXIT.

      *****************
       0700-EDIT-ONE-ITEM.
      *****************
      * EDITS THE ITEM IN WS-QUEUE-ITEM AGAINST ITS QUEUE'S LAYOUT.

           EVALUATE TRUE
               WHEN WS-Q-POLICY
                  MOVE WS-QUEUE-ITEM TO CRA-POLICY-RULE
                  PERFORM 0710-EDIT-RULE
               WHEN WS-Q-GRID
                  MOVE WS-QUEUE-ITEM TO CRA-GRID-CELL
                  PERFORM 0720-EDIT-CELL
               WHEN OTHER
                  MOVE WS-QUEUE-ITEM TO CRA-CFG-RECORD
                  PERFORM 0740-EDIT-CONFIG
           END-EVALUATE.

       0700-EDIT-ONE-ITEM-END. EXIT.

      *****************
       0710-EDIT-RULE.
      *****************
      * A CRAPOLR RULE, FIELD BY FIELD AS CRAURL'S 0519-MATCH-RULE
      * READS IT. THE FIRST FAULT IS REPORTED.

           EVALUATE TRUE
               WHEN CRA-POL-RULE-ID = SPACES
                  MOVE 'RULE ID IS REQUIRED -                   '
                                        TO WS-EDIT-MSG
               WHEN NOT CRA-POL-TYPE-KNOCKOUT AND
                    NOT CRA-POL-TYPE-BANDS
                  MOVE 'RULE TYPE MUST BE K OR B -              '
                                        TO WS-EDIT-MSG
               WHEN CRA-POL-GRADE-FLOOR NOT EQUAL SPACE AND
                    (CRA-POL-GRADE-FLOOR < 'A' OR
                     CRA-POL-GRADE-FLOOR > 'G')
                  MOVE 'GRADE FLOOR MUST BE A-G OR BLANK -      '
                                        TO WS-EDIT-MSG
               WHEN CRA-POL-INTENT NOT EQUAL SPACES AND
                    CRA-POL-INTENT NOT = 'PERSONAL' AND
                                         'EDUCATION' AND
                                         'MEDICAL' AND 'VENTURE' AND
                                         'HOMEIMPROVEMENT' AND
                                         'DEBTCONSOLIDATION'
                  MOVE 'INTENT IS NOT A LOAN INTENT CRAURL TAKES'
                                        TO WS-EDIT-MSG
               WHEN CRA-POL-DEFAULT-ONFILE NOT = SPACE AND 'Y' AND 'N'
                  MOVE 'DEFAULT-ON-FILE MUST BE Y, N OR BLANK - '
                                        TO WS-EDIT-MSG
               WHEN CRA-POL-AMT-CEILING IS NOT NUMERIC
                  MOVE 'AMOUNT CEILING MUST BE 8 DIGITS -       '
                                        TO WS-EDIT-MSG
               WHEN CRA-POL-AMT-SCOPE NOT = SPACE AND 'C'
                  MOVE 'AMOUNT SCOPE MUST BE C OR BLANK -       '
                                        TO WS-EDIT-MSG
               WHEN CRA-POL-SCOPE-CUSTOMER AND
                    CRA-POL-AMT-CEILING = 0
                  MOVE 'CUSTOMER SCOPE NEEDS AN AMOUNT CEILING -'
                                        TO WS-EDIT-MSG
               WHEN CRA-POL-LOW-BOUND IS NOT NUMERIC OR
                    CRA-POL-HIGH-BOUND IS NOT NUMERIC
                  MOVE 'BOUNDS MUST BE 5 DIGITS (9V9999) -      '
                                        TO WS-EDIT-MSG
               WHEN CRA-POL-TYPE-BANDS AND
                    CRA-POL-HIGH-BOUND > WS-BOUND-MAX
                  MOVE 'HIGH BOUND MAY NOT EXCEED 1.0000 -      '
                                        TO WS-EDIT-MSG
               WHEN CRA-POL-TYPE-BANDS AND
                    CRA-POL-LOW-BOUND NOT LESS THAN
                    CRA-POL-HIGH-BOUND
                  MOVE 'LOW BOUND MUST BE BELOW HIGH BOUND -    '
                                        TO WS-EDIT-MSG
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       0710-EDIT-RULE-END. EXIT.

      *****************
       0720-EDIT-CELL.
      *****************
      * A CRAGRDR CELL, FIELD BY FIELD AS CRAURL'S 0561/0562 READ
      * IT. A HIGH-BAND CELL COULD NEVER PRICE ANYTHING - A DECLINE
      * GETS NO OFFER - SO IT IS REFUSED AS A KEYING SLIP.

           EVALUATE TRUE
               WHEN CRA-GRD-VERSION = SPACES
                  MOVE 'GRID VERSION IS REQUIRED -              '
                                        TO WS-EDIT-MSG
               WHEN CRA-GRD-CELL-ID = SPACES
                  MOVE 'CELL ID IS REQUIRED -                   '
                                        TO WS-EDIT-MSG
               WHEN CRA-GRD-RISK-BAND NOT = SPACES AND 'LOW' AND
                                            'MEDIUM'
                  MOVE 'CELL BAND MUST BE LOW, MEDIUM OR BLANK -'
                                        TO WS-EDIT-MSG
               WHEN CRA-GRD-GRADE-LOW NOT EQUAL SPACE AND
                    (CRA-GRD-GRADE-LOW < 'A' OR
                     CRA-GRD-GRADE-LOW > 'G')
                  MOVE 'GRADE RANGE MUST BE A-G OR BLANK -      '
                                        TO WS-EDIT-MSG
               WHEN CRA-GRD-GRADE-HIGH NOT EQUAL SPACE AND
                    (CRA-GRD-GRADE-HIGH < 'A' OR
                     CRA-GRD-GRADE-HIGH > 'G')
                  MOVE 'GRADE RANGE MUST BE A-G OR BLANK -      '
                                        TO WS-EDIT-MSG
               WHEN CRA-GRD-GRADE-LOW NOT EQUAL SPACE AND
                    CRA-GRD-GRADE-HIGH NOT EQUAL SPACE AND
                    CRA-GRD-GRADE-LOW > CRA-GRD-GRADE-HIGH
                  MOVE 'GRADE RANGE LOW IS ABOVE HIGH -         '
                                        TO WS-EDIT-MSG
               WHEN CRA-GRD-AMT-FLOOR IS NOT NUMERIC OR
                    CRA-GRD-AMT-CEILING IS NOT NUMERIC
                  MOVE 'AMOUNT FLOOR/CEILING MUST BE 8 DIGITS - '
                                        TO WS-EDIT-MSG
               WHEN CRA-GRD-AMT-CEILING > 0 AND
                    CRA-GRD-AMT-FLOOR > CRA-GRD-AMT-CEILING
                  MOVE 'AMOUNT FLOOR IS ABOVE CEILING -         '
                                        TO WS-EDIT-MSG
               WHEN CRA-GRD-OFFER-RATE IS NOT NUMERIC
                  MOVE 'OFFER RATE MUST BE 4 DIGITS (99V99) -   '
                                        TO WS-EDIT-MSG
               WHEN CRA-GRD-OFFER-RATE < WS-RATE-MIN OR
                    CRA-GRD-OFFER-RATE > WS-RATE-MAX
                  MOVE 'OFFER RATE OUTSIDE 1.00 TO 36.00 -      '
                                        TO WS-EDIT-MSG
               WHEN CRA-GRD-MAX-AMT IS NOT NUMERIC OR
                    CRA-GRD-MAX-AMT = 0
                  MOVE 'MAX AMOUNT MUST BE 8 DIGITS, NOT ZERO - '
                                        TO WS-EDIT-MSG
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       0720-EDIT-CELL-END. EXIT.

      *****************
       0740-EDIT-CONFIG.
      *****************
      * THE CRACFGR RECORD. HOST AND PORT ARE ALWAYS NEEDED; EVERY
      * OTHER NUMERIC FIELD IS DIGITS OR BLANK (BLANK KEEPS CRAURL'S
      * COMPILED-IN DEFAULT). A CHALLENGER HOST WITHOUT A PORT WOULD
      * SILENTLY NEVER RUN.

           EVALUATE TRUE
               WHEN CRA-CFG-HOST = SPACES
                  MOVE 'MODEL HOST IS REQUIRED -                '
                                        TO WS-EDIT-MSG
               WHEN CRA-CFG-PORT IS NOT NUMERIC OR
                    CRA-CFG-PORT = 0
                  MOVE 'MODEL PORT MUST BE 1 TO 99999 -         '
                                        TO WS-EDIT-MSG
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

           IF WS-EDIT-MSG = SPACES
              PERFORM 0745-EDIT-CONFIG-FIELD
                  VARYING WS-CFG-IDX FROM 1 BY 1
                  UNTIL WS-CFG-IDX > WS-CFG-FIELD-CNT
                     OR WS-EDIT-MSG NOT EQUAL SPACES
           END-IF.

           IF WS-EDIT-MSG = SPACES
              EVALUATE TRUE
                  WHEN CRA-CFG-CH-HOST NOT EQUAL SPACES AND
                       (CRA-CFG-CH-PORT IS NOT NUMERIC OR
                        CRA-CFG-CH-PORT = 0)
                     MOVE 'CHALLENGER HOST NEEDS A PORT -          '
                                        TO WS-EDIT-MSG
                  WHEN CRA-CFG-ERR-THRESH-PCT IS NUMERIC AND
                       CRA-CFG-ERR-THRESH-PCT > 100
                     MOVE 'ERROR THRESHOLD IS A PERCENT, MAX 100 - '
                                        TO WS-EDIT-MSG
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.

       0740-EDIT-CONFIG-END. EXIT.

      *****************
       0745-EDIT-CONFIG-FIELD.
      *****************

           IF WS-CFG-FLD-NUMERIC(WS-CFG-IDX) AND
              CRA-CFG-RECORD(WS-CFG-FLD-POS(WS-CFG-IDX):
                             WS-CFG-FLD-LEN(WS-CFG-IDX))
                 NOT EQUAL SPACES AND
              CRA-CFG-RECORD(WS-CFG-FLD-POS(WS-CFG-IDX):
                             WS-CFG-FLD-LEN(WS-CFG-IDX))
                 IS NOT NUMERIC
              MOVE 'FIELD MUST BE DIGITS OR BLANK -         '
                                        TO WS-EDIT-MSG
              MOVE WS-CFG-FLD-NAME(WS-CFG-IDX) TO WS-EDIT-REF
           END-IF.

       0745-EDIT-CONFIG-FIELD-END. EXIT.

      *****************
       0760-EDIT-WHOLE-SET.
      *****************
      * EVERY ITEM AGAIN, THEN THE CROSS-ITEM RULES: RULE IDS AND
      * CELL IDS MUST BE UNIQUE (THE AUDIT RECORD NAMES THEM), AND
      * EVERY CELL CARRIES THE SAME GRID VERSION (THE AUDIT RECORD
      * PINS A PRICE TO ONE PUBLISHED GRID BY IT).

           MOVE SPACES TO WS-EDIT-MSG.

           IF WS-Q-CONFIG AND WS-SET-COUNT NOT EQUAL 1
              MOVE 'CRACFG CHANGE HAS NO RECORD -           '
                                        TO WS-EDIT-MSG
              MOVE WS-MNT-QUEUE         TO WS-EDIT-REF
           END-IF.

           PERFORM 0765-EDIT-SET-ITEM
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > WS-SET-COUNT
                  OR WS-EDIT-MSG NOT EQUAL SPACES.

       0760-EDIT-WHOLE-SET-END. EXIT.

      *****************
       0765-EDIT-SET-ITEM.
      *****************

           MOVE WS-SET-SUB    TO WS-ITEM-EDIT.
           MOVE SPACES        TO WS-EDIT-REF.
           STRING 'ITEM '     DELIMITED BY SIZE
                  WS-ITEM-EDIT DELIMITED BY SIZE
             INTO WS-EDIT-REF.

           MOVE WS-SET-ENTRY(WS-SET-SUB) TO WS-QUEUE-ITEM.
           PERFORM 0700-EDIT-ONE-ITEM.

           IF WS-EDIT-MSG = SPACES AND NOT WS-Q-CONFIG
              PERFORM 0770-CROSS-CHECK-ITEM
                  VARYING WS-SET-SUB2 FROM 1 BY 1
                  UNTIL WS-SET-SUB2 NOT LESS THAN WS-SET-SUB
                     OR WS-EDIT-MSG NOT EQUAL SPACES
           END-IF.

       0765-EDIT-SET-ITEM-END. EXIT.

      *****************
       0770-CROSS-CHECK-ITEM.
      *****************
      * ITEM WS-SET-SUB AGAINST EACH EARLIER ITEM WS-SET-SUB2.

           IF WS-Q-POLICY
              MOVE WS-SET-ENTRY(WS-SET-SUB2) TO CRA-POLICY-RULE
              IF CRA-POL-RULE-ID = WS-QUEUE-ITEM(1:8)
                 MOVE 'RULE ID ALREADY USED BY AN EARLIER RULE '
                                        TO WS-EDIT-MSG
              END-IF
           ELSE
              MOVE WS-SET-ENTRY(WS-SET-SUB2) TO CRA-GRID-CELL
              EVALUATE TRUE
                  WHEN CRA-GRD-CELL-ID = WS-QUEUE-ITEM(9:8)
                     MOVE 'CELL ID ALREADY USED BY AN EARLIER CELL '
                                        TO WS-EDIT-MSG
                  WHEN CRA-GRD-VERSION NOT EQUAL WS-QUEUE-ITEM(1:8)
                     MOVE 'EVERY CELL MUST CARRY THE SAME VERSION -'
                                        TO WS-EDIT-MSG
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.

       0770-CROSS-CHECK-ITEM-END. EXIT.

      *****************
       0800-READ-HEADER.
      *****************
      * THE CHANGE HEADER (ITEM 000) FOR WS-MNT-QUEUE, KEPT ASIDE IN
      * WS-HDR-SAVE WITH ITS ITEM COUNT IN WS-SET-COUNT.

           MOVE 0 TO WS-SET-COUNT.
           MOVE SPACES       TO WS-HDR-SAVE.
           MOVE WS-MNT-QUEUE TO CRA-MNT-QUEUE.
           MOVE 0            TO CRA-MNT-ITEM.

           move 'READ CRAMNT '         to ws-step.
           EXEC CICS READ
                     FILE('CRAMNT')
                     INTO(CRA-MNT-RECORD)
                     RIDFLD(CRA-MNT-KEY)
                     KEYLENGTH(LENGTH OF CRA-MNT-KEY)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP EQUAL ZERO
                  SET WS-HDR-FOUND      TO TRUE
                  MOVE CRA-MNT-STATUS    TO WS-HDR-STATUS
                  MOVE CRA-MNT-MAKER     TO WS-HDR-MAKER
                  MOVE CRA-MNT-MADE-DATE TO WS-HDR-DATE
                  MOVE CRA-MNT-MADE-TIME TO WS-HDR-TIME
                  IF CRA-MNT-ITEM-CNT IS NUMERIC AND
                     CRA-MNT-ITEM-CNT NOT GREATER THAN 30
                     MOVE CRA-MNT-ITEM-CNT TO WS-SET-COUNT
                  END-IF
               WHEN WS-RESP EQUAL WS-RESP-NOTFND
                  SET WS-HDR-ABSENT     TO TRUE
               WHEN OTHER
                  SET WS-HDR-ERROR      TO TRUE
           END-EVALUATE.

       0800-READ-HEADER-END. EXIT.

      *****************
       0810-LOAD-DRAFT-ITEMS.
      *****************

           PERFORM 0815-READ-DRAFT-ITEM
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > WS-SET-COUNT
                  OR WS-EDIT-MSG NOT EQUAL SPACES.

       0810-LOAD-DRAFT-ITEMS-END. EXIT.

      *****************
       0815-READ-DRAFT-ITEM.
      *****************

           MOVE WS-MNT-QUEUE TO CRA-MNT-QUEUE.
           MOVE WS-SET-SUB   TO CRA-MNT-ITEM.

           move 'READ CRAMNT ITEM '    to ws-step.
           EXEC CICS READ
                     FILE('CRAMNT')
                     INTO(CRA-MNT-RECORD)
                     RIDFLD(CRA-MNT-KEY)
                     KEYLENGTH(LENGTH OF CRA-MNT-KEY)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL ZERO
              MOVE CRA-MNT-DATA TO WS-SET-ENTRY(WS-SET-SUB)
           ELSE
              MOVE 'CHANGE ITEM MISSING - CANCEL AND REOPEN '
                                        TO WS-EDIT-MSG
           END-IF.

       0815-READ-DRAFT-ITEM-END. EXIT.

      *****************
       0820-LOAD-LIVE-QUEUE.
      *****************
      * WHAT CRAURL WOULD LOAD NOW - THE SAME READQ LOOP AS ITS
      * 0220/0230, STOPPING AT THE SAME LIMIT.

           MOVE 0 TO WS-SET-COUNT
                     WS-QUEUE-ITEM-NUM.
           SET WS-LOAD-MORE TO TRUE.

           PERFORM 0825-READ-LIVE-ITEM UNTIL WS-LOAD-DONE.

       0820-LOAD-LIVE-QUEUE-END. EXIT.

      *****************
       0825-READ-LIVE-ITEM.
      *****************

           ADD 1 TO WS-QUEUE-ITEM-NUM.
           MOVE SPACES TO WS-QUEUE-ITEM.
           MOVE LENGTH OF WS-QUEUE-ITEM TO WS-QUEUE-LEN.

           move 'READQ TS '            to ws-step.
           EXEC CICS READQ TS
                     QUEUE(WS-MNT-QUEUE)
                     INTO(WS-QUEUE-ITEM)
                     LENGTH(WS-QUEUE-LEN)
                     ITEM(WS-QUEUE-ITEM-NUM)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL ZERO
              SET WS-LOAD-DONE TO TRUE
           ELSE
              ADD 1 TO WS-SET-COUNT
              MOVE WS-QUEUE-ITEM TO WS-SET-ENTRY(WS-SET-COUNT)
              IF WS-SET-COUNT NOT LESS THAN WS-ITEM-LIMIT
                 SET WS-LOAD-DONE TO TRUE
              END-IF
           END-IF.

       0825-READ-LIVE-ITEM-END. EXIT.

      *****************
       0830-FIND-HISTORY-VERSION.
      *****************
      * FINDS THE NEAREST RECORD FOR THIS QUEUE AT OR BEFORE THE
      * AS-OF DATE BY BROWSING BACK FROM THE FIRST RECORD PAST IT.
      * NO RECORD HAS THE AS-OF KEY ITSELF, AND A READPREV STRAIGHT
      * AFTER A STARTBR NEEDS THE KEY OF A RECORD THAT EXISTS - SO
      * THE GTEQ START IS FOLLOWED BY ONE READNEXT TO LEARN THE KEY
      * THE BROWSE IS REALLY ON (0832), AND A RESETBR TO THAT KEY.
      * WITH NOTHING PAST THE AS-OF KEY (NOTFND) THE BROWSE STARTS
      * FROM HIGH-VALUES INSTEAD, WHICH POSITIONS A BACKWARD BROWSE
      * ON THE LAST RECORD OF THE FILE WITHOUT ANY RESET.

           SET WS-HST-NONE TO TRUE.
           MOVE WS-HST-ASOF-KEY TO WS-HST-BROWSE-KEY.

           move 'STARTBR CRAHST '      to ws-step.
           EXEC CICS STARTBR
                     FILE('CRAHST')
                     RIDFLD(WS-HST-BROWSE-KEY)
                     KEYLENGTH(LENGTH OF WS-HST-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL WS-RESP-NOTFND
              MOVE HIGH-VALUES TO WS-HST-BROWSE-KEY
              EXEC CICS STARTBR
                        FILE('CRAHST')
                        RIDFLD(WS-HST-BROWSE-KEY)
                        KEYLENGTH(LENGTH OF WS-HST-BROWSE-KEY)
                        GTEQ
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
           END-IF.

           IF WS-RESP EQUAL ZERO
              IF WS-HST-BROWSE-KEY NOT EQUAL HIGH-VALUES
                 PERFORM 0832-POSITION-HISTORY-BROWSE
              END-IF
              IF WS-RESP EQUAL ZERO
                 SET WS-BROWSE-MORE TO TRUE
                 PERFORM 0835-READ-PREV-HISTORY UNTIL WS-BROWSE-DONE
              END-IF
              move 'ENDBR CRAHST '     to ws-step
              EXEC CICS ENDBR
                        FILE('CRAHST')
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
           END-IF.

       0830-FIND-HISTORY-VERSION-END. EXIT.

      *****************
       0832-POSITION-HISTORY-BROWSE.
      *****************
      * READS THE FIRST RECORD AT OR PAST THE AS-OF KEY AND RESETS
      * THE BROWSE TO ITS EXACT KEY, SO THE READPREVS CAN START.

           move 'READNEXT CRAHST '     to ws-step.
           EXEC CICS READNEXT
                     FILE('CRAHST')
                     INTO(CRA-HISTORY-RECORD)
                     RIDFLD(WS-HST-BROWSE-KEY)
                     KEYLENGTH(LENGTH OF WS-HST-BROWSE-KEY)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL ZERO
              move 'RESETBR CRAHST '   to ws-step
              EXEC CICS RESETBR
                        FILE('CRAHST')
                        RIDFLD(WS-HST-BROWSE-KEY)
                        KEYLENGTH(LENGTH OF WS-HST-BROWSE-KEY)
                        EQUAL
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
           END-IF.

       0832-POSITION-HISTORY-BROWSE-END. EXIT.

      *****************
       0835-READ-PREV-HISTORY.
      *****************
      * THE FIRST RECORD BACK IS THE ONE 0832 RESET THE BROWSE TO,
      * PAST THE AS-OF KEY - A LATER VERSION OF THIS QUEUE OR A
      * LATER QUEUE - AND IS SKIPPED, AS IS ANYTHING ELSE STILL PAST
      * THE DATE. FROM HIGH-VALUES THE FIRST RECORD BACK IS THE LAST
      * ON THE FILE. A RECORD FOR AN EARLIER QUEUE NAME MEANS THIS
      * QUEUE HAS NOTHING THAT OLD.

           move 'READPREV CRAHST '     to ws-step.
           EXEC CICS READPREV
                     FILE('CRAHST')
                     INTO(CRA-HISTORY-RECORD)
                     RIDFLD(WS-HST-BROWSE-KEY)
                     KEYLENGTH(LENGTH OF WS-HST-BROWSE-KEY)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP NOT EQUAL ZERO
                  SET WS-BROWSE-DONE TO TRUE
               WHEN CRA-HST-QUEUE < WS-ASOF-QUEUE
                  SET WS-BROWSE-DONE TO TRUE
               WHEN CRA-HST-QUEUE = WS-ASOF-QUEUE AND
                    CRA-HST-EFF-DATE NOT GREATER THAN WS-ASOF-DATE
                  SET WS-HST-FOUND   TO TRUE
                  SET WS-BROWSE-DONE TO TRUE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       0835-READ-PREV-HISTORY-END. EXIT.

      *****************
       0840-LOAD-HISTORY-ITEMS.
      *****************
      * THE VERSION'S HEADER, THEN ITS ITEMS, BY DIRECT READ.

           MOVE 0 TO CRA-HST-ITEM.

           move 'READ CRAHST '         to ws-step.
           EXEC CICS READ
                     FILE('CRAHST')
                     INTO(CRA-HISTORY-RECORD)
                     RIDFLD(CRA-HST-KEY)
                     KEYLENGTH(LENGTH OF CRA-HST-KEY)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL ZERO OR
              CRA-HST-ITEM-CNT IS NOT NUMERIC OR
              CRA-HST-ITEM-CNT > 30
              MOVE 'HISTORY VERSION HEADER UNREADABLE FOR   '
                                        TO WS-EDIT-MSG
           ELSE
              MOVE CRA-HST-MAKER     TO WS-HDR-MAKER
              MOVE CRA-HST-APPROVER  TO WS-HDR-APPROVER
              MOVE CRA-HST-EFF-DATE  TO WS-HDR-DATE
              MOVE CRA-HST-EFF-TIME  TO WS-HDR-TIME
              MOVE CRA-HST-ITEM-CNT  TO WS-SET-COUNT
              PERFORM 0845-READ-HISTORY-ITEM
                  VARYING WS-SET-SUB FROM 1 BY 1
                  UNTIL WS-SET-SUB > WS-SET-COUNT
                     OR WS-EDIT-MSG NOT EQUAL SPACES
           END-IF.

       0840-LOAD-HISTORY-ITEMS-END. EXIT.

      *****************
       0845-READ-HISTORY-ITEM.
      *****************

           MOVE WS-SET-SUB TO CRA-HST-ITEM.

           move 'READ CRAHST ITEM '    to ws-step.
           EXEC CICS READ
                     FILE('CRAHST')
                     INTO(CRA-HISTORY-RECORD)
                     RIDFLD(CRA-HST-KEY)
                     KEYLENGTH(LENGTH OF CRA-HST-KEY)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL ZERO
              MOVE CRA-HST-DATA TO WS-SET-ENTRY(WS-SET-SUB)
           ELSE
              MOVE 'HISTORY VERSION ITEM MISSING FOR        '
                                        TO WS-EDIT-MSG
           END-IF.

       0845-READ-HISTORY-ITEM-END. EXIT.

      *****************
       0850-SET-SHOW-FROM.
      *****************
      * FIRST ITEM TO SHOW - FROM WS-NUM-TEXT, 1 IF BLANK OR BAD.

           PERFORM 0890-CONVERT-NUMBER.

           IF WS-NUM-OK AND WS-NUM > 0 AND WS-NUM NOT > 30
              MOVE WS-NUM TO WS-SHOW-FROM
           ELSE
              MOVE 1      TO WS-SHOW-FROM
           END-IF.

       0850-SET-SHOW-FROM-END. EXIT.

      *****************
       0860-SEND-SHOW.
      *****************
      * UP TO FIFTEEN ITEMS FROM WS-SHOW-FROM UNDER A COLUMN LEGEND
      * THAT DOUBLES AS THE KEYING TEMPLATE; CRACFG AS ONE LINE PER
      * NAMED FIELD.

           MOVE WS-MNT-QUEUE    TO WS-SHW-QUEUE.
           MOVE WS-HDR-MAKER    TO WS-SHW-MAKER.
           MOVE WS-HDR-APPROVER TO WS-SHW-APPROVER.
           MOVE WS-HDR-DATE     TO WS-SHW-DATE.
           MOVE WS-HDR-TIME     TO WS-SHW-TIME.
           MOVE WS-SET-COUNT    TO WS-SHW-CNT.

           PERFORM 0862-CLEAR-SHOW-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 20.

           EVALUATE TRUE
               WHEN WS-Q-POLICY
                  MOVE WS-POL-LEGEND TO WS-SHW-LEGEND
               WHEN WS-Q-GRID
                  MOVE WS-GRD-LEGEND TO WS-SHW-LEGEND
               WHEN OTHER
                  MOVE WS-CFG-LEGEND TO WS-SHW-LEGEND
           END-EVALUATE.

           IF WS-Q-CONFIG
              MOVE SPACES TO CRA-CFG-RECORD
              IF WS-SET-COUNT > 0
                 MOVE WS-SET-ENTRY(1) TO CRA-CFG-RECORD
              END-IF
              PERFORM 0866-SHOW-CONFIG-FIELD
                  VARYING WS-CFG-IDX FROM 1 BY 1
                  UNTIL WS-CFG-IDX > WS-CFG-FIELD-CNT
           ELSE
              MOVE 0 TO WS-LINE-SUB
              PERFORM 0864-SHOW-ONE-ITEM
                  VARYING WS-SET-SUB FROM WS-SHOW-FROM BY 1
                  UNTIL WS-SET-SUB > WS-SET-COUNT
                     OR WS-LINE-SUB NOT LESS THAN 15
           END-IF.

           MOVE LENGTH OF WS-SHOW-REPLY TO WS-SEND-LEN.
           move 'SEND TEXT SHOW '      to ws-step.
           EXEC CICS SEND TEXT
                     FROM(WS-SHOW-REPLY)
                     LENGTH(WS-SEND-LEN)
                     ERASE
                     FREEKB
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

       0860-SEND-SHOW-END. EXIT.

      *****************
       0862-CLEAR-SHOW-LINE.
      *****************

           MOVE SPACES TO WS-SHW-LINE(WS-LINE-SUB).

       0862-CLEAR-SHOW-LINE-END. EXIT.

      *****************
       0864-SHOW-ONE-ITEM.
      *****************

           ADD 1 TO WS-LINE-SUB.
           MOVE WS-SET-SUB   TO WS-ITEM-EDIT.
           MOVE WS-ITEM-EDIT TO WS-SHW-ITEM(WS-LINE-SUB).
           MOVE WS-SET-ENTRY(WS-SET-SUB)(1:WS-ITEM-LEN)
             TO WS-SHW-DATA(WS-LINE-SUB).

       0864-SHOW-ONE-ITEM-END. EXIT.

      *****************
       0866-SHOW-CONFIG-FIELD.
      *****************

           SET WS-LINE-SUB TO WS-CFG-IDX.
           MOVE SPACES TO WS-SHW-DATA(WS-LINE-SUB).
           MOVE WS-CFG-FLD-NAME(WS-CFG-IDX)
             TO WS-SHW-DATA(WS-LINE-SUB)(1:8).
           MOVE CRA-CFG-RECORD(WS-CFG-FLD-POS(WS-CFG-IDX):
                               WS-CFG-FLD-LEN(WS-CFG-IDX))
             TO WS-SHW-DATA(WS-LINE-SUB)(10:).

       0866-SHOW-CONFIG-FIELD-END. EXIT.

      *****************
       0870-ENQ-QUEUE.
      *****************
      * SERIALIZES EVERY UPDATE TO ONE QUEUE'S CHANGE - TWO
      * TERMINALS KEYING OR APPROVING THE SAME CHANGE AT ONCE WOULD
      * EACH SAVE OVER THE OTHER. HELD TO THE END OF THE UNIT OF WORK.

           move 'ENQ CRAM '            to ws-step.
           EXEC CICS ENQ
                     RESOURCE(WS-ENQ-NAME)
                     LENGTH(LENGTH OF WS-ENQ-NAME)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

       0870-ENQ-QUEUE-END. EXIT.

      *****************
       0880-SAVE-DRAFT.
      *****************
      * REWRITES THE WHOLE CHANGE - HEADER AND ITEMS - FROM
      * WS-HDR-SAVE AND THE SET TABLE. DELETE-AND-WRITE KEEPS THE
      * FILE EXACTLY IN STEP WITH THE TABLE WHEN AN ITEM IS DROPPED.

           PERFORM 0885-DELETE-DRAFT.

           MOVE SPACES          TO CRA-MNT-RECORD.
           MOVE WS-MNT-QUEUE    TO CRA-MNT-QUEUE.
           MOVE 0               TO CRA-MNT-ITEM.
           MOVE WS-HDR-STATUS   TO CRA-MNT-STATUS.
           MOVE WS-HDR-MAKER    TO CRA-MNT-MAKER.
           MOVE WS-HDR-DATE     TO CRA-MNT-MADE-DATE.
           MOVE WS-HDR-TIME     TO CRA-MNT-MADE-TIME.
           MOVE WS-SET-COUNT    TO CRA-MNT-ITEM-CNT.

           IF WS-EDIT-MSG = SPACES
              PERFORM 0887-WRITE-DRAFT-RECORD
           END-IF.

           MOVE SPACES          TO CRA-MNT-STATUS
                                   CRA-MNT-MAKER
                                   CRA-MNT-MADE-DATE
                                   CRA-MNT-MADE-TIME.
           MOVE 0               TO CRA-MNT-ITEM-CNT.

           PERFORM 0882-WRITE-DRAFT-ITEM
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > WS-SET-COUNT
                  OR WS-EDIT-MSG NOT EQUAL SPACES.

           IF WS-EDIT-MSG NOT EQUAL SPACES
              PERFORM 0895-BACK-OUT
           END-IF.

       0880-SAVE-DRAFT-END. EXIT.

      *****************
       0882-WRITE-DRAFT-ITEM.
      *****************

           MOVE WS-SET-SUB               TO CRA-MNT-ITEM.
           MOVE WS-SET-ENTRY(WS-SET-SUB) TO CRA-MNT-DATA.

           PERFORM 0887-WRITE-DRAFT-RECORD.

       0882-WRITE-DRAFT-ITEM-END. EXIT.

      *****************
       0885-DELETE-DRAFT.
      *****************
      * EVERY RECORD OF THIS QUEUE'S CHANGE, HEADER INCLUDED, IN ONE
      * GENERIC DELETE ON THE QUEUE-NAME PART OF THE KEY. NOTHING TO
      * DELETE (A NEW CHANGE) IS FINE.

           MOVE WS-MNT-QUEUE TO CRA-MNT-QUEUE.
           MOVE 0            TO CRA-MNT-ITEM.

           move 'DELETE CRAMNT '       to ws-step.
           EXEC CICS DELETE
                     FILE('CRAMNT')
                     RIDFLD(CRA-MNT-KEY)
                     KEYLENGTH(LENGTH OF CRA-MNT-QUEUE)
                     GENERIC
                     NUMREC(WS-DEL-CNT)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL ZERO AND
              WS-RESP NOT EQUAL WS-RESP-NOTFND
              MOVE 'CRAMNT UPDATE FAILED - NOTHING SAVED FOR'
                                        TO WS-EDIT-MSG
              PERFORM 0895-BACK-OUT
           END-IF.

       0885-DELETE-DRAFT-END. EXIT.

      *****************
       0887-WRITE-DRAFT-RECORD.
      *****************

           move 'WRITE CRAMNT '        to ws-step.
           EXEC CICS WRITE
                     FILE('CRAMNT')
                     FROM(CRA-MNT-RECORD)
                     RIDFLD(CRA-MNT-KEY)
                     KEYLENGTH(LENGTH OF CRA-MNT-KEY)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL ZERO
              MOVE 'CRAMNT UPDATE FAILED - NOTHING SAVED FOR'
                                        TO WS-EDIT-MSG
           END-IF.

       0887-WRITE-DRAFT-RECORD-END. EXIT.

      *****************
       0890-CONVERT-NUMBER.
      *****************
      * WS-NUM-TEXT TO WS-NUM: ONE OR MORE LEADING DIGITS, THEN
      * NOTHING BUT BLANKS. ANYTHING ELSE IS WS-NUM-BAD.

           MOVE 0 TO WS-NUM
                     WS-NUM-DIGITS.
           SET WS-NUM-OK       TO TRUE.
           SET WS-NUM-SCANNING TO TRUE.

           PERFORM 0892-NUMBER-DIGIT
               VARYING WS-NUM-SUB FROM 1 BY 1
               UNTIL WS-NUM-SUB > LENGTH OF WS-NUM-TEXT
                  OR WS-NUM-ENDED.

           IF WS-NUM-DIGITS = 0 OR WS-NUM-DIGITS > 9
              SET WS-NUM-BAD TO TRUE
           ELSE
              IF WS-NUM-DIGITS < LENGTH OF WS-NUM-TEXT
                 IF WS-NUM-TEXT(WS-NUM-DIGITS + 1:) NOT EQUAL SPACES
                    SET WS-NUM-BAD TO TRUE
                 END-IF
              END-IF
           END-IF.

       0890-CONVERT-NUMBER-END. EXIT.

      *****************
       0892-NUMBER-DIGIT.
      *****************

           MOVE WS-NUM-TEXT(WS-NUM-SUB:1) TO WS-NUM-DIGIT-X.

           IF WS-NUM-DIGIT-X IS NUMERIC AND WS-NUM-DIGITS < 9
              COMPUTE WS-NUM = WS-NUM * 10 + WS-NUM-DIGIT
              ADD 1 TO WS-NUM-DIGITS
           ELSE
              SET WS-NUM-ENDED TO TRUE
           END-IF.

       0892-NUMBER-DIGIT-END. EXIT.

      *****************
       0895-BACK-OUT.
      *****************
      * A FAILED UPDATE UNDOES EVERYTHING THIS TASK HAS DONE TO
      * CRAMNT, CRAHST AND THE QUEUE - A HALF-SAVED CHANGE OR A
      * PUBLISH WITHOUT ITS HISTORY IS WORSE THAN NONE.

           move 'SYNCPOINT ROLLBACK '  to ws-step.
           EXEC CICS SYNCPOINT ROLLBACK
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

       0895-BACK-OUT-END. EXIT.

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
       0910-SEND-DONE.
      *****************

           MOVE WS-MNT-QUEUE TO WS-DSP-REF.
           MOVE WS-USERID    TO WS-DSP-USER.
           MOVE LENGTH OF WS-DISP-REPLY TO WS-SEND-LEN.

           move 'SEND TEXT DONE '      to ws-step.
           EXEC CICS SEND TEXT
                     FROM(WS-DISP-REPLY)
                     LENGTH(WS-SEND-LEN)
                     ERASE
                     FREEKB
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

       0910-SEND-DONE-END. EXIT.

      ***************
       0990-CICS-RET.
      ***************
      * Return
           EXEC CICS RETURN
           END-EXEC.

       0990-CICS-END. EXIT.
