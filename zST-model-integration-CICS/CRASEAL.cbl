       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRASEAL.

      * AUTHOR - MAHALAKSHMI V************************************
      *
      * AUDIT RECORD SEAL ROUTINE. WORKS OUT THE INTEGRITY SEAL OF
      * ONE CRAAUDR RECORD (SEE CRA-AUDIT-SEAL) AND HANDS IT BACK IN
      * CRA-SEAL-PARM (CRASLPR). CALLED BY EVERY PROGRAM THAT SEALS
      * AN AUDIT RECORD - CRAURL, CRAREV, CRACHL AND CRAFRW ONLINE,
      * CRAARC IN BATCH - AND BY THE CRASVF VERIFICATION RUN, SO THE
      * SEAL IS WORKED OUT ONE WAY ONLY. NO FILES AND NO CICS
      * COMMANDS, SO THE SAME LOAD MODULE SERVES BOTH SIDES.
      *
      * THE SEAL COVERS EVERY BYTE OF THE RECORD AHEAD OF
      * CRA-AUDIT-SEAL-VALUE, WHICH INCLUDES THE PREVIOUS SEAL - THAT
      * IS WHAT CHAINS ONE SEAL TO THE NEXT. THREE RUNNING SUMS ARE
      * KEPT OVER THE BYTES:
      *   A  1 + THE SUM OF THE BYTE VALUES (+1 EACH), MOD 65521
      *   B  THE SUM OF A AFTER EACH BYTE, MOD 65521 - SO THE SAME
      *      BYTES IN A DIFFERENT ORDER GIVE A DIFFERENT B
      *   C  C * 257 + BYTE VALUE + BYTE POSITION, MOD 999983
      * AND THE SEAL IS A (5 DIGITS), B (5) AND C (6) SIDE BY SIDE.
      * A CHANGED BYTE MOVES ALL THREE; TWO BYTES SWAPPED MOVE B AND
      * C. IT IS A CHECK VALUE, NOT A CIPHER: WHAT PROVES A
      * RECORD WAS SEALED BY AN AUTHORIZED PROGRAM IS THE MATCHING
      * ENTRY ON THE APPEND-ONLY CRASLJ JOURNAL.
      *
      * A BYTE'S VALUE IS TAKEN BY DROPPING IT INTO THE LOW-ORDER
      * HALF OF A HALFWORD WHOSE HIGH-ORDER HALF IS LOW-VALUES.
      ************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-SEAL-WORK.
         03  WS-SEAL-LEN                pic s9(8) BINARY.
         03  WS-SEAL-POS                pic s9(8) BINARY.
         03  WS-SEAL-SUM-A              pic s9(9) COMP-3.
         03  WS-SEAL-SUM-B              pic s9(9) COMP-3.
         03  WS-SEAL-SUM-C              pic s9(11) COMP-3.
         03  WS-SEAL-QUOT               pic s9(11) COMP-3.

       01  WS-SEAL-BYTE.
         03  WS-SEAL-BYTE-HI            pic x(1)  value low-value.
         03  WS-SEAL-BYTE-LO            pic x(1).
       01  WS-SEAL-BYTE-VALUE REDEFINES WS-SEAL-BYTE
                                        pic 9(4) BINARY.

       01  WS-SEAL-OUT.
         03  WS-SEAL-OUT-A              pic 9(5).
         03  WS-SEAL-OUT-B              pic 9(5).
         03  WS-SEAL-OUT-C              pic 9(6).

       LINKAGE SECTION.
       COPY CRAAUDR.
       COPY CRASLPR.

       PROCEDURE DIVISION USING CRA-AUDIT-RECORD
                                CRA-SEAL-PARM.

           MOVE 1 TO WS-SEAL-SUM-A.
           MOVE 0 TO WS-SEAL-SUM-B
                     WS-SEAL-SUM-C.
           MOVE LOW-VALUE TO WS-SEAL-BYTE-HI.

           COMPUTE WS-SEAL-LEN = LENGTH OF CRA-AUDIT-RECORD
                               - LENGTH OF CRA-AUDIT-SEAL-VALUE.

           PERFORM 0100-ADD-BYTE
               VARYING WS-SEAL-POS FROM 1 BY 1
               UNTIL WS-SEAL-POS > WS-SEAL-LEN.

           MOVE WS-SEAL-SUM-A TO WS-SEAL-OUT-A.
           MOVE WS-SEAL-SUM-B TO WS-SEAL-OUT-B.
           MOVE WS-SEAL-SUM-C TO WS-SEAL-OUT-C.
           MOVE WS-SEAL-OUT   TO CRA-SEAL-RESULT.

           GOBACK.

      *****************
       0100-ADD-BYTE.
      *****************
      * A IS BELOW 65521 + 256 AND B BELOW TWICE 65521 AFTER THEIR
      * ADDS, SO ONE SUBTRACT BRINGS EITHER BACK INTO RANGE.

           MOVE CRA-AUDIT-RECORD(WS-SEAL-POS:1) TO WS-SEAL-BYTE-LO.

           COMPUTE WS-SEAL-SUM-A = WS-SEAL-SUM-A
                                 + WS-SEAL-BYTE-VALUE + 1.
           IF WS-SEAL-SUM-A NOT LESS THAN 65521
              SUBTRACT 65521 FROM WS-SEAL-SUM-A
           END-IF.

           ADD WS-SEAL-SUM-A TO WS-SEAL-SUM-B.
           IF WS-SEAL-SUM-B NOT LESS THAN 65521
              SUBTRACT 65521 FROM WS-SEAL-SUM-B
           END-IF.

           COMPUTE WS-SEAL-SUM-C = WS-SEAL-SUM-C * 257
                                 + WS-SEAL-BYTE-VALUE
                                 + WS-SEAL-POS.
           DIVIDE WS-SEAL-SUM-C BY 999983
               GIVING WS-SEAL-QUOT
               REMAINDER WS-SEAL-SUM-C.

       0100-ADD-BYTE-END. EXIT.
