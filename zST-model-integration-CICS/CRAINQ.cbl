         03  WS-BEST-VERSION           pic x(25).
         03  WS-BEST-FINAL-DISP        pic x(10).
         03  WS-BEST-DISP-USER         pic x(8).
         03  WS-BEST-SECOND-USER       pic x(8).

      * INQUIRY REPLY, BUILT AS FIXED 80-COLUMN LINES AND SENT AS ONE
      * TEXT BLOCK.
            05  WS-RPL-FINAL-DISP      pic x(10).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-RPL-DISP-USER       pic x(8).
            05  FILLER                 pic x(1)  value spaces.
            05  WS-RPL-SECOND-USER     pic x(8).
            05  FILLER                 pic x(30) value spaces.

       01  WS-ERR-REPLY.
         03  WS-ERR-TEXT               pic x(40).
                 MOVE CRA-AUDIT-VERSION       TO WS-BEST-VERSION
                 MOVE CRA-AUDIT-FINAL-DISP    TO WS-BEST-FINAL-DISP
                 MOVE CRA-AUDIT-DISP-USER     TO WS-BEST-DISP-USER
                 MOVE CRA-AUDIT-SECOND-USER   TO WS-BEST-SECOND-USER
              END-IF
           END-IF.

           MOVE WS-BEST-VERSION       TO WS-RPL-VERSION.
           MOVE WS-BEST-FINAL-DISP    TO WS-RPL-FINAL-DISP.
           MOVE WS-BEST-DISP-USER     TO WS-RPL-DISP-USER.
           MOVE WS-BEST-SECOND-USER   TO WS-RPL-SECOND-USER.

           MOVE LENGTH OF WS-INQ-REPLY TO WS-SEND-LEN.

