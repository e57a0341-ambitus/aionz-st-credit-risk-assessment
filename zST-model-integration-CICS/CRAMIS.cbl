       DATA DIVISION.
       FILE SECTION.
       FD  CRAAUDIT
           RECORD CONTAINS 1581 CHARACTERS.
       COPY CRAAUDR.

       FD  CRAMISRPT
      *****************
      * COUNTEROFFER PROBE RECORDS ARE NOT CUSTOMER DECISIONS AND
      * WOULD SKEW EVERY BREAKOUT TOWARD THE DECLINED POPULATION'S
      * FEATURES - SKIPPED. SO ARE FRAUD-REFERRAL HOLD RECORDS,
      * WHICH CARRY NO BAND AT ALL; A RELEASED APPLICATION COUNTS
      * ON THE RECORD OF ITS OWN LATER SCORE.

           IF CRA-AUDIT-PROBE-FLAG = 'Y' OR
              CRA-AUDIT-HOLD-FLAG = 'Y'
              PERFORM 1100-READ-AUDIT
           ELSE
              PERFORM 2010-SUMMARIZE-DECISION
