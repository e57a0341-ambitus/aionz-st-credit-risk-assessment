      ******************************************************************
      * CRASLPR - AUDIT SEAL CALL PARAMETER
      *
      * PASSED WITH A CRAAUDR RECORD ON EVERY CALL TO CRASEAL, THE ONE
      * ROUTINE THAT COMPUTES AN AUDIT RECORD'S INTEGRITY SEAL, SO THE
      * SEALING PROGRAMS (CRAURL, CRAREV, CRACHL, CRAFRW, CRAARC) AND
      * THE CRASVF VERIFICATION RUN CAN NEVER DISAGREE ABOUT HOW A
      * SEAL IS WORKED OUT:
      *
      *     CALL 'CRASEAL' USING CRA-AUDIT-RECORD CRA-SEAL-PARM
      *
      * CRA-SEAL-RESULT COMES BACK AS THE SIXTEEN-DIGIT SEAL OF THE
      * RECORD AS PASSED - EVERY BYTE AHEAD OF CRA-AUDIT-SEAL-VALUE,
      * SO THE CALLER SETS THE SEAL VERSION, PROGRAM AND PREVIOUS
      * SEAL FIRST. A SEALING PROGRAM MOVES THE RESULT INTO
      * CRA-AUDIT-SEAL-VALUE; THE VERIFICATION RUN COMPARES IT WITH
      * WHAT IS ON FILE. THE RECORD ITSELF IS NOT CHANGED.
      ******************************************************************
       01  CRA-SEAL-PARM.
           05  CRA-SEAL-RESULT           PIC X(16).
