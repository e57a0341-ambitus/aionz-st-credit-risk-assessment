           05  FILLER                   PIC X(45).

       FD  CRAAUDIT
           RECORD CONTAINS 1581 CHARACTERS.
       COPY CRAAUDR.

       FD  CRADRFRPT
