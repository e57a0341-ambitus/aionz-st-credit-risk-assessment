           05  FILLER                   PIC X(72).

       FD  CRAAUDIT
           RECORD CONTAINS 1581 CHARACTERS.
       COPY CRAAUDR.

      * THE NOTICE RECORD THE LETTER SHOP MERGES INTO THE REG B
