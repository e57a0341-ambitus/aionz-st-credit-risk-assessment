       DATA DIVISION.
       FILE SECTION.
       FD  CRAAUDIT
           RECORD CONTAINS 1581 CHARACTERS.
       COPY CRAAUDR.

       FD  CRACMPRPT
