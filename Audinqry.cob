       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY AUDITREC.

       FD  MAINT-LOG-FILE
