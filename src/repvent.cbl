       01  CONTROL-RECORD            PIC X(80).

       FD  JOBLOG-FILE
           RECORD CONTAINS 56 CHARACTERS.
           COPY JLOGREC.

       FD  REPORTE-FILE
           RECORD CONTAINS 80 CHARACTERS.
