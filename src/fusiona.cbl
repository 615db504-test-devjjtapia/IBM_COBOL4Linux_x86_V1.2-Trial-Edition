       01  CONTROL-RECORD            PIC X(80).

       FD  SUCURSAL-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  SUCURSAL-RECORD           PIC X(50).

       FD  SALIDA-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY TRANREC.

       FD  LIBERADO-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  LIBERADO-RECORD           PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS         PIC X(2) VALUE "00".
