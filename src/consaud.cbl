       01  SELECCION-RECORD          PIC X(80).

       FD  AUDIT-FILE
           RECORD CONTAINS 86 CHARACTERS.
           COPY AUDREC.

       FD  LISTADO-FILE
       01  LISTADO-LINE              PIC X(80).

       FD  ARCHIVO-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  ARCHIVO-RECORD            PIC X(86).

       WORKING-STORAGE SECTION.
       01  WS-SELECCION-STATUS       PIC X(2) VALUE "00".

      *    Layout anterior de la bitacora (58 bytes): fecha, hora y
      *    clave como hoy, y los numeros y resultados a partir de
      *    la columna 24. Un registro viejo leido bajo el FD de 86
      *    queda rellenado con espacios al final, por eso se
      *    reconoce porque las columnas de la division (67-70)
      *    no son numericas.
