       01  CONTROL-RECORD            PIC X(80).

      *    El registro mas largo de las tres bitacoras es el de
      *    CALCMLOG.DAT (94); los mas cortos quedan rellenados con
      *    espacios al leerlos, igual que los registros del layout
      *    viejo de la bitacora en CONSULTA-AUDIT.
       FD  VIVO-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  VIVO-RECORD               PIC X(94).

       FD  ARCHIVO-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  ARCHIVO-RECORD            PIC X(94).

       FD  TRABAJO-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  TRABAJO-RECORD            PIC X(94).

       FD  MANIFIESTO-FILE
           RECORD CONTAINS 80 CHARACTERS.
