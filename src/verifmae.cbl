      *              ya vistas de la bitácora en VERIFVIS.DAT, para  *
      *              que la verificación no dependa de una tabla en  *
      *              memoria.                                        *
      *              Una reversa (operación V) descuenta el cálculo  *
      *              original de la clave cuenta + fecha del         *
      *              original, igual que CALCULADORA en el maestro;  *
      *              por eso los archivos mensuales se leen hasta el *
      *              mes en curso.                                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-MAESTRO.
           COPY MASTREC.

       FD  AUDIT-FILE
           RECORD CONTAINS 86 CHARACTERS.
           COPY AUDREC.

       FD  ARCHIVO-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  ARCHIVO-RECORD            PIC X(86).

       FD  LOG-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  LOG-RECORD.
           05  MLG-FECHA             PIC 9(8).
           05  FILLER                PIC X.
           05  MLG-CUENTA            PIC 9(4).
           05  FILLER                PIC X.
           05  MLG-FECHA-CLAVE       PIC 9(8).
           05  FILLER                PIC X(63).

       FD  ESPERADO-FILE.
       01  ESPERADO-RECORD.
           05  VTR-CLAVE.
               10  VTR-CUENTA        PIC 9(4).
               10  VTR-FECHA         PIC 9(8).
           05  VTR-REGISTROS         PIC S9(6).
           05  VTR-SUMA              PIC S9(9).
           05  VTR-RESTA             PIC S9(9).
           05  VTR-MULT              PIC S9(12).
       01  WS-PERIODO-MM             PIC 9(2) VALUE ZERO.
       01  WS-CUENTA-DIF             PIC 9(4) VALUE ZERO.
       01  WS-FECHA-DIF              PIC 9(8) VALUE ZERO.
       01  WS-FECHA-ASIENTO          PIC 9(8) VALUE ZERO.
       01  WS-SIGNO                  PIC S9(1) VALUE +1.

       01  WS-AUD-LEIDOS             PIC 9(8) VALUE ZERO.
       01  WS-AUD-ACUMULADOS         PIC 9(8) VALUE ZERO.
       ARMAR-ESPERADO.
           IF WS-FECHA-MAXIMA > ZERO
               MOVE WS-FECHA-MINIMA (1:6) TO WS-PERIODO-ACTUAL
               MOVE WS-FECHA-SISTEMA (1:6) TO WS-PERIODO-FINAL
               PERFORM UNTIL WS-PERIODO-ACTUAL > WS-PERIODO-FINAL
                   PERFORM ACUMULAR-ARCHIVO
                       THRU ACUMULAR-ARCHIVO-FIN
               INVALID KEY
                   GO TO ACUMULAR-REGISTRO-FIN
           END-WRITE.
           IF AUD-OPERACION = "V"
               MOVE AUD-REF-FECHA TO WS-FECHA-ASIENTO
               MOVE -1            TO WS-SIGNO
           ELSE
               MOVE AUD-FECHA     TO WS-FECHA-ASIENTO
               MOVE +1            TO WS-SIGNO
           END-IF.
           MOVE AUD-CUENTA       TO VTR-CUENTA.
           MOVE WS-FECHA-ASIENTO TO VTR-FECHA.
           MOVE "S" TO WS-ESPERADO-HALLADO.
           READ ESPERADO-FILE
               INVALID KEY
                   MOVE "N" TO WS-ESPERADO-HALLADO
                   MOVE AUD-CUENTA       TO VTR-CUENTA
                   MOVE WS-FECHA-ASIENTO TO VTR-FECHA
                   MOVE ZERO TO VTR-REGISTROS VTR-SUMA VTR-RESTA
                                VTR-MULT VTR-DIV
                   MOVE SPACE TO VTR-COTEJADO
           END-READ.
           ADD WS-SIGNO  TO VTR-REGISTROS.
           COMPUTE VTR-SUMA  = VTR-SUMA  + AUD-SUMA  * WS-SIGNO.
           COMPUTE VTR-RESTA = VTR-RESTA + AUD-RESTA * WS-SIGNO.
           COMPUTE VTR-MULT  = VTR-MULT  + AUD-MULT  * WS-SIGNO.
           COMPUTE VTR-DIV   = VTR-DIV   + AUD-DIV   * WS-SIGNO.
           IF ESPERADO-HALLADO
               REWRITE ESPERADO-RECORD
           ELSE
