      *              cuenta activa en la corrida anterior que hoy    *
      *              no trae nada. Una cuenta inactiva desde antes   *
      *              de la corrida anterior no se vuelve a listar.   *
      *              Cada renglón lleva la descripción de la cuenta  *
      *              tomada del maestro de cuentas CALCCTA.DAT.      *
      *              Termina con código 4 si hay cuentas marcadas,   *
      *              para que el operador revise VARDIA.DAT.         *
      *              Tarjetas de VARIANZA.CTL:                       *
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.

           SELECT CUENTA-FILE ASSIGN TO "CALCCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-CUENTA-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "VARDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
       FD  MAESTRO-FILE.
           COPY MASTREC.

       FD  CUENTA-FILE.
           COPY CTAREC.

       FD  REPORTE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORTE-LINE              PIC X(80).
       01  WS-CONTROL-STATUS         PIC X(2) VALUE "00".
       01  WS-MAESTRO-STATUS         PIC X(2) VALUE "00".
       01  WS-REPORTE-STATUS         PIC X(2) VALUE "00".
       01  WS-CUENTA-STATUS          PIC X(2) VALUE "00".
       01  WS-CUENTA-ABIERTA         PIC X(1) VALUE "N".
           88  CUENTA-ABIERTA        VALUE "S".
       01  WS-FECHA-PROCESO          PIC 9(8) VALUE ZERO.
       01  WS-FIN-CONTROL            PIC X(1) VALUE "N".
           88  FIN-CONTROL           VALUE "S".

       01  RPT-ENCABEZADO-2.
           05  FILLER                PIC X(40) VALUE
               "CTA  DESCRIPCION REG-ANT REG-HOY   SUMA-".
           05  FILLER                PIC X(40) VALUE
               "ANT   SUMA-HOY     VAR % OBSERVACION".

       01  RPT-DETALLE.
           05  RPT-DET-CUENTA        PIC 9(4).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-DET-DESCRIPCION   PIC X(11).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-DET-REG-ANT       PIC ZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-DET-REG-HOY       PIC ZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-DET-SUMA-ANT      PIC -ZZZZZZZZ9.
           05  RPT-DET-SUMA-HOY      PIC -ZZZZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-DET-VAR           PIC -ZZZZ9.99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-DET-OBS           PIC X(14).
           05  FILLER                PIC X(1) VALUE SPACE.

       01  RPT-PIE.
           05  FILLER                PIC X(18) VALUE
               GOBACK
           END-IF.

           OPEN INPUT CUENTA-FILE.
           IF WS-CUENTA-STATUS = "00"
               SET CUENTA-ABIERTA TO TRUE
           ELSE
               DISPLAY "  AVISO: no se pudo abrir CALCCTA.DAT "
                       "(status " WS-CUENTA-STATUS "), el reporte "
                       "sale sin descripcion de cuentas"
           END-IF.

           MOVE WS-FECHA-PROCESO TO RPT-ENC-FECHA.
           MOVE WS-UMBRAL        TO RPT-ENC-UMBRAL.
           MOVE RPT-ENCABEZADO-1 TO REPORTE-LINE.
           MOVE RPT-PIE TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           CLOSE REPORTE-FILE.
           IF CUENTA-ABIERTA
               CLOSE CUENTA-FILE
           END-IF.

           DISPLAY "Cuentas listadas: " WS-CUENTAS-LISTADAS.
           DISPLAY "Cuentas marcadas: " WS-CUENTAS-MARCADAS.
               GO TO EVALUAR-CUENTA-LIMPIA
           END-IF.
           MOVE WS-CUENTA-ACTUAL TO RPT-DET-CUENTA.
           PERFORM BUSCAR-DESCRIPCION THRU BUSCAR-DESCRIPCION-FIN.
           MOVE WS-ANT-REGISTROS TO RPT-DET-REG-ANT.
           MOVE WS-HOY-REGISTROS TO RPT-DET-REG-HOY.
           MOVE WS-ANT-SUMA      TO RPT-DET-SUMA-ANT.
       EVALUAR-CUENTA-FIN.
           EXIT.

      *    Descripcion de la cuenta segun el maestro de cuentas;
      *    una cuenta que no figura se marca como tal.
       BUSCAR-DESCRIPCION.
           MOVE SPACES TO RPT-DET-DESCRIPCION.
           IF NOT CUENTA-ABIERTA
               GO TO BUSCAR-DESCRIPCION-FIN
           END-IF.
           MOVE WS-CUENTA-ACTUAL TO CTA-CUENTA.
           READ CUENTA-FILE
               INVALID KEY
                   MOVE "NO FIGURA" TO RPT-DET-DESCRIPCION
               NOT INVALID KEY
                   MOVE CTA-DESCRIPCION TO RPT-DET-DESCRIPCION
           END-READ.
       BUSCAR-DESCRIPCION-FIN.
           EXIT.

       ESCRIBIR-REPORTE.
           WRITE REPORTE-LINE.
           IF WS-REPORTE-STATUS NOT = "00"
