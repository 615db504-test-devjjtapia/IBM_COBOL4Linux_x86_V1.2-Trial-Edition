      *              MESCERR.DAT para que PROCESO-NOCTURNO rechace   *
      *              una corrida diaria con FECHA dentro de un mes   *
      *              ya cerrado.                                     *
      *              Cada cuenta del reporte lleva la descripción    *
      *              del maestro de cuentas CALCCTA.DAT.             *
      *              Un mes con lotes de la interfaz contable que el *
      *              mayor no aceptó (GLREG.DAT, que concilia        *
      *              ACUSE-CONTABLE) no se cierra: se listan los     *
      *              lotes y el paso termina con código 8.           *
      *              Un mes ya cerrado no se vuelve a cerrar; un     *
      *              cierre que fallo antes de marcar el mes puede   *
      *              repetirse y regraba la consolidacion completa.  *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERRADO-STATUS.

           SELECT CUENTA-FILE ASSIGN TO "CALCCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-CUENTA-STATUS.

           SELECT REGISTRO-FILE ASSIGN TO "GLREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLR-CLAVE
               FILE STATUS IS WS-REGISTRO-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "CIERREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           RECORD CONTAINS 6 CHARACTERS.
       01  CERRADO-RECORD            PIC 9(6).

       FD  CUENTA-FILE.
           COPY CTAREC.

       FD  REGISTRO-FILE.
           COPY GLREGREC.

       FD  REPORTE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORTE-LINE              PIC X(80).
       01  WS-MENSUAL-STATUS         PIC X(2) VALUE "00".
       01  WS-CERRADO-STATUS         PIC X(2) VALUE "00".
       01  WS-REPORTE-STATUS         PIC X(2) VALUE "00".
       01  WS-CUENTA-STATUS          PIC X(2) VALUE "00".
       01  WS-REGISTRO-STATUS        PIC X(2) VALUE "00".
       01  WS-FIN-REGISTRO           PIC X(1) VALUE "N".
           88  FIN-REGISTRO          VALUE "S".
       01  WS-LOTES-SIN-ACEPTAR      PIC 9(6) VALUE ZERO.
       01  WS-CUENTA-ABIERTA         PIC X(1) VALUE "N".
           88  CUENTA-ABIERTA        VALUE "S".
       01  WS-FECHA-SISTEMA          PIC 9(8) VALUE ZERO.
       01  WS-FIN-CONTROL            PIC X(1) VALUE "N".
           88  FIN-CONTROL           VALUE "S".
           05  FILLER                PIC X(18) VALUE SPACES.

       01  RPT-ENCABEZADO-2.
           05  FILLER                PIC X(40) VALUE
               "CTA  DESCRIPC. ASI  REGIST.        SUMA ".
           05  FILLER                PIC X(40) VALUE
               "      RESTA           MULT         DIV".

       01  RPT-DETALLE.
           05  RPT-DET-CUENTA        PIC 9(4).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-DET-DESCRIPCION   PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-DET-ASIENTOS      PIC Z9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-DET-REGISTROS     PIC ZZZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-DET-SUMA          PIC -ZZZZZZZZZ9.
           05  RPT-DET-MULT          PIC -ZZZZZZZZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-DET-DIV           PIC -ZZZZZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.

       01  RPT-PIE-TOTAL.
           05  FILLER                PIC X(6) VALUE "TOTAL ".
               GOBACK
           END-IF.

           PERFORM VERIFICAR-LOTES-MAYOR
               THRU VERIFICAR-LOTES-MAYOR-FIN.
           IF WS-LOTES-SIN-ACEPTAR > ZERO
               DISPLAY "  ERROR: el periodo " WS-PERIODO " tiene "
                       WS-LOTES-SIN-ACEPTAR " lotes que el mayor no "
                       "acepto, el mes no se cierra"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir CALCMAST.DAT "
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

           MOVE WS-PERIODO       TO RPT-ENC-PERIODO.
           MOVE WS-FECHA-SISTEMA TO RPT-ENC-FECHA.
           MOVE RPT-ENCABEZADO-1 TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           CLOSE REPORTE-FILE.
           CLOSE MENSUAL-FILE.
           IF CUENTA-ABIERTA
               CLOSE CUENTA-FILE
           END-IF.

           IF NOT FALLA-CIERRE
               PERFORM MARCAR-MES-CERRADO
       VERIFICAR-MES-CERRADO-FIN.
           EXIT.

      *    Sin registro de lotes no hay envios que conciliar (la
      *    interfaz contable todavia no corrio con el registro).
       VERIFICAR-LOTES-MAYOR.
           OPEN INPUT REGISTRO-FILE.
           IF WS-REGISTRO-STATUS NOT = "00"
               DISPLAY "  AVISO: no se pudo abrir GLREG.DAT "
                       "(status " WS-REGISTRO-STATUS "), el cierre "
                       "sigue sin verificar los acuses del mayor"
               GO TO VERIFICAR-LOTES-MAYOR-FIN
           END-IF.
           PERFORM UNTIL FIN-REGISTRO
               READ REGISTRO-FILE
                   AT END
                       SET FIN-REGISTRO TO TRUE
                   NOT AT END
                       IF GLR-FECHA (1:6) = WS-PERIODO
                          AND NOT GLR-ACEPTADO
                           ADD 1 TO WS-LOTES-SIN-ACEPTAR
                           DISPLAY "  Lote sin aceptar: " GLR-FECHA
                                   " " GLR-RUN-ID " turno "
                                   GLR-TURNO " estado "
                                   GLR-ESTADO " envio " GLR-ENVIOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTRO-FILE.
       VERIFICAR-LOTES-MAYOR-FIN.
           EXIT.

       ABRIR-MENSUAL.
           OPEN I-O MENSUAL-FILE.
           IF WS-MENSUAL-STATUS = "35"
           END-IF.

           MOVE WS-CUENTA-ACTUAL TO RPT-DET-CUENTA.
           PERFORM BUSCAR-DESCRIPCION THRU BUSCAR-DESCRIPCION-FIN.
           MOVE WS-CTA-ASIENTOS  TO RPT-DET-ASIENTOS.
           MOVE WS-CTA-REGISTROS TO RPT-DET-REGISTROS.
           MOVE WS-CTA-SUMA      TO RPT-DET-SUMA.
           ADD WS-CTA-DIV       TO WS-TOT-DIV.
           MOVE "N" TO WS-HAY-CUENTA.

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

       MARCAR-MES-CERRADO.
           OPEN EXTEND CERRADO-FILE.
           IF WS-CERRADO-STATUS NOT = "00"
