      *****************************************************************
      * Programa: Vencimientos del Almacén                           *
      * Descripción: Paso del job nocturno que corre después de      *
      *              VALIDA-TRANSACC, con las partidas de la noche   *
      *              ya guardadas. Lista en ALMVENC.DAT las partidas *
      *              pendientes del almacén ALMACEN.DAT que vencen   *
      *              en los próximos días (fecha efectiva hasta la   *
      *              fecha de proceso más los días de ALMACEN.CTL),  *
      *              con el total por fecha efectiva, y al pie la    *
      *              cantidad de pendientes posteriores.             *
      *              Una partida pendiente con fecha efectiva ya     *
      *              llegada (LIBERA-ALMACEN no corrió o falló) se   *
      *              lista como vencida sin liberar y el paso        *
      *              termina con código 4; con 8 si no puede leer    *
      *              el almacén o escribir el reporte.               *
      *              Tarjeta de ALMACEN.CTL (optativo):              *
      *                DIAS n              (horizonte del reporte,   *
      *                                     7 si no se indica)       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-ALMACEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "ALMACEN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT ALMACEN-FILE ASSIGN TO "ALMACEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALM-CLAVE
               FILE STATUS IS WS-ALMACEN-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "ALMVENC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD            PIC X(80).

       FD  ALMACEN-FILE.
           COPY ALMREC.

       FD  REPORTE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORTE-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS         PIC X(2) VALUE "00".
       01  WS-ALMACEN-STATUS         PIC X(2) VALUE "00".
       01  WS-REPORTE-STATUS         PIC X(2) VALUE "00".
       01  WS-FECHA-PROCESO          PIC 9(8) VALUE ZERO.
       01  WS-FIN-CONTROL            PIC X(1) VALUE "N".
           88  FIN-CONTROL           VALUE "S".
       01  WS-FIN-ALMACEN            PIC X(1) VALUE "N".
           88  FIN-ALMACEN           VALUE "S".
       01  WS-TARJETA-MALA           PIC X(1) VALUE "N".
           88  TARJETA-MALA          VALUE "S".
       01  WS-FALLA-REPORTE          PIC X(1) VALUE "N".
           88  FALLA-REPORTE         VALUE "S".
       01  WS-FECHA-EN-CURSO         PIC X(1) VALUE "N".
           88  FECHA-EN-CURSO        VALUE "S".
       01  WS-PALABRA-1              PIC X(20) VALUE SPACES.
       01  WS-PALABRA-2              PIC X(20) VALUE SPACES.

      *    Parametros de ALMACEN.CTL.
       01  WS-DIAS-HORIZONTE         PIC 9(4) VALUE 7.
       01  WS-DIAS-ENTERO            PIC 9(7) VALUE ZERO.
       01  WS-FECHA-LIMITE           PIC 9(8) VALUE ZERO.

       01  WS-FECHA-ANT              PIC 9(8) VALUE ZERO.
       01  WS-CANT-FECHA             PIC 9(6) VALUE ZERO.
       01  WS-CANT-VENCEN            PIC 9(6) VALUE ZERO.
       01  WS-CANT-VENCIDAS          PIC 9(6) VALUE ZERO.
       01  WS-CANT-POSTERIORES       PIC 9(6) VALUE ZERO.

       01  VEN-ENCABEZADO.
           05  FILLER                PIC X(44) VALUE
               "PARTIDAS DEL ALMACEN A VENCER - FECHA DE PRO".
           05  FILLER                PIC X(5) VALUE "CESO ".
           05  VEN-ENC-FECHA         PIC 9999/99/99.
           05  FILLER                PIC X(7) VALUE " HASTA ".
           05  VEN-ENC-LIMITE        PIC 9999/99/99.
           05  FILLER                PIC X(4) VALUE SPACES.

       01  VEN-COLUMNAS.
           05  FILLER                PIC X(39) VALUE
               "  EFECTIVA   SUC CUENTA OP NUM-1 NUM-2 ".
           05  FILLER                PIC X(41) VALUE
               "INGRESO    TURNO SEC    ESTADO".

       01  VEN-DETALLE.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  VEN-DET-EFECTIVA      PIC 9999/99/99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  VEN-DET-SUCURSAL      PIC X(2).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  VEN-DET-CUENTA        PIC 9(4).
           05  FILLER                PIC X(3) VALUE SPACES.
           05  VEN-DET-OPERACION     PIC X(1).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  VEN-DET-NUMERO-1      PIC 9(4).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  VEN-DET-NUMERO-2      PIC 9(4).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  VEN-DET-INGRESO       PIC 9999/99/99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  VEN-DET-TURNO         PIC X(1).
           05  FILLER                PIC X(5) VALUE SPACES.
           05  VEN-DET-SECUENCIA     PIC 9(6).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  VEN-DET-ESTADO        PIC X(17).

       01  VEN-TOTAL-FECHA.
           05  FILLER                PIC X(4) VALUE SPACES.
           05  FILLER                PIC X(20) VALUE
               "TOTAL DE LA FECHA:  ".
           05  VEN-TOT-CANTIDAD      PIC ZZZZZ9.
           05  FILLER                PIC X(50) VALUE SPACES.

       01  VEN-PIE.
           05  FILLER                PIC X(11) VALUE "A VENCER: ".
           05  VEN-PIE-VENCEN        PIC ZZZZZ9.
           05  FILLER                PIC X(25) VALUE
               "  VENCIDAS SIN LIBERAR: ".
           05  VEN-PIE-VENCIDAS      PIC ZZZZZ9.
           05  FILLER                PIC X(16) VALUE
               "  POSTERIORES: ".
           05  VEN-PIE-POSTERIORES   PIC ZZZZZ9.
           05  FILLER                PIC X(10) VALUE SPACES.

       01  VEN-SIN-PARTIDAS          PIC X(80) VALUE
           "SIN PARTIDAS DEL ALMACEN A VENCER EN EL PERIODO".

       LINKAGE SECTION.
       COPY PARMREC.

       PROCEDURE DIVISION USING PARM-AREA.
       INICIO.
           DISPLAY "============================================".
           DISPLAY "  VENCE-ALMACEN: partidas a vencer          ".
           DISPLAY "============================================".

           MOVE PRM-FECHA-PROCESO TO WS-FECHA-PROCESO.
           PERFORM LEER-CONTROL THRU LEER-CONTROL-FIN.
           IF TARJETA-MALA
               DISPLAY "  AVISO: ALMACEN.CTL trae tarjetas invalidas, "
                       "el reporte sale a " WS-DIAS-HORIZONTE " dias"
           END-IF.
           COMPUTE WS-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
               + WS-DIAS-HORIZONTE.
           COMPUTE WS-FECHA-LIMITE =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-ENTERO).

           OPEN OUTPUT REPORTE-FILE.
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir ALMVENC.DAT "
                       "(status " WS-REPORTE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-FECHA-PROCESO TO VEN-ENC-FECHA.
           MOVE WS-FECHA-LIMITE  TO VEN-ENC-LIMITE.
           MOVE VEN-ENCABEZADO TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE SPACES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE VEN-COLUMNAS TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

           PERFORM LISTAR-ALMACEN THRU LISTAR-ALMACEN-FIN.

           IF WS-CANT-VENCEN = ZERO AND WS-CANT-VENCIDAS = ZERO
               MOVE VEN-SIN-PARTIDAS TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
           END-IF.
           MOVE SPACES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE WS-CANT-VENCEN      TO VEN-PIE-VENCEN.
           MOVE WS-CANT-VENCIDAS    TO VEN-PIE-VENCIDAS.
           MOVE WS-CANT-POSTERIORES TO VEN-PIE-POSTERIORES.
           MOVE VEN-PIE TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           CLOSE REPORTE-FILE.

           DISPLAY "Horizonte: hasta " WS-FECHA-LIMITE
                   " (" WS-DIAS-HORIZONTE " dias)".
           DISPLAY "A vencer: " WS-CANT-VENCEN
                   "  Vencidas sin liberar: " WS-CANT-VENCIDAS
                   "  Posteriores: " WS-CANT-POSTERIORES.
           DISPLAY "============================================".

           EVALUATE TRUE
               WHEN FALLA-REPORTE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CANT-VENCIDAS > ZERO
                   DISPLAY "  AVISO: hay partidas vencidas sin liberar "
                           "en el almacen, revisar ALMVENC.DAT"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *    Sin ALMACEN.CTL el horizonte es de 7 dias.
       LEER-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               GO TO LEER-CONTROL-FIN
           END-IF.
           PERFORM UNTIL FIN-CONTROL
               READ CONTROL-FILE
                   AT END
                       SET FIN-CONTROL TO TRUE
                   NOT AT END
                       PERFORM INTERPRETAR-TARJETA
                           THRU INTERPRETAR-TARJETA-FIN
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.
       LEER-CONTROL-FIN.
           EXIT.

       INTERPRETAR-TARJETA.
           IF CONTROL-RECORD = SPACES
              OR CONTROL-RECORD (1:1) = "*"
               GO TO INTERPRETAR-TARJETA-FIN
           END-IF.
           MOVE SPACES TO WS-PALABRA-1 WS-PALABRA-2.
           UNSTRING CONTROL-RECORD DELIMITED BY ALL SPACES
               INTO WS-PALABRA-1 WS-PALABRA-2.
           EVALUATE WS-PALABRA-1
               WHEN "DIAS"
                   IF WS-PALABRA-2 (1:1) IS NUMERIC
                       COMPUTE WS-DIAS-HORIZONTE =
                           FUNCTION NUMVAL (WS-PALABRA-2)
                   ELSE
                       PERFORM RECHAZAR-TARJETA
                   END-IF
               WHEN OTHER
                   PERFORM RECHAZAR-TARJETA
           END-EVALUATE.
       INTERPRETAR-TARJETA-FIN.
           EXIT.

       RECHAZAR-TARJETA.
           SET TARJETA-MALA TO TRUE.
           DISPLAY "  AVISO: tarjeta de almacen invalida: "
                   CONTROL-RECORD (1:40).

      *    El almacen esta ordenado por fecha efectiva, asi el
      *    reporte sale agrupado por fecha; las pendientes pasado el
      *    horizonte solo se cuentan.
       LISTAR-ALMACEN.
           OPEN INPUT ALMACEN-FILE.
           IF WS-ALMACEN-STATUS = "35"
               DISPLAY "ALMACEN.DAT no existe, no hay partidas "
                       "almacenadas"
               GO TO LISTAR-ALMACEN-FIN
           END-IF.
           IF WS-ALMACEN-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir ALMACEN.DAT "
                       "(status " WS-ALMACEN-STATUS ")"
               SET FALLA-REPORTE TO TRUE
               GO TO LISTAR-ALMACEN-FIN
           END-IF.
           PERFORM UNTIL FIN-ALMACEN
               READ ALMACEN-FILE
                   AT END
                       SET FIN-ALMACEN TO TRUE
                   NOT AT END
                       IF ALM-PENDIENTE
                           PERFORM CLASIFICAR-PARTIDA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CERRAR-FECHA.
           CLOSE ALMACEN-FILE.
       LISTAR-ALMACEN-FIN.
           EXIT.

       CLASIFICAR-PARTIDA.
           IF ALM-FECHA-EFECTIVA > WS-FECHA-LIMITE
               ADD 1 TO WS-CANT-POSTERIORES
           ELSE
               IF FECHA-EN-CURSO
                  AND ALM-FECHA-EFECTIVA NOT = WS-FECHA-ANT
                   PERFORM CERRAR-FECHA
               END-IF
               MOVE ALM-FECHA-EFECTIVA TO WS-FECHA-ANT
               SET FECHA-EN-CURSO TO TRUE
               ADD 1 TO WS-CANT-FECHA
               MOVE SPACES TO VEN-DET-ESTADO
               IF ALM-FECHA-EFECTIVA > WS-FECHA-PROCESO
                   ADD 1 TO WS-CANT-VENCEN
               ELSE
                   ADD 1 TO WS-CANT-VENCIDAS
                   MOVE "VENCIDA S/LIBERAR" TO VEN-DET-ESTADO
               END-IF
               MOVE ALM-FECHA-EFECTIVA TO VEN-DET-EFECTIVA
               MOVE ALM-SUCURSAL       TO VEN-DET-SUCURSAL
               MOVE ALM-CUENTA         TO VEN-DET-CUENTA
               MOVE ALM-OPERACION      TO VEN-DET-OPERACION
               MOVE ALM-NUMERO-1       TO VEN-DET-NUMERO-1
               MOVE ALM-NUMERO-2       TO VEN-DET-NUMERO-2
               MOVE ALM-FECHA-INGRESO  TO VEN-DET-INGRESO
               MOVE ALM-TURNO          TO VEN-DET-TURNO
               MOVE ALM-SECUENCIA      TO VEN-DET-SECUENCIA
               MOVE VEN-DETALLE TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
           END-IF.

       CERRAR-FECHA.
           IF FECHA-EN-CURSO
               MOVE WS-CANT-FECHA TO VEN-TOT-CANTIDAD
               MOVE VEN-TOTAL-FECHA TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
               MOVE ZERO TO WS-CANT-FECHA
               MOVE "N"  TO WS-FECHA-EN-CURSO
           END-IF.

       ESCRIBIR-REPORTE.
           WRITE REPORTE-LINE.
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir ALMVENC.DAT "
                       "(status " WS-REPORTE-STATUS ")"
               SET FALLA-REPORTE TO TRUE
           END-IF.
