      *****************************************************************
      * Programa: Presupuesto contra Real                            *
      * Descripción: Reporte a pedido de Finanzas, fuera del job     *
      *              nocturno. Compara por cuenta el presupuesto de  *
      *              PRESUP.DAT (copybook PRESREC) con la suma real  *
      *              del mes y del acumulado del año hasta el mes, y *
      *              deja en PRESREAL.DAT para cada cuenta dos       *
      *              renglones (MES y ACUM) con presupuesto, real,   *
      *              variación en importe y en porcentaje. Marca     *
      *              >> EXCEDIDO o >> DEBAJO la variación que pasa la*
      *              tolerancia de la tarjeta de control, y          *
      *              >> SIN PRESUP lo real sin presupuesto.          *
      *              Con MES el real es MES-TOT-SUMA del maestro     *
      *              mensual CALCMMES.DAT y el mes tiene que estar   *
      *              cerrado en MESCERR.DAT; sin tarjeta de período  *
      *              se toma el último mes cerrado.                  *
      *              Con PROYECCION (versión de mitad de mes) el mes *
      *              todavía no cerró: el real del mes sale de       *
      *              sumar los asientos diarios de CALCMAST.DAT hasta*
      *              la fecha de corte y se proyecta a fin de mes por*
      *              el ritmo diario (real al día por días del mes   *
      *              sobre días transcurridos), para ver los desvíos *
      *              antes del cierre; el acumulado suma los meses   *
      *              anteriores ya cerrados y el mes proyectado.     *
      *              El maestro de presupuesto, el mensual y el      *
      *              diario vienen en orden de cuenta y se aparean   *
      *              por cuenta sin tabla. La descripción sale del   *
      *              maestro de cuentas CALCCTA.DAT.                 *
      *              Termina con código 4 si hay cuentas marcadas y  *
      *              con 8 si no puede correr.                       *
      *              Tarjetas de PRESUP.CTL (MES o PROYECCION):      *
      *                MES aaaamm           (cierre del mes)         *
      *                PROYECCION aaaammdd  (corte de mitad de mes)  *
      *                TOLERANCIA nnn       (porciento, por omisión  *
      *                                      10)                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUP-REAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "PRESUP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT CERRADO-FILE ASSIGN TO "MESCERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERRADO-STATUS.

           SELECT PRESUPUESTO-FILE ASSIGN TO "PRESUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRE-CLAVE
               FILE STATUS IS WS-PRESUPUESTO-STATUS.

           SELECT MENSUAL-FILE ASSIGN TO "CALCMMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MES-CLAVE
               FILE STATUS IS WS-MENSUAL-STATUS.

           SELECT MAESTRO-FILE ASSIGN TO "CALCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.

           SELECT CUENTA-FILE ASSIGN TO "CALCCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-CUENTA-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "PRESREAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD            PIC X(80).

       FD  CERRADO-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  CERRADO-RECORD            PIC 9(6).

       FD  PRESUPUESTO-FILE.
           COPY PRESREC.

       FD  MENSUAL-FILE.
           COPY MESREC.

       FD  MAESTRO-FILE.
           COPY MASTREC.

       FD  CUENTA-FILE.
           COPY CTAREC.

       FD  REPORTE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORTE-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS         PIC X(2) VALUE "00".
       01  WS-CERRADO-STATUS         PIC X(2) VALUE "00".
       01  WS-PRESUPUESTO-STATUS     PIC X(2) VALUE "00".
       01  WS-MENSUAL-STATUS         PIC X(2) VALUE "00".
       01  WS-MAESTRO-STATUS         PIC X(2) VALUE "00".
       01  WS-CUENTA-STATUS          PIC X(2) VALUE "00".
       01  WS-REPORTE-STATUS         PIC X(2) VALUE "00".
       01  WS-CUENTA-ABIERTA         PIC X(1) VALUE "N".
           88  CUENTA-ABIERTA        VALUE "S".
       01  WS-MENSUAL-ABIERTO        PIC X(1) VALUE "N".
           88  MENSUAL-ABIERTO       VALUE "S".
       01  WS-FIN-CONTROL            PIC X(1) VALUE "N".
           88  FIN-CONTROL           VALUE "S".
       01  WS-FIN-CERRADOS           PIC X(1) VALUE "N".
           88  FIN-CERRADOS          VALUE "S".
       01  WS-TARJETA-MALA           PIC X(1) VALUE "N".
           88  TARJETA-MALA          VALUE "S".
       01  WS-FALLA-REPORTE          PIC X(1) VALUE "N".
           88  FALLA-REPORTE         VALUE "S".
       01  WS-MES-CERRADO            PIC X(1) VALUE "N".
           88  MES-CERRADO           VALUE "S".
       01  WS-PALABRA-1              PIC X(20) VALUE SPACES.
       01  WS-PALABRA-2              PIC X(20) VALUE SPACES.
       01  WS-FECHA-SISTEMA          PIC 9(8) VALUE ZERO.

      *    Version del reporte: C = cierre del mes (CALCMMES),
      *    P = proyeccion de mitad de mes (CALCMAST).
       01  WS-MODO                   PIC X(1) VALUE SPACE.
           88  MODO-CIERRE           VALUE "C".
           88  MODO-PROYECCION       VALUE "P".
       01  WS-PERIODO                PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-MM             PIC 9(2) VALUE ZERO.
       01  WS-ULTIMO-CERRADO         PIC 9(6) VALUE ZERO.
       01  WS-TOLERANCIA             PIC 9(3) VALUE 10.

      *    Corte de la proyeccion y dias del mes, por la distancia
      *    entre el primero del mes y el primero del siguiente.
       01  WS-CORTE                  PIC 9(8) VALUE ZERO.
       01  WS-CORTE-PARTES REDEFINES WS-CORTE.
           05  WS-CORTE-AAAA         PIC 9(4).
           05  WS-CORTE-MM           PIC 9(2).
           05  WS-CORTE-DD           PIC 9(2).
       01  WS-PRIMERO-MES            PIC 9(8) VALUE ZERO.
       01  WS-PRIMERO-SIGUIENTE      PIC 9(8) VALUE ZERO.
       01  WS-SIGUIENTE-PARTES REDEFINES WS-PRIMERO-SIGUIENTE.
           05  WS-SIGUIENTE-AAAA     PIC 9(4).
           05  WS-SIGUIENTE-MM       PIC 9(2).
           05  WS-SIGUIENTE-DD       PIC 9(2).
       01  WS-DIAS-MES               PIC 9(2) VALUE ZERO.

      *    Apareo por cuenta: la cuenta del registro en espera de
      *    cada archivo, 99999 al fin del archivo.
       01  WS-FIN-CUENTAS            PIC 9(5) VALUE 99999.
       01  WS-CTA-PRESUPUESTO        PIC 9(5) VALUE ZERO.
       01  WS-CTA-MENSUAL            PIC 9(5) VALUE ZERO.
       01  WS-CTA-MAESTRO            PIC 9(5) VALUE ZERO.
       01  WS-CUENTA-ACTUAL          PIC 9(5) VALUE ZERO.
       01  WS-CUENTA-DEL-ANIO        PIC X(1) VALUE "N".
           88  CUENTA-DEL-ANIO       VALUE "S".

       01  WS-PRE-MES                PIC S9(11) VALUE ZERO.
       01  WS-PRE-ACUM               PIC S9(13) VALUE ZERO.
       01  WS-REAL-MES               PIC S9(11) VALUE ZERO.
       01  WS-REAL-ACUM              PIC S9(13) VALUE ZERO.
       01  WS-REAL-AL-DIA            PIC S9(11) VALUE ZERO.

       01  WS-TOT-PRE-MES            PIC S9(13) VALUE ZERO.
       01  WS-TOT-PRE-ACUM           PIC S9(13) VALUE ZERO.
       01  WS-TOT-REAL-MES           PIC S9(13) VALUE ZERO.
       01  WS-TOT-REAL-ACUM          PIC S9(13) VALUE ZERO.
       01  WS-TOT-REAL-AL-DIA        PIC S9(13) VALUE ZERO.

      *    Comparacion de un renglon: entran presupuesto y real,
      *    salen la variacion, el porcentaje y la marca.
       01  WS-EVA-PRESUPUESTO        PIC S9(13) VALUE ZERO.
       01  WS-EVA-REAL               PIC S9(13) VALUE ZERO.
       01  WS-EVA-BASE               PIC S9(13) VALUE ZERO.
       01  WS-EVA-VARIACION          PIC S9(13) VALUE ZERO.
       01  WS-EVA-PORCENTAJE         PIC S9(4)V9 VALUE ZERO.
       01  WS-EVA-MARCA              PIC X(12) VALUE SPACES.

       01  WS-CUENTAS-LISTADAS       PIC 9(6) VALUE ZERO.
       01  WS-RENGLONES-EXCEDIDOS    PIC 9(6) VALUE ZERO.
       01  WS-RENGLONES-DEBAJO       PIC 9(6) VALUE ZERO.
       01  WS-RENGLONES-SIN-PRESUP   PIC 9(6) VALUE ZERO.
       01  WS-RENGLONES-MARCADOS     PIC 9(6) VALUE ZERO.

       01  RPT-ENCABEZADO-1.
           05  FILLER                PIC X(30) VALUE
               "PRESUPUESTO VS REAL - PERIODO ".
           05  RPT-ENC-PERIODO       PIC 9(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-ENC-MODO          PIC X(14).
           05  RPT-ENC-CORTE         PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  FILLER                PIC X(12) VALUE
               " TOLERANCIA ".
           05  RPT-ENC-TOLERANCIA    PIC ZZ9.
           05  FILLER                PIC X(2) VALUE " %".

       01  RPT-ENCABEZADO-2.
           05  FILLER                PIC X(8) VALUE "EMITIDO ".
           05  RPT-ENC-EMITIDO       PIC 9999/99/99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-ENC-FUENTE        PIC X(60).

       01  RPT-ENCABEZADO-3.
           05  FILLER                PIC X(40) VALUE
               "CTA  DESCRIPC.  TRAMO PRESUPUESTO       ".
           05  FILLER                PIC X(40) VALUE
               "  REAL    VARIACION   VAR % OBSERVACION".

       01  RPT-DETALLE.
           05  RPT-DET-CUENTA        PIC X(4).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-DET-DESCRIPCION   PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-DET-TRAMO         PIC X(4).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-DET-PRESUPUESTO   PIC -ZZZZZZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-DET-REAL          PIC -ZZZZZZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-DET-VARIACION     PIC -ZZZZZZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-DET-PORCENTAJE    PIC -ZZZ9.9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-DET-MARCA         PIC X(12).

       01  RPT-AL-DIA.
           05  FILLER                PIC X(21) VALUE
               "REAL SIN PROYECTAR AL".
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-DIA-CORTE         PIC 9999/99/99.
           05  FILLER                PIC X(2) VALUE ": ".
           05  RPT-DIA-REAL          PIC -ZZZZZZZZZZ9.
           05  FILLER                PIC X(6) VALUE "  DIA ".
           05  RPT-DIA-DIA           PIC Z9.
           05  FILLER                PIC X(4) VALUE " DE ".
           05  RPT-DIA-DIAS          PIC Z9.
           05  FILLER                PIC X(20) VALUE SPACES.

       01  RPT-PIE.
           05  FILLER                PIC X(9) VALUE "CUENTAS: ".
           05  RPT-PIE-CUENTAS       PIC ZZZZZ9.
           05  FILLER                PIC X(13) VALUE
               "  EXCEDIDOS: ".
           05  RPT-PIE-EXCEDIDOS     PIC ZZZZZ9.
           05  FILLER                PIC X(10) VALUE "  DEBAJO: ".
           05  RPT-PIE-DEBAJO        PIC ZZZZZ9.
           05  FILLER                PIC X(19) VALUE
               "  SIN PRESUPUESTO: ".
           05  RPT-PIE-SIN-PRESUP    PIC ZZZZZ9.
           05  FILLER                PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "============================================".
           DISPLAY "  PRESUP-REAL: presupuesto contra real      ".
           DISPLAY "============================================".

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM LEER-CONTROL THRU LEER-CONTROL-FIN.
           IF TARJETA-MALA
               DISPLAY "  ERROR: PRESUP.CTL trae tarjetas invalidas, "
                       "el reporte no sale"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VERIFICAR-MES-CERRADO
               THRU VERIFICAR-MES-CERRADO-FIN.
           IF WS-MODO = SPACE
               IF WS-ULTIMO-CERRADO = ZERO
                   DISPLAY "  ERROR: no hay meses cerrados en "
                           "MESCERR.DAT; el reporte de mitad de mes "
                           "pide PROYECCION aaaammdd"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               SET MODO-CIERRE TO TRUE
               MOVE WS-ULTIMO-CERRADO TO WS-PERIODO
               SET MES-CERRADO TO TRUE
           END-IF.
           IF MODO-CIERRE AND NOT MES-CERRADO
               DISPLAY "  ERROR: el periodo " WS-PERIODO
                       " no esta cerrado en MESCERR.DAT; antes del "
                       "cierre se usa PROYECCION aaaammdd"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF MODO-PROYECCION
               PERFORM PREPARAR-PROYECCION
               IF TARJETA-MALA
                   DISPLAY "  ERROR: la fecha de PROYECCION "
                           WS-CORTE " no es valida"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT PRESUPUESTO-FILE.
           IF WS-PRESUPUESTO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir PRESUP.DAT "
                       "(status " WS-PRESUPUESTO-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT MENSUAL-FILE.
           IF WS-MENSUAL-STATUS = "00"
               SET MENSUAL-ABIERTO TO TRUE
           ELSE
               IF MODO-CIERRE
                   DISPLAY "  ERROR: no se pudo abrir CALCMMES.DAT "
                           "(status " WS-MENSUAL-STATUS ")"
                   CLOSE PRESUPUESTO-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY "  AVISO: no se pudo abrir CALCMMES.DAT "
                       "(status " WS-MENSUAL-STATUS "), el "
                       "acumulado lleva solo el mes proyectado"
           END-IF.

           IF MODO-PROYECCION
               OPEN INPUT MAESTRO-FILE
               IF WS-MAESTRO-STATUS NOT = "00"
                   DISPLAY "  ERROR: no se pudo abrir CALCMAST.DAT "
                           "(status " WS-MAESTRO-STATUS ")"
                   CLOSE PRESUPUESTO-FILE
                   IF MENSUAL-ABIERTO
                       CLOSE MENSUAL-FILE
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN OUTPUT REPORTE-FILE.
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir PRESREAL.DAT "
                       "(status " WS-REPORTE-STATUS ")"
               PERFORM CERRAR-ENTRADAS
               MOVE 8 TO RETURN-CODE
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

           PERFORM ESCRIBIR-ENCABEZADO.

           PERFORM LEER-PRESUPUESTO.
           IF MENSUAL-ABIERTO
               PERFORM LEER-MENSUAL
           ELSE
               MOVE WS-FIN-CUENTAS TO WS-CTA-MENSUAL
           END-IF.
           IF MODO-PROYECCION
               PERFORM LEER-MAESTRO
           ELSE
               MOVE WS-FIN-CUENTAS TO WS-CTA-MAESTRO
           END-IF.
           PERFORM UNTIL WS-CTA-PRESUPUESTO = WS-FIN-CUENTAS
                     AND WS-CTA-MENSUAL     = WS-FIN-CUENTAS
                     AND WS-CTA-MAESTRO     = WS-FIN-CUENTAS
               PERFORM PROCESAR-CUENTA THRU PROCESAR-CUENTA-FIN
           END-PERFORM.

           PERFORM ESCRIBIR-TOTALES.

           PERFORM CERRAR-ENTRADAS.
           CLOSE REPORTE-FILE.
           IF CUENTA-ABIERTA
               CLOSE CUENTA-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "Resumen del reporte:".
           DISPLAY "  Periodo:                " WS-PERIODO
                   "  Version: " RPT-ENC-MODO.
           DISPLAY "  Cuentas listadas:       " WS-CUENTAS-LISTADAS.
           DISPLAY "  Renglones excedidos:    " WS-RENGLONES-EXCEDIDOS.
           DISPLAY "  Renglones debajo:       " WS-RENGLONES-DEBAJO.
           DISPLAY "  Sin presupuesto:        "
                   WS-RENGLONES-SIN-PRESUP.
           DISPLAY "  Reporte en PRESREAL.DAT".
           DISPLAY "============================================".

           EVALUATE TRUE
               WHEN FALLA-REPORTE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RENGLONES-MARCADOS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       LEER-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "Sin PRESUP.CTL, se toma el ultimo mes "
                       "cerrado y la tolerancia de " WS-TOLERANCIA
                       " %"
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

      *    MES y PROYECCION se excluyen: una sola tarjeta de periodo.
       INTERPRETAR-TARJETA.
           IF CONTROL-RECORD = SPACES
              OR CONTROL-RECORD (1:1) = "*"
               GO TO INTERPRETAR-TARJETA-FIN
           END-IF.
           MOVE SPACES TO WS-PALABRA-1 WS-PALABRA-2.
           UNSTRING CONTROL-RECORD DELIMITED BY ALL SPACES
               INTO WS-PALABRA-1 WS-PALABRA-2.
           EVALUATE WS-PALABRA-1
               WHEN "MES"
                   IF WS-MODO NOT = SPACE
                      OR WS-PALABRA-2 (1:6) IS NOT NUMERIC
                       PERFORM RECHAZAR-TARJETA
                   ELSE
                       MOVE WS-PALABRA-2 (5:2) TO WS-PERIODO-MM
                       IF WS-PERIODO-MM < 01 OR WS-PERIODO-MM > 12
                           PERFORM RECHAZAR-TARJETA
                       ELSE
                           SET MODO-CIERRE TO TRUE
                           MOVE WS-PALABRA-2 (1:6) TO WS-PERIODO
                       END-IF
                   END-IF
               WHEN "PROYECCION"
                   IF WS-MODO NOT = SPACE
                      OR WS-PALABRA-2 (1:8) IS NOT NUMERIC
                       PERFORM RECHAZAR-TARJETA
                   ELSE
                       SET MODO-PROYECCION TO TRUE
                       MOVE WS-PALABRA-2 (1:8) TO WS-CORTE
                       MOVE WS-PALABRA-2 (1:6) TO WS-PERIODO
                   END-IF
               WHEN "TOLERANCIA"
                   IF WS-PALABRA-2 (1:3) IS NUMERIC
                       MOVE WS-PALABRA-2 (1:3) TO WS-TOLERANCIA
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
           DISPLAY "  ERROR: tarjeta de presupuesto invalida: "
                   CONTROL-RECORD (1:40).

       VERIFICAR-MES-CERRADO.
           OPEN INPUT CERRADO-FILE.
           IF WS-CERRADO-STATUS NOT = "00"
               GO TO VERIFICAR-MES-CERRADO-FIN
           END-IF.
           PERFORM UNTIL FIN-CERRADOS
               READ CERRADO-FILE
                   AT END
                       SET FIN-CERRADOS TO TRUE
                   NOT AT END
                       IF CERRADO-RECORD = WS-PERIODO
                           SET MES-CERRADO TO TRUE
                       END-IF
                       IF CERRADO-RECORD > WS-ULTIMO-CERRADO
                           MOVE CERRADO-RECORD TO WS-ULTIMO-CERRADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CERRADO-FILE.
       VERIFICAR-MES-CERRADO-FIN.
           EXIT.

      *    El corte tiene que ser una fecha del mes; un mes anterior
      *    del anio que no este cerrado falta en el acumulado.
       PREPARAR-PROYECCION.
           IF WS-CORTE-MM < 01 OR WS-CORTE-MM > 12
              OR WS-CORTE-DD < 01
               SET TARJETA-MALA TO TRUE
           ELSE
               COMPUTE WS-PRIMERO-MES = WS-PERIODO * 100 + 1
               MOVE WS-PRIMERO-MES TO WS-PRIMERO-SIGUIENTE
               IF WS-SIGUIENTE-MM = 12
                   ADD 1 TO WS-SIGUIENTE-AAAA
                   MOVE 01 TO WS-SIGUIENTE-MM
               ELSE
                   ADD 1 TO WS-SIGUIENTE-MM
               END-IF
               COMPUTE WS-DIAS-MES =
                   FUNCTION INTEGER-OF-DATE (WS-PRIMERO-SIGUIENTE)
                   - FUNCTION INTEGER-OF-DATE (WS-PRIMERO-MES)
               IF WS-CORTE-DD > WS-DIAS-MES
                   SET TARJETA-MALA TO TRUE
               END-IF
           END-IF.
           IF MES-CERRADO
               DISPLAY "  AVISO: el periodo " WS-PERIODO " ya esta "
                       "cerrado; el reporte de cierre es MES "
                       WS-PERIODO
           END-IF.
           IF WS-CORTE-MM > 01
              AND WS-ULTIMO-CERRADO < WS-PERIODO - 1
               DISPLAY "  AVISO: hay meses del anio antes de "
                       WS-PERIODO " sin cerrar en MESCERR.DAT; el "
                       "acumulado no los incluye"
           END-IF.

       CERRAR-ENTRADAS.
           CLOSE PRESUPUESTO-FILE.
           IF MENSUAL-ABIERTO
               CLOSE MENSUAL-FILE
           END-IF.
           IF MODO-PROYECCION
               CLOSE MAESTRO-FILE
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE WS-PERIODO    TO RPT-ENC-PERIODO.
           MOVE WS-TOLERANCIA TO RPT-ENC-TOLERANCIA.
           MOVE WS-FECHA-SISTEMA TO RPT-ENC-EMITIDO.
           IF MODO-CIERRE
               MOVE "CIERRE DEL MES" TO RPT-ENC-MODO
               MOVE SPACES           TO RPT-ENC-CORTE
               MOVE "REAL: MES-TOT-SUMA DE CALCMMES.DAT"
                    TO RPT-ENC-FUENTE
           ELSE
               MOVE "PROYECCION AL" TO RPT-ENC-MODO
               MOVE WS-CORTE        TO RPT-DIA-CORTE
               MOVE RPT-DIA-CORTE   TO RPT-ENC-CORTE
               MOVE "REAL: CALCMAST.DAT PROYECTADO POR RITMO DIARIO"
                    TO RPT-ENC-FUENTE
           END-IF.
           MOVE RPT-ENCABEZADO-1 TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE RPT-ENCABEZADO-2 TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE SPACES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE RPT-ENCABEZADO-3 TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

       LEER-PRESUPUESTO.
           READ PRESUPUESTO-FILE
               AT END
                   MOVE WS-FIN-CUENTAS TO WS-CTA-PRESUPUESTO
               NOT AT END
                   MOVE PRE-CUENTA TO WS-CTA-PRESUPUESTO
           END-READ.

       LEER-MENSUAL.
           READ MENSUAL-FILE
               AT END
                   MOVE WS-FIN-CUENTAS TO WS-CTA-MENSUAL
               NOT AT END
                   MOVE MES-CUENTA TO WS-CTA-MENSUAL
           END-READ.

       LEER-MAESTRO.
           READ MAESTRO-FILE
               AT END
                   MOVE WS-FIN-CUENTAS TO WS-CTA-MAESTRO
               NOT AT END
                   MOVE MST-CUENTA TO WS-CTA-MAESTRO
           END-READ.

      *    La cuenta en curso es la menor de las tres en espera;
      *    cada archivo entrega todos sus registros de esa cuenta.
      *    Una cuenta sin presupuesto ni movimiento en el anio del
      *    periodo no se lista.
       PROCESAR-CUENTA.
           MOVE WS-CTA-PRESUPUESTO TO WS-CUENTA-ACTUAL.
           IF WS-CTA-MENSUAL < WS-CUENTA-ACTUAL
               MOVE WS-CTA-MENSUAL TO WS-CUENTA-ACTUAL
           END-IF.
           IF WS-CTA-MAESTRO < WS-CUENTA-ACTUAL
               MOVE WS-CTA-MAESTRO TO WS-CUENTA-ACTUAL
           END-IF.
           MOVE "N" TO WS-CUENTA-DEL-ANIO.
           MOVE ZERO TO WS-PRE-MES WS-PRE-ACUM WS-REAL-MES
                        WS-REAL-ACUM WS-REAL-AL-DIA.

           PERFORM UNTIL WS-CTA-PRESUPUESTO NOT = WS-CUENTA-ACTUAL
               IF PRE-PERIODO (1:4) = WS-PERIODO (1:4)
                  AND PRE-PERIODO <= WS-PERIODO
                   SET CUENTA-DEL-ANIO TO TRUE
                   ADD PRE-IMPORTE TO WS-PRE-ACUM
                   IF PRE-PERIODO = WS-PERIODO
                       ADD PRE-IMPORTE TO WS-PRE-MES
                   END-IF
               END-IF
               PERFORM LEER-PRESUPUESTO
           END-PERFORM.

           PERFORM UNTIL WS-CTA-MENSUAL NOT = WS-CUENTA-ACTUAL
               IF MES-PERIODO (1:4) = WS-PERIODO (1:4)
                  AND (MES-PERIODO < WS-PERIODO
                       OR (MES-PERIODO = WS-PERIODO
                           AND MODO-CIERRE))
                   SET CUENTA-DEL-ANIO TO TRUE
                   ADD MES-TOT-SUMA TO WS-REAL-ACUM
                   IF MES-PERIODO = WS-PERIODO
                       ADD MES-TOT-SUMA TO WS-REAL-MES
                   END-IF
               END-IF
               PERFORM LEER-MENSUAL
           END-PERFORM.

           PERFORM UNTIL WS-CTA-MAESTRO NOT = WS-CUENTA-ACTUAL
               IF MST-FECHA (1:6) = WS-PERIODO
                  AND MST-FECHA <= WS-CORTE
                   SET CUENTA-DEL-ANIO TO TRUE
                   ADD MST-TOT-SUMA TO WS-REAL-AL-DIA
               END-IF
               PERFORM LEER-MAESTRO
           END-PERFORM.

           IF NOT CUENTA-DEL-ANIO
               GO TO PROCESAR-CUENTA-FIN
           END-IF.
           IF MODO-PROYECCION
               COMPUTE WS-REAL-MES ROUNDED =
                   WS-REAL-AL-DIA * WS-DIAS-MES / WS-CORTE-DD
               ADD WS-REAL-MES    TO WS-REAL-ACUM
               ADD WS-REAL-AL-DIA TO WS-TOT-REAL-AL-DIA
           END-IF.

           MOVE WS-CUENTA-ACTUAL (2:4) TO RPT-DET-CUENTA.
           PERFORM BUSCAR-DESCRIPCION THRU BUSCAR-DESCRIPCION-FIN.
           IF MODO-PROYECCION
               MOVE "PROY" TO RPT-DET-TRAMO
           ELSE
               MOVE "MES"  TO RPT-DET-TRAMO
           END-IF.
           MOVE WS-PRE-MES  TO WS-EVA-PRESUPUESTO.
           MOVE WS-REAL-MES TO WS-EVA-REAL.
           PERFORM COMPARAR-RENGLON.
           PERFORM CONTAR-MARCA.

           MOVE SPACES TO RPT-DET-CUENTA RPT-DET-DESCRIPCION.
           MOVE "ACUM" TO RPT-DET-TRAMO.
           MOVE WS-PRE-ACUM  TO WS-EVA-PRESUPUESTO.
           MOVE WS-REAL-ACUM TO WS-EVA-REAL.
           PERFORM COMPARAR-RENGLON.
           PERFORM CONTAR-MARCA.

           ADD 1            TO WS-CUENTAS-LISTADAS.
           ADD WS-PRE-MES   TO WS-TOT-PRE-MES.
           ADD WS-PRE-ACUM  TO WS-TOT-PRE-ACUM.
           ADD WS-REAL-MES  TO WS-TOT-REAL-MES.
           ADD WS-REAL-ACUM TO WS-TOT-REAL-ACUM.
       PROCESAR-CUENTA-FIN.
           EXIT.

      *    La variacion es real menos presupuesto; el porcentaje se
      *    toma sobre el valor absoluto del presupuesto para que
      *    un real por encima salga positivo tambien con
      *    presupuesto negativo.
       COMPARAR-RENGLON.
           COMPUTE WS-EVA-VARIACION =
               WS-EVA-REAL - WS-EVA-PRESUPUESTO.
           MOVE ZERO   TO WS-EVA-PORCENTAJE.
           MOVE SPACES TO WS-EVA-MARCA.
           IF WS-EVA-PRESUPUESTO < ZERO
               COMPUTE WS-EVA-BASE = ZERO - WS-EVA-PRESUPUESTO
           ELSE
               MOVE WS-EVA-PRESUPUESTO TO WS-EVA-BASE
           END-IF.
           EVALUATE TRUE
               WHEN WS-EVA-BASE = ZERO
                   IF WS-EVA-REAL NOT = ZERO
                       MOVE ">> SIN PRESUP" TO WS-EVA-MARCA
                   END-IF
               WHEN OTHER
                   COMPUTE WS-EVA-PORCENTAJE ROUNDED =
                       (WS-EVA-VARIACION * 100) / WS-EVA-BASE
                       ON SIZE ERROR
                           IF WS-EVA-VARIACION < ZERO
                               MOVE -9999.9 TO WS-EVA-PORCENTAJE
                           ELSE
                               MOVE 9999.9 TO WS-EVA-PORCENTAJE
                           END-IF
                   END-COMPUTE
                   IF WS-EVA-PORCENTAJE > WS-TOLERANCIA
                       MOVE ">> EXCEDIDO" TO WS-EVA-MARCA
                   END-IF
                   IF WS-EVA-PORCENTAJE < (ZERO - WS-TOLERANCIA)
                       MOVE ">> DEBAJO" TO WS-EVA-MARCA
                   END-IF
           END-EVALUATE.
           MOVE WS-EVA-PRESUPUESTO TO RPT-DET-PRESUPUESTO.
           MOVE WS-EVA-REAL        TO RPT-DET-REAL.
           MOVE WS-EVA-VARIACION   TO RPT-DET-VARIACION.
           MOVE WS-EVA-PORCENTAJE  TO RPT-DET-PORCENTAJE.
           MOVE WS-EVA-MARCA       TO RPT-DET-MARCA.
           MOVE RPT-DETALLE TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

       CONTAR-MARCA.
           EVALUATE WS-EVA-MARCA
               WHEN ">> EXCEDIDO"
                   ADD 1 TO WS-RENGLONES-EXCEDIDOS
                   ADD 1 TO WS-RENGLONES-MARCADOS
               WHEN ">> DEBAJO"
                   ADD 1 TO WS-RENGLONES-DEBAJO
                   ADD 1 TO WS-RENGLONES-MARCADOS
               WHEN ">> SIN PRESUP"
                   ADD 1 TO WS-RENGLONES-SIN-PRESUP
                   ADD 1 TO WS-RENGLONES-MARCADOS
           END-EVALUATE.

      *    Los totales llevan la misma comparacion pero no suman
      *    a las cuentas marcadas.
       ESCRIBIR-TOTALES.
           MOVE SPACES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE SPACES  TO RPT-DET-CUENTA.
           MOVE "TOTAL" TO RPT-DET-DESCRIPCION.
           IF MODO-PROYECCION
               MOVE "PROY" TO RPT-DET-TRAMO
           ELSE
               MOVE "MES"  TO RPT-DET-TRAMO
           END-IF.
           MOVE WS-TOT-PRE-MES  TO WS-EVA-PRESUPUESTO.
           MOVE WS-TOT-REAL-MES TO WS-EVA-REAL.
           PERFORM COMPARAR-RENGLON.
           MOVE SPACES TO RPT-DET-DESCRIPCION.
           MOVE "ACUM" TO RPT-DET-TRAMO.
           MOVE WS-TOT-PRE-ACUM  TO WS-EVA-PRESUPUESTO.
           MOVE WS-TOT-REAL-ACUM TO WS-EVA-REAL.
           PERFORM COMPARAR-RENGLON.
           IF MODO-PROYECCION
               MOVE WS-CORTE           TO RPT-DIA-CORTE
               MOVE WS-TOT-REAL-AL-DIA TO RPT-DIA-REAL
               MOVE WS-CORTE-DD        TO RPT-DIA-DIA
               MOVE WS-DIAS-MES        TO RPT-DIA-DIAS
               MOVE RPT-AL-DIA TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
           END-IF.
           MOVE SPACES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE WS-CUENTAS-LISTADAS     TO RPT-PIE-CUENTAS.
           MOVE WS-RENGLONES-EXCEDIDOS  TO RPT-PIE-EXCEDIDOS.
           MOVE WS-RENGLONES-DEBAJO     TO RPT-PIE-DEBAJO.
           MOVE WS-RENGLONES-SIN-PRESUP TO RPT-PIE-SIN-PRESUP.
           MOVE RPT-PIE TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

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
               DISPLAY "  ERROR: no se pudo escribir PRESREAL.DAT "
                       "(status " WS-REPORTE-STATUS ")"
               SET FALLA-REPORTE TO TRUE
           END-IF.
