      *****************************************************************
      * Programa: Resumen de la Noche                                *
      * Descripción: Último paso del job nocturno; corre aunque el   *
      *              job se haya detenido. Junta en una sola hoja    *
      *              (RESUMEN.DAT) lo que el jefe de turno revisaba  *
      *              archivo por archivo a la mañana:                *
      *                - código de condición y tiempo de cada paso   *
      *                  de la corrida (JOBLOG.DAT, por fecha de     *
      *                  proceso y turno; en un REINICIO vale la     *
      *                  última ejecución de cada paso),             *
      *                - hora de arranque de la corrida (RUNCTL.DAT),*
      *                - resultado del cuadre (CUADRE.DAT),          *
      *                - rechazos devueltos (RETMEMO.DAT),           *
      *                - pie de suspenso de CALCREPT.DAT,            *
      *                - partidas liberadas: las del suspenso que    *
      *                  traía TRANSLIB.DAT al tomar la foto         *
      *                  (FOTOREG.DAT) y las que LIBERA-ALMACEN soltó*
      *                  del almacén en la fecha (ALMACEN.DAT),      *
      *                - cuentas marcadas en VARDIA.DAT,             *
      *                - si GLINTERF.DAT salió en la corrida y si su *
      *                  cierre iguala el detalle.                   *
      *              Una salida que no es de la fecha (y turno, si lo*
      *              lleva) de proceso se informa como tal. Cierra   *
      *              con el estado general de la noche: LIMPIA,      *
      *              REVISAR (algún paso con código entre 1 y 7,     *
      *              rechazos, cuentas marcadas o una salida         *
      *              informativa que falta) o ACCION REQUERIDA       *
      *              (algún paso con código 8 o más, sin pasos en la *
      *              bitácora, sin cuadre o desbalance, interfaz no  *
      *              producida o que no cuadra), con los motivos.    *
      *              El mismo estado queda en el registro de formato *
      *              fijo ESTNOCHE.DAT (copybook ESTNREC) para el    *
      *              planificador y la mesa de ayuda.                *
      *              Termina con código 4 si no puede escribir el    *
      *              resumen o el registro de estado; el estado de   *
      *              la noche no cambia el código del paso.          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMEN-NOCHE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SALIDA-FILE ASSIGN TO DYNAMIC WS-NOMBRE-SALIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.

           SELECT REGISTRO-FILE ASSIGN TO "FOTOREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FTR-CLAVE
               FILE STATUS IS WS-REGISTRO-STATUS.

           SELECT ALMACEN-FILE ASSIGN TO "ALMACEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALM-CLAVE
               FILE STATUS IS WS-ALMACEN-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "RESUMEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT ESTADO-FILE ASSIGN TO "ESTNOCHE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBLOG-FILE
           RECORD CONTAINS 56 CHARACTERS.
           COPY JLOGREC.

       FD  RUNCTL-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY RUNCREC.

      *    Las salidas de la noche que se leen de a renglon:
      *    CUADRE.DAT, RETMEMO.DAT, CALCREPT.DAT, VARDIA.DAT y
      *    GLINTERF.DAT, una por vez.
       FD  SALIDA-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SALIDA-LINE               PIC X(80).

       FD  REGISTRO-FILE.
           COPY FOTOREC.

       FD  ALMACEN-FILE.
           COPY ALMREC.

       FD  REPORTE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORTE-LINE              PIC X(80).

       FD  ESTADO-FILE
           RECORD CONTAINS 82 CHARACTERS.
           COPY ESTNREC.

       WORKING-STORAGE SECTION.
       01  WS-JOBLOG-STATUS          PIC X(2) VALUE "00".
       01  WS-RUNCTL-STATUS          PIC X(2) VALUE "00".
       01  WS-SALIDA-STATUS          PIC X(2) VALUE "00".
       01  WS-REGISTRO-STATUS        PIC X(2) VALUE "00".
       01  WS-ALMACEN-STATUS         PIC X(2) VALUE "00".
       01  WS-REPORTE-STATUS         PIC X(2) VALUE "00".
       01  WS-ESTADO-STATUS          PIC X(2) VALUE "00".
       01  WS-NOMBRE-SALIDA          PIC X(12) VALUE SPACES.
       01  WS-FIN-ARCHIVO            PIC X(1) VALUE "N".
           88  FIN-ARCHIVO           VALUE "S".
       01  WS-FALLA-SALIDA           PIC X(1) VALUE "N".
           88  FALLA-SALIDA          VALUE "S".
       01  WS-PRIMER-RENGLON         PIC X(1) VALUE "S".
           88  PRIMER-RENGLON        VALUE "S".
      *    Vigencia de cada salida leida: S = de la corrida,
      *    V = de otra fecha o turno, N = no existe o esta vacia.
       01  WS-SALIDA-VIGENTE         PIC X(1) VALUE "N".
           88  SALIDA-DE-LA-CORRIDA  VALUE "S".
           88  SALIDA-VIEJA          VALUE "V".
           88  SALIDA-AUSENTE        VALUE "N".

       01  WS-FECHA-PROCESO          PIC 9(8) VALUE ZERO.
       01  WS-TURNO                  PIC X(1) VALUE "0".
       01  WS-FECHA-EDITADA          PIC 9999/99/99.
       01  WS-FECHA-SISTEMA          PIC 9(8) VALUE ZERO.
       01  WS-HORA-SISTEMA.
           05  WS-HORA-HHMMSS        PIC 9(6).
           05  WS-HORA-CC            PIC 9(2).
       01  WS-HORA-DESARMADA.
           05  WS-HORA-HH            PIC 9(2).
           05  WS-HORA-MM            PIC 9(2).
           05  WS-HORA-SS            PIC 9(2).
       01  WS-SEG-INICIO             PIC 9(6) VALUE ZERO.
       01  WS-SEG-FIN                PIC 9(6) VALUE ZERO.
       01  WS-SEG-PASO               PIC 9(6) VALUE ZERO.
       01  WS-SEG-TOTAL              PIC 9(6) VALUE ZERO.

      *    Ultima ejecucion de cada paso de la corrida, por numero
      *    de paso.
       01  WS-IND-PASO               PIC 9(2) VALUE ZERO.
       01  WS-PASO-ANTERIOR          PIC 9(2) VALUE ZERO.
       01  WS-TABLA-PASOS.
           05  WS-PASO-ENT OCCURS 99 TIMES.
               10  WS-PASO-USADO     PIC X(1).
               10  WS-PASO-PROGRAMA  PIC X(16).
               10  WS-PASO-INICIO    PIC 9(6).
               10  WS-PASO-FIN       PIC 9(6).
               10  WS-PASO-SEGUNDOS  PIC 9(6).
               10  WS-PASO-CONDICION PIC 9(2).
       01  WS-PASOS-CORRIDA          PIC 9(2) VALUE ZERO.
       01  WS-PEOR-CONDICION         PIC 9(2) VALUE ZERO.
       01  WS-PASO-FALLIDO           PIC 9(2) VALUE ZERO.

       01  WS-HORA-ARRANQUE          PIC 9(6) VALUE ZERO.
       01  WS-RUN-ID                 PIC X(8) VALUE SPACES.

       01  WS-CUADRE                 PIC X(1) VALUE "N".
           88  CUADRE-EN-BALANCE     VALUE "B".
           88  CUADRE-DESBALANCE     VALUE "D".
       01  WS-CUADRE-VIGENTE         PIC X(1) VALUE "N".
       01  WS-RECHAZOS               PIC 9(6) VALUE ZERO.
       01  WS-RECHAZO-SUCURSALES     PIC 9(4) VALUE ZERO.
       01  WS-RETMEMO-VIGENTE        PIC X(1) VALUE "N".
       01  WS-SUSP-PENDIENTES        PIC 9(6) VALUE ZERO.
       01  WS-SUSP-DIAS              PIC 9(4) VALUE ZERO.
       01  WS-CALCREPT-VIGENTE       PIC X(1) VALUE "N".
       01  WS-PIE-SUSPENSO           PIC X(1) VALUE "N".
           88  HAY-PIE-SUSPENSO      VALUE "S".
       01  WS-LIB-SUSPENSO           PIC 9(6) VALUE ZERO.
       01  WS-LIB-ALMACEN            PIC 9(6) VALUE ZERO.
       01  WS-FOTO-HALLADA           PIC X(1) VALUE "N".
           88  FOTO-HALLADA          VALUE "S".
       01  WS-MARCADAS               PIC 9(6) VALUE ZERO.
       01  WS-VARDIA-VIGENTE         PIC X(1) VALUE "N".
       01  WS-MAX-CUENTAS            PIC 9(2) VALUE 8.
       01  WS-CANT-CUENTAS           PIC 9(2) VALUE ZERO.
       01  WS-IND-CUENTA             PIC 9(2) VALUE ZERO.
       01  WS-TABLA-CUENTAS.
           05  WS-CUENTA-MARCADA     PIC X(32) OCCURS 8 TIMES.

      *    Interfaz contable: B = cuadrada, D = no cuadra,
      *    N = no producida en la corrida.
       01  WS-INTERFAZ               PIC X(1) VALUE "N".
           88  INTERFAZ-CUADRADA     VALUE "B".
           88  INTERFAZ-NO-CUADRA    VALUE "D".
           88  INTERFAZ-AUSENTE      VALUE "N".
       01  WS-GLI-CIERRE-VISTO       PIC X(1) VALUE "N".
           88  GLI-CIERRE-VISTO      VALUE "S".
       01  WS-GLI-LINEAS             PIC 9(6) VALUE ZERO.
       01  WS-GLI-IMPORTE            PIC S9(11) VALUE ZERO.
       01  WS-GLI-CIE-LINEAS         PIC 9(6) VALUE ZERO.
       01  WS-GLI-CIE-IMPORTE        PIC S9(11) VALUE ZERO.
           COPY GLIREC.

      *    Estado general y motivos: L = limpia, R = revisar,
      *    A = accion requerida; cada motivo sube el estado.
       01  WS-ESTADO-NOCHE           PIC X(1) VALUE "L".
           88  NOCHE-LIMPIA          VALUE "L".
           88  NOCHE-REVISAR         VALUE "R".
           88  NOCHE-ACCION          VALUE "A".
       01  WS-NIVEL-MOTIVO           PIC X(1) VALUE SPACE.
       01  WS-TEXTO-MOTIVO           PIC X(70) VALUE SPACES.
       01  WS-MAX-MOTIVOS            PIC 9(2) VALUE 12.
       01  WS-CANT-MOTIVOS           PIC 9(3) VALUE ZERO.
       01  WS-IND-MOTIVO             PIC 9(2) VALUE ZERO.
       01  WS-TABLA-MOTIVOS.
           05  WS-MOTIVO             PIC X(70) OCCURS 12 TIMES.

       01  RES-ENCABEZADO-1.
           05  FILLER                PIC X(40) VALUE
               "RESUMEN OPERATIVO DE LA NOCHE - PROCESO ".
           05  RES-ENC-FECHA         PIC 9999/99/99.
           05  FILLER                PIC X(8) VALUE "  TURNO ".
           05  RES-ENC-TURNO         PIC X(1).
           05  FILLER                PIC X(9) VALUE "  RUN-ID ".
           05  RES-ENC-RUN-ID        PIC X(8).
           05  FILLER                PIC X(4) VALUE SPACES.

       01  RES-ENCABEZADO-2.
           05  FILLER                PIC X(9) VALUE "GENERADO ".
           05  RES-ENC-GENERADO      PIC 9999/99/99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RES-ENC-HORA          PIC 99B99B99.
           05  FILLER                PIC X(19) VALUE
               "  CORRIDA INICIADA ".
           05  RES-ENC-ARRANQUE      PIC 99B99B99.
           05  FILLER                PIC X(7) VALUE "  MODO ".
           05  RES-ENC-MODO          PIC X(8).
           05  FILLER                PIC X(10) VALUE SPACES.

       01  RES-TIT-PASOS.
           05  FILLER                PIC X(40) VALUE
               "  PASO  PROGRAMA          INICIO    FIN ".
           05  FILLER                PIC X(40) VALUE
               "       SEGUNDOS  CODIGO                 ".

       01  RES-PASO.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RES-PASO-NUMERO       PIC 9(2).
           05  FILLER                PIC X(4) VALUE SPACES.
           05  RES-PASO-PROGRAMA     PIC X(16).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RES-PASO-INICIO       PIC 99B99B99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RES-PASO-FIN          PIC 99B99B99.
           05  FILLER                PIC X(5) VALUE SPACES.
           05  RES-PASO-SEGUNDOS     PIC ZZZZZ9.
           05  FILLER                PIC X(6) VALUE SPACES.
           05  RES-PASO-CONDICION    PIC 99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RES-PASO-MARCA        PIC X(15).

       01  RES-PASO-TOTAL.
           05  FILLER                PIC X(24) VALUE
               "  TIEMPO DE LOS PASOS:  ".
           05  RES-TOT-SEGUNDOS      PIC ZZZZZ9.
           05  FILLER                PIC X(26) VALUE
               " SEGUNDOS   PEOR CODIGO: ".
           05  RES-TOT-CONDICION     PIC 99.
           05  FILLER                PIC X(22) VALUE SPACES.

       01  RES-RENGLON.
           05  RES-REN-ROTULO        PIC X(30).
           05  RES-REN-TEXTO         PIC X(50).

       01  RES-RECHAZOS.
           05  FILLER                PIC X(30) VALUE
               "RECHAZOS (RETMEMO.DAT) ...... ".
           05  RES-RCH-CANTIDAD      PIC ZZZZZ9.
           05  FILLER                PIC X(13) VALUE " DEVUELTOS A ".
           05  RES-RCH-SUCURSALES    PIC ZZZ9.
           05  FILLER                PIC X(27) VALUE " SUCURSALES".

       01  RES-SUSPENSO.
           05  FILLER                PIC X(30) VALUE
               "SUSPENSO (CALCREPT.DAT) ..... ".
           05  RES-SUS-PENDIENTES    PIC ZZZZZ9.
           05  FILLER                PIC X(25) VALUE
               " PENDIENTES, MAS ANTIGUA ".
           05  RES-SUS-DIAS          PIC ZZZ9.
           05  FILLER                PIC X(15) VALUE " DIAS".

       01  RES-LIBERADAS.
           05  FILLER                PIC X(30) VALUE
               "LIBERADAS (FOTOREG/ALMACEN) . ".
           05  RES-LIB-SUSPENSO      PIC ZZZZZ9.
           05  FILLER                PIC X(15) VALUE
               " DEL SUSPENSO, ".
           05  RES-LIB-ALMACEN       PIC ZZZZZ9.
           05  FILLER                PIC X(23) VALUE " DEL ALMACEN".

       01  RES-VARIACION.
           05  FILLER                PIC X(30) VALUE
               "VARIACION (VARDIA.DAT) ...... ".
           05  RES-VAR-MARCADAS      PIC ZZZZZ9.
           05  FILLER                PIC X(44) VALUE
               " CUENTAS MARCADAS".

       01  RES-VAR-CUENTA.
           05  FILLER                PIC X(6) VALUE SPACES.
           05  RES-VAR-DATOS         PIC X(32).
           05  FILLER                PIC X(42) VALUE SPACES.

       01  RES-INTERFAZ.
           05  FILLER                PIC X(30) VALUE
               "INTERFAZ (GLINTERF.DAT) ..... ".
           05  RES-GLI-RESULTADO     PIC X(12).
           05  FILLER                PIC X(8) VALUE " LINEAS ".
           05  RES-GLI-LINEAS        PIC ZZZZZ9.
           05  FILLER                PIC X(9) VALUE " IMPORTE ".
           05  RES-GLI-IMPORTE       PIC -ZZZZZZZZZZ9.
           05  FILLER                PIC X(3) VALUE SPACES.

       01  RES-ESTADO.
           05  FILLER                PIC X(28) VALUE
               "ESTADO GENERAL DE LA NOCHE: ".
           05  RES-EST-TEXTO         PIC X(16).
           05  FILLER                PIC X(36) VALUE SPACES.

       01  RES-MOTIVO.
           05  FILLER                PIC X(4) VALUE "  - ".
           05  RES-MOT-TEXTO         PIC X(70).
           05  FILLER                PIC X(6) VALUE SPACES.

       01  RES-MAS-MOTIVOS.
           05  FILLER                PIC X(6) VALUE "  ... ".
           05  RES-MAS-CANTIDAD      PIC ZZ9.
           05  FILLER                PIC X(71) VALUE
               " MOTIVOS MAS, VER LOS REPORTES DE CADA PASO".

       LINKAGE SECTION.
       COPY PARMREC.

       PROCEDURE DIVISION USING PARM-AREA.
       INICIO.
           DISPLAY "============================================".
           DISPLAY "  RESUMEN-NOCHE: resumen operativo          ".
           DISPLAY "============================================".

           MOVE PRM-FECHA-PROCESO TO WS-FECHA-PROCESO.
           MOVE PRM-TURNO         TO WS-TURNO.
           MOVE PRM-RUN-ID        TO WS-RUN-ID.
           MOVE WS-FECHA-PROCESO  TO WS-FECHA-EDITADA.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO WS-TABLA-PASOS.

           PERFORM LEER-JOBLOG THRU LEER-JOBLOG-FIN.
           PERFORM LEER-RUNCTL THRU LEER-RUNCTL-FIN.
           PERFORM LEER-CUADRE THRU LEER-CUADRE-FIN.
           PERFORM LEER-RETMEMO THRU LEER-RETMEMO-FIN.
           PERFORM LEER-CALCREPT THRU LEER-CALCREPT-FIN.
           PERFORM CONTAR-LIBERADAS.
           PERFORM LEER-VARDIA THRU LEER-VARDIA-FIN.
           PERFORM LEER-INTERFAZ THRU LEER-INTERFAZ-FIN.
           PERFORM EVALUAR-NOCHE.

           PERFORM ESCRIBIR-RESUMEN THRU ESCRIBIR-RESUMEN-FIN.
           PERFORM GRABAR-ESTADO THRU GRABAR-ESTADO-FIN.

           DISPLAY " ".
           DISPLAY "Resumen de la noche:".
           DISPLAY "  Fecha de proceso:       " WS-FECHA-PROCESO
                   "  Turno: " WS-TURNO.
           DISPLAY "  Pasos de la corrida:    " WS-PASOS-CORRIDA
                   "  Peor codigo: " WS-PEOR-CONDICION.
           DISPLAY "  Estado general:         " RES-EST-TEXTO.
           DISPLAY "  Motivos:                " WS-CANT-MOTIVOS.
           DISPLAY "  Resumen en RESUMEN.DAT, estado en ESTNOCHE.DAT".
           DISPLAY "============================================".

           IF FALLA-SALIDA
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Renglones de la fecha y turno de proceso. Un paso con
      *    numero menor o igual al anterior abre otra corrida (un
      *    REINICIO o una corrida repetida): desde ese paso en
      *    adelante vale lo nuevo y lo de antes queda.
       LEER-JOBLOG.
           OPEN INPUT JOBLOG-FILE.
           IF WS-JOBLOG-STATUS NOT = "00"
               DISPLAY "  AVISO: no se pudo abrir JOBLOG.DAT "
                       "(status " WS-JOBLOG-STATUS ")"
               GO TO LEER-JOBLOG-FIN
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ JOBLOG-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF JLG-FECHA-PROCESO = WS-FECHA-PROCESO
                          AND JLG-TURNO = WS-TURNO
                          AND JLG-PASO > ZERO
                           PERFORM TOMAR-PASO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOBLOG-FILE.
           PERFORM VARYING WS-IND-PASO FROM 1 BY 1
                   UNTIL WS-IND-PASO > 98
               IF WS-PASO-USADO (WS-IND-PASO) = "S"
                   ADD 1 TO WS-PASOS-CORRIDA
                   ADD WS-PASO-SEGUNDOS (WS-IND-PASO) TO WS-SEG-TOTAL
                   IF WS-PASO-CONDICION (WS-IND-PASO)
                      > WS-PEOR-CONDICION
                       MOVE WS-PASO-CONDICION (WS-IND-PASO)
                            TO WS-PEOR-CONDICION
                   END-IF
                   IF WS-PASO-CONDICION (WS-IND-PASO) >= 8
                      AND WS-PASO-FALLIDO = ZERO
                       MOVE WS-IND-PASO TO WS-PASO-FALLIDO
                   END-IF
               END-IF
           END-PERFORM.
       LEER-JOBLOG-FIN.
           EXIT.

       TOMAR-PASO.
           IF JLG-PASO <= WS-PASO-ANTERIOR
               PERFORM VARYING WS-IND-PASO FROM JLG-PASO BY 1
                       UNTIL WS-IND-PASO > 98
                   MOVE SPACES TO WS-PASO-ENT (WS-IND-PASO)
               END-PERFORM
           END-IF.
           MOVE JLG-PASO TO WS-PASO-ANTERIOR.
           MOVE "S"             TO WS-PASO-USADO (JLG-PASO).
           MOVE JLG-PROGRAMA    TO WS-PASO-PROGRAMA (JLG-PASO).
           MOVE JLG-HORA-INICIO TO WS-PASO-INICIO (JLG-PASO).
           MOVE JLG-HORA-FIN    TO WS-PASO-FIN (JLG-PASO).
           MOVE JLG-CONDICION   TO WS-PASO-CONDICION (JLG-PASO).
           PERFORM CALCULAR-SEGUNDOS-PASO.
           MOVE WS-SEG-PASO     TO WS-PASO-SEGUNDOS (JLG-PASO).

      *    Un fin menor que el inicio cruzo la medianoche.
       CALCULAR-SEGUNDOS-PASO.
           MOVE JLG-HORA-INICIO TO WS-HORA-DESARMADA.
           COMPUTE WS-SEG-INICIO =
               WS-HORA-HH * 3600 + WS-HORA-MM * 60 + WS-HORA-SS.
           MOVE JLG-HORA-FIN TO WS-HORA-DESARMADA.
           COMPUTE WS-SEG-FIN =
               WS-HORA-HH * 3600 + WS-HORA-MM * 60 + WS-HORA-SS.
           IF WS-SEG-FIN < WS-SEG-INICIO
               ADD 86400 TO WS-SEG-FIN
           END-IF.
           COMPUTE WS-SEG-PASO = WS-SEG-FIN - WS-SEG-INICIO.

      *    El ultimo arranque (estado I) de la fecha y turno es el
      *    de la corrida en curso; el renglon de fin lo graba
      *    PROCESO-NOCTURNO despues de este paso.
       LEER-RUNCTL.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               GO TO LEER-RUNCTL-FIN
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ RUNCTL-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF RUN-FECHA = WS-FECHA-PROCESO
                          AND RUN-ESTADO = "I"
                          AND (RUN-TURNO = WS-TURNO
                               OR (RUN-TURNO = SPACE
                                   AND WS-TURNO = "0"))
                           MOVE RUN-HORA-INICIO TO WS-HORA-ARRANQUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNCTL-FILE.
       LEER-RUNCTL-FIN.
           EXIT.

      *    Encabezado de CUADRE.DAT: fecha en 34-43, turno en 52.
       LEER-CUADRE.
           MOVE "CUADRE.DAT" TO WS-NOMBRE-SALIDA.
           PERFORM ABRIR-SALIDA.
           IF SALIDA-AUSENTE
               GO TO LEER-CUADRE-FIN
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ SALIDA-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF PRIMER-RENGLON
                           MOVE "N" TO WS-PRIMER-RENGLON
                           IF SALIDA-LINE (34:10) = WS-FECHA-EDITADA
                              AND SALIDA-LINE (52:1) = WS-TURNO
                               SET SALIDA-DE-LA-CORRIDA TO TRUE
                           ELSE
                               SET SALIDA-VIEJA TO TRUE
                           END-IF
                       END-IF
                       IF SALIDA-LINE (1:19) = "RESULTADO GENERAL: "
                           IF SALIDA-LINE (20:10) = "EN BALANCE"
                               SET CUADRE-EN-BALANCE TO TRUE
                           ELSE
                               SET CUADRE-DESBALANCE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALIDA-FILE.
           MOVE WS-SALIDA-VIGENTE TO WS-CUADRE-VIGENTE.
           IF NOT SALIDA-DE-LA-CORRIDA
               MOVE "N" TO WS-CUADRE
           END-IF.
       LEER-CUADRE-FIN.
           EXIT.

      *    Memo de RETORNO-RECHAZOS: fecha en 48-57; cada renglon
      *    SUCURSAL trae los rechazos devueltos en 35-40.
       LEER-RETMEMO.
           MOVE "RETMEMO.DAT" TO WS-NOMBRE-SALIDA.
           PERFORM ABRIR-SALIDA.
           IF SALIDA-AUSENTE
               GO TO LEER-RETMEMO-FIN
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ SALIDA-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF PRIMER-RENGLON
                           MOVE "N" TO WS-PRIMER-RENGLON
                           IF SALIDA-LINE (48:10) = WS-FECHA-EDITADA
                               SET SALIDA-DE-LA-CORRIDA TO TRUE
                           ELSE
                               SET SALIDA-VIEJA TO TRUE
                           END-IF
                       END-IF
                       IF SALIDA-LINE (1:10) = "SUCURSAL: "
                           ADD 1 TO WS-RECHAZO-SUCURSALES
                           COMPUTE WS-RECHAZOS = WS-RECHAZOS
                               + FUNCTION NUMVAL (SALIDA-LINE (35:6))
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALIDA-FILE.
           MOVE WS-SALIDA-VIGENTE TO WS-RETMEMO-VIGENTE.
           IF NOT SALIDA-DE-LA-CORRIDA
               MOVE ZERO TO WS-RECHAZOS WS-RECHAZO-SUCURSALES
           END-IF.
       LEER-RETMEMO-FIN.
           EXIT.

      *    Reporte de CALCULADORA: fecha en 51-60, turno en 69. En
      *    un REINICIO puede traer mas de un pie y vale el ultimo.
       LEER-CALCREPT.
           MOVE "CALCREPT.DAT" TO WS-NOMBRE-SALIDA.
           PERFORM ABRIR-SALIDA.
           IF SALIDA-AUSENTE
               GO TO LEER-CALCREPT-FIN
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ SALIDA-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF PRIMER-RENGLON
                           MOVE "N" TO WS-PRIMER-RENGLON
                           IF SALIDA-LINE (51:10) = WS-FECHA-EDITADA
                              AND SALIDA-LINE (69:1) = WS-TURNO
                               SET SALIDA-DE-LA-CORRIDA TO TRUE
                           ELSE
                               SET SALIDA-VIEJA TO TRUE
                           END-IF
                       END-IF
                       IF SALIDA-LINE (1:10) = "SUSPENSO: "
                           SET HAY-PIE-SUSPENSO TO TRUE
                           COMPUTE WS-SUSP-PENDIENTES =
                               FUNCTION NUMVAL (SALIDA-LINE (11:6))
                           COMPUTE WS-SUSP-DIAS =
                               FUNCTION NUMVAL (SALIDA-LINE (52:4))
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALIDA-FILE.
           MOVE WS-SALIDA-VIGENTE TO WS-CALCREPT-VIGENTE.
           IF NOT SALIDA-DE-LA-CORRIDA
               MOVE ZERO TO WS-SUSP-PENDIENTES WS-SUSP-DIAS
           END-IF.
       LEER-CALCREPT-FIN.
           EXIT.

      *    Las liberadas del suspenso son las que TRANSLIB.DAT
      *    traia al tomar la foto de la corrida; las del almacen,
      *    las que LIBERA-ALMACEN marco con la fecha de proceso.
       CONTAR-LIBERADAS.
           OPEN INPUT REGISTRO-FILE.
           IF WS-REGISTRO-STATUS = "00"
               MOVE WS-FECHA-PROCESO TO FTR-FECHA
               MOVE WS-TURNO         TO FTR-TURNO
               READ REGISTRO-FILE
                   NOT INVALID KEY
                       SET FOTO-HALLADA TO TRUE
                       MOVE FTR-CANT-TRANSLIB TO WS-LIB-SUSPENSO
               END-READ
               CLOSE REGISTRO-FILE
           END-IF.
           OPEN INPUT ALMACEN-FILE.
           IF WS-ALMACEN-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO
                   READ ALMACEN-FILE NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF ALM-LIBERADA
                              AND ALM-FECHA-ESTADO = WS-FECHA-PROCESO
                               ADD 1 TO WS-LIB-ALMACEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALMACEN-FILE
           END-IF.

      *    VARDIA.DAT: fecha en 48-57; las cuentas marcadas llevan
      *    >> en la observacion (66-79) y el pie trae el total.
       LEER-VARDIA.
           MOVE "VARDIA.DAT" TO WS-NOMBRE-SALIDA.
           PERFORM ABRIR-SALIDA.
           IF SALIDA-AUSENTE
               GO TO LEER-VARDIA-FIN
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ SALIDA-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF PRIMER-RENGLON
                           MOVE "N" TO WS-PRIMER-RENGLON
                           IF SALIDA-LINE (48:10) = WS-FECHA-EDITADA
                               SET SALIDA-DE-LA-CORRIDA TO TRUE
                           ELSE
                               SET SALIDA-VIEJA TO TRUE
                           END-IF
                       END-IF
                       IF SALIDA-LINE (66:2) = ">>"
                          AND WS-CANT-CUENTAS < WS-MAX-CUENTAS
                           ADD 1 TO WS-CANT-CUENTAS
                           MOVE SPACES
                                TO WS-CUENTA-MARCADA (WS-CANT-CUENTAS)
                           STRING SALIDA-LINE (1:4) " "
                                  SALIDA-LINE (6:11) " "
                                  SALIDA-LINE (66:14)
                               DELIMITED BY SIZE
                               INTO WS-CUENTA-MARCADA (WS-CANT-CUENTAS)
                       END-IF
                       IF SALIDA-LINE (1:18) = "CUENTAS LISTADAS: "
                           COMPUTE WS-MARCADAS =
                               FUNCTION NUMVAL (SALIDA-LINE (37:6))
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALIDA-FILE.
           MOVE WS-SALIDA-VIGENTE TO WS-VARDIA-VIGENTE.
           IF NOT SALIDA-DE-LA-CORRIDA
               MOVE ZERO TO WS-MARCADAS WS-CANT-CUENTAS
           END-IF.
       LEER-VARDIA-FIN.
           EXIT.

      *    GLINTERF.DAT es de la corrida si la cabecera (10) trae la
      *    fecha y el turno de proceso; cuadra si el cierre (90)
      *    iguala las lineas y el importe de los asientos (20) y
      *    las reversas (25).
       LEER-INTERFAZ.
           MOVE "GLINTERF.DAT" TO WS-NOMBRE-SALIDA.
           PERFORM ABRIR-SALIDA.
           IF SALIDA-AUSENTE
               GO TO LEER-INTERFAZ-FIN
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ SALIDA-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM TOMAR-RENGLON-INTERFAZ
               END-READ
           END-PERFORM.
           CLOSE SALIDA-FILE.
           EVALUATE TRUE
               WHEN NOT SALIDA-DE-LA-CORRIDA
                   SET INTERFAZ-AUSENTE TO TRUE
                   MOVE ZERO TO WS-GLI-LINEAS WS-GLI-IMPORTE
               WHEN GLI-CIERRE-VISTO
                AND WS-GLI-CIE-LINEAS  = WS-GLI-LINEAS
                AND WS-GLI-CIE-IMPORTE = WS-GLI-IMPORTE
                   SET INTERFAZ-CUADRADA TO TRUE
               WHEN OTHER
                   SET INTERFAZ-NO-CUADRA TO TRUE
           END-EVALUATE.
       LEER-INTERFAZ-FIN.
           EXIT.

       TOMAR-RENGLON-INTERFAZ.
           IF PRIMER-RENGLON
               MOVE "N" TO WS-PRIMER-RENGLON
               SET SALIDA-VIEJA TO TRUE
               IF SALIDA-LINE (1:2) = "10"
                   MOVE SALIDA-LINE TO GLI-CABECERA
                   IF GLI-CAB-FECHA = WS-FECHA-PROCESO
                      AND GLI-CAB-TURNO = WS-TURNO
                       SET SALIDA-DE-LA-CORRIDA TO TRUE
                   END-IF
               END-IF
           END-IF.
           EVALUATE SALIDA-LINE (1:2)
               WHEN "20"
                   MOVE SALIDA-LINE TO GLI-DETALLE
                   ADD 1 TO WS-GLI-LINEAS
                   ADD GLI-DET-IMPORTE TO WS-GLI-IMPORTE
               WHEN "25"
                   MOVE SALIDA-LINE TO GLI-REVERSA
                   ADD 1 TO WS-GLI-LINEAS
                   ADD GLI-REV-IMPORTE TO WS-GLI-IMPORTE
               WHEN "90"
                   MOVE SALIDA-LINE TO GLI-CIERRE
                   SET GLI-CIERRE-VISTO TO TRUE
                   MOVE GLI-CIE-LINEAS  TO WS-GLI-CIE-LINEAS
                   MOVE GLI-CIE-IMPORTE TO WS-GLI-CIE-IMPORTE
           END-EVALUATE.

      *    Deja la salida abierta para leer desde el primer renglon;
      *    si no existe queda marcada ausente.
       ABRIR-SALIDA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE "S" TO WS-PRIMER-RENGLON.
           SET SALIDA-AUSENTE TO TRUE.
           OPEN INPUT SALIDA-FILE.
           IF WS-SALIDA-STATUS NOT = "00"
               DISPLAY "  AVISO: no se pudo abrir " WS-NOMBRE-SALIDA
                       " (status " WS-SALIDA-STATUS ")"
           ELSE
               SET SALIDA-VIEJA TO TRUE
           END-IF.

      *    Cada motivo sube el estado de la noche al nivel que pide:
      *    R = revisar, A = accion requerida.
       EVALUAR-NOCHE.
           IF WS-PASOS-CORRIDA = ZERO
               MOVE "A" TO WS-NIVEL-MOTIVO
               MOVE "JOBLOG.DAT NO TRAE PASOS DE LA CORRIDA"
                    TO WS-TEXTO-MOTIVO
               PERFORM ANOTAR-MOTIVO
           END-IF.
           PERFORM VARYING WS-IND-PASO FROM 1 BY 1
                   UNTIL WS-IND-PASO > 98
               IF WS-PASO-USADO (WS-IND-PASO) = "S"
                  AND WS-PASO-CONDICION (WS-IND-PASO) > ZERO
                   PERFORM MOTIVO-PASO
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-CUADRE-VIGENTE NOT = "S"
                   MOVE "A" TO WS-NIVEL-MOTIVO
                   MOVE "NO HAY CUADRE DE LA CORRIDA (CUADRE.DAT)"
                        TO WS-TEXTO-MOTIVO
                   PERFORM ANOTAR-MOTIVO
               WHEN NOT CUADRE-EN-BALANCE
                   MOVE "A" TO WS-NIVEL-MOTIVO
                   MOVE "CUADRE DIARIO EN DESBALANCE (CUADRE.DAT)"
                        TO WS-TEXTO-MOTIVO
                   PERFORM ANOTAR-MOTIVO
           END-EVALUATE.

           EVALUATE TRUE
               WHEN INTERFAZ-AUSENTE
                   MOVE "A" TO WS-NIVEL-MOTIVO
                   MOVE "GLINTERF.DAT NO SE PRODUJO EN LA CORRIDA"
                        TO WS-TEXTO-MOTIVO
                   PERFORM ANOTAR-MOTIVO
               WHEN INTERFAZ-NO-CUADRA
                   MOVE "A" TO WS-NIVEL-MOTIVO
                   MOVE "EL CIERRE DE GLINTERF.DAT NO IGUALA EL DETALLE"
                        TO WS-TEXTO-MOTIVO
                   PERFORM ANOTAR-MOTIVO
           END-EVALUATE.

           IF WS-RETMEMO-VIGENTE NOT = "S"
               MOVE "R" TO WS-NIVEL-MOTIVO
               MOVE "RETMEMO.DAT NO ES DE LA FECHA DE PROCESO"
                    TO WS-TEXTO-MOTIVO
               PERFORM ANOTAR-MOTIVO
           END-IF.
           IF WS-RECHAZOS > ZERO
               MOVE "R" TO WS-NIVEL-MOTIVO
               MOVE SPACES TO WS-TEXTO-MOTIVO
               STRING "HAY " WS-RECHAZOS " RECHAZOS DEVUELTOS A "
                      "LAS SUCURSALES (RETMEMO.DAT)"
                   DELIMITED BY SIZE INTO WS-TEXTO-MOTIVO
               PERFORM ANOTAR-MOTIVO
           END-IF.
           IF WS-CALCREPT-VIGENTE NOT = "S"
              OR NOT HAY-PIE-SUSPENSO
               MOVE "R" TO WS-NIVEL-MOTIVO
               MOVE SPACES TO WS-TEXTO-MOTIVO
               STRING "CALCREPT.DAT NO TRAE EL PIE DE SUSPENSO "
                      "DE LA CORRIDA"
                   DELIMITED BY SIZE INTO WS-TEXTO-MOTIVO
               PERFORM ANOTAR-MOTIVO
           END-IF.
           IF WS-VARDIA-VIGENTE NOT = "S"
               MOVE "R" TO WS-NIVEL-MOTIVO
               MOVE "VARDIA.DAT NO ES DE LA FECHA DE PROCESO"
                    TO WS-TEXTO-MOTIVO
               PERFORM ANOTAR-MOTIVO
           END-IF.
           IF WS-MARCADAS > ZERO
               MOVE "R" TO WS-NIVEL-MOTIVO
               MOVE SPACES TO WS-TEXTO-MOTIVO
               STRING "HAY " WS-MARCADAS " CUENTAS CON VARIACION "
                      "MARCADA (VARDIA.DAT)"
                   DELIMITED BY SIZE INTO WS-TEXTO-MOTIVO
               PERFORM ANOTAR-MOTIVO
           END-IF.

       MOTIVO-PASO.
           IF WS-PASO-CONDICION (WS-IND-PASO) >= 8
               MOVE "A" TO WS-NIVEL-MOTIVO
           ELSE
               MOVE "R" TO WS-NIVEL-MOTIVO
           END-IF.
           MOVE SPACES TO WS-TEXTO-MOTIVO.
           STRING "PASO " WS-IND-PASO " ("
                  WS-PASO-PROGRAMA (WS-IND-PASO)
                  ") TERMINO CON CODIGO "
                  WS-PASO-CONDICION (WS-IND-PASO)
               DELIMITED BY SIZE INTO WS-TEXTO-MOTIVO.
           PERFORM ANOTAR-MOTIVO.

       ANOTAR-MOTIVO.
           ADD 1 TO WS-CANT-MOTIVOS.
           IF WS-CANT-MOTIVOS <= WS-MAX-MOTIVOS
               MOVE WS-CANT-MOTIVOS TO WS-IND-MOTIVO
               MOVE WS-TEXTO-MOTIVO TO WS-MOTIVO (WS-IND-MOTIVO)
           END-IF.
           IF WS-NIVEL-MOTIVO = "A"
               SET NOCHE-ACCION TO TRUE
           ELSE
               IF NOCHE-LIMPIA
                   SET NOCHE-REVISAR TO TRUE
               END-IF
           END-IF.

       ESCRIBIR-RESUMEN.
           EVALUATE TRUE
               WHEN NOCHE-LIMPIA
                   MOVE "LIMPIA"           TO RES-EST-TEXTO
               WHEN NOCHE-REVISAR
                   MOVE "REVISAR"          TO RES-EST-TEXTO
               WHEN OTHER
                   MOVE "ACCION REQUERIDA" TO RES-EST-TEXTO
           END-EVALUATE.
           OPEN OUTPUT REPORTE-FILE.
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir RESUMEN.DAT "
                       "(status " WS-REPORTE-STATUS ")"
               SET FALLA-SALIDA TO TRUE
               GO TO ESCRIBIR-RESUMEN-FIN
           END-IF.

           MOVE WS-FECHA-PROCESO TO RES-ENC-FECHA.
           MOVE WS-TURNO         TO RES-ENC-TURNO.
           MOVE WS-RUN-ID        TO RES-ENC-RUN-ID.
           MOVE RES-ENCABEZADO-1 TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE WS-FECHA-SISTEMA TO RES-ENC-GENERADO.
           MOVE WS-HORA-HHMMSS   TO RES-ENC-HORA.
           MOVE WS-HORA-ARRANQUE TO RES-ENC-ARRANQUE.
           MOVE PRM-MODO         TO RES-ENC-MODO.
           MOVE RES-ENCABEZADO-2 TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           PERFORM ESCRIBIR-BLANCO.

           MOVE RES-TIT-PASOS TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           PERFORM VARYING WS-IND-PASO FROM 1 BY 1
                   UNTIL WS-IND-PASO > 98
               IF WS-PASO-USADO (WS-IND-PASO) = "S"
                   PERFORM ESCRIBIR-PASO
               END-IF
           END-PERFORM.
           MOVE WS-SEG-TOTAL      TO RES-TOT-SEGUNDOS.
           MOVE WS-PEOR-CONDICION TO RES-TOT-CONDICION.
           MOVE RES-PASO-TOTAL TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           PERFORM ESCRIBIR-BLANCO.

           MOVE "CUADRE (CUADRE.DAT) ........ " TO RES-REN-ROTULO.
           EVALUATE TRUE
               WHEN WS-CUADRE-VIGENTE = "N"
                   MOVE "NO EXISTE"           TO RES-REN-TEXTO
               WHEN WS-CUADRE-VIGENTE = "V"
                   MOVE "NO ES DE LA CORRIDA" TO RES-REN-TEXTO
               WHEN CUADRE-EN-BALANCE
                   MOVE "EN BALANCE"          TO RES-REN-TEXTO
               WHEN OTHER
                   MOVE "DESBALANCE"          TO RES-REN-TEXTO
           END-EVALUATE.
           MOVE RES-RENGLON TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

           IF WS-RETMEMO-VIGENTE = "S"
               MOVE WS-RECHAZOS           TO RES-RCH-CANTIDAD
               MOVE WS-RECHAZO-SUCURSALES TO RES-RCH-SUCURSALES
               MOVE RES-RECHAZOS TO REPORTE-LINE
           ELSE
               MOVE "RECHAZOS (RETMEMO.DAT) ......"
                    TO RES-REN-ROTULO
               MOVE WS-RETMEMO-VIGENTE TO WS-SALIDA-VIGENTE
               PERFORM TEXTO-SALIDA-FALTANTE
               MOVE RES-RENGLON TO REPORTE-LINE
           END-IF.
           PERFORM ESCRIBIR-REPORTE.

           IF WS-CALCREPT-VIGENTE = "S"
               MOVE WS-SUSP-PENDIENTES TO RES-SUS-PENDIENTES
               MOVE WS-SUSP-DIAS       TO RES-SUS-DIAS
               MOVE RES-SUSPENSO TO REPORTE-LINE
           ELSE
               MOVE "SUSPENSO (CALCREPT.DAT) ....."
                    TO RES-REN-ROTULO
               MOVE WS-CALCREPT-VIGENTE TO WS-SALIDA-VIGENTE
               PERFORM TEXTO-SALIDA-FALTANTE
               MOVE RES-RENGLON TO REPORTE-LINE
           END-IF.
           PERFORM ESCRIBIR-REPORTE.

           MOVE WS-LIB-SUSPENSO TO RES-LIB-SUSPENSO.
           MOVE WS-LIB-ALMACEN  TO RES-LIB-ALMACEN.
           MOVE RES-LIBERADAS TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

           IF WS-VARDIA-VIGENTE = "S"
               MOVE WS-MARCADAS TO RES-VAR-MARCADAS
               MOVE RES-VARIACION TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
               PERFORM VARYING WS-IND-CUENTA FROM 1 BY 1
                       UNTIL WS-IND-CUENTA > WS-CANT-CUENTAS
                   MOVE WS-CUENTA-MARCADA (WS-IND-CUENTA)
                        TO RES-VAR-DATOS
                   MOVE RES-VAR-CUENTA TO REPORTE-LINE
                   PERFORM ESCRIBIR-REPORTE
               END-PERFORM
           ELSE
               MOVE "VARIACION (VARDIA.DAT) ......"
                    TO RES-REN-ROTULO
               MOVE WS-VARDIA-VIGENTE TO WS-SALIDA-VIGENTE
               PERFORM TEXTO-SALIDA-FALTANTE
               MOVE RES-RENGLON TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
           END-IF.

           EVALUATE TRUE
               WHEN INTERFAZ-CUADRADA
                   MOVE "CUADRADA"     TO RES-GLI-RESULTADO
               WHEN INTERFAZ-NO-CUADRA
                   MOVE "NO CUADRA"    TO RES-GLI-RESULTADO
               WHEN OTHER
                   MOVE "NO PRODUCIDA" TO RES-GLI-RESULTADO
           END-EVALUATE.
           MOVE WS-GLI-LINEAS  TO RES-GLI-LINEAS.
           MOVE WS-GLI-IMPORTE TO RES-GLI-IMPORTE.
           MOVE RES-INTERFAZ TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           PERFORM ESCRIBIR-BLANCO.

           MOVE RES-ESTADO TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                   UNTIL WS-IND-MOTIVO > WS-CANT-MOTIVOS
                      OR WS-IND-MOTIVO > WS-MAX-MOTIVOS
               MOVE WS-MOTIVO (WS-IND-MOTIVO) TO RES-MOT-TEXTO
               MOVE RES-MOTIVO TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
           END-PERFORM.
           IF WS-CANT-MOTIVOS > WS-MAX-MOTIVOS
               COMPUTE RES-MAS-CANTIDAD =
                   WS-CANT-MOTIVOS - WS-MAX-MOTIVOS
               MOVE RES-MAS-MOTIVOS TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
           END-IF.
           CLOSE REPORTE-FILE.
       ESCRIBIR-RESUMEN-FIN.
           EXIT.

       ESCRIBIR-PASO.
           MOVE WS-IND-PASO                     TO RES-PASO-NUMERO.
           MOVE WS-PASO-PROGRAMA (WS-IND-PASO)  TO RES-PASO-PROGRAMA.
           MOVE WS-PASO-INICIO (WS-IND-PASO)    TO RES-PASO-INICIO.
           MOVE WS-PASO-FIN (WS-IND-PASO)       TO RES-PASO-FIN.
           MOVE WS-PASO-SEGUNDOS (WS-IND-PASO)  TO RES-PASO-SEGUNDOS.
           MOVE WS-PASO-CONDICION (WS-IND-PASO) TO RES-PASO-CONDICION.
           EVALUATE TRUE
               WHEN WS-PASO-CONDICION (WS-IND-PASO) >= 8
                   MOVE ">> FALLO"   TO RES-PASO-MARCA
               WHEN WS-PASO-CONDICION (WS-IND-PASO) > ZERO
                   MOVE ">> REVISAR" TO RES-PASO-MARCA
               WHEN OTHER
                   MOVE SPACES       TO RES-PASO-MARCA
           END-EVALUATE.
           MOVE RES-PASO TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

       TEXTO-SALIDA-FALTANTE.
           IF SALIDA-VIEJA
               MOVE "NO ES DE LA CORRIDA" TO RES-REN-TEXTO
           ELSE
               MOVE "NO EXISTE"           TO RES-REN-TEXTO
           END-IF.

       ESCRIBIR-BLANCO.
           MOVE SPACES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

       ESCRIBIR-REPORTE.
           WRITE REPORTE-LINE.
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir RESUMEN.DAT "
                       "(status " WS-REPORTE-STATUS ")"
               SET FALLA-SALIDA TO TRUE
           END-IF.

      *    ESTNOCHE.DAT trae solo el estado de la ultima corrida.
       GRABAR-ESTADO.
           OPEN OUTPUT ESTADO-FILE.
           IF WS-ESTADO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir ESTNOCHE.DAT "
                       "(status " WS-ESTADO-STATUS ")"
               SET FALLA-SALIDA TO TRUE
               GO TO GRABAR-ESTADO-FIN
           END-IF.
           MOVE SPACES             TO ESTNOCHE-RECORD.
           MOVE WS-FECHA-PROCESO   TO ESN-FECHA.
           MOVE WS-TURNO           TO ESN-TURNO.
           MOVE WS-RUN-ID          TO ESN-RUN-ID.
           MOVE WS-ESTADO-NOCHE    TO ESN-ESTADO.
           MOVE WS-PEOR-CONDICION  TO ESN-CONDICION.
           MOVE WS-PASO-FALLIDO    TO ESN-PASO-FALLIDO.
           MOVE WS-CUADRE          TO ESN-CUADRE.
           MOVE WS-INTERFAZ        TO ESN-INTERFAZ.
           MOVE WS-RECHAZOS        TO ESN-RECHAZOS.
           MOVE WS-SUSP-PENDIENTES TO ESN-SUSPENSO.
           COMPUTE ESN-LIBERADAS = WS-LIB-SUSPENSO + WS-LIB-ALMACEN.
           MOVE WS-MARCADAS        TO ESN-MARCADAS.
           MOVE WS-SEG-TOTAL       TO ESN-SEGUNDOS.
           MOVE WS-FECHA-SISTEMA   TO ESN-FECHA-GENERADO.
           MOVE WS-HORA-HHMMSS     TO ESN-HORA-GENERADO.
           WRITE ESTNOCHE-RECORD.
           IF WS-ESTADO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir ESTNOCHE.DAT "
                       "(status " WS-ESTADO-STATUS ")"
               SET FALLA-SALIDA TO TRUE
           END-IF.
           CLOSE ESTADO-FILE.
       GRABAR-ESTADO-FIN.
           EXIT.
