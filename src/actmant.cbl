      *****************************************************************
      * Programa: Actividad de Mantenimiento                         *
      * Descripción: Paso del job nocturno que arma para auditoría   *
      *              el reporte diario de quién tocó los libros      *
      *              desde los programas de consola, para la fecha   *
      *              de proceso. Junta las bitácoras de              *
      *              mantenimiento CALCMLOG.DAT (MANT-MAESTRO),      *
      *              SUSPLOG.DAT (MANT-SUSPENSO), CALCCLOG.DAT       *
      *              (MANT-CUENTAS), ALMLOG.DAT (MANT-ALMACEN),      *
      *              PRESLOG.DAT (MANT-PRESUPUESTO) y la bitácora de *
      *              accesos ACCESLOG.DAT (ingresos,                 *
      *              aprobaciones y mantenimiento de operadores),    *
      *              las ordena en un archivo de trabajo indexado    *
      *              por operador y tipo de acción, y deja en        *
      *              ACTMANT.DAT el detalle de cada acción con la    *
      *              cantidad por tipo y por operador. Las imágenes  *
      *              anteriores de las bitácoras no se cuentan como  *
      *              acción.                                         *
      *              Termina con código 4 si hubo eventos de         *
      *              seguridad para revisar (operador bloqueado,     *
      *              ingreso denegado o aprobación rehusada) y con   *
      *              8 si no puede escribir el reporte. Una bitácora *
      *              que no existe es un día sin actividad.          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVIDAD-MANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-LOG-FILE ASSIGN TO "CALCMLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-LOG-STATUS.

           SELECT SUSPENSO-LOG-FILE ASSIGN TO "SUSPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSO-LOG-STATUS.

           SELECT CUENTA-LOG-FILE ASSIGN TO "CALCCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUENTA-LOG-STATUS.

           SELECT ACCESO-FILE ASSIGN TO "ACCESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESO-STATUS.

           SELECT ALMACEN-LOG-FILE ASSIGN TO "ALMLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALMACEN-LOG-STATUS.

           SELECT PRESUPUESTO-LOG-FILE ASSIGN TO "PRESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESUPUESTO-LOG-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT TRABAJO-FILE ASSIGN TO "ACTTRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATB-CLAVE
               FILE STATUS IS WS-TRABAJO-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "ACTMANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-LOG-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  MAESTRO-LOG-RECORD.
           05  MLG-FECHA             PIC 9(8).
           05  FILLER                PIC X.
           05  MLG-HORA              PIC 9(6).
           05  FILLER                PIC X.
           05  MLG-ACCION            PIC X(1).
           05  FILLER                PIC X.
           05  MLG-CUENTA            PIC 9(4).
           05  FILLER                PIC X.
           05  MLG-FECHA-CLAVE       PIC 9(8).
           05  FILLER                PIC X(54).
           05  FILLER                PIC X.
           05  MLG-OPERADOR          PIC X(8).

       FD  SUSPENSO-LOG-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  SUSPENSO-LOG-RECORD.
           05  SLG-FECHA             PIC 9(8).
           05  FILLER                PIC X.
           05  SLG-HORA              PIC 9(6).
           05  FILLER                PIC X.
           05  SLG-ACCION            PIC X(1).
           05  FILLER                PIC X.
           05  SLG-OPERADOR          PIC X(8).
           05  FILLER                PIC X.
           05  SLG-APROBADOR         PIC X(8).
           05  FILLER                PIC X.
           05  SLG-PARTIDA           PIC X(49).

       FD  CUENTA-LOG-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  CUENTA-LOG-RECORD.
           05  CLG-FECHA             PIC 9(8).
           05  FILLER                PIC X.
           05  CLG-HORA              PIC 9(6).
           05  FILLER                PIC X.
           05  CLG-ACCION            PIC X(1).
           05  FILLER                PIC X.
           05  CLG-CUENTA            PIC 9(4).
           05  FILLER                PIC X.
           05  CLG-DESCRIPCION       PIC X(30).
           05  FILLER                PIC X.
           05  CLG-SUCURSAL          PIC X(2).
           05  FILLER                PIC X.
           05  CLG-ESTADO            PIC X(1).
           05  FILLER                PIC X(18).
           05  FILLER                PIC X.
           05  CLG-OPERADOR          PIC X(8).

       FD  ACCESO-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  ACCESO-RECORD.
           05  ACC-FECHA             PIC 9(8).
           05  FILLER                PIC X.
           05  ACC-HORA              PIC 9(6).
           05  FILLER                PIC X.
           05  ACC-PROGRAMA          PIC X(16).
           05  FILLER                PIC X.
           05  ACC-EVENTO            PIC X(1).
           05  FILLER                PIC X.
           05  ACC-OPERADOR          PIC X(8).
           05  FILLER                PIC X.
           05  ACC-AFECTADO          PIC X(8).

       FD  ALMACEN-LOG-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01  ALMACEN-LOG-RECORD.
           05  ALG-FECHA             PIC 9(8).
           05  FILLER                PIC X.
           05  ALG-HORA              PIC 9(6).
           05  FILLER                PIC X.
           05  ALG-ACCION            PIC X(1).
           05  FILLER                PIC X.
           05  ALG-OPERADOR          PIC X(8).
           05  FILLER                PIC X.
           05  ALG-CLAVE             PIC X(23).
           05  FILLER                PIC X.
           05  ALG-TRANSACCION.
               10  ALG-NUMERO-1      PIC 9(4).
               10  ALG-NUMERO-2      PIC 9(4).
               10  ALG-OPERACION     PIC X(1).
               10  ALG-CUENTA        PIC 9(4).
               10  ALG-SUCURSAL      PIC X(2).
               10  FILLER            PIC X(35).

       FD  PRESUPUESTO-LOG-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  PRESUPUESTO-LOG-RECORD.
           05  PLG-FECHA             PIC 9(8).
           05  FILLER                PIC X.
           05  PLG-HORA              PIC 9(6).
           05  FILLER                PIC X.
           05  PLG-ACCION            PIC X(1).
           05  FILLER                PIC X.
           05  PLG-OPERADOR          PIC X(8).
           05  FILLER                PIC X.
           05  PLG-CUENTA            PIC 9(4).
           05  FILLER                PIC X.
           05  PLG-PERIODO           PIC 9(6).
           05  FILLER                PIC X.
           05  PLG-IMPORTE           PIC S9(11)
               SIGN IS TRAILING SEPARATE CHARACTER.

       FD  OPERADOR-FILE.
           COPY OPERREC.

      *    Una entrada por accion del dia, ordenada por operador,
      *    bitacora de origen y accion; se rearma en cada corrida.
      *    Origen: 1 = maestro, 2 = suspenso, 3 = cuentas,
      *            4 = accesos y operadores, 5 = almacen,
      *            6 = presupuesto.
       FD  TRABAJO-FILE.
       01  TRABAJO-RECORD.
           05  ATB-CLAVE.
               10  ATB-OPERADOR      PIC X(8).
               10  ATB-ORIGEN        PIC X(1).
               10  ATB-ACCION        PIC X(1).
               10  ATB-SECUENCIA     PIC 9(6).
           05  ATB-HORA              PIC 9(6).
           05  ATB-DETALLE           PIC X(50).

       FD  REPORTE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORTE-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MAESTRO-LOG-STATUS     PIC X(2) VALUE "00".
       01  WS-SUSPENSO-LOG-STATUS    PIC X(2) VALUE "00".
       01  WS-CUENTA-LOG-STATUS      PIC X(2) VALUE "00".
       01  WS-ACCESO-STATUS          PIC X(2) VALUE "00".
       01  WS-ALMACEN-LOG-STATUS     PIC X(2) VALUE "00".
       01  WS-PRESUPUESTO-LOG-STATUS PIC X(2) VALUE "00".
       01  WS-OPERADOR-STATUS        PIC X(2) VALUE "00".
       01  WS-TRABAJO-STATUS         PIC X(2) VALUE "00".
       01  WS-REPORTE-STATUS         PIC X(2) VALUE "00".
       01  WS-FECHA-PROCESO          PIC 9(8) VALUE ZERO.
       01  WS-FIN-LOG                PIC X(1) VALUE "N".
           88  FIN-LOG               VALUE "S".
       01  WS-FIN-TRABAJO            PIC X(1) VALUE "N".
           88  FIN-TRABAJO           VALUE "S".
       01  WS-OPERADORES-ABIERTO     PIC X(1) VALUE "N".
           88  OPERADORES-ABIERTO    VALUE "S".
       01  WS-OPERADOR-EN-CURSO      PIC X(1) VALUE "N".
           88  OPERADOR-EN-CURSO     VALUE "S".
       01  WS-GRUPO-EN-CURSO         PIC X(1) VALUE "N".
           88  GRUPO-EN-CURSO        VALUE "S".
       01  WS-SECUENCIA              PIC 9(6) VALUE ZERO.
       01  WS-OPERADOR-ANT           PIC X(8) VALUE SPACES.
       01  WS-ORIGEN-ANT             PIC X(1) VALUE SPACE.
       01  WS-ACCION-ANT             PIC X(1) VALUE SPACE.
       01  WS-CANT-GRUPO             PIC 9(6) VALUE ZERO.
       01  WS-CANT-OPERADOR          PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-ACCIONES         PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-OPERADORES       PIC 9(6) VALUE ZERO.
       01  WS-EVENTOS-REVISAR        PIC 9(6) VALUE ZERO.
       01  WS-LEIDOS-MAESTRO         PIC 9(6) VALUE ZERO.
       01  WS-LEIDOS-SUSPENSO        PIC 9(6) VALUE ZERO.
       01  WS-LEIDOS-CUENTAS         PIC 9(6) VALUE ZERO.
       01  WS-LEIDOS-ACCESOS         PIC 9(6) VALUE ZERO.
       01  WS-LEIDOS-ALMACEN         PIC 9(6) VALUE ZERO.
       01  WS-LEIDOS-PRESUPUESTO     PIC 9(6) VALUE ZERO.
       01  WS-IMPORTE-EDITADO        PIC -ZZZZZZZZZZ9.
       01  WS-PROGRAMA-GRUPO         PIC X(16) VALUE SPACES.
       01  WS-DESC-ACCION            PIC X(30) VALUE SPACES.

       01  ACT-ENCABEZADO.
           05  FILLER                PIC X(45) VALUE
               "ACTIVIDAD DE MANTENIMIENTO - FECHA DE PROCESO".
           05  FILLER                PIC X(1) VALUE SPACE.
           05  ACT-ENC-FECHA         PIC 9999/99/99.
           05  FILLER                PIC X(24) VALUE SPACES.

       01  ACT-OPERADOR.
           05  FILLER                PIC X(10) VALUE "OPERADOR: ".
           05  ACT-OPE-ID            PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  ACT-OPE-NOMBRE        PIC X(30).
           05  FILLER                PIC X(30) VALUE SPACES.

       01  ACT-GRUPO.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  ACT-GRP-PROGRAMA      PIC X(16).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  ACT-GRP-ACCION        PIC X(30).
           05  FILLER                PIC X(30) VALUE SPACES.

       01  ACT-DETALLE.
           05  FILLER                PIC X(4) VALUE SPACES.
           05  ACT-DET-HORA          PIC 9(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  ACT-DET-TEXTO         PIC X(50).
           05  FILLER                PIC X(18) VALUE SPACES.

       01  ACT-CANTIDAD.
           05  FILLER                PIC X(4) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE "CANTIDAD: ".
           05  ACT-CNT-CANTIDAD      PIC ZZZZZ9.
           05  FILLER                PIC X(60) VALUE SPACES.

       01  ACT-TOTAL-OPERADOR.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  FILLER                PIC X(20) VALUE
               "TOTAL DEL OPERADOR: ".
           05  ACT-TOP-CANTIDAD      PIC ZZZZZ9.
           05  FILLER                PIC X(52) VALUE SPACES.

       01  ACT-PIE.
           05  FILLER                PIC X(19) VALUE
               "TOTAL DE ACCIONES: ".
           05  ACT-PIE-ACCIONES      PIC ZZZZZ9.
           05  FILLER                PIC X(14) VALUE
               "  OPERADORES: ".
           05  ACT-PIE-OPERADORES    PIC ZZZZZ9.
           05  FILLER                PIC X(21) VALUE
               "  EVENTOS A REVISAR: ".
           05  ACT-PIE-REVISAR       PIC ZZZZZ9.
           05  FILLER                PIC X(8) VALUE SPACES.

       01  ACT-SIN-ACTIVIDAD         PIC X(80) VALUE
           "SIN ACTIVIDAD DE MANTENIMIENTO EN LA FECHA".

       LINKAGE SECTION.
       COPY PARMREC.

       PROCEDURE DIVISION USING PARM-AREA.
       INICIO.
           DISPLAY "============================================".
           DISPLAY "  ACTIVIDAD-MANT: actividad de operadores   ".
           DISPLAY "============================================".

           MOVE PRM-FECHA-PROCESO TO WS-FECHA-PROCESO.

           OPEN OUTPUT TRABAJO-FILE.
           CLOSE TRABAJO-FILE.
           OPEN I-O TRABAJO-FILE.
           IF WS-TRABAJO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir ACTTRAB.DAT "
                       "(status " WS-TRABAJO-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORTE-FILE.
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir ACTMANT.DAT "
                       "(status " WS-REPORTE-STATUS ")"
               CLOSE TRABAJO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT OPERADOR-FILE.
           IF WS-OPERADOR-STATUS = "00"
               SET OPERADORES-ABIERTO TO TRUE
           ELSE
               DISPLAY "  AVISO: no se pudo abrir OPERADOR.DAT "
                       "(status " WS-OPERADOR-STATUS "), el "
                       "reporte sale sin nombres"
           END-IF.

           PERFORM CARGAR-MAESTRO-LOG THRU CARGAR-MAESTRO-LOG-FIN.
           PERFORM CARGAR-SUSPENSO-LOG THRU CARGAR-SUSPENSO-LOG-FIN.
           PERFORM CARGAR-CUENTA-LOG THRU CARGAR-CUENTA-LOG-FIN.
           PERFORM CARGAR-ACCESO-LOG THRU CARGAR-ACCESO-LOG-FIN.
           PERFORM CARGAR-ALMACEN-LOG THRU CARGAR-ALMACEN-LOG-FIN.
           PERFORM CARGAR-PRESUPUESTO-LOG
               THRU CARGAR-PRESUPUESTO-LOG-FIN.

           MOVE WS-FECHA-PROCESO TO ACT-ENC-FECHA.
           MOVE ACT-ENCABEZADO TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

           PERFORM LISTAR-ACTIVIDAD THRU LISTAR-ACTIVIDAD-FIN.

           IF WS-SECUENCIA = ZERO
               MOVE SPACES TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
               MOVE ACT-SIN-ACTIVIDAD TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
           END-IF.

           MOVE SPACES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE WS-TOTAL-ACCIONES   TO ACT-PIE-ACCIONES.
           MOVE WS-TOTAL-OPERADORES TO ACT-PIE-OPERADORES.
           MOVE WS-EVENTOS-REVISAR  TO ACT-PIE-REVISAR.
           MOVE ACT-PIE TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

           CLOSE REPORTE-FILE.
           CLOSE TRABAJO-FILE.
           IF OPERADORES-ABIERTO
               CLOSE OPERADOR-FILE
           END-IF.

           DISPLAY "Renglones del dia: maestro " WS-LEIDOS-MAESTRO
                   " suspenso " WS-LEIDOS-SUSPENSO
                   " cuentas " WS-LEIDOS-CUENTAS
                   " accesos " WS-LEIDOS-ACCESOS
                   " almacen " WS-LEIDOS-ALMACEN
                   " presupuesto " WS-LEIDOS-PRESUPUESTO.
           DISPLAY "Acciones: " WS-TOTAL-ACCIONES
                   "  Operadores: " WS-TOTAL-OPERADORES
                   "  Eventos a revisar: " WS-EVENTOS-REVISAR.

           IF WS-EVENTOS-REVISAR > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    La imagen anterior (A) acompana a cada correccion o baja
      *    y no se cuenta como accion.
       CARGAR-MAESTRO-LOG.
           OPEN INPUT MAESTRO-LOG-FILE.
           IF WS-MAESTRO-LOG-STATUS NOT = "00"
               GO TO CARGAR-MAESTRO-LOG-FIN
           END-IF.
           MOVE "N" TO WS-FIN-LOG.
           PERFORM UNTIL FIN-LOG
               READ MAESTRO-LOG-FILE
                   AT END
                       SET FIN-LOG TO TRUE
                   NOT AT END
                       IF MLG-FECHA = WS-FECHA-PROCESO
                          AND MLG-ACCION NOT = "A"
                           ADD 1 TO WS-LEIDOS-MAESTRO
                           MOVE SPACES       TO TRABAJO-RECORD
                           MOVE MLG-OPERADOR TO ATB-OPERADOR
                           MOVE "1"          TO ATB-ORIGEN
                           MOVE MLG-ACCION   TO ATB-ACCION
                           MOVE MLG-HORA     TO ATB-HORA
                           STRING "CUENTA " MLG-CUENTA
                                  " FECHA " MLG-FECHA-CLAVE
                                  DELIMITED BY SIZE
                                  INTO ATB-DETALLE
                           END-STRING
                           PERFORM GRABAR-TRABAJO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAESTRO-LOG-FILE.
       CARGAR-MAESTRO-LOG-FIN.
           EXIT.

      *    La imagen previa a una correccion (I) no se cuenta.
       CARGAR-SUSPENSO-LOG.
           OPEN INPUT SUSPENSO-LOG-FILE.
           IF WS-SUSPENSO-LOG-STATUS NOT = "00"
               GO TO CARGAR-SUSPENSO-LOG-FIN
           END-IF.
           MOVE "N" TO WS-FIN-LOG.
           PERFORM UNTIL FIN-LOG
               READ SUSPENSO-LOG-FILE
                   AT END
                       SET FIN-LOG TO TRUE
                   NOT AT END
                       IF SLG-FECHA = WS-FECHA-PROCESO
                          AND SLG-ACCION NOT = "I"
                           ADD 1 TO WS-LEIDOS-SUSPENSO
                           MOVE SPACES       TO TRABAJO-RECORD
                           MOVE SLG-OPERADOR TO ATB-OPERADOR
                           MOVE "2"          TO ATB-ORIGEN
                           MOVE SLG-ACCION   TO ATB-ACCION
                           MOVE SLG-HORA     TO ATB-HORA
                           MOVE SLG-PARTIDA (1:33) TO ATB-DETALLE
                           IF SLG-ACCION = "L"
                               MOVE "APROBO"      TO ATB-DETALLE (36:6)
                               MOVE SLG-APROBADOR TO ATB-DETALLE (43:8)
                           END-IF
                           PERFORM GRABAR-TRABAJO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSO-LOG-FILE.
       CARGAR-SUSPENSO-LOG-FIN.
           EXIT.

       CARGAR-CUENTA-LOG.
           OPEN INPUT CUENTA-LOG-FILE.
           IF WS-CUENTA-LOG-STATUS NOT = "00"
               GO TO CARGAR-CUENTA-LOG-FIN
           END-IF.
           MOVE "N" TO WS-FIN-LOG.
           PERFORM UNTIL FIN-LOG
               READ CUENTA-LOG-FILE
                   AT END
                       SET FIN-LOG TO TRUE
                   NOT AT END
                       IF CLG-FECHA = WS-FECHA-PROCESO
                          AND CLG-ACCION NOT = "A"
                           ADD 1 TO WS-LEIDOS-CUENTAS
                           MOVE SPACES       TO TRABAJO-RECORD
                           MOVE CLG-OPERADOR TO ATB-OPERADOR
                           MOVE "3"          TO ATB-ORIGEN
                           MOVE CLG-ACCION   TO ATB-ACCION
                           MOVE CLG-HORA     TO ATB-HORA
                           STRING "CUENTA " CLG-CUENTA " "
                                  CLG-DESCRIPCION (1:20)
                                  " SUC " CLG-SUCURSAL
                                  " EST " CLG-ESTADO
                                  DELIMITED BY SIZE
                                  INTO ATB-DETALLE
                           END-STRING
                           PERFORM GRABAR-TRABAJO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUENTA-LOG-FILE.
       CARGAR-CUENTA-LOG-FIN.
           EXIT.

      *    Los bloqueos (B), ingresos denegados (D) y aprobaciones
      *    rehusadas (R) se cuentan ademas como eventos a revisar.
       CARGAR-ACCESO-LOG.
           OPEN INPUT ACCESO-FILE.
           IF WS-ACCESO-STATUS NOT = "00"
               GO TO CARGAR-ACCESO-LOG-FIN
           END-IF.
           MOVE "N" TO WS-FIN-LOG.
           PERFORM UNTIL FIN-LOG
               READ ACCESO-FILE
                   AT END
                       SET FIN-LOG TO TRUE
                   NOT AT END
                       IF ACC-FECHA = WS-FECHA-PROCESO
                           ADD 1 TO WS-LEIDOS-ACCESOS
                           MOVE SPACES       TO TRABAJO-RECORD
                           MOVE ACC-OPERADOR TO ATB-OPERADOR
                           MOVE "4"          TO ATB-ORIGEN
                           MOVE ACC-EVENTO   TO ATB-ACCION
                           MOVE ACC-HORA     TO ATB-HORA
                           MOVE ACC-PROGRAMA TO ATB-DETALLE
                           IF ACC-AFECTADO NOT = SPACES
                               MOVE "SOBRE"      TO ATB-DETALLE (18:5)
                               MOVE ACC-AFECTADO TO ATB-DETALLE (24:8)
                           END-IF
                           IF ACC-EVENTO = "B" OR "D" OR "R"
                               ADD 1 TO WS-EVENTOS-REVISAR
                           END-IF
                           PERFORM GRABAR-TRABAJO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCESO-FILE.
       CARGAR-ACCESO-LOG-FIN.
           EXIT.

       CARGAR-ALMACEN-LOG.
           OPEN INPUT ALMACEN-LOG-FILE.
           IF WS-ALMACEN-LOG-STATUS NOT = "00"
               GO TO CARGAR-ALMACEN-LOG-FIN
           END-IF.
           MOVE "N" TO WS-FIN-LOG.
           PERFORM UNTIL FIN-LOG
               READ ALMACEN-LOG-FILE
                   AT END
                       SET FIN-LOG TO TRUE
                   NOT AT END
                       IF ALG-FECHA = WS-FECHA-PROCESO
                           ADD 1 TO WS-LEIDOS-ALMACEN
                           MOVE SPACES       TO TRABAJO-RECORD
                           MOVE ALG-OPERADOR TO ATB-OPERADOR
                           MOVE "5"          TO ATB-ORIGEN
                           MOVE ALG-ACCION   TO ATB-ACCION
                           MOVE ALG-HORA     TO ATB-HORA
                           STRING "PARTIDA " ALG-CLAVE
                                  " SUC " ALG-SUCURSAL
                                  " CTA " ALG-CUENTA
                                  DELIMITED BY SIZE
                                  INTO ATB-DETALLE
                           END-STRING
                           PERFORM GRABAR-TRABAJO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALMACEN-LOG-FILE.
       CARGAR-ALMACEN-LOG-FIN.
           EXIT.

      *    La imagen anterior (A) acompana a cada modificacion o baja
      *    y no se cuenta como accion.
       CARGAR-PRESUPUESTO-LOG.
           OPEN INPUT PRESUPUESTO-LOG-FILE.
           IF WS-PRESUPUESTO-LOG-STATUS NOT = "00"
               GO TO CARGAR-PRESUPUESTO-LOG-FIN
           END-IF.
           MOVE "N" TO WS-FIN-LOG.
           PERFORM UNTIL FIN-LOG
               READ PRESUPUESTO-LOG-FILE
                   AT END
                       SET FIN-LOG TO TRUE
                   NOT AT END
                       IF PLG-FECHA = WS-FECHA-PROCESO
                          AND PLG-ACCION NOT = "A"
                           ADD 1 TO WS-LEIDOS-PRESUPUESTO
                           MOVE SPACES       TO TRABAJO-RECORD
                           MOVE PLG-OPERADOR TO ATB-OPERADOR
                           MOVE "6"          TO ATB-ORIGEN
                           MOVE PLG-ACCION   TO ATB-ACCION
                           MOVE PLG-HORA     TO ATB-HORA
                           MOVE PLG-IMPORTE  TO WS-IMPORTE-EDITADO
                           STRING "CUENTA " PLG-CUENTA
                                  " PERIODO " PLG-PERIODO
                                  " IMPORTE " WS-IMPORTE-EDITADO
                                  DELIMITED BY SIZE
                                  INTO ATB-DETALLE
                           END-STRING
                           PERFORM GRABAR-TRABAJO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRESUPUESTO-LOG-FILE.
       CARGAR-PRESUPUESTO-LOG-FIN.
           EXIT.

       GRABAR-TRABAJO.
           ADD 1 TO WS-SECUENCIA.
           MOVE WS-SECUENCIA TO ATB-SECUENCIA.
           WRITE TRABAJO-RECORD.
           IF WS-TRABAJO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir ACTTRAB.DAT "
                       "(status " WS-TRABAJO-STATUS ")"
           END-IF.

      *    Corte de control por operador y, dentro de cada operador,
      *    por bitacora de origen y accion.
       LISTAR-ACTIVIDAD.
           MOVE LOW-VALUES TO ATB-CLAVE.
           START TRABAJO-FILE KEY IS NOT LESS THAN ATB-CLAVE
               INVALID KEY
                   GO TO LISTAR-ACTIVIDAD-FIN
           END-START.
           MOVE "N" TO WS-FIN-TRABAJO.
           PERFORM UNTIL FIN-TRABAJO
               READ TRABAJO-FILE NEXT RECORD
                   AT END
                       SET FIN-TRABAJO TO TRUE
                   NOT AT END
                       PERFORM LISTAR-ACCION
               END-READ
           END-PERFORM.
           PERFORM CERRAR-OPERADOR.
       LISTAR-ACTIVIDAD-FIN.
           EXIT.

       LISTAR-ACCION.
           IF NOT OPERADOR-EN-CURSO
              OR ATB-OPERADOR NOT = WS-OPERADOR-ANT
               PERFORM CERRAR-OPERADOR
               PERFORM ABRIR-OPERADOR
           END-IF.
           IF NOT GRUPO-EN-CURSO
              OR ATB-ORIGEN NOT = WS-ORIGEN-ANT
              OR ATB-ACCION NOT = WS-ACCION-ANT
               PERFORM CERRAR-GRUPO
               PERFORM ABRIR-GRUPO
           END-IF.
           MOVE ATB-HORA    TO ACT-DET-HORA.
           MOVE ATB-DETALLE TO ACT-DET-TEXTO.
           MOVE ACT-DETALLE TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           ADD 1 TO WS-CANT-GRUPO.
           ADD 1 TO WS-CANT-OPERADOR.
           ADD 1 TO WS-TOTAL-ACCIONES.

       ABRIR-OPERADOR.
           MOVE ATB-OPERADOR TO WS-OPERADOR-ANT.
           MOVE ZERO TO WS-CANT-OPERADOR.
           SET OPERADOR-EN-CURSO TO TRUE.
           ADD 1 TO WS-TOTAL-OPERADORES.
           MOVE SPACES       TO ACT-OPE-NOMBRE.
           MOVE ATB-OPERADOR TO ACT-OPE-ID.
           IF ATB-OPERADOR = SPACES
               MOVE "(SIN OPERADOR)" TO ACT-OPE-NOMBRE
           ELSE
               PERFORM BUSCAR-NOMBRE-OPERADOR
           END-IF.
           MOVE SPACES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE ACT-OPERADOR TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

       BUSCAR-NOMBRE-OPERADOR.
           IF OPERADORES-ABIERTO
               MOVE ATB-OPERADOR TO OPE-ID
               READ OPERADOR-FILE
                   INVALID KEY
                       MOVE "(NO FIGURA EN OPERADOR.DAT)"
                            TO ACT-OPE-NOMBRE
                   NOT INVALID KEY
                       MOVE OPE-NOMBRE TO ACT-OPE-NOMBRE
               END-READ
           END-IF.

       CERRAR-OPERADOR.
           PERFORM CERRAR-GRUPO.
           IF OPERADOR-EN-CURSO
               MOVE WS-CANT-OPERADOR TO ACT-TOP-CANTIDAD
               MOVE ACT-TOTAL-OPERADOR TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
               MOVE "N" TO WS-OPERADOR-EN-CURSO
           END-IF.

       ABRIR-GRUPO.
           MOVE ATB-ORIGEN TO WS-ORIGEN-ANT.
           MOVE ATB-ACCION TO WS-ACCION-ANT.
           MOVE ZERO TO WS-CANT-GRUPO.
           SET GRUPO-EN-CURSO TO TRUE.
           PERFORM DESCRIBIR-ACCION.
           MOVE WS-PROGRAMA-GRUPO TO ACT-GRP-PROGRAMA.
           MOVE WS-DESC-ACCION    TO ACT-GRP-ACCION.
           MOVE ACT-GRUPO TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

       CERRAR-GRUPO.
           IF GRUPO-EN-CURSO
               MOVE WS-CANT-GRUPO TO ACT-CNT-CANTIDAD
               MOVE ACT-CANTIDAD TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
               MOVE "N" TO WS-GRUPO-EN-CURSO
           END-IF.

       DESCRIBIR-ACCION.
           EVALUATE ATB-ORIGEN
               WHEN "1"
                   MOVE "MANT-MAESTRO" TO WS-PROGRAMA-GRUPO
                   EVALUATE ATB-ACCION
                       WHEN "C"
                           MOVE "CORRECCION DE ASIENTO"
                                TO WS-DESC-ACCION
                       WHEN "B"
                           MOVE "BAJA DE ASIENTO" TO WS-DESC-ACCION
                       WHEN OTHER
                           MOVE "ACCION DESCONOCIDA"
                                TO WS-DESC-ACCION
                   END-EVALUATE
               WHEN "2"
                   MOVE "MANT-SUSPENSO" TO WS-PROGRAMA-GRUPO
                   EVALUATE ATB-ACCION
                       WHEN "C"
                           MOVE "CORRECCION DE PARTIDA"
                                TO WS-DESC-ACCION
                       WHEN "N"
                           MOVE "ANULACION DE PARTIDA"
                                TO WS-DESC-ACCION
                       WHEN "L"
                           MOVE "LIBERACION DE PARTIDA"
                                TO WS-DESC-ACCION
                       WHEN OTHER
                           MOVE "ACCION DESCONOCIDA"
                                TO WS-DESC-ACCION
                   END-EVALUATE
               WHEN "3"
                   MOVE "MANT-CUENTAS" TO WS-PROGRAMA-GRUPO
                   EVALUATE ATB-ACCION
                       WHEN "N"
                           MOVE "ALTA DE CUENTA" TO WS-DESC-ACCION
                       WHEN "M"
                           MOVE "MODIFICACION DE CUENTA"
                                TO WS-DESC-ACCION
                       WHEN "E"
                           MOVE "CAMBIO DE ESTADO DE CUENTA"
                                TO WS-DESC-ACCION
                       WHEN OTHER
                           MOVE "ACCION DESCONOCIDA"
                                TO WS-DESC-ACCION
                   END-EVALUATE
               WHEN "5"
                   MOVE "MANT-ALMACEN" TO WS-PROGRAMA-GRUPO
                   EVALUATE ATB-ACCION
                       WHEN "N"
                           MOVE "ANULACION PARTIDA ALMACENADA"
                                TO WS-DESC-ACCION
                       WHEN OTHER
                           MOVE "ACCION DESCONOCIDA"
                                TO WS-DESC-ACCION
                   END-EVALUATE
               WHEN "6"
                   MOVE "MANT-PRESUPUESTO" TO WS-PROGRAMA-GRUPO
                   EVALUATE ATB-ACCION
                       WHEN "N"
                           MOVE "ALTA DE PRESUPUESTO"
                                TO WS-DESC-ACCION
                       WHEN "M"
                           MOVE "MODIFICACION DE PRESUPUESTO"
                                TO WS-DESC-ACCION
                       WHEN "B"
                           MOVE "BAJA DE PRESUPUESTO"
                                TO WS-DESC-ACCION
                       WHEN OTHER
                           MOVE "ACCION DESCONOCIDA"
                                TO WS-DESC-ACCION
                   END-EVALUATE
               WHEN OTHER
                   MOVE "ACCESOS" TO WS-PROGRAMA-GRUPO
                   EVALUATE ATB-ACCION
                       WHEN "I"
                           MOVE "INGRESO ACEPTADO" TO WS-DESC-ACCION
                       WHEN "F"
                           MOVE "CLAVE ERRADA" TO WS-DESC-ACCION
                       WHEN "B"
                           MOVE "BLOQUEO POR INTENTOS (REVISAR)"
                                TO WS-DESC-ACCION
                       WHEN "D"
                           MOVE "INGRESO DENEGADO (REVISAR)"
                                TO WS-DESC-ACCION
                       WHEN "A"
                           MOVE "APROBACION DADA" TO WS-DESC-ACCION
                       WHEN "R"
                           MOVE "APROBACION REHUSADA (REVISAR)"
                                TO WS-DESC-ACCION
                       WHEN "N"
                           MOVE "ALTA DE OPERADOR" TO WS-DESC-ACCION
                       WHEN "M"
                           MOVE "CAMBIO DE NIVEL" TO WS-DESC-ACCION
                       WHEN "C"
                           MOVE "CLAVE NUEVA / DESBLOQUEO"
                                TO WS-DESC-ACCION
                       WHEN "E"
                           MOVE "BAJA DE OPERADOR" TO WS-DESC-ACCION
                       WHEN OTHER
                           MOVE "EVENTO DESCONOCIDO"
                                TO WS-DESC-ACCION
                   END-EVALUATE
           END-EVALUATE.

       ESCRIBIR-REPORTE.
           WRITE REPORTE-LINE.
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir ACTMANT.DAT "
                       "(status " WS-REPORTE-STATUS ")"
           END-IF.
