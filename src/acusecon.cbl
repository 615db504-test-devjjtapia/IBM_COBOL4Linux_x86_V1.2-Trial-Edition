      *****************************************************************
      * Programa: Acuse Contable                                     *
      * Descripción: Paso del job nocturno que concilia los lotes    *
      *              enviados al mayor corporativo con el acuse que  *
      *              el mayor devuelve en GLACUSE.DAT, contra el     *
      *              registro de lotes GLREG.DAT (fecha de proceso + *
      *              run-id + turno) que da de alta INTERF-CONTABLE. *
      *              Renglones del acuse:                            *
      *                AC resultado del lote (A aceptado,            *
      *                   R rechazado, con motivo)                   *
      *                RD línea rechazada del lote, con su motivo;   *
      *                   sigue al renglón AC de su lote             *
      *              Un acuse sólo vale para el último envío del     *
      *              lote; el de un envío anterior se informa y no   *
      *              cambia el registro. Las líneas rechazadas se    *
      *              agregan al histórico GLRECH.DAT. GLACUSE.DAT    *
      *              queda vacío una vez conciliado.                 *
      *              A pedido (tarjeta REENVIAR) regenera un lote no *
      *              aceptado en GLREENV.DAT con el mismo formato de *
      *              GLINTERF.DAT y el número de envío siguiente:    *
      *              los asientos salen del maestro CALCMAST.DAT     *
      *              corregido para la fecha del lote, con las       *
      *              reversas posteriores reintegradas (ya viajaron  *
      *              al mayor como contrapartida en su propio lote), *
      *              y las reversas del día del lote salen de la     *
      *              bitácora de auditoría (archivos mensuales       *
      *              ARCAUDaaaamm.DAT y bitácora viva).              *
      *              Con varios turnos en la fecha del lote el       *
      *              asiento regenerado descuenta lo que mandaron    *
      *              los otros turnos (GLENVIO.DAT), las reversas    *
      *              que salen son las del turno del lote, y lo que  *
      *              lleva cada cuenta queda anotado en GLENVIO.DAT. *
      *              El reporte GLESTADO.DAT lista los acuses        *
      *              conciliados, los reenvíos y los lotes que       *
      *              siguen sin aceptar con la cantidad de días      *
      *              indicada o más desde la fecha del lote.         *
      *              Termina con código 4 si hay lotes atrasados,    *
      *              rechazos o acuses que no se pudieron conciliar, *
      *              y con 8 si no puede leer o grabar el registro   *
      *              de lotes o regenerar un lote pedido.            *
      *              Tarjetas de GLACUSE.CTL (optativo):             *
      *                DIAS n              (días para el reporte de  *
      *                                     lotes atrasados, 3 si no *
      *                                     se indica)               *
      *                REENVIAR aaaammdd run-id [turno]              *
      *                                    (una tarjeta por lote;    *
      *                                     turno 0 si no se indica) *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUSE-CONTABLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "GLACUSE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT ACUSE-FILE ASSIGN TO "GLACUSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACUSE-STATUS.

           SELECT REGISTRO-FILE ASSIGN TO "GLREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLR-CLAVE
               FILE STATUS IS WS-REGISTRO-STATUS.

           SELECT RECHAZO-FILE ASSIGN TO "GLRECH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZO-STATUS.

           SELECT REENVIO-FILE ASSIGN TO "GLREENV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REENVIO-STATUS.

           SELECT MAESTRO-FILE ASSIGN TO "CALCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CALCAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCHIVO-FILE ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT TRABAJO-FILE ASSIGN TO "GLRTRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTB-CLAVE
               FILE STATUS IS WS-TRABAJO-STATUS.

           SELECT ENVIADO-FILE ASSIGN TO "GLENVIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLE-CLAVE
               FILE STATUS IS WS-ENVIADO-STATUS.

           SELECT VISTO-FILE ASSIGN TO "GLRVIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VIS-CLAVE
               FILE STATUS IS WS-VISTO-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "GLESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD            PIC X(80).

      *    Acuse del mayor: los primeros 21 bytes identifican el
      *    envio (fecha de proceso, run-id, numero de envio y turno
      *    de la cabecera del lote); el resto depende del tipo de
      *    renglon.
       FD  ACUSE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACUSE-RECORD.
           05  ACU-TIPO              PIC X(2).
               88  ACU-LOTE          VALUE "AC".
               88  ACU-DETALLE       VALUE "RD".
           05  ACU-FECHA             PIC 9(8).
           05  ACU-RUN-ID            PIC X(8).
           05  ACU-ENVIO             PIC 9(2).
           05  ACU-TURNO             PIC X(1).
           05  ACU-RESTO             PIC X(59).
           05  ACU-DATOS-LOTE REDEFINES ACU-RESTO.
               10  ACU-RESULTADO     PIC X(1).
                   88  ACU-ACEPTADO  VALUE "A".
                   88  ACU-RECHAZADO VALUE "R".
               10  ACU-MOTIVO        PIC X(4).
               10  ACU-TEXTO         PIC X(40).
               10  FILLER            PIC X(14).
           05  ACU-DATOS-DETALLE REDEFINES ACU-RESTO.
               10  ACU-LIN-TIPO      PIC X(2).
               10  ACU-LIN-FECHA     PIC 9(8).
               10  ACU-LIN-CUENTA    PIC 9(4).
               10  ACU-LIN-MOTIVO    PIC X(4).
               10  ACU-LIN-TEXTO     PIC X(28).
               10  FILLER            PIC X(13).

       FD  REGISTRO-FILE.
           COPY GLREGREC.

      *    Historico de lineas rechazadas por el mayor, un renglon
      *    por linea con la fecha de proceso en que llego el acuse.
       FD  RECHAZO-FILE
           RECORD CONTAINS 82 CHARACTERS.
       01  RECHAZO-RECORD.
           05  RCH-FECHA-ACUSE       PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  RCH-FECHA             PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  RCH-RUN-ID            PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  RCH-TURNO             PIC X(1).
           05  FILLER                PIC X VALUE SPACE.
           05  RCH-ENVIO             PIC 9(2).
           05  FILLER                PIC X VALUE SPACE.
           05  RCH-LIN-TIPO          PIC X(2).
           05  FILLER                PIC X VALUE SPACE.
           05  RCH-LIN-FECHA         PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  RCH-LIN-CUENTA        PIC 9(4).
           05  FILLER                PIC X VALUE SPACE.
           05  RCH-LIN-MOTIVO        PIC X(4).
           05  FILLER                PIC X VALUE SPACE.
           05  RCH-LIN-TEXTO         PIC X(28).

       FD  REENVIO-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REENVIO-LINE              PIC X(80).

       FD  MAESTRO-FILE.
           COPY MASTREC.

       FD  AUDIT-FILE
           RECORD CONTAINS 86 CHARACTERS.
           COPY AUDREC.

       FD  ARCHIVO-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  ARCHIVO-RECORD            PIC X(86).

      *    Trabajo de la regeneracion de un lote:
      *      1 = reintegro por cuenta de las reversas que descontaron
      *          un asiento del lote (numero = cuenta)
      *      2 = reversa del dia y turno del lote (numero = clave
      *          de la bitacora, en el orden en que se grabaron)
      *      3 = importe que lleva la cuenta en el lote regenerado,
      *          para anotarlo en GLENVIO.DAT (numero = cuenta; usado
      *          = S si la cuenta salio con linea)
       FD  TRABAJO-FILE.
       01  TRABAJO-RECORD.
           05  RTB-CLAVE.
               10  RTB-TIPO          PIC X(1).
                   88  RTB-REINTEGRO VALUE "1".
                   88  RTB-REVERSA   VALUE "2".
                   88  RTB-ENVIADO   VALUE "3".
               10  RTB-NUMERO        PIC 9(6).
           05  RTB-CUENTA            PIC 9(4).
           05  RTB-REF-FECHA         PIC 9(8).
           05  RTB-REF-CLAVE         PIC 9(6).
           05  RTB-IMPORTE           PIC S9(11).
           05  RTB-USADO             PIC X(1).
               88  RTB-YA-USADO      VALUE "S".

       FD  ENVIADO-FILE.
           COPY GLENVREC.

       FD  VISTO-FILE.
       01  VISTO-RECORD.
           05  VIS-CLAVE.
               10  VIS-FECHA         PIC 9(8).
               10  VIS-CLAVE-DIA     PIC 9(6).
           05  FILLER                PIC X(1).

       FD  REPORTE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORTE-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS         PIC X(2) VALUE "00".
       01  WS-ACUSE-STATUS           PIC X(2) VALUE "00".
       01  WS-REGISTRO-STATUS        PIC X(2) VALUE "00".
       01  WS-RECHAZO-STATUS         PIC X(2) VALUE "00".
       01  WS-REENVIO-STATUS         PIC X(2) VALUE "00".
       01  WS-MAESTRO-STATUS         PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS           PIC X(2) VALUE "00".
       01  WS-ARCHIVO-STATUS         PIC X(2) VALUE "00".
       01  WS-TRABAJO-STATUS         PIC X(2) VALUE "00".
       01  WS-VISTO-STATUS           PIC X(2) VALUE "00".
       01  WS-ENVIADO-STATUS         PIC X(2) VALUE "00".
       01  WS-REPORTE-STATUS         PIC X(2) VALUE "00".
       01  WS-NOMBRE-ARCHIVO         PIC X(20) VALUE SPACES.

       01  WS-FECHA-PROCESO          PIC 9(8) VALUE ZERO.
       01  WS-FIN-CONTROL            PIC X(1) VALUE "N".
           88  FIN-CONTROL           VALUE "S".
       01  WS-FIN-ACUSE              PIC X(1) VALUE "N".
           88  FIN-ACUSE             VALUE "S".
       01  WS-FIN-REGISTRO           PIC X(1) VALUE "N".
           88  FIN-REGISTRO          VALUE "S".
       01  WS-FIN-MAESTRO            PIC X(1) VALUE "N".
           88  FIN-MAESTRO           VALUE "S".
       01  WS-FIN-AUDITORIA          PIC X(1) VALUE "N".
           88  FIN-AUDITORIA         VALUE "S".
       01  WS-FIN-ARCHIVO            PIC X(1) VALUE "N".
           88  FIN-ARCHIVO           VALUE "S".
       01  WS-FIN-TRABAJO            PIC X(1) VALUE "N".
           88  FIN-TRABAJO           VALUE "S".
       01  WS-TARJETA-MALA           PIC X(1) VALUE "N".
           88  TARJETA-MALA          VALUE "S".
       01  WS-FALLA-ACUSE            PIC X(1) VALUE "N".
           88  FALLA-ACUSE           VALUE "S".
       01  WS-FALLA-LOTE             PIC X(1) VALUE "N".
           88  FALLA-LOTE            VALUE "S".
       01  WS-RECHAZO-ABIERTO        PIC X(1) VALUE "N".
           88  RECHAZO-ABIERTO       VALUE "S".
       01  WS-REENVIO-ABIERTO        PIC X(1) VALUE "N".
           88  REENVIO-ABIERTO       VALUE "S".
       01  WS-ENVIADO-ABIERTO        PIC X(1) VALUE "N".
           88  ENVIADO-ABIERTO       VALUE "S".
       01  WS-FIN-ENVIADO            PIC X(1) VALUE "N".
           88  FIN-ENVIADO           VALUE "S".
       01  WS-ENVIO-PREVIO           PIC X(1) VALUE "N".
           88  ENVIO-PREVIO          VALUE "S".
       01  WS-FALLA-ENVIADO          PIC X(1) VALUE "N".
           88  FALLA-ENVIADO         VALUE "S".
       01  WS-LOTE-HALLADO           PIC X(1) VALUE "N".
           88  LOTE-HALLADO          VALUE "S".
       01  WS-TRABAJO-HALLADO        PIC X(1) VALUE "N".
           88  TRABAJO-HALLADO       VALUE "S".
       01  WS-PALABRA-1              PIC X(20) VALUE SPACES.
       01  WS-PALABRA-2              PIC X(20) VALUE SPACES.
       01  WS-PALABRA-3              PIC X(20) VALUE SPACES.
       01  WS-PALABRA-4              PIC X(20) VALUE SPACES.

      *    Parametros de GLACUSE.CTL.
       01  WS-DIAS-ATRASO            PIC 9(3) VALUE 3.
       01  WS-CANT-REENVIOS          PIC 9(2) VALUE ZERO.
       01  WS-MAX-REENVIOS           PIC 9(2) VALUE 20.
       01  WS-IND-REENVIO            PIC 9(2) VALUE ZERO.
       01  WS-TABLA-REENVIOS.
           05  WS-REENVIO-ENT OCCURS 20 TIMES.
               10  WS-REE-FECHA      PIC 9(8).
               10  WS-REE-RUN-ID     PIC X(8).
               10  WS-REE-TURNO      PIC X(1).

      *    Lote en regeneracion.
       01  WS-LOTE-FECHA             PIC 9(8) VALUE ZERO.
       01  WS-LOTE-ENVIO             PIC 9(2) VALUE ZERO.
       01  WS-LOTE-TURNO             PIC X(1) VALUE "0".
       01  WS-IMPORTE-ENVIADO        PIC S9(11) VALUE ZERO.
       01  WS-LINEAS-DETALLE         PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-IMPORTE          PIC S9(11) VALUE ZERO.
       01  WS-LINEAS-REVERSA         PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REVERSA          PIC S9(11) VALUE ZERO.
       01  WS-IMPORTE-ASIENTO        PIC S9(11) VALUE ZERO.
       01  WS-REINTEGROS-SUELTOS     PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-ACTUAL         PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-FINAL          PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-MM             PIC 9(2) VALUE ZERO.

      *    Antiguedad de los lotes no aceptados.
       01  WS-DIAS-LOTE              PIC S9(7) VALUE ZERO.

      *    Contadores del paso.
       01  WS-ACUSES-LEIDOS          PIC 9(6) VALUE ZERO.
       01  WS-LOTES-ACEPTADOS        PIC 9(6) VALUE ZERO.
       01  WS-LOTES-RECHAZADOS       PIC 9(6) VALUE ZERO.
       01  WS-ACUSES-VIEJOS          PIC 9(6) VALUE ZERO.
       01  WS-ACUSES-SIN-LOTE        PIC 9(6) VALUE ZERO.
       01  WS-RENGLONES-MALOS        PIC 9(6) VALUE ZERO.
       01  WS-LINEAS-RECHAZADAS      PIC 9(6) VALUE ZERO.
       01  WS-LOTES-REENVIADOS       PIC 9(6) VALUE ZERO.
       01  WS-REENVIOS-NEGADOS       PIC 9(6) VALUE ZERO.
       01  WS-LOTES-NO-ACEPTADOS     PIC 9(6) VALUE ZERO.
       01  WS-LOTES-ATRASADOS        PIC 9(6) VALUE ZERO.

       01  RPT-ENCABEZADO.
           05  FILLER                PIC X(40) VALUE
               "ACUSES DEL MAYOR Y LOTES SIN ACEPTAR - P".
           05  FILLER                PIC X(8) VALUE "ROCESO: ".
           05  RPT-ENC-FECHA         PIC 9999/99/99.
           05  FILLER                PIC X(22) VALUE SPACES.

       01  RPT-TITULO.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-TIT-TEXTO         PIC X(78).

       01  RPT-ACUSE.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-ACU-FECHA         PIC 9999/99/99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-ACU-RUN           PIC X(8).
           05  FILLER                PIC X(1) VALUE "/".
           05  RPT-ACU-TURNO         PIC X(1).
           05  FILLER                PIC X(7) VALUE " ENVIO ".
           05  RPT-ACU-ENVIO         PIC Z9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-ACU-RESULTADO     PIC X(13).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-ACU-MOTIVO        PIC X(4).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-ACU-TEXTO         PIC X(27).

       01  RPT-RECHAZO.
           05  FILLER                PIC X(6) VALUE "    - ".
           05  FILLER                PIC X(6) VALUE "LINEA ".
           05  RPT-RCH-TIPO          PIC X(2).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-RCH-FECHA         PIC 9999/99/99.
           05  FILLER                PIC X(5) VALUE " CTA ".
           05  RPT-RCH-CUENTA        PIC 9(4).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-RCH-MOTIVO        PIC X(4).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-RCH-TEXTO         PIC X(28).
           05  FILLER                PIC X(12) VALUE SPACES.

       01  RPT-REENVIO.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-REE-FECHA         PIC 9999/99/99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-REE-RUN           PIC X(8).
           05  FILLER                PIC X(1) VALUE "/".
           05  RPT-REE-TURNO         PIC X(1).
           05  FILLER                PIC X(6) VALUE " ENV. ".
           05  RPT-REE-ENVIO         PIC Z9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-REE-LINEAS        PIC ZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-REE-IMPORTE       PIC -ZZZZZZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-REE-NOTA          PIC X(27).

       01  RPT-ENC-PENDIENTE.
           05  FILLER                PIC X(40) VALUE
               "  FECHA      RUN-ID/T    ESTADO     EN  ".
           05  FILLER                PIC X(40) VALUE
               "ULT.ENVIO   DIAS  LINEAS MOT.".

       01  RPT-PENDIENTE.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-PEN-FECHA         PIC 9999/99/99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-PEN-RUN           PIC X(8).
           05  FILLER                PIC X(1) VALUE "/".
           05  RPT-PEN-TURNO         PIC X(1).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-PEN-ESTADO        PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-PEN-ENVIOS        PIC Z9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-PEN-ULT-ENVIO     PIC 9999/99/99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-PEN-DIAS          PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-PEN-RECHAZADAS    PIC ZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-PEN-MOTIVO        PIC X(4).
           05  FILLER                PIC X(11) VALUE SPACES.

       01  RPT-TOTAL.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-TOT-TEXTO         PIC X(40).
           05  RPT-TOT-VALOR         PIC ZZZZZ9.
           05  FILLER                PIC X(32) VALUE SPACES.

           COPY GLIREC.

       LINKAGE SECTION.
       COPY PARMREC.

       PROCEDURE DIVISION USING PARM-AREA.
       INICIO.
           DISPLAY "============================================".
           DISPLAY "  ACUSE-CONTABLE: acuses del mayor          ".
           DISPLAY "============================================".

           MOVE PRM-FECHA-PROCESO TO WS-FECHA-PROCESO.

           PERFORM LEER-CONTROL THRU LEER-CONTROL-FIN.
           IF TARJETA-MALA
               DISPLAY "  ERROR: GLACUSE.CTL trae tarjetas "
                       "invalidas, el paso no corre"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O REGISTRO-FILE.
           IF WS-REGISTRO-STATUS = "35"
               *> Sin lotes enviados todavia: el registro se crea vacio
               OPEN OUTPUT REGISTRO-FILE
               CLOSE REGISTRO-FILE
               OPEN I-O REGISTRO-FILE
           END-IF.
           IF WS-REGISTRO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir GLREG.DAT "
                       "(status " WS-REGISTRO-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORTE-FILE.
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir GLESTADO.DAT "
                       "(status " WS-REPORTE-STATUS ")"
               CLOSE REGISTRO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-FECHA-PROCESO TO RPT-ENC-FECHA.
           MOVE RPT-ENCABEZADO TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

           PERFORM PROCESAR-ACUSES THRU PROCESAR-ACUSES-FIN.
           PERFORM PROCESAR-REENVIOS THRU PROCESAR-REENVIOS-FIN.
           PERFORM LISTAR-PENDIENTES THRU LISTAR-PENDIENTES-FIN.

           MOVE SPACES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE "Acuses de lote leidos:"    TO RPT-TOT-TEXTO.
           MOVE WS-ACUSES-LEIDOS            TO RPT-TOT-VALOR.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "Lotes aceptados:"          TO RPT-TOT-TEXTO.
           MOVE WS-LOTES-ACEPTADOS          TO RPT-TOT-VALOR.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "Lotes rechazados:"         TO RPT-TOT-TEXTO.
           MOVE WS-LOTES-RECHAZADOS         TO RPT-TOT-VALOR.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "Lineas rechazadas:"        TO RPT-TOT-TEXTO.
           MOVE WS-LINEAS-RECHAZADAS        TO RPT-TOT-VALOR.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "Acuses de un envio anterior:" TO RPT-TOT-TEXTO.
           MOVE WS-ACUSES-VIEJOS            TO RPT-TOT-VALOR.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "Acuses sin lote registrado:" TO RPT-TOT-TEXTO.
           MOVE WS-ACUSES-SIN-LOTE          TO RPT-TOT-VALOR.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "Renglones de acuse invalidos:" TO RPT-TOT-TEXTO.
           MOVE WS-RENGLONES-MALOS          TO RPT-TOT-VALOR.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "Lotes reenviados:"         TO RPT-TOT-TEXTO.
           MOVE WS-LOTES-REENVIADOS         TO RPT-TOT-VALOR.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "Reenvios no hechos:"       TO RPT-TOT-TEXTO.
           MOVE WS-REENVIOS-NEGADOS         TO RPT-TOT-VALOR.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "Lotes sin aceptar:"        TO RPT-TOT-TEXTO.
           MOVE WS-LOTES-NO-ACEPTADOS       TO RPT-TOT-VALOR.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "Lotes atrasados:"          TO RPT-TOT-TEXTO.
           MOVE WS-LOTES-ATRASADOS          TO RPT-TOT-VALOR.
           PERFORM ESCRIBIR-TOTAL.

           CLOSE REPORTE-FILE.
           CLOSE REGISTRO-FILE.
           IF RECHAZO-ABIERTO
               CLOSE RECHAZO-FILE
           END-IF.
           IF REENVIO-ABIERTO
               CLOSE REENVIO-FILE
           END-IF.

           DISPLAY "Acuses de lote:     " WS-ACUSES-LEIDOS.
           DISPLAY "  Aceptados:        " WS-LOTES-ACEPTADOS.
           DISPLAY "  Rechazados:       " WS-LOTES-RECHAZADOS.
           DISPLAY "  Envio anterior:   " WS-ACUSES-VIEJOS.
           DISPLAY "  Sin lote:         " WS-ACUSES-SIN-LOTE.
           DISPLAY "Lineas rechazadas:  " WS-LINEAS-RECHAZADAS.
           DISPLAY "Lotes reenviados:   " WS-LOTES-REENVIADOS.
           DISPLAY "Lotes sin aceptar:  " WS-LOTES-NO-ACEPTADOS.
           DISPLAY "Lotes atrasados:    " WS-LOTES-ATRASADOS
                   " (" WS-DIAS-ATRASO " dias o mas)".
           DISPLAY "Reporte en GLESTADO.DAT".
           DISPLAY "============================================".

           EVALUATE TRUE
               WHEN FALLA-ACUSE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LOTES-ATRASADOS > ZERO
                 OR WS-LOTES-RECHAZADOS > ZERO
                 OR WS-ACUSES-SIN-LOTE > ZERO
                 OR WS-RENGLONES-MALOS > ZERO
                 OR WS-REENVIOS-NEGADOS > ZERO
                 OR FALLA-ENVIADO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *    Sin GLACUSE.CTL el paso corre con los valores por
      *    defecto y sin reenvios.
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
           MOVE SPACES TO WS-PALABRA-1 WS-PALABRA-2 WS-PALABRA-3
                          WS-PALABRA-4.
           UNSTRING CONTROL-RECORD DELIMITED BY ALL SPACES
               INTO WS-PALABRA-1 WS-PALABRA-2 WS-PALABRA-3
                    WS-PALABRA-4.
           EVALUATE WS-PALABRA-1
               WHEN "DIAS"
                   IF WS-PALABRA-2 (1:1) IS NUMERIC
                       COMPUTE WS-DIAS-ATRASO =
                           FUNCTION NUMVAL (WS-PALABRA-2)
                   ELSE
                       PERFORM RECHAZAR-TARJETA
                   END-IF
               WHEN "REENVIAR"
                   IF WS-PALABRA-4 = SPACES
                       MOVE "0" TO WS-PALABRA-4
                   END-IF
                   IF WS-PALABRA-2 (1:8) IS NUMERIC
                      AND WS-PALABRA-2 (9:1) = SPACE
                      AND WS-PALABRA-4 (1:1) IS NUMERIC
                      AND WS-PALABRA-4 (2:1) = SPACE
                      AND WS-CANT-REENVIOS < WS-MAX-REENVIOS
                       ADD 1 TO WS-CANT-REENVIOS
                       MOVE WS-PALABRA-2 (1:8)
                            TO WS-REE-FECHA (WS-CANT-REENVIOS)
                       MOVE WS-PALABRA-3
                            TO WS-REE-RUN-ID (WS-CANT-REENVIOS)
                       MOVE WS-PALABRA-4 (1:1)
                            TO WS-REE-TURNO (WS-CANT-REENVIOS)
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
           DISPLAY "  ERROR: tarjeta de acuse invalida: "
                   CONTROL-RECORD (1:40).

      *    Un dia sin GLACUSE.DAT es un dia en que el mayor no
      *    devolvio acuses. Conciliado el archivo se vacia, igual
      *    que TRANSLIB.DAT en FUSIONA-SUCURSAL, para que el mismo
      *    acuse no se vuelva a aplicar; si el registro no se pudo
      *    grabar el acuse queda para la proxima corrida.
       PROCESAR-ACUSES.
           MOVE "ACUSES RECIBIDOS" TO RPT-TIT-TEXTO.
           PERFORM ESCRIBIR-TITULO.
           OPEN INPUT ACUSE-FILE.
           IF WS-ACUSE-STATUS NOT = "00"
               MOVE "(sin GLACUSE.DAT, el mayor no devolvio acuses)"
                    TO RPT-TIT-TEXTO
               PERFORM ESCRIBIR-TITULO
               GO TO PROCESAR-ACUSES-FIN
           END-IF.

           OPEN EXTEND RECHAZO-FILE.
           IF WS-RECHAZO-STATUS NOT = "00"
               OPEN OUTPUT RECHAZO-FILE
           END-IF.
           IF WS-RECHAZO-STATUS = "00"
               SET RECHAZO-ABIERTO TO TRUE
           ELSE
               DISPLAY "  AVISO: no se pudo abrir GLRECH.DAT "
                       "(status " WS-RECHAZO-STATUS "), las lineas "
                       "rechazadas quedan solo en el reporte"
           END-IF.

           PERFORM UNTIL FIN-ACUSE
               READ ACUSE-FILE
                   AT END
                       SET FIN-ACUSE TO TRUE
                   NOT AT END
                       PERFORM TOMAR-ACUSE THRU TOMAR-ACUSE-FIN
               END-READ
           END-PERFORM.
           CLOSE ACUSE-FILE.

           IF NOT FALLA-ACUSE
               OPEN OUTPUT ACUSE-FILE
               CLOSE ACUSE-FILE
           END-IF.
       PROCESAR-ACUSES-FIN.
           EXIT.

       TOMAR-ACUSE.
           IF ACUSE-RECORD = SPACES
               GO TO TOMAR-ACUSE-FIN
           END-IF.
           EVALUATE TRUE
               WHEN ACU-LOTE
                   PERFORM TOMAR-ACUSE-LOTE
                       THRU TOMAR-ACUSE-LOTE-FIN
               WHEN ACU-DETALLE
                   PERFORM TOMAR-RECHAZO-LINEA
                       THRU TOMAR-RECHAZO-LINEA-FIN
               WHEN OTHER
                   ADD 1 TO WS-RENGLONES-MALOS
                   DISPLAY "  AVISO: renglon de acuse no reconocido: "
                           ACUSE-RECORD (1:30)
           END-EVALUATE.
       TOMAR-ACUSE-FIN.
           EXIT.

       TOMAR-ACUSE-LOTE.
           ADD 1 TO WS-ACUSES-LEIDOS.
           MOVE ACU-FECHA     TO RPT-ACU-FECHA.
           MOVE ACU-RUN-ID    TO RPT-ACU-RUN.
           MOVE ACU-TURNO     TO RPT-ACU-TURNO.
           MOVE ACU-ENVIO     TO RPT-ACU-ENVIO.
           MOVE SPACES        TO RPT-ACU-MOTIVO RPT-ACU-TEXTO.

           PERFORM BUSCAR-LOTE-ACUSE.
           IF NOT LOTE-HALLADO
               ADD 1 TO WS-ACUSES-SIN-LOTE
               MOVE "NO REGISTRADO" TO RPT-ACU-RESULTADO
               PERFORM ESCRIBIR-ACUSE
               GO TO TOMAR-ACUSE-LOTE-FIN
           END-IF.
           IF ACU-ENVIO NOT = GLR-ENVIOS
               ADD 1 TO WS-ACUSES-VIEJOS
               MOVE "ENVIO ANTERIOR" TO RPT-ACU-RESULTADO
               MOVE "se ignora, vale el ultimo envio"
                    TO RPT-ACU-TEXTO
               PERFORM ESCRIBIR-ACUSE
               GO TO TOMAR-ACUSE-LOTE-FIN
           END-IF.

           EVALUATE TRUE
               WHEN ACU-ACEPTADO
                   ADD 1 TO WS-LOTES-ACEPTADOS
                   SET GLR-ACEPTADO TO TRUE
                   MOVE SPACES TO GLR-MOTIVO
                   MOVE "ACEPTADO" TO RPT-ACU-RESULTADO
               WHEN ACU-RECHAZADO
                   ADD 1 TO WS-LOTES-RECHAZADOS
                   SET GLR-RECHAZADO TO TRUE
                   MOVE ACU-MOTIVO TO GLR-MOTIVO
                   MOVE "RECHAZADO" TO RPT-ACU-RESULTADO
                   MOVE ACU-MOTIVO TO RPT-ACU-MOTIVO
                   MOVE ACU-TEXTO  TO RPT-ACU-TEXTO
               WHEN OTHER
                   ADD 1 TO WS-RENGLONES-MALOS
                   MOVE "RESULT.INVAL." TO RPT-ACU-RESULTADO
                   PERFORM ESCRIBIR-ACUSE
                   GO TO TOMAR-ACUSE-LOTE-FIN
           END-EVALUATE.
           MOVE WS-FECHA-PROCESO TO GLR-FECHA-ACUSE.
           MOVE ZERO             TO GLR-LINEAS-RECHAZADAS.
           PERFORM REGRABAR-LOTE.
           PERFORM ESCRIBIR-ACUSE.
       TOMAR-ACUSE-LOTE-FIN.
           EXIT.

      *    La linea rechazada va siempre al historico y al reporte;
      *    el conteo del registro solo suma si es del ultimo envio.
       TOMAR-RECHAZO-LINEA.
           ADD 1 TO WS-LINEAS-RECHAZADAS.
           MOVE ACU-LIN-TIPO   TO RPT-RCH-TIPO.
           MOVE ACU-LIN-FECHA  TO RPT-RCH-FECHA.
           MOVE ACU-LIN-CUENTA TO RPT-RCH-CUENTA.
           MOVE ACU-LIN-MOTIVO TO RPT-RCH-MOTIVO.
           MOVE ACU-LIN-TEXTO  TO RPT-RCH-TEXTO.
           MOVE RPT-RECHAZO TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

           IF RECHAZO-ABIERTO
               MOVE SPACES           TO RECHAZO-RECORD
               MOVE WS-FECHA-PROCESO TO RCH-FECHA-ACUSE
               MOVE ACU-FECHA        TO RCH-FECHA
               MOVE ACU-RUN-ID       TO RCH-RUN-ID
               MOVE ACU-TURNO        TO RCH-TURNO
               MOVE ACU-ENVIO        TO RCH-ENVIO
               MOVE ACU-LIN-TIPO     TO RCH-LIN-TIPO
               MOVE ACU-LIN-FECHA    TO RCH-LIN-FECHA
               MOVE ACU-LIN-CUENTA   TO RCH-LIN-CUENTA
               MOVE ACU-LIN-MOTIVO   TO RCH-LIN-MOTIVO
               MOVE ACU-LIN-TEXTO    TO RCH-LIN-TEXTO
               WRITE RECHAZO-RECORD
               IF WS-RECHAZO-STATUS NOT = "00"
                   DISPLAY "  AVISO: no se pudo escribir GLRECH.DAT "
                           "(status " WS-RECHAZO-STATUS ")"
               END-IF
           END-IF.

           PERFORM BUSCAR-LOTE-ACUSE.
           IF LOTE-HALLADO
              AND ACU-ENVIO = GLR-ENVIOS
               ADD 1 TO GLR-LINEAS-RECHAZADAS
               PERFORM REGRABAR-LOTE
           END-IF.
       TOMAR-RECHAZO-LINEA-FIN.
           EXIT.

       BUSCAR-LOTE-ACUSE.
           MOVE ACU-FECHA  TO GLR-FECHA.
           MOVE ACU-RUN-ID TO GLR-RUN-ID.
           MOVE ACU-TURNO  TO GLR-TURNO.
           READ REGISTRO-FILE
               INVALID KEY
                   MOVE "N" TO WS-LOTE-HALLADO
               NOT INVALID KEY
                   SET LOTE-HALLADO TO TRUE
           END-READ.

       REGRABAR-LOTE.
           REWRITE GLREG-RECORD.
           IF WS-REGISTRO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo regrabar GLREG.DAT "
                       "(status " WS-REGISTRO-STATUS ")"
               SET FALLA-ACUSE TO TRUE
           END-IF.

      *    GLREENV.DAT se rehace en cada corrida: sin tarjetas
      *    REENVIAR queda vacio y no se manda nada de mas al mayor.
       PROCESAR-REENVIOS.
           MOVE SPACES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE "REENVIOS PEDIDOS (GLREENV.DAT)" TO RPT-TIT-TEXTO.
           PERFORM ESCRIBIR-TITULO.
           OPEN OUTPUT REENVIO-FILE.
           IF WS-REENVIO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir GLREENV.DAT "
                       "(status " WS-REENVIO-STATUS ")"
               IF WS-CANT-REENVIOS > ZERO
                   SET FALLA-ACUSE TO TRUE
               END-IF
               GO TO PROCESAR-REENVIOS-FIN
           END-IF.
           SET REENVIO-ABIERTO TO TRUE.
           IF WS-CANT-REENVIOS = ZERO
               MOVE "(no se pidieron reenvios)" TO RPT-TIT-TEXTO
               PERFORM ESCRIBIR-TITULO
               GO TO PROCESAR-REENVIOS-FIN
           END-IF.

      *    Lo ya mandado por turno; sin GLENVIO.DAT (lotes de antes
      *    de los turnos) se crea vacio y los asientos salen enteros.
           OPEN I-O ENVIADO-FILE.
           IF WS-ENVIADO-STATUS = "35"
               OPEN OUTPUT ENVIADO-FILE
               CLOSE ENVIADO-FILE
               OPEN I-O ENVIADO-FILE
           END-IF.
           IF WS-ENVIADO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir GLENVIO.DAT "
                       "(status " WS-ENVIADO-STATUS ")"
               SET FALLA-ACUSE TO TRUE
               GO TO PROCESAR-REENVIOS-FIN
           END-IF.
           SET ENVIADO-ABIERTO TO TRUE.
           PERFORM VARYING WS-IND-REENVIO FROM 1 BY 1
                   UNTIL WS-IND-REENVIO > WS-CANT-REENVIOS
               PERFORM REGENERAR-LOTE THRU REGENERAR-LOTE-FIN
           END-PERFORM.
           CLOSE ENVIADO-FILE.
           MOVE "N" TO WS-ENVIADO-ABIERTO.
       PROCESAR-REENVIOS-FIN.
           EXIT.

      *    Solo se regenera un lote no aceptado, y una vez por fecha
      *    de proceso: un lote ya enviado en esta misma fecha
      *    (tarjeta repetida o lote producido esta noche) no sale
      *    de nuevo.
       REGENERAR-LOTE.
           MOVE "N" TO WS-FALLA-LOTE.
           MOVE WS-REE-FECHA (WS-IND-REENVIO)  TO GLR-FECHA
                                                  RPT-REE-FECHA.
           MOVE WS-REE-RUN-ID (WS-IND-REENVIO) TO GLR-RUN-ID
                                                  RPT-REE-RUN.
           MOVE WS-REE-TURNO (WS-IND-REENVIO)  TO GLR-TURNO
                                                  RPT-REE-TURNO.
           MOVE ZERO TO RPT-REE-ENVIO RPT-REE-LINEAS RPT-REE-IMPORTE.
           READ REGISTRO-FILE
               INVALID KEY
                   MOVE "N" TO WS-LOTE-HALLADO
               NOT INVALID KEY
                   SET LOTE-HALLADO TO TRUE
           END-READ.
           IF NOT LOTE-HALLADO
               MOVE "NO REGISTRADO, NO SE ENVIA" TO RPT-REE-NOTA
               PERFORM NEGAR-REENVIO
               GO TO REGENERAR-LOTE-FIN
           END-IF.
           MOVE GLR-ENVIOS TO RPT-REE-ENVIO.
           IF GLR-ACEPTADO
               MOVE "YA ACEPTADO, NO SE ENVIA" TO RPT-REE-NOTA
               PERFORM NEGAR-REENVIO
               GO TO REGENERAR-LOTE-FIN
           END-IF.
           IF GLR-FECHA-ENVIO = WS-FECHA-PROCESO
               MOVE "YA ENVIADO EN ESTA FECHA" TO RPT-REE-NOTA
               PERFORM NEGAR-REENVIO
               GO TO REGENERAR-LOTE-FIN
           END-IF.
           IF GLR-ENVIOS NOT < 99
               MOVE "TOPE DE ENVIOS, NO SE ENVIA" TO RPT-REE-NOTA
               PERFORM NEGAR-REENVIO
               GO TO REGENERAR-LOTE-FIN
           END-IF.

           MOVE GLR-FECHA TO WS-LOTE-FECHA.
           MOVE GLR-TURNO TO WS-LOTE-TURNO.
           COMPUTE WS-LOTE-ENVIO = GLR-ENVIOS + 1.
           DISPLAY "Regenerando el lote " GLR-FECHA " " GLR-RUN-ID
                   " turno " GLR-TURNO " como envio " WS-LOTE-ENVIO.

           PERFORM ARMAR-REVERSAS THRU ARMAR-REVERSAS-FIN.
           IF FALLA-LOTE
               MOVE "FALLA AL REGENERAR" TO RPT-REE-NOTA
               PERFORM ESCRIBIR-REENVIO
               SET FALLA-ACUSE TO TRUE
               GO TO REGENERAR-LOTE-FIN
           END-IF.

           MOVE ZERO TO WS-LINEAS-DETALLE WS-TOTAL-IMPORTE.
           MOVE ZERO TO WS-LINEAS-REVERSA WS-TOTAL-REVERSA.
           MOVE WS-LOTE-FECHA               TO GLI-CAB-FECHA.
           MOVE WS-REE-RUN-ID (WS-IND-REENVIO) TO GLI-CAB-RUN.
           MOVE WS-LOTE-ENVIO               TO GLI-CAB-ENVIO.
           MOVE WS-LOTE-TURNO               TO GLI-CAB-TURNO.
           MOVE GLI-CABECERA TO REENVIO-LINE.
           PERFORM ESCRIBIR-INTERFAZ.

           PERFORM GRABAR-ASIENTOS THRU GRABAR-ASIENTOS-FIN.
           PERFORM GRABAR-REVERSAS THRU GRABAR-REVERSAS-FIN.

           COMPUTE GLI-CIE-LINEAS =
               WS-LINEAS-DETALLE + WS-LINEAS-REVERSA.
           COMPUTE GLI-CIE-IMPORTE =
               WS-TOTAL-IMPORTE + WS-TOTAL-REVERSA.
           MOVE GLI-CIERRE TO REENVIO-LINE.
           PERFORM ESCRIBIR-INTERFAZ.
           CLOSE TRABAJO-FILE.
           CLOSE VISTO-FILE.

           MOVE GLI-CIE-LINEAS  TO RPT-REE-LINEAS.
           MOVE GLI-CIE-IMPORTE TO RPT-REE-IMPORTE.
           IF FALLA-LOTE
               MOVE "FALLA AL REGENERAR" TO RPT-REE-NOTA
               PERFORM ESCRIBIR-REENVIO
               SET FALLA-ACUSE TO TRUE
               GO TO REGENERAR-LOTE-FIN
           END-IF.

           SET GLR-PENDIENTE     TO TRUE.
           MOVE WS-LOTE-ENVIO    TO GLR-ENVIOS.
           MOVE WS-FECHA-PROCESO TO GLR-FECHA-ENVIO.
           MOVE GLI-CIE-LINEAS   TO GLR-LINEAS.
           MOVE GLI-CIE-IMPORTE  TO GLR-IMPORTE.
           MOVE ZERO             TO GLR-FECHA-ACUSE.
           MOVE ZERO             TO GLR-LINEAS-RECHAZADAS.
           MOVE SPACES           TO GLR-MOTIVO.
           PERFORM REGRABAR-LOTE.
           PERFORM ANOTAR-ENVIADOS THRU ANOTAR-ENVIADOS-FIN.
           ADD 1 TO WS-LOTES-REENVIADOS.
           MOVE WS-LOTE-ENVIO TO RPT-REE-ENVIO.
           IF WS-REINTEGROS-SUELTOS > ZERO
               MOVE "REGENERADO, VER AVISOS" TO RPT-REE-NOTA
           ELSE
               MOVE "REGENERADO" TO RPT-REE-NOTA
           END-IF.
           PERFORM ESCRIBIR-REENVIO.
       REGENERAR-LOTE-FIN.
           EXIT.

       NEGAR-REENVIO.
           ADD 1 TO WS-REENVIOS-NEGADOS.
           DISPLAY "  AVISO: lote " GLR-FECHA " " GLR-RUN-ID
                   " turno " GLR-TURNO ": " RPT-REE-NOTA.
           PERFORM ESCRIBIR-REENVIO.

      *    Las reversas buenas de la bitacora se juntan en el
      *    trabajo GLRTRAB.DAT: las que descuentan un asiento del
      *    lote se reintegran por cuenta, y las grabadas el dia y
      *    turno del lote salen como lineas 25. Se leen los meses
      *    archivados desde el del lote hasta el de proceso y la
      *    bitacora viva; una ventana reprocesada por REINICIO se
      *    toma una sola vez (claves vistas en GLRVIS.DAT, como en
      *    VERIFICA-MAESTRO).
       ARMAR-REVERSAS.
           MOVE ZERO TO WS-REINTEGROS-SUELTOS.
           OPEN OUTPUT TRABAJO-FILE.
           CLOSE TRABAJO-FILE.
           OPEN I-O TRABAJO-FILE.
           IF WS-TRABAJO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir GLRTRAB.DAT "
                       "(status " WS-TRABAJO-STATUS ")"
               SET FALLA-LOTE TO TRUE
               GO TO ARMAR-REVERSAS-FIN
           END-IF.
           OPEN OUTPUT VISTO-FILE.
           CLOSE VISTO-FILE.
           OPEN I-O VISTO-FILE.
           IF WS-VISTO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir GLRVIS.DAT "
                       "(status " WS-VISTO-STATUS ")"
               CLOSE TRABAJO-FILE
               SET FALLA-LOTE TO TRUE
               GO TO ARMAR-REVERSAS-FIN
           END-IF.

           MOVE WS-LOTE-FECHA (1:6)    TO WS-PERIODO-ACTUAL.
           MOVE WS-FECHA-PROCESO (1:6) TO WS-PERIODO-FINAL.
           PERFORM UNTIL WS-PERIODO-ACTUAL > WS-PERIODO-FINAL
               PERFORM LEER-ARCHIVO-MES THRU LEER-ARCHIVO-MES-FIN
               MOVE WS-PERIODO-ACTUAL (5:2) TO WS-PERIODO-MM
               IF WS-PERIODO-MM = 12
                   ADD 89 TO WS-PERIODO-ACTUAL
               ELSE
                   ADD 1 TO WS-PERIODO-ACTUAL
               END-IF
           END-PERFORM.
           PERFORM LEER-BITACORA-VIVA THRU LEER-BITACORA-VIVA-FIN.
           IF FALLA-LOTE
               CLOSE TRABAJO-FILE
               CLOSE VISTO-FILE
           END-IF.
       ARMAR-REVERSAS-FIN.
           EXIT.

       LEER-ARCHIVO-MES.
           MOVE SPACES TO WS-NOMBRE-ARCHIVO.
           STRING "ARCAUD" WS-PERIODO-ACTUAL ".DAT"
               DELIMITED BY SIZE
               INTO WS-NOMBRE-ARCHIVO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCHIVO-FILE.
           IF WS-ARCHIVO-STATUS NOT = "00"
               GO TO LEER-ARCHIVO-MES-FIN
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE ARCHIVO-RECORD TO AUDIT-RECORD
                       PERFORM TOMAR-AUDITORIA
                           THRU TOMAR-AUDITORIA-FIN
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-FILE.
       LEER-ARCHIVO-MES-FIN.
           EXIT.

       LEER-BITACORA-VIVA.
           MOVE "N" TO WS-FIN-AUDITORIA.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir CALCAUD.DAT "
                       "(status " WS-AUDIT-STATUS ")"
               SET FALLA-LOTE TO TRUE
               GO TO LEER-BITACORA-VIVA-FIN
           END-IF.
           PERFORM UNTIL FIN-AUDITORIA
               READ AUDIT-FILE
                   AT END
                       SET FIN-AUDITORIA TO TRUE
                   NOT AT END
                       PERFORM TOMAR-AUDITORIA
                           THRU TOMAR-AUDITORIA-FIN
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
       LEER-BITACORA-VIVA-FIN.
           EXIT.

       TOMAR-AUDITORIA.
           IF AUDIT-RECORD (67:4) IS NOT NUMERIC
               GO TO TOMAR-AUDITORIA-FIN
           END-IF.
           IF NOT AUD-REG-BUENO
              OR AUD-OPERACION NOT = "V"
               GO TO TOMAR-AUDITORIA-FIN
           END-IF.
           IF AUD-REF-FECHA NOT = WS-LOTE-FECHA
              AND AUD-FECHA NOT = WS-LOTE-FECHA
               GO TO TOMAR-AUDITORIA-FIN
           END-IF.
           MOVE AUD-FECHA TO VIS-FECHA.
           MOVE AUD-CLAVE TO VIS-CLAVE-DIA.
           MOVE SPACE     TO VISTO-RECORD (15:1).
           WRITE VISTO-RECORD
               INVALID KEY
                   GO TO TOMAR-AUDITORIA-FIN
           END-WRITE.

           IF AUD-REF-FECHA = WS-LOTE-FECHA
               MOVE "1"        TO RTB-TIPO
               MOVE AUD-CUENTA TO RTB-NUMERO
               MOVE "S" TO WS-TRABAJO-HALLADO
               READ TRABAJO-FILE
                   INVALID KEY
                       MOVE "N" TO WS-TRABAJO-HALLADO
                       MOVE "1"        TO RTB-TIPO
                       MOVE AUD-CUENTA TO RTB-NUMERO
                       MOVE AUD-CUENTA TO RTB-CUENTA
                       MOVE ZERO       TO RTB-REF-FECHA RTB-REF-CLAVE
                                          RTB-IMPORTE
                       MOVE "N"        TO RTB-USADO
               END-READ
               ADD AUD-SUMA TO RTB-IMPORTE
               PERFORM GRABAR-TRABAJO
           END-IF.

           IF AUD-FECHA = WS-LOTE-FECHA
              AND AUD-TURNO = WS-LOTE-TURNO
               MOVE "2"           TO RTB-TIPO
               MOVE AUD-CLAVE     TO RTB-NUMERO
               MOVE AUD-CUENTA    TO RTB-CUENTA
               MOVE AUD-REF-FECHA TO RTB-REF-FECHA
               MOVE AUD-REF-CLAVE TO RTB-REF-CLAVE
               COMPUTE RTB-IMPORTE = 0 - AUD-SUMA
               MOVE "N"           TO RTB-USADO
               MOVE "N"           TO WS-TRABAJO-HALLADO
               PERFORM GRABAR-TRABAJO
           END-IF.
       TOMAR-AUDITORIA-FIN.
           EXIT.

       GRABAR-TRABAJO.
           IF TRABAJO-HALLADO
               REWRITE TRABAJO-RECORD
           ELSE
               WRITE TRABAJO-RECORD
           END-IF.
           IF WS-TRABAJO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo grabar GLRTRAB.DAT "
                       "(status " WS-TRABAJO-STATUS ")"
               SET FALLA-LOTE TO TRUE
           END-IF.

      *    Un asiento por cuenta del maestro para la fecha del lote,
      *    con lo que las reversas le descontaron despues y sin lo
      *    que ya mandaron los otros turnos de la fecha. Como en
      *    INTERF-CONTABLE, la cuenta sin diferencia no lleva linea
      *    si otro turno ya la mando.
       GRABAR-ASIENTOS.
           MOVE "N" TO WS-FIN-MAESTRO.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir CALCMAST.DAT "
                       "(status " WS-MAESTRO-STATUS ")"
               SET FALLA-LOTE TO TRUE
               GO TO GRABAR-ASIENTOS-FIN
           END-IF.
           PERFORM UNTIL FIN-MAESTRO
               READ MAESTRO-FILE
                   AT END
                       SET FIN-MAESTRO TO TRUE
                   NOT AT END
                       IF MST-FECHA = WS-LOTE-FECHA
                           PERFORM TOMAR-ASIENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAESTRO-FILE.

      *    Un reintegro sin asiento en el maestro es una cuenta cuyo
      *    asiento se dio de baja con MANT-MAESTRO: no hay contra
      *    que devolverlo y se avisa.
           MOVE "1"  TO RTB-TIPO.
           MOVE ZERO TO RTB-NUMERO.
           MOVE "N"  TO WS-FIN-TRABAJO.
           START TRABAJO-FILE KEY IS NOT LESS THAN RTB-CLAVE
               INVALID KEY
                   SET FIN-TRABAJO TO TRUE
           END-START.
           PERFORM UNTIL FIN-TRABAJO
               READ TRABAJO-FILE NEXT RECORD
                   AT END
                       SET FIN-TRABAJO TO TRUE
                   NOT AT END
                       IF NOT RTB-REINTEGRO
                           SET FIN-TRABAJO TO TRUE
                       ELSE
                           IF NOT RTB-YA-USADO
                               ADD 1 TO WS-REINTEGROS-SUELTOS
                               DISPLAY "  AVISO: la cuenta "
                                       RTB-CUENTA " tiene reversas"
                                       " pero no asiento del "
                                       WS-LOTE-FECHA " en el maestro"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       GRABAR-ASIENTOS-FIN.
           EXIT.

       TOMAR-ASIENTO.
           MOVE MST-TOT-SUMA TO WS-IMPORTE-ASIENTO.
           MOVE "1"        TO RTB-TIPO.
           MOVE MST-CUENTA TO RTB-NUMERO.
           READ TRABAJO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD RTB-IMPORTE TO WS-IMPORTE-ASIENTO
                   MOVE "S" TO RTB-USADO
                   MOVE "S" TO WS-TRABAJO-HALLADO
                   PERFORM GRABAR-TRABAJO
           END-READ.
           PERFORM SUMAR-ENVIADO THRU SUMAR-ENVIADO-FIN.
           SUBTRACT WS-IMPORTE-ENVIADO FROM WS-IMPORTE-ASIENTO.
           MOVE "3"                TO RTB-TIPO.
           MOVE MST-CUENTA         TO RTB-NUMERO RTB-CUENTA.
           MOVE ZERO               TO RTB-REF-FECHA RTB-REF-CLAVE.
           MOVE WS-IMPORTE-ASIENTO TO RTB-IMPORTE.
           MOVE "N"                TO RTB-USADO.
           IF WS-IMPORTE-ASIENTO NOT = ZERO
              OR NOT ENVIO-PREVIO
               MOVE "S" TO RTB-USADO
               ADD 1                  TO WS-LINEAS-DETALLE
               ADD WS-IMPORTE-ASIENTO TO WS-TOTAL-IMPORTE
               MOVE WS-LOTE-FECHA      TO GLI-DET-FECHA
               MOVE MST-CUENTA         TO GLI-DET-CUENTA
               MOVE WS-IMPORTE-ASIENTO TO GLI-DET-IMPORTE
               MOVE GLI-DETALLE TO REENVIO-LINE
               PERFORM ESCRIBIR-INTERFAZ
           END-IF.
           MOVE "N" TO WS-TRABAJO-HALLADO.
           PERFORM GRABAR-TRABAJO.

      *    Lo ya mandado de la cuenta y fecha del lote por los otros
      *    turnos.
       SUMAR-ENVIADO.
           MOVE ZERO TO WS-IMPORTE-ENVIADO.
           MOVE "N"  TO WS-ENVIO-PREVIO.
           MOVE "N"  TO WS-FIN-ENVIADO.
           MOVE MST-CUENTA    TO GLE-CUENTA.
           MOVE WS-LOTE-FECHA TO GLE-FECHA.
           MOVE LOW-VALUES    TO GLE-TURNO.
           START ENVIADO-FILE KEY IS NOT LESS THAN GLE-CLAVE
               INVALID KEY
                   GO TO SUMAR-ENVIADO-FIN
           END-START.
           PERFORM UNTIL FIN-ENVIADO
               READ ENVIADO-FILE NEXT RECORD
                   AT END
                       SET FIN-ENVIADO TO TRUE
                   NOT AT END
                       IF GLE-CUENTA NOT = MST-CUENTA
                          OR GLE-FECHA NOT = WS-LOTE-FECHA
                           SET FIN-ENVIADO TO TRUE
                       ELSE
                           IF GLE-TURNO NOT = WS-LOTE-TURNO
                               SET ENVIO-PREVIO TO TRUE
                               ADD GLE-IMPORTE TO WS-IMPORTE-ENVIADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       SUMAR-ENVIADO-FIN.
           EXIT.

       GRABAR-REVERSAS.
           MOVE "2"  TO RTB-TIPO.
           MOVE ZERO TO RTB-NUMERO.
           MOVE "N"  TO WS-FIN-TRABAJO.
           START TRABAJO-FILE KEY IS NOT LESS THAN RTB-CLAVE
               INVALID KEY
                   SET FIN-TRABAJO TO TRUE
           END-START.
           PERFORM UNTIL FIN-TRABAJO
               READ TRABAJO-FILE NEXT RECORD
                   AT END
                       SET FIN-TRABAJO TO TRUE
                   NOT AT END
                       IF RTB-REVERSA
                           PERFORM TOMAR-REVERSA
                       ELSE
                           SET FIN-TRABAJO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
       GRABAR-REVERSAS-FIN.
           EXIT.

       TOMAR-REVERSA.
           ADD 1           TO WS-LINEAS-REVERSA.
           ADD RTB-IMPORTE TO WS-TOTAL-REVERSA.
           MOVE RTB-REF-FECHA TO GLI-REV-FECHA.
           MOVE RTB-CUENTA    TO GLI-REV-CUENTA.
           MOVE RTB-IMPORTE   TO GLI-REV-IMPORTE.
           MOVE RTB-REF-CLAVE TO GLI-REV-CLAVE.
           MOVE GLI-REVERSA TO REENVIO-LINE.
           PERFORM ESCRIBIR-INTERFAZ.

      *    Lotes que siguen sin aceptar. Todos cuentan para el
      *    total; al reporte salen los que tienen la cantidad de
      *    dias de GLACUSE.CTL o mas desde la fecha del lote.
       LISTAR-PENDIENTES.
           MOVE SPACES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE SPACES TO RPT-TIT-TEXTO.
           STRING "LOTES SIN ACEPTAR CON " DELIMITED BY SIZE
                  WS-DIAS-ATRASO           DELIMITED BY SIZE
                  " DIAS O MAS"            DELIMITED BY SIZE
               INTO RPT-TIT-TEXTO.
           PERFORM ESCRIBIR-TITULO.
           MOVE RPT-ENC-PENDIENTE TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

           MOVE LOW-VALUES TO GLR-CLAVE.
           MOVE "N" TO WS-FIN-REGISTRO.
           START REGISTRO-FILE KEY IS NOT LESS THAN GLR-CLAVE
               INVALID KEY
                   SET FIN-REGISTRO TO TRUE
           END-START.
           PERFORM UNTIL FIN-REGISTRO
               READ REGISTRO-FILE NEXT RECORD
                   AT END
                       SET FIN-REGISTRO TO TRUE
                   NOT AT END
                       IF NOT GLR-ACEPTADO
                           PERFORM TOMAR-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LOTES-ATRASADOS = ZERO
               MOVE "(ninguno)" TO RPT-TIT-TEXTO
               PERFORM ESCRIBIR-TITULO
           END-IF.
       LISTAR-PENDIENTES-FIN.
           EXIT.

       TOMAR-PENDIENTE.
           ADD 1 TO WS-LOTES-NO-ACEPTADOS.
           COMPUTE WS-DIAS-LOTE =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
               - FUNCTION INTEGER-OF-DATE (GLR-FECHA).
           IF WS-DIAS-LOTE NOT < WS-DIAS-ATRASO
               PERFORM LISTAR-ATRASADO
           END-IF.

       LISTAR-ATRASADO.
           ADD 1 TO WS-LOTES-ATRASADOS.
           MOVE GLR-FECHA             TO RPT-PEN-FECHA.
           MOVE GLR-RUN-ID            TO RPT-PEN-RUN.
           MOVE GLR-TURNO             TO RPT-PEN-TURNO.
           IF GLR-RECHAZADO
               MOVE "RECHAZADO"       TO RPT-PEN-ESTADO
           ELSE
               MOVE "SIN ACUSE"       TO RPT-PEN-ESTADO
           END-IF.
           MOVE GLR-ENVIOS            TO RPT-PEN-ENVIOS.
           MOVE GLR-FECHA-ENVIO       TO RPT-PEN-ULT-ENVIO.
           MOVE WS-DIAS-LOTE          TO RPT-PEN-DIAS.
           MOVE GLR-LINEAS-RECHAZADAS TO RPT-PEN-RECHAZADAS.
           MOVE GLR-MOTIVO            TO RPT-PEN-MOTIVO.
           MOVE RPT-PENDIENTE TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

      *    Regrabado el lote, lo que lleva cada cuenta queda como lo
      *    mandado por el turno del lote. Si no se puede anotar el
      *    reenvio igual vale y el paso termina con codigo 4.
       ANOTAR-ENVIADOS.
           OPEN INPUT TRABAJO-FILE.
           IF WS-TRABAJO-STATUS NOT = "00"
               DISPLAY "  AVISO: no se pudo abrir GLRTRAB.DAT "
                       "(status " WS-TRABAJO-STATUS "), GLENVIO.DAT "
                       "queda sin anotar"
               SET FALLA-ENVIADO TO TRUE
               GO TO ANOTAR-ENVIADOS-FIN
           END-IF.
           MOVE "3"  TO RTB-TIPO.
           MOVE ZERO TO RTB-NUMERO.
           MOVE "N"  TO WS-FIN-TRABAJO.
           START TRABAJO-FILE KEY IS NOT LESS THAN RTB-CLAVE
               INVALID KEY
                   SET FIN-TRABAJO TO TRUE
           END-START.
           PERFORM UNTIL FIN-TRABAJO
               READ TRABAJO-FILE NEXT RECORD
                   AT END
                       SET FIN-TRABAJO TO TRUE
                   NOT AT END
                       IF RTB-ENVIADO
                           PERFORM ANOTAR-ENVIADO
                       ELSE
                           SET FIN-TRABAJO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRABAJO-FILE.
       ANOTAR-ENVIADOS-FIN.
           EXIT.

       ANOTAR-ENVIADO.
           MOVE RTB-CUENTA    TO GLE-CUENTA.
           MOVE WS-LOTE-FECHA TO GLE-FECHA.
           MOVE WS-LOTE-TURNO TO GLE-TURNO.
           READ ENVIADO-FILE
               INVALID KEY
                   IF RTB-YA-USADO
                       MOVE RTB-CUENTA       TO GLE-CUENTA
                       MOVE WS-LOTE-FECHA    TO GLE-FECHA
                       MOVE WS-LOTE-TURNO    TO GLE-TURNO
                       MOVE RTB-IMPORTE      TO GLE-IMPORTE
                       MOVE WS-FECHA-PROCESO TO GLE-FECHA-ENVIO
                       WRITE GLENVIO-RECORD
                   END-IF
               NOT INVALID KEY
                   MOVE RTB-IMPORTE      TO GLE-IMPORTE
                   MOVE WS-FECHA-PROCESO TO GLE-FECHA-ENVIO
                   REWRITE GLENVIO-RECORD
           END-READ.
           IF WS-ENVIADO-STATUS NOT = "00"
              AND WS-ENVIADO-STATUS NOT = "23"
               DISPLAY "  AVISO: no se pudo grabar GLENVIO.DAT "
                       "(status " WS-ENVIADO-STATUS ")"
               SET FALLA-ENVIADO TO TRUE
           END-IF.

       ESCRIBIR-INTERFAZ.
           WRITE REENVIO-LINE.
           IF WS-REENVIO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir GLREENV.DAT "
                       "(status " WS-REENVIO-STATUS ")"
               SET FALLA-LOTE TO TRUE
           END-IF.

       ESCRIBIR-ACUSE.
           MOVE RPT-ACUSE TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

       ESCRIBIR-REENVIO.
           MOVE RPT-REENVIO TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

       ESCRIBIR-TITULO.
           MOVE RPT-TITULO TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

       ESCRIBIR-TOTAL.
           MOVE RPT-TOTAL TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

       ESCRIBIR-REPORTE.
           WRITE REPORTE-LINE.
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir GLESTADO.DAT "
                       "(status " WS-REPORTE-STATUS ")"
           END-IF.
