      *****************************************************************
      * Programa: Restauración de la Noche                           *
      * Descripción: Programa de recuperación que corre fuera del    *
      *              job nocturno, a mano, cuando una noche falló    *
      *              después de postear. Devuelve CALCMAST.DAT,      *
      *              SUSPENSO.DAT, RECHREG.DAT, TRANSLIB.DAT y el    *
      *              almacén ALMACEN.DAT a la foto que tomó          *
      *              FOTO-MAESTROS al empezar la noche, recorta de la*
      *              bitácora CALCAUD.DAT los registros de esa fecha *
      *              de proceso y turno, vacía el checkpoint         *
      *              CALCCHK.DAT y anota la fecha y turno como       *
      *              restaurados (estado R) en RUNCTL.DAT, para que  *
      *              la noche vuelva a correr de cero con MODO NORMAL.*
      *              Deja en RESTAURA.DAT, por cada archivo, los     *
      *              conteos antes / foto / después (y antes /       *
      *              recortados / después para la bitácora) con su   *
      *              veredicto, como constancia de la restauración.  *
      *              Sólo restaura una foto vigente en FOTOREG.DAT y *
      *              si no hay fotos vigentes posteriores (se        *
      *              restaura de la última hacia atrás). Si el lote  *
      *              del mayor del turno ya figura en GLREG.DAT avisa*
      *              que el envío de la nueva corrida se suma al     *
      *              anterior, que debe anularse en el mayor.        *
      *              Termina con código 8 si algo no cierra; la foto *
      *              queda vigente y el programa puede volver a      *
      *              correr, porque restaurar y recortar de nuevo da *
      *              el mismo resultado.                             *
      *              Tarjetas de RESTAURA.CTL:                       *
      *                FECHA aaaammdd      (fecha de proceso, exigida)*
      *                TURNO n             (0 si no se indica)       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURA-NOCHE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "RESTAURA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REGISTRO-FILE ASSIGN TO "FOTOREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FTR-CLAVE
               FILE STATUS IS WS-REGISTRO-STATUS.

           SELECT MAYOR-FILE ASSIGN TO "GLREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLR-CLAVE
               FILE STATUS IS WS-MAYOR-STATUS.

           SELECT MAESTRO-FILE ASSIGN TO "CALCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.

           SELECT RECHREG-FILE ASSIGN TO "RECHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RRG-CLAVE
               FILE STATUS IS WS-RECHREG-STATUS.

           SELECT ALMACEN-FILE ASSIGN TO "ALMACEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALM-CLAVE
               FILE STATUS IS WS-ALMACEN-STATUS.

           SELECT VIVO-FILE ASSIGN TO DYNAMIC WS-NOMBRE-VIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIVO-STATUS.

           SELECT FOTO-FILE ASSIGN TO DYNAMIC WS-NOMBRE-FOTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOTO-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CALCAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT TRABAJO-FILE ASSIGN TO "RESTTRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABAJO-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CALCCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "RESTAURA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD            PIC X(80).

       FD  REGISTRO-FILE.
           COPY FOTOREC.

       FD  MAYOR-FILE.
           COPY GLREGREC.

       FD  MAESTRO-FILE.
           COPY MASTREC.

      *    Registro de rechazos de RETORNO-RECHAZOS: para restaurar
      *    basta la clave (sucursal + fecha + clave del dia).
       FD  RECHREG-FILE.
       01  RECHREG-RECORD.
           05  RRG-CLAVE             PIC X(16).
           05  RRG-RESTO             PIC X(61).

       FD  ALMACEN-FILE.
           COPY ALMREC.

      *    Suspenso (76) y partidas liberadas (50) se leen y graban
      *    con el mismo registro; los cortos quedan rellenados con
      *    espacios, igual que en ARCHIVA-BITACORA.
       FD  VIVO-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VIVO-RECORD               PIC X(80).

      *    La foto mas larga es la del almacen (90).
       FD  FOTO-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  FOTO-RECORD               PIC X(90).

       FD  AUDIT-FILE
           RECORD CONTAINS 86 CHARACTERS.
           COPY AUDREC.

       FD  TRABAJO-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  TRABAJO-RECORD            PIC X(86).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  CHECKPOINT-RECORD         PIC X(37).

       FD  RUNCTL-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY RUNCREC.

       FD  REPORTE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORTE-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS         PIC X(2) VALUE "00".
       01  WS-REGISTRO-STATUS        PIC X(2) VALUE "00".
       01  WS-MAYOR-STATUS           PIC X(2) VALUE "00".
       01  WS-MAESTRO-STATUS         PIC X(2) VALUE "00".
       01  WS-RECHREG-STATUS         PIC X(2) VALUE "00".
       01  WS-ALMACEN-STATUS         PIC X(2) VALUE "00".
       01  WS-VIVO-STATUS            PIC X(2) VALUE "00".
       01  WS-FOTO-STATUS            PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS           PIC X(2) VALUE "00".
       01  WS-TRABAJO-STATUS         PIC X(2) VALUE "00".
       01  WS-CHECKPOINT-STATUS      PIC X(2) VALUE "00".
       01  WS-RUNCTL-STATUS          PIC X(2) VALUE "00".
       01  WS-REPORTE-STATUS         PIC X(2) VALUE "00".
       01  WS-NOMBRE-VIVO            PIC X(20) VALUE SPACES.
       01  WS-NOMBRE-FOTO            PIC X(20) VALUE SPACES.
       01  WS-PREFIJO-FOTO           PIC X(4) VALUE SPACES.

       01  WS-FIN-CONTROL            PIC X(1) VALUE "N".
           88  FIN-CONTROL           VALUE "S".
       01  WS-FIN-ARCHIVO            PIC X(1) VALUE "N".
           88  FIN-ARCHIVO           VALUE "S".
       01  WS-FIN-FOTO               PIC X(1) VALUE "N".
           88  FIN-FOTO              VALUE "S".
       01  WS-FIN-REGISTRO           PIC X(1) VALUE "N".
           88  FIN-REGISTRO          VALUE "S".
       01  WS-TARJETA-MALA           PIC X(1) VALUE "N".
           88  TARJETA-MALA          VALUE "S".
       01  WS-FALLA-RESTAURACION     PIC X(1) VALUE "N".
           88  FALLA-RESTAURACION    VALUE "S".
       01  WS-PALABRA-1              PIC X(20) VALUE SPACES.
       01  WS-PALABRA-2              PIC X(20) VALUE SPACES.
       01  WS-FECHA-SISTEMA          PIC 9(8) VALUE ZERO.
       01  WS-HORA-SISTEMA.
           05  WS-HORA-HH            PIC 9(2).
           05  WS-HORA-MM            PIC 9(2).
           05  WS-HORA-SS            PIC 9(2).
           05  WS-HORA-CC            PIC 9(2).

      *    Parametros de RESTAURA.CTL.
       01  WS-FECHA-RESTAURAR        PIC 9(8) VALUE ZERO.
       01  WS-TURNO                  PIC X(1) VALUE "0".
       01  WS-TURNO-DIGITO           PIC 9(1) VALUE ZERO.

      *    Foto a restaurar, tal como esta en FOTOREG.DAT.
       01  WS-FOTO-RESTAURAR.
           05  WS-FOTO-RUN-ID        PIC X(8).
           05  WS-FOTO-CANT-MAESTRO  PIC 9(8).
           05  WS-FOTO-CANT-SUSPENSO PIC 9(8).
           05  WS-FOTO-CANT-RECHREG  PIC 9(8).
           05  WS-FOTO-CANT-TRANSLIB PIC 9(8).
           05  WS-FOTO-CANT-ALMACEN  PIC 9(8).

      *    Conteos del archivo en curso.
       01  WS-REGISTROS-ANTES        PIC 9(8) VALUE ZERO.
       01  WS-REGISTROS-FOTO         PIC 9(8) VALUE ZERO.
       01  WS-REGISTROS-LEIDOS       PIC 9(8) VALUE ZERO.
       01  WS-REGISTROS-DESPUES      PIC 9(8) VALUE ZERO.
       01  WS-REGISTROS-RECORTADOS   PIC 9(8) VALUE ZERO.
       01  WS-REGISTROS-CONTADOS     PIC 9(8) VALUE ZERO.

       01  REP-ENCABEZADO.
           05  FILLER                PIC X(20) VALUE
               "RESTAURACION DEL DIA".
           05  FILLER                PIC X(1) VALUE SPACE.
           05  REP-ENC-FECHA         PIC 9(8).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  REP-ENC-HORA          PIC 9(6).
           05  FILLER                PIC X(10) VALUE "  PROCESO ".
           05  REP-ENC-PROCESO       PIC 9(8).
           05  FILLER                PIC X(7) VALUE " TURNO ".
           05  REP-ENC-TURNO         PIC X(1).
           05  FILLER                PIC X(8) VALUE " RUN-ID ".
           05  REP-ENC-RUN-ID        PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.

       01  REP-DETALLE.
           05  REP-DET-NOMBRE        PIC X(12).
           05  FILLER                PIC X(7) VALUE " ANTES ".
           05  REP-DET-ANTES         PIC ZZZZZZZ9.
           05  REP-DET-ROTULO        PIC X(12).
           05  REP-DET-MEDIO         PIC ZZZZZZZ9.
           05  FILLER                PIC X(9) VALUE " DESPUES ".
           05  REP-DET-DESPUES       PIC ZZZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  REP-DET-VEREDICTO     PIC X(5).
           05  FILLER                PIC X(9) VALUE SPACES.

       01  REP-RESULTADO.
           05  FILLER                PIC X(12) VALUE "RESULTADO:  ".
           05  REP-RES-TEXTO         PIC X(68).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "============================================".
           DISPLAY "  RESTAURA-NOCHE: vuelta a la foto previa   ".
           DISPLAY "============================================".

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA  FROM TIME.

           PERFORM LEER-CONTROL THRU LEER-CONTROL-FIN.
           IF TARJETA-MALA OR WS-FECHA-RESTAURAR = ZERO
               DISPLAY "  ERROR: RESTAURA.CTL no trae una fecha "
                       "valida (FECHA aaaammdd), la restauracion "
                       "no corre"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-TURNO TO WS-TURNO-DIGITO.
           DISPLAY "Fecha de proceso a restaurar: " WS-FECHA-RESTAURAR
                   "  turno " WS-TURNO.

           PERFORM BUSCAR-FOTO THRU BUSCAR-FOTO-FIN.
           IF FALLA-RESTAURACION
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM REVISAR-LOTE-MAYOR THRU REVISAR-LOTE-MAYOR-FIN.

           PERFORM ABRIR-REPORTE.
           IF FALLA-RESTAURACION
               CLOSE REGISTRO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-FECHA-SISTEMA      TO REP-ENC-FECHA.
           MOVE WS-HORA-SISTEMA (1:6) TO REP-ENC-HORA.
           MOVE WS-FECHA-RESTAURAR    TO REP-ENC-PROCESO.
           MOVE WS-TURNO              TO REP-ENC-TURNO.
           MOVE WS-FOTO-RUN-ID        TO REP-ENC-RUN-ID.
           MOVE REP-ENCABEZADO TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

           PERFORM RESTAURAR-MAESTRO THRU RESTAURAR-MAESTRO-FIN.

           MOVE "SUSPENSO.DAT"        TO WS-NOMBRE-VIVO.
           MOVE "FSUS"                TO WS-PREFIJO-FOTO.
           MOVE WS-FOTO-CANT-SUSPENSO TO WS-REGISTROS-FOTO.
           PERFORM RESTAURAR-VIVO THRU RESTAURAR-VIVO-FIN.

           PERFORM RESTAURAR-RECHREG THRU RESTAURAR-RECHREG-FIN.

           MOVE "TRANSLIB.DAT"        TO WS-NOMBRE-VIVO.
           MOVE "FLIB"                TO WS-PREFIJO-FOTO.
           MOVE WS-FOTO-CANT-TRANSLIB TO WS-REGISTROS-FOTO.
           PERFORM RESTAURAR-VIVO THRU RESTAURAR-VIVO-FIN.

           PERFORM RESTAURAR-ALMACEN THRU RESTAURAR-ALMACEN-FIN.

           PERFORM RECORTAR-AUDITORIA THRU RECORTAR-AUDITORIA-FIN.
           PERFORM VACIAR-CHECKPOINT.

           IF NOT FALLA-RESTAURACION
               PERFORM ANOTAR-RUNCTL
           END-IF.
           IF NOT FALLA-RESTAURACION
               PERFORM MARCAR-FOTO
           END-IF.
           CLOSE REGISTRO-FILE.

           MOVE SPACES TO REP-RES-TEXTO.
           IF FALLA-RESTAURACION
               MOVE "RESTAURACION INCOMPLETA, LA FOTO SIGUE VIGENTE"
                    TO REP-RES-TEXTO
           ELSE
               MOVE "RESTAURADA, CORRE DE NUEVO CON MODO NORMAL"
                    TO REP-RES-TEXTO
           END-IF.
           MOVE REP-RESULTADO TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           CLOSE REPORTE-FILE.

           DISPLAY " ".
           DISPLAY "Constancia en RESTAURA.DAT".
           IF FALLA-RESTAURACION
               DISPLAY ">> ERROR: la restauracion no cierra, revisar "
                       "RESTAURA.DAT y volver a correr"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Restauracion completa; la fecha "
                       WS-FECHA-RESTAURAR " turno " WS-TURNO
                       " corre de nuevo con MODO NORMAL"
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "============================================".
           GOBACK.

       LEER-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir RESTAURA.CTL "
                       "(status " WS-CONTROL-STATUS ")"
               SET TARJETA-MALA TO TRUE
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
               WHEN "FECHA"
                   IF WS-PALABRA-2 (1:8) IS NUMERIC
                       MOVE WS-PALABRA-2 (1:8) TO WS-FECHA-RESTAURAR
                   ELSE
                       PERFORM RECHAZAR-TARJETA
                   END-IF
               WHEN "TURNO"
                   IF WS-PALABRA-2 (1:1) IS NUMERIC
                      AND WS-PALABRA-2 (2:1) = SPACE
                       MOVE WS-PALABRA-2 (1:1) TO WS-TURNO
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
           DISPLAY "  ERROR: tarjeta de restauracion invalida: "
                   CONTROL-RECORD (1:40).

      *    Las fotos se restauran de la ultima hacia atras: volver a
      *    una foto con otra vigente posterior dejaria la bitacora
      *    con los registros de la noche siguiente sobre un maestro
      *    que ya no los tiene. REGISTRO-FILE queda abierto para
      *    marcar la foto al final.
       BUSCAR-FOTO.
           OPEN I-O REGISTRO-FILE.
           IF WS-REGISTRO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir FOTOREG.DAT "
                       "(status " WS-REGISTRO-STATUS "); no hay "
                       "fotos que restaurar"
               SET FALLA-RESTAURACION TO TRUE
               GO TO BUSCAR-FOTO-FIN
           END-IF.
           MOVE WS-FECHA-RESTAURAR TO FTR-FECHA.
           MOVE WS-TURNO           TO FTR-TURNO.
           READ REGISTRO-FILE
               INVALID KEY
                   DISPLAY "  ERROR: no hay foto de la fecha "
                           WS-FECHA-RESTAURAR " turno " WS-TURNO
                           " en FOTOREG.DAT"
                   SET FALLA-RESTAURACION TO TRUE
           END-READ.
           IF FALLA-RESTAURACION
               CLOSE REGISTRO-FILE
               GO TO BUSCAR-FOTO-FIN
           END-IF.
           IF NOT FTR-VIGENTE
               DISPLAY "  ERROR: la foto de la fecha "
                       WS-FECHA-RESTAURAR " turno " WS-TURNO
                       " no esta vigente (estado " FTR-ESTADO ")"
               SET FALLA-RESTAURACION TO TRUE
               CLOSE REGISTRO-FILE
               GO TO BUSCAR-FOTO-FIN
           END-IF.
           MOVE FTR-RUN-ID        TO WS-FOTO-RUN-ID.
           MOVE FTR-CANT-MAESTRO  TO WS-FOTO-CANT-MAESTRO.
           MOVE FTR-CANT-SUSPENSO TO WS-FOTO-CANT-SUSPENSO.
           MOVE FTR-CANT-RECHREG  TO WS-FOTO-CANT-RECHREG.
           MOVE FTR-CANT-TRANSLIB TO WS-FOTO-CANT-TRANSLIB.
           MOVE FTR-CANT-ALMACEN  TO WS-FOTO-CANT-ALMACEN.
           DISPLAY "Foto tomada el " FTR-FECHA-TOMA " a las "
                   FTR-HORA-TOMA " por la corrida " FTR-RUN-ID.

           MOVE "N" TO WS-FIN-REGISTRO.
           START REGISTRO-FILE KEY IS GREATER THAN FTR-CLAVE
               INVALID KEY
                   SET FIN-REGISTRO TO TRUE
           END-START.
           PERFORM UNTIL FIN-REGISTRO
               READ REGISTRO-FILE NEXT RECORD
                   AT END
                       SET FIN-REGISTRO TO TRUE
                   NOT AT END
                       IF FTR-VIGENTE
                           DISPLAY "  ERROR: la foto de la fecha "
                                   FTR-FECHA " turno " FTR-TURNO
                                   " es posterior y sigue vigente; "
                                   "restaure primero esa noche"
                           SET FALLA-RESTAURACION TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF FALLA-RESTAURACION
               CLOSE REGISTRO-FILE
           END-IF.
       BUSCAR-FOTO-FIN.
           EXIT.

      *    GLREG.DAT solo existe si la interfaz contable ya corrio
      *    con el registro de lotes.
       REVISAR-LOTE-MAYOR.
           OPEN INPUT MAYOR-FILE.
           IF WS-MAYOR-STATUS NOT = "00"
               GO TO REVISAR-LOTE-MAYOR-FIN
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ MAYOR-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF GLR-FECHA = WS-FECHA-RESTAURAR
                          AND GLR-TURNO = WS-TURNO
                           DISPLAY "  AVISO: el lote " GLR-FECHA " "
                                   GLR-RUN-ID " turno " GLR-TURNO
                                   " ya se mando al mayor (estado "
                                   GLR-ESTADO "); el envio de la "
                                   "nueva corrida se suma, anule "
                                   "este lote en el mayor"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAYOR-FILE.
       REVISAR-LOTE-MAYOR-FIN.
           EXIT.

      *    La constancia se abre en EXTEND: cada restauracion agrega
      *    su propio bloque.
       ABRIR-REPORTE.
           OPEN EXTEND REPORTE-FILE.
           IF WS-REPORTE-STATUS NOT = "00"
               OPEN OUTPUT REPORTE-FILE
           END-IF.
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir RESTAURA.DAT "
                       "(status " WS-REPORTE-STATUS ")"
               SET FALLA-RESTAURACION TO TRUE
           END-IF.

      *    Los archivos indexados se regraban enteros desde la foto,
      *    que se tomo leyendolos en orden de clave. Despues de cada
      *    regrabacion el archivo se vuelve a contar: el conteo
      *    despues debe igualar el de la foto.
       RESTAURAR-MAESTRO.
           MOVE WS-FOTO-CANT-MAESTRO TO WS-REGISTROS-FOTO.
           PERFORM CONTAR-MAESTRO.
           MOVE WS-REGISTROS-CONTADOS TO WS-REGISTROS-ANTES.
           MOVE "FMAE" TO WS-PREFIJO-FOTO.
           PERFORM ABRIR-FOTO.
           IF FALLA-RESTAURACION
               GO TO RESTAURAR-MAESTRO-FIN
           END-IF.
           OPEN OUTPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo regrabar CALCMAST.DAT "
                       "(status " WS-MAESTRO-STATUS ")"
               SET FALLA-RESTAURACION TO TRUE
               CLOSE FOTO-FILE
               GO TO RESTAURAR-MAESTRO-FIN
           END-IF.
           PERFORM UNTIL FIN-FOTO
               READ FOTO-FILE
                   AT END
                       SET FIN-FOTO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REGISTROS-LEIDOS
                       MOVE FOTO-RECORD TO MAESTRO-RECORD
                       WRITE MAESTRO-RECORD
                       IF WS-MAESTRO-STATUS NOT = "00"
                           DISPLAY "  ERROR: no se pudo escribir "
                                   "CALCMAST.DAT (status "
                                   WS-MAESTRO-STATUS ")"
                           SET FALLA-RESTAURACION TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOTO-FILE.
           CLOSE MAESTRO-FILE.
           PERFORM CONTAR-MAESTRO.
           MOVE WS-REGISTROS-CONTADOS TO WS-REGISTROS-DESPUES.
           MOVE "CALCMAST.DAT" TO WS-NOMBRE-VIVO.
           PERFORM GRABAR-DETALLE-FOTO.
       RESTAURAR-MAESTRO-FIN.
           EXIT.

       CONTAR-MAESTRO.
           MOVE ZERO TO WS-REGISTROS-CONTADOS.
           MOVE "N"  TO WS-FIN-ARCHIVO.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ MAESTRO-FILE
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REGISTROS-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE MAESTRO-FILE
           END-IF.

       RESTAURAR-RECHREG.
           MOVE WS-FOTO-CANT-RECHREG TO WS-REGISTROS-FOTO.
           PERFORM CONTAR-RECHREG.
           MOVE WS-REGISTROS-CONTADOS TO WS-REGISTROS-ANTES.
           MOVE "FRCH" TO WS-PREFIJO-FOTO.
           PERFORM ABRIR-FOTO.
           IF FALLA-RESTAURACION
               GO TO RESTAURAR-RECHREG-FIN
           END-IF.
           OPEN OUTPUT RECHREG-FILE.
           IF WS-RECHREG-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo regrabar RECHREG.DAT "
                       "(status " WS-RECHREG-STATUS ")"
               SET FALLA-RESTAURACION TO TRUE
               CLOSE FOTO-FILE
               GO TO RESTAURAR-RECHREG-FIN
           END-IF.
           PERFORM UNTIL FIN-FOTO
               READ FOTO-FILE
                   AT END
                       SET FIN-FOTO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REGISTROS-LEIDOS
                       MOVE FOTO-RECORD TO RECHREG-RECORD
                       WRITE RECHREG-RECORD
                       IF WS-RECHREG-STATUS NOT = "00"
                           DISPLAY "  ERROR: no se pudo escribir "
                                   "RECHREG.DAT (status "
                                   WS-RECHREG-STATUS ")"
                           SET FALLA-RESTAURACION TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOTO-FILE.
           CLOSE RECHREG-FILE.
           PERFORM CONTAR-RECHREG.
           MOVE WS-REGISTROS-CONTADOS TO WS-REGISTROS-DESPUES.
           MOVE "RECHREG.DAT" TO WS-NOMBRE-VIVO.
           PERFORM GRABAR-DETALLE-FOTO.
       RESTAURAR-RECHREG-FIN.
           EXIT.

       CONTAR-RECHREG.
           MOVE ZERO TO WS-REGISTROS-CONTADOS.
           MOVE "N"  TO WS-FIN-ARCHIVO.
           OPEN INPUT RECHREG-FILE.
           IF WS-RECHREG-STATUS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ RECHREG-FILE
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REGISTROS-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE RECHREG-FILE
           END-IF.

       RESTAURAR-ALMACEN.
           MOVE WS-FOTO-CANT-ALMACEN TO WS-REGISTROS-FOTO.
           PERFORM CONTAR-ALMACEN.
           MOVE WS-REGISTROS-CONTADOS TO WS-REGISTROS-ANTES.
           MOVE "FALM" TO WS-PREFIJO-FOTO.
           PERFORM ABRIR-FOTO.
           IF FALLA-RESTAURACION
               GO TO RESTAURAR-ALMACEN-FIN
           END-IF.
           OPEN OUTPUT ALMACEN-FILE.
           IF WS-ALMACEN-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo regrabar ALMACEN.DAT "
                       "(status " WS-ALMACEN-STATUS ")"
               SET FALLA-RESTAURACION TO TRUE
               CLOSE FOTO-FILE
               GO TO RESTAURAR-ALMACEN-FIN
           END-IF.
           PERFORM UNTIL FIN-FOTO
               READ FOTO-FILE
                   AT END
                       SET FIN-FOTO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REGISTROS-LEIDOS
                       MOVE FOTO-RECORD TO ALMACEN-RECORD
                       WRITE ALMACEN-RECORD
                       IF WS-ALMACEN-STATUS NOT = "00"
                           DISPLAY "  ERROR: no se pudo escribir "
                                   "ALMACEN.DAT (status "
                                   WS-ALMACEN-STATUS ")"
                           SET FALLA-RESTAURACION TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOTO-FILE.
           CLOSE ALMACEN-FILE.
           PERFORM CONTAR-ALMACEN.
           MOVE WS-REGISTROS-CONTADOS TO WS-REGISTROS-DESPUES.
           MOVE "ALMACEN.DAT" TO WS-NOMBRE-VIVO.
           PERFORM GRABAR-DETALLE-FOTO.
       RESTAURAR-ALMACEN-FIN.
           EXIT.

       CONTAR-ALMACEN.
           MOVE ZERO TO WS-REGISTROS-CONTADOS.
           MOVE "N"  TO WS-FIN-ARCHIVO.
           OPEN INPUT ALMACEN-FILE.
           IF WS-ALMACEN-STATUS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ALMACEN-FILE
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REGISTROS-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE ALMACEN-FILE
           END-IF.

      *    Suspenso y partidas liberadas: secuenciales, el mismo
      *    camino para los dos con el nombre en WS-NOMBRE-VIVO.
       RESTAURAR-VIVO.
           PERFORM CONTAR-VIVO.
           MOVE WS-REGISTROS-CONTADOS TO WS-REGISTROS-ANTES.
           PERFORM ABRIR-FOTO.
           IF FALLA-RESTAURACION
               GO TO RESTAURAR-VIVO-FIN
           END-IF.
           OPEN OUTPUT VIVO-FILE.
           IF WS-VIVO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo regrabar "
                       WS-NOMBRE-VIVO (1:12)
                       " (status " WS-VIVO-STATUS ")"
               SET FALLA-RESTAURACION TO TRUE
               CLOSE FOTO-FILE
               GO TO RESTAURAR-VIVO-FIN
           END-IF.
           PERFORM UNTIL FIN-FOTO
               READ FOTO-FILE
                   AT END
                       SET FIN-FOTO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REGISTROS-LEIDOS
                       MOVE FOTO-RECORD TO VIVO-RECORD
                       WRITE VIVO-RECORD
                       IF WS-VIVO-STATUS NOT = "00"
                           DISPLAY "  ERROR: no se pudo escribir "
                                   WS-NOMBRE-VIVO (1:12)
                                   " (status " WS-VIVO-STATUS ")"
                           SET FALLA-RESTAURACION TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOTO-FILE.
           CLOSE VIVO-FILE.
           PERFORM CONTAR-VIVO.
           MOVE WS-REGISTROS-CONTADOS TO WS-REGISTROS-DESPUES.
           PERFORM GRABAR-DETALLE-FOTO.
       RESTAURAR-VIVO-FIN.
           EXIT.

       CONTAR-VIVO.
           MOVE ZERO TO WS-REGISTROS-CONTADOS.
           MOVE "N"  TO WS-FIN-ARCHIVO.
           OPEN INPUT VIVO-FILE.
           IF WS-VIVO-STATUS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ VIVO-FILE
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REGISTROS-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE VIVO-FILE
           END-IF.

       ABRIR-FOTO.
           MOVE ZERO TO WS-REGISTROS-LEIDOS WS-REGISTROS-DESPUES.
           MOVE "N"  TO WS-FIN-FOTO.
           MOVE SPACES TO WS-NOMBRE-FOTO.
           STRING WS-PREFIJO-FOTO WS-FECHA-RESTAURAR WS-TURNO ".DAT"
               DELIMITED BY SIZE
               INTO WS-NOMBRE-FOTO.
           OPEN INPUT FOTO-FILE.
           IF WS-FOTO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir la foto "
                       WS-NOMBRE-FOTO " (status " WS-FOTO-STATUS ")"
               SET FALLA-RESTAURACION TO TRUE
           END-IF.

      *    Un archivo vuelve bien si la foto se leyo entera y el
      *    archivo regrabado tiene los registros que anoto la foto.
       GRABAR-DETALLE-FOTO.
           MOVE WS-NOMBRE-VIVO (1:12) TO REP-DET-NOMBRE.
           MOVE WS-REGISTROS-ANTES    TO REP-DET-ANTES.
           MOVE " FOTO       "        TO REP-DET-ROTULO.
           MOVE WS-REGISTROS-FOTO     TO REP-DET-MEDIO.
           MOVE WS-REGISTROS-DESPUES  TO REP-DET-DESPUES.
           IF WS-REGISTROS-LEIDOS = WS-REGISTROS-FOTO
              AND WS-REGISTROS-DESPUES = WS-REGISTROS-FOTO
               MOVE "OK" TO REP-DET-VEREDICTO
           ELSE
               MOVE "MAL" TO REP-DET-VEREDICTO
               SET FALLA-RESTAURACION TO TRUE
           END-IF.
           MOVE REP-DETALLE TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           DISPLAY "  " WS-NOMBRE-VIVO (1:12) ": antes "
                   WS-REGISTROS-ANTES " foto " WS-REGISTROS-FOTO
                   " despues " WS-REGISTROS-DESPUES " "
                   REP-DET-VEREDICTO.

      *    Primera pasada: los registros de la fecha y turno
      *    restaurados se cuentan y se descartan, el resto va al
      *    archivo de trabajo. Segunda pasada: el trabajo vuelve a
      *    la bitacora. Los conteos deben cerrar como en
      *    ARCHIVA-BITACORA (antes = recortados + despues).
       RECORTAR-AUDITORIA.
           MOVE ZERO TO WS-REGISTROS-ANTES WS-REGISTROS-RECORTADOS
                        WS-REGISTROS-DESPUES.
           MOVE "N"  TO WS-FIN-ARCHIVO.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "  CALCAUD.DAT no existe (status "
                       WS-AUDIT-STATUS "), no hay nada que recortar"
               GO TO RECORTAR-AUDITORIA-FIN
           END-IF.
           OPEN OUTPUT TRABAJO-FILE.
           IF WS-TRABAJO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir RESTTRAB.DAT "
                       "(status " WS-TRABAJO-STATUS ")"
               CLOSE AUDIT-FILE
               SET FALLA-RESTAURACION TO TRUE
               GO TO RECORTAR-AUDITORIA-FIN
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ AUDIT-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REGISTROS-ANTES
                       PERFORM CLASIFICAR-AUDITORIA
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE TRABAJO-FILE.
           PERFORM REGRABAR-AUDITORIA THRU REGRABAR-AUDITORIA-FIN.

           MOVE "CALCAUD.DAT"           TO REP-DET-NOMBRE.
           MOVE WS-REGISTROS-ANTES      TO REP-DET-ANTES.
           MOVE " RECORTADOS "          TO REP-DET-ROTULO.
           MOVE WS-REGISTROS-RECORTADOS TO REP-DET-MEDIO.
           MOVE WS-REGISTROS-DESPUES    TO REP-DET-DESPUES.
           IF WS-REGISTROS-ANTES =
                   WS-REGISTROS-RECORTADOS + WS-REGISTROS-DESPUES
               MOVE "OK" TO REP-DET-VEREDICTO
           ELSE
               MOVE "MAL" TO REP-DET-VEREDICTO
               SET FALLA-RESTAURACION TO TRUE
           END-IF.
           MOVE REP-DETALLE TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           DISPLAY "  CALCAUD.DAT: antes " WS-REGISTROS-ANTES
                   " recortados " WS-REGISTROS-RECORTADOS
                   " despues " WS-REGISTROS-DESPUES " "
                   REP-DET-VEREDICTO.
       RECORTAR-AUDITORIA-FIN.
           EXIT.

      *    Un registro con clave ilegible no es de ningun turno y
      *    se conserva.
       CLASIFICAR-AUDITORIA.
           IF AUD-FECHA = WS-FECHA-RESTAURAR
              AND AUD-CLAVE IS NUMERIC
              AND AUD-TURNO = WS-TURNO-DIGITO
               ADD 1 TO WS-REGISTROS-RECORTADOS
           ELSE
               MOVE AUDIT-RECORD TO TRABAJO-RECORD
               WRITE TRABAJO-RECORD
               IF WS-TRABAJO-STATUS NOT = "00"
                   DISPLAY "  ERROR: no se pudo escribir "
                           "RESTTRAB.DAT (status "
                           WS-TRABAJO-STATUS ")"
                   SET FALLA-RESTAURACION TO TRUE
               END-IF
           END-IF.

       REGRABAR-AUDITORIA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT TRABAJO-FILE.
           IF WS-TRABAJO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo releer RESTTRAB.DAT "
                       "(status " WS-TRABAJO-STATUS ")"
               SET FALLA-RESTAURACION TO TRUE
               GO TO REGRABAR-AUDITORIA-FIN
           END-IF.
           OPEN OUTPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo regrabar CALCAUD.DAT "
                       "(status " WS-AUDIT-STATUS ")"
               CLOSE TRABAJO-FILE
               SET FALLA-RESTAURACION TO TRUE
               GO TO REGRABAR-AUDITORIA-FIN
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ TRABAJO-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE TRABAJO-RECORD TO AUDIT-RECORD
                       WRITE AUDIT-RECORD
                       IF WS-AUDIT-STATUS NOT = "00"
                           DISPLAY "  ERROR: no se pudo escribir "
                                   "CALCAUD.DAT (status "
                                   WS-AUDIT-STATUS ")"
                           SET FALLA-RESTAURACION TO TRUE
                       END-IF
                       ADD 1 TO WS-REGISTROS-DESPUES
               END-READ
           END-PERFORM.
           CLOSE TRABAJO-FILE.
           CLOSE AUDIT-FILE.
       REGRABAR-AUDITORIA-FIN.
           EXIT.

      *    Sin checkpoint la nueva corrida arranca de cero.
       VACIAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo vaciar CALCCHK.DAT "
                       "(status " WS-CHECKPOINT-STATUS ")"
               SET FALLA-RESTAURACION TO TRUE
           ELSE
               CLOSE CHECKPOINT-FILE
               DISPLAY "  CALCCHK.DAT vaciado"
           END-IF.

      *    RUNCTL.DAT vale por el ultimo registro de la fecha y
      *    turno: el estado R deja correr de nuevo en MODO NORMAL.
       ANOTAR-RUNCTL.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES                TO RUNCTL-RECORD.
           MOVE WS-FECHA-RESTAURAR    TO RUN-FECHA.
           MOVE WS-FOTO-RUN-ID        TO RUN-RUN-ID.
           MOVE WS-HORA-SISTEMA (1:6) TO RUN-HORA-INICIO.
           MOVE WS-HORA-SISTEMA (1:6) TO RUN-HORA-FIN.
           MOVE "R"                   TO RUN-ESTADO.
           MOVE ZERO                  TO RUN-CONDICION.
           MOVE WS-TURNO              TO RUN-TURNO.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir RUNCTL.DAT "
                       "(status " WS-RUNCTL-STATUS ")"
               SET FALLA-RESTAURACION TO TRUE
           ELSE
               WRITE RUNCTL-RECORD
               IF WS-RUNCTL-STATUS NOT = "00"
                   DISPLAY "  ERROR: no se pudo escribir "
                           "RUNCTL.DAT (status "
                           WS-RUNCTL-STATUS ")"
                   SET FALLA-RESTAURACION TO TRUE
               END-IF
               CLOSE RUNCTL-FILE
           END-IF.

      *    La foto restaurada ya no se puede volver a usar: la noche
      *    que corre de nuevo toma la suya.
       MARCAR-FOTO.
           MOVE WS-FECHA-RESTAURAR TO FTR-FECHA.
           MOVE WS-TURNO           TO FTR-TURNO.
           READ REGISTRO-FILE
               INVALID KEY
                   MOVE "23" TO WS-REGISTRO-STATUS
           END-READ.
           IF WS-REGISTRO-STATUS = "00"
               SET FTR-RESTAURADA    TO TRUE
               MOVE WS-FECHA-SISTEMA TO FTR-FECHA-BAJA
               REWRITE FOTOREG-RECORD
           END-IF.
           IF WS-REGISTRO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo marcar restaurada la "
                       "foto en FOTOREG.DAT (status "
                       WS-REGISTRO-STATUS ")"
               SET FALLA-RESTAURACION TO TRUE
           END-IF.

       ESCRIBIR-REPORTE.
           WRITE REPORTE-LINE.
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir RESTAURA.DAT "
                       "(status " WS-REPORTE-STATUS ")"
           END-IF.
