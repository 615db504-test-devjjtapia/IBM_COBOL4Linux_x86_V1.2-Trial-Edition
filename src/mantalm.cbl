      *****************************************************************
      * Programa: Mantenimiento del Almacén                          *
      * Descripción: Programa de consola para el operador sobre el   *
      *              almacén ALMACEN.DAT de transacciones con fecha  *
      *              efectiva futura que guarda VALIDA-TRANSACC:     *
      *              lista las partidas pendientes (todas o las de   *
      *              una sucursal) y anula una partida antes de que  *
      *              LIBERA-ALMACEN la libere en su fecha efectiva.  *
      *              La partida anulada queda en el almacén con      *
      *              estado A, el operador y la fecha; no se libera. *
      *              La sesión empieza con el ingreso del operador   *
      *              (INGRESO-OPERADOR contra OPERADOR.DAT): listar  *
      *              pide nivel 1 y anular nivel 3. Cada anulación   *
      *              queda en la bitácora ALMLOG.DAT, que            *
      *              ACTIVIDAD-MANT incluye en su reporte diario.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-ALMACEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALMACEN-FILE ASSIGN TO "ALMACEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-CLAVE
               FILE STATUS IS WS-ALMACEN-STATUS.

           SELECT LOG-FILE ASSIGN TO "ALMLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALMACEN-FILE.
           COPY ALMREC.

      *    Acciones de la bitacora:
      *      N = partida anulada
      *    ALG-TRANSACCION lleva la transaccion tal como se guardo.
       FD  LOG-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01  LOG-RECORD.
           05  ALG-FECHA             PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  ALG-HORA              PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  ALG-ACCION            PIC X(1).
           05  FILLER                PIC X VALUE SPACE.
           05  ALG-OPERADOR          PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  ALG-CLAVE             PIC X(23).
           05  FILLER                PIC X VALUE SPACE.
           05  ALG-TRANSACCION       PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-ALMACEN-STATUS         PIC X(2) VALUE "00".
       01  WS-LOG-STATUS             PIC X(2) VALUE "00".
       01  WS-LOG-ACCION             PIC X(1) VALUE SPACE.
       01  WS-FECHA-SISTEMA          PIC 9(8) VALUE ZERO.
       01  WS-HORA-SISTEMA.
           05  WS-HORA-HH            PIC 9(2).
           05  WS-HORA-MM            PIC 9(2).
           05  WS-HORA-SS            PIC 9(2).
           05  WS-HORA-CC            PIC 9(2).
       01  WS-FIN-ALMACEN            PIC X(1) VALUE "N".
           88  FIN-ALMACEN           VALUE "S".
       01  WS-FIN-MENU               PIC X(1) VALUE "N".
           88  FIN-MENU              VALUE "S".
       01  WS-OPCION                 PIC X(1) VALUE SPACE.
           88  OPCION-LISTA          VALUE "1".
           88  OPCION-ANULA          VALUE "2".
           88  OPCION-TERMINA        VALUE "9".
       01  WS-SUCURSAL-PEDIDA        PIC X(2) VALUE SPACES.
       01  WS-CLAVE-PEDIDA           PIC X(23) VALUE SPACES.
       01  WS-PARTIDA-HALLADA        PIC X(1) VALUE "N".
           88  PARTIDA-HALLADA       VALUE "S".
       01  WS-CANT-LISTADAS          PIC 9(6) VALUE ZERO.

       COPY SESREC.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "============================================".
           DISPLAY "  MANT-ALMACEN: partidas con fecha efectiva ".
           DISPLAY "============================================".

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE "MANT-ALMACEN" TO SES-PROGRAMA.
           MOVE "I"            TO SES-MODO.
           CALL "INGRESO-OPERADOR" USING SESION-AREA
           END-CALL.
           IF NOT SES-ACEPTADO
               DISPLAY "MANT-ALMACEN: ingreso rechazado"
               GOBACK
           END-IF.

           OPEN I-O ALMACEN-FILE.
           IF WS-ALMACEN-STATUS = "35"
               DISPLAY "  No hay almacen de partidas, nada que "
                       "mantener"
               GOBACK
           END-IF.
           IF WS-ALMACEN-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir ALMACEN.DAT "
                       "(status " WS-ALMACEN-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir ALMLOG.DAT "
                       "(status " WS-LOG-STATUS ")"
               CLOSE ALMACEN-FILE
               GOBACK
           END-IF.

           PERFORM UNTIL FIN-MENU
               PERFORM MOSTRAR-MENU
               EVALUATE TRUE
                   WHEN OPCION-LISTA
                       PERFORM LISTAR-ALMACEN
                   WHEN OPCION-ANULA
                       PERFORM ANULAR-PARTIDA
                           THRU ANULAR-PARTIDA-FIN
                   WHEN OPCION-TERMINA
                       SET FIN-MENU TO TRUE
                   WHEN OTHER
                       DISPLAY "  Opcion no valida"
               END-EVALUATE
           END-PERFORM.

           CLOSE ALMACEN-FILE.
           CLOSE LOG-FILE.
           DISPLAY "MANT-ALMACEN: fin de sesion".
           GOBACK.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "Opciones:".
           DISPLAY "  1 = Listar las partidas pendientes".
           DISPLAY "  2 = Anular una partida".
           DISPLAY "  9 = Terminar".
           DISPLAY "Opcion: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.

      *    La clave se muestra completa (fecha efectiva, fecha de
      *    ingreso, turno y secuencia) porque es la que pide la
      *    anulacion.
       LISTAR-ALMACEN.
           DISPLAY "Sucursal (en blanco = todas): "
                   WITH NO ADVANCING.
           ACCEPT WS-SUCURSAL-PEDIDA.
           MOVE ZERO TO WS-CANT-LISTADAS.
           MOVE "N"  TO WS-FIN-ALMACEN.
           MOVE LOW-VALUES TO ALM-CLAVE.
           START ALMACEN-FILE KEY IS NOT LESS THAN ALM-CLAVE
               INVALID KEY
                   SET FIN-ALMACEN TO TRUE
           END-START.
           DISPLAY "  CLAVE                   SUC CUENTA OP "
                   "NUM-1 NUM-2".
           PERFORM UNTIL FIN-ALMACEN
               READ ALMACEN-FILE NEXT RECORD
                   AT END
                       SET FIN-ALMACEN TO TRUE
                   NOT AT END
                       IF ALM-PENDIENTE
                          AND (WS-SUCURSAL-PEDIDA = SPACES
                           OR WS-SUCURSAL-PEDIDA = ALM-SUCURSAL)
                           ADD 1 TO WS-CANT-LISTADAS
                           DISPLAY "  " ALM-CLAVE " " ALM-SUCURSAL
                                   "  " ALM-CUENTA "   "
                                   ALM-OPERACION "  " ALM-NUMERO-1
                                   "  " ALM-NUMERO-2
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CANT-LISTADAS = ZERO
               DISPLAY "  No hay partidas pendientes"
           ELSE
               DISPLAY "  Partidas pendientes: " WS-CANT-LISTADAS
           END-IF.

       ANULAR-PARTIDA.
           IF SES-NIVEL < 3
               DISPLAY "  La anulacion pide nivel 3 o mayor"
               GO TO ANULAR-PARTIDA-FIN
           END-IF.
           DISPLAY "Clave de la partida (23 digitos): "
                   WITH NO ADVANCING.
           ACCEPT WS-CLAVE-PEDIDA.
           IF WS-CLAVE-PEDIDA IS NOT NUMERIC
               DISPLAY "  Clave invalida"
               GO TO ANULAR-PARTIDA-FIN
           END-IF.
           MOVE WS-CLAVE-PEDIDA TO ALM-CLAVE.
           MOVE "S" TO WS-PARTIDA-HALLADA.
           READ ALMACEN-FILE
               INVALID KEY
                   MOVE "N" TO WS-PARTIDA-HALLADA
                   DISPLAY "  Partida inexistente"
           END-READ.
           IF NOT PARTIDA-HALLADA
               GO TO ANULAR-PARTIDA-FIN
           END-IF.
           IF NOT ALM-PENDIENTE
               DISPLAY "  La partida no esta pendiente"
               GO TO ANULAR-PARTIDA-FIN
           END-IF.
           DISPLAY "Partida: " ALM-TRANSACCION.
           SET ALM-ANULADA       TO TRUE.
           MOVE WS-FECHA-SISTEMA TO ALM-FECHA-ESTADO.
           MOVE SES-OPERADOR     TO ALM-OPERADOR.
           REWRITE ALMACEN-RECORD.
           IF WS-ALMACEN-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo regrabar la partida "
                       "en ALMACEN.DAT (status "
                       WS-ALMACEN-STATUS ")"
               GO TO ANULAR-PARTIDA-FIN
           END-IF.
           MOVE "N" TO WS-LOG-ACCION.
           PERFORM GRABAR-LOG.
           DISPLAY "  Partida anulada".
       ANULAR-PARTIDA-FIN.
           EXIT.

       GRABAR-LOG.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES                TO LOG-RECORD.
           MOVE WS-FECHA-SISTEMA      TO ALG-FECHA.
           MOVE WS-HORA-SISTEMA (1:6) TO ALG-HORA.
           MOVE WS-LOG-ACCION         TO ALG-ACCION.
           MOVE SES-OPERADOR          TO ALG-OPERADOR.
           MOVE ALM-CLAVE             TO ALG-CLAVE.
           MOVE ALM-TRANSACCION       TO ALG-TRANSACCION.
           WRITE LOG-RECORD.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir ALMLOG.DAT "
                       "(status " WS-LOG-STATUS ")"
           END-IF.
