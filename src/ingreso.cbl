      *****************************************************************
      * Programa: Ingreso de Operador                                *
      * Descripción: Subprograma que llaman por CALL USING los       *
      *              programas de consola de mantenimiento           *
      *              (MANT-MAESTRO, MANT-SUSPENSO, MANT-CUENTAS y    *
      *              MANT-OPERADOR) para identificar al operador     *
      *              contra OPERADOR.DAT antes de mostrar el menú, y *
      *              para pedir la aprobación de un segundo operador *
      *              en las acciones con doble control. Da hasta     *
      *              tres intentos por llamada; tres claves erradas  *
      *              seguidas de un mismo operador lo bloquean, y    *
      *              sólo el administrador lo desbloquea desde       *
      *              MANT-OPERADOR. Cada intento, aceptado o no,     *
      *              queda en la bitácora de accesos ACCESLOG.DAT.   *
      *              Sin OPERADOR.DAT o sin bitácora de accesos no   *
      *              se acepta ningún ingreso.                       *
      *              El área de la llamada se describe en SESREC.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGRESO-OPERADOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT ACCESO-FILE ASSIGN TO "ACCESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-FILE.
           COPY OPERREC.

      *    Bitacora de accesos, un renglon por evento:
      *      I = ingreso aceptado
      *      F = clave errada
      *      B = operador bloqueado por intentos fallidos
      *      D = ingreso denegado (operador desconocido, bloqueado
      *          o inactivo)
      *      A = aprobacion dada por un segundo operador
      *      R = aprobacion rehusada (mismo operador o nivel
      *          insuficiente)
      *    MANT-OPERADOR agrega los eventos de mantenimiento de
      *    operadores (N, M, C, E). ACC-AFECTADO es el operador
      *    sobre el que recae el evento cuando no es el mismo.
       FD  ACCESO-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  ACCESO-RECORD.
           05  ACC-FECHA             PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  ACC-HORA              PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  ACC-PROGRAMA          PIC X(16).
           05  FILLER                PIC X VALUE SPACE.
           05  ACC-EVENTO            PIC X(1).
           05  FILLER                PIC X VALUE SPACE.
           05  ACC-OPERADOR          PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  ACC-AFECTADO          PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-OPERADOR-STATUS        PIC X(2) VALUE "00".
       01  WS-ACCESO-STATUS          PIC X(2) VALUE "00".
       01  WS-FECHA-SISTEMA          PIC 9(8) VALUE ZERO.
       01  WS-HORA-SISTEMA.
           05  WS-HORA-HH            PIC 9(2).
           05  WS-HORA-MM            PIC 9(2).
           05  WS-HORA-SS            PIC 9(2).
           05  WS-HORA-CC            PIC 9(2).
       01  WS-ENTRADA-ID             PIC X(8) VALUE SPACES.
       01  WS-ENTRADA-CLAVE          PIC X(8) VALUE SPACES.
       01  WS-INTENTOS               PIC 9(1) VALUE ZERO.
       01  WS-MAX-INTENTOS           PIC 9(1) VALUE 3.
       01  WS-FIN-INGRESO            PIC X(1) VALUE "N".
           88  FIN-INGRESO           VALUE "S".
       01  WS-EVENTO                 PIC X(1) VALUE SPACE.

       LINKAGE SECTION.
       COPY SESREC.

       PROCEDURE DIVISION USING SESION-AREA.
       INICIO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE "N"  TO SES-RESULTADO.
           MOVE "N"  TO WS-FIN-INGRESO.
           MOVE ZERO TO WS-INTENTOS.
           IF SES-MODO-APROBACION
               MOVE SPACES TO SES-APROBADOR
           ELSE
               MOVE SPACES TO SES-OPERADOR
               MOVE ZERO   TO SES-NIVEL
           END-IF.

           OPEN I-O OPERADOR-FILE.
           IF WS-OPERADOR-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir OPERADOR.DAT "
                       "(status " WS-OPERADOR-STATUS "); los "
                       "operadores se dan de alta con MANT-OPERADOR"
               GOBACK
           END-IF.

           OPEN EXTEND ACCESO-FILE.
           IF WS-ACCESO-STATUS NOT = "00"
               OPEN OUTPUT ACCESO-FILE
           END-IF.
           IF WS-ACCESO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir ACCESLOG.DAT "
                       "(status " WS-ACCESO-STATUS ")"
               CLOSE OPERADOR-FILE
               GOBACK
           END-IF.

           IF SES-MODO-APROBACION
               DISPLAY "Aprobacion de un segundo operador (nivel "
                       SES-NIVEL-MINIMO " o mayor)"
           ELSE
               DISPLAY "Ingreso de operador a " SES-PROGRAMA
           END-IF.

           PERFORM UNTIL SES-ACEPTADO
                      OR FIN-INGRESO
                      OR WS-INTENTOS NOT < WS-MAX-INTENTOS
               PERFORM PEDIR-INGRESO THRU PEDIR-INGRESO-FIN
           END-PERFORM.

           IF NOT SES-ACEPTADO AND NOT FIN-INGRESO
               DISPLAY "  Se agotaron los intentos"
           END-IF.

           CLOSE OPERADOR-FILE.
           CLOSE ACCESO-FILE.
           GOBACK.

       PEDIR-INGRESO.
           ADD 1 TO WS-INTENTOS.
           MOVE SPACES TO WS-ENTRADA-ID WS-ENTRADA-CLAVE.
           DISPLAY "Operador (blanco = cancelar): " WITH NO ADVANCING.
           ACCEPT WS-ENTRADA-ID.
           IF WS-ENTRADA-ID = SPACES
               DISPLAY "  Ingreso cancelado"
               SET FIN-INGRESO TO TRUE
               GO TO PEDIR-INGRESO-FIN
           END-IF.
           DISPLAY "Clave: " WITH NO ADVANCING.
           ACCEPT WS-ENTRADA-CLAVE.

           MOVE WS-ENTRADA-ID TO OPE-ID.
           READ OPERADOR-FILE
               INVALID KEY
                   MOVE "23" TO WS-OPERADOR-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-OPERADOR-STATUS
           END-READ.
           IF WS-OPERADOR-STATUS NOT = "00"
               DISPLAY "  Operador o clave incorrectos"
               MOVE "D" TO WS-EVENTO
               PERFORM GRABAR-ACCESO
               GO TO PEDIR-INGRESO-FIN
           END-IF.
           IF NOT OPE-ACTIVO
               DISPLAY "  Operador bloqueado o dado de baja; "
                       "recurra al administrador"
               MOVE "D" TO WS-EVENTO
               PERFORM GRABAR-ACCESO
               GO TO PEDIR-INGRESO-FIN
           END-IF.

           IF OPE-CLAVE NOT = WS-ENTRADA-CLAVE
               PERFORM ANOTAR-CLAVE-ERRADA
               GO TO PEDIR-INGRESO-FIN
           END-IF.
           MOVE ZERO TO OPE-INTENTOS.

           IF SES-MODO-APROBACION
               PERFORM VERIFICAR-APROBADOR
           ELSE
               MOVE WS-FECHA-SISTEMA TO OPE-ULT-INGRESO
               MOVE OPE-ID    TO SES-OPERADOR
               MOVE OPE-NIVEL TO SES-NIVEL
               SET SES-ACEPTADO TO TRUE
               MOVE "I" TO WS-EVENTO
               DISPLAY "  Operador " OPE-ID " (" OPE-NOMBRE
                       ") nivel " OPE-NIVEL
           END-IF.
           PERFORM GRABAR-ACCESO.
           PERFORM REGRABAR-OPERADOR.
       PEDIR-INGRESO-FIN.
           EXIT.

      *    Las claves erradas se cuentan seguidas en el registro del
      *    operador, no por llamada: al tercer error el operador
      *    queda bloqueado aunque los intentos vengan de sesiones
      *    distintas. Un ingreso correcto vuelve la cuenta a cero.
       ANOTAR-CLAVE-ERRADA.
           ADD 1 TO OPE-INTENTOS.
           IF OPE-INTENTOS NOT < WS-MAX-INTENTOS
               SET OPE-BLOQUEADO TO TRUE
               MOVE "B" TO WS-EVENTO
               DISPLAY "  Operador bloqueado por intentos fallidos; "
                       "recurra al administrador"
               SET FIN-INGRESO TO TRUE
           ELSE
               MOVE "F" TO WS-EVENTO
               DISPLAY "  Operador o clave incorrectos"
           END-IF.
           PERFORM GRABAR-ACCESO.
           PERFORM REGRABAR-OPERADOR.

      *    Doble control: quien aprueba no puede ser quien pide la
      *    accion y debe tener el nivel que la accion exige.
       VERIFICAR-APROBADOR.
           MOVE "R" TO WS-EVENTO.
           IF OPE-ID = SES-OPERADOR
               DISPLAY "  La aprobacion debe darla otro operador"
           ELSE
               IF OPE-NIVEL < SES-NIVEL-MINIMO
                   DISPLAY "  El operador " OPE-ID " no tiene "
                           "nivel para aprobar"
               ELSE
                   MOVE OPE-ID TO SES-APROBADOR
                   SET SES-ACEPTADO TO TRUE
                   MOVE "A" TO WS-EVENTO
                   DISPLAY "  Aprobado por " OPE-ID
               END-IF
           END-IF.

       REGRABAR-OPERADOR.
           REWRITE OPERADOR-RECORD.
           IF WS-OPERADOR-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo regrabar OPERADOR.DAT "
                       "(status " WS-OPERADOR-STATUS ")"
           END-IF.

       GRABAR-ACCESO.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES                TO ACCESO-RECORD.
           MOVE WS-FECHA-SISTEMA      TO ACC-FECHA.
           MOVE WS-HORA-SISTEMA (1:6) TO ACC-HORA.
           MOVE SES-PROGRAMA          TO ACC-PROGRAMA.
           MOVE WS-EVENTO             TO ACC-EVENTO.
           MOVE WS-ENTRADA-ID         TO ACC-OPERADOR.
           IF SES-MODO-APROBACION
               MOVE SES-OPERADOR      TO ACC-AFECTADO
           END-IF.
           WRITE ACCESO-RECORD.
           IF WS-ACCESO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir ACCESLOG.DAT "
                       "(status " WS-ACCESO-STATUS ")"
           END-IF.
