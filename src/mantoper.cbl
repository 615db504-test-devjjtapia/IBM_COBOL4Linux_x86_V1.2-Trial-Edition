      *****************************************************************
      * Programa: Mantenimiento de Operadores                        *
      * Descripción: Programa de consola del administrador sobre el  *
      *              archivo de operadores OPERADOR.DAT contra el    *
      *              que INGRESO-OPERADOR identifica a quien usa los *
      *              programas de mantenimiento: listado, alta de un *
      *              operador, cambio de nivel de autoridad, clave   *
      *              nueva (que también desbloquea o reactiva al     *
      *              operador) y baja. Exige ingreso con nivel 4     *
      *              (administrador). Si el archivo no existe o está *
      *              vacío se crea y se da de alta al primer         *
      *              administrador sin pedir ingreso. Cada cambio    *
      *              queda en la bitácora de accesos ACCESLOG.DAT    *
      *              con el administrador y el operador afectado.    *
      *              El administrador no puede darse de baja ni      *
      *              cambiarse el nivel a sí mismo.                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-OPERADOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT ACCESO-FILE ASSIGN TO "ACCESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-FILE.
           COPY OPERREC.

      *    Mismo layout que escribe INGRESO-OPERADOR; eventos de este
      *    programa:
      *      N = alta de operador
      *      M = cambio de nivel
      *      C = clave nueva (desbloqueo o reactivacion)
      *      E = baja de operador
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
       01  WS-OPCION                 PIC X(1) VALUE SPACE.
           88  OPCION-LISTADO        VALUE "1".
           88  OPCION-ALTA           VALUE "2".
           88  OPCION-NIVEL          VALUE "3".
           88  OPCION-CLAVE          VALUE "4".
           88  OPCION-BAJA           VALUE "5".
           88  OPCION-TERMINA        VALUE "9".
       01  WS-FIN-MENU               PIC X(1) VALUE "N".
           88  FIN-MENU              VALUE "S".
       01  WS-FIN-LISTADO            PIC X(1) VALUE "N".
           88  FIN-LISTADO           VALUE "S".
       01  WS-ARCHIVO-VACIO          PIC X(1) VALUE "N".
           88  ARCHIVO-VACIO         VALUE "S".
       01  WS-ENTRADA                PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-PEDIDO        PIC X(8) VALUE SPACES.
       01  WS-LISTADOS               PIC 9(6) VALUE ZERO.
       01  WS-CONFIRMA               PIC X(1) VALUE SPACE.
       01  WS-EVENTO                 PIC X(1) VALUE SPACE.
       01  WS-ALTA-HECHA             PIC X(1) VALUE "N".
           88  ALTA-HECHA            VALUE "S".

       COPY SESREC.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "============================================".
           DISPLAY "  MANT-OPERADOR: operadores y autoridad     ".
           DISPLAY "============================================".

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE "MANT-OPERADOR" TO SES-PROGRAMA.

           PERFORM VERIFICAR-ARCHIVO THRU VERIFICAR-ARCHIVO-FIN.
           IF WS-OPERADOR-STATUS NOT = "00"
               GOBACK
           END-IF.

           IF NOT ARCHIVO-VACIO
               MOVE "I" TO SES-MODO
               CALL "INGRESO-OPERADOR" USING SESION-AREA
               END-CALL
               IF NOT SES-ACEPTADO
                   DISPLAY "MANT-OPERADOR: ingreso rechazado"
                   GOBACK
               END-IF
               IF SES-NIVEL < 4
                   DISPLAY "  El operador " SES-OPERADOR " no es "
                           "administrador"
                   GOBACK
               END-IF
           END-IF.

           OPEN I-O OPERADOR-FILE.
           IF WS-OPERADOR-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir OPERADOR.DAT "
                       "(status " WS-OPERADOR-STATUS ")"
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

           IF ARCHIVO-VACIO
               PERFORM ALTA-PRIMER-ADMINISTRADOR
                   THRU ALTA-PRIMER-ADMINISTRADOR-FIN
               IF NOT ALTA-HECHA
                   SET FIN-MENU TO TRUE
               END-IF
           END-IF.

           PERFORM UNTIL FIN-MENU
               PERFORM MOSTRAR-MENU
               EVALUATE TRUE
                   WHEN OPCION-LISTADO
                       PERFORM LISTAR-OPERADORES
                   WHEN OPCION-ALTA
                       PERFORM ALTA-OPERADOR THRU ALTA-OPERADOR-FIN
                   WHEN OPCION-NIVEL
                       PERFORM CAMBIAR-NIVEL THRU CAMBIAR-NIVEL-FIN
                   WHEN OPCION-CLAVE
                       PERFORM CAMBIAR-CLAVE THRU CAMBIAR-CLAVE-FIN
                   WHEN OPCION-BAJA
                       PERFORM BAJA-OPERADOR THRU BAJA-OPERADOR-FIN
                   WHEN OPCION-TERMINA
                       SET FIN-MENU TO TRUE
                   WHEN OTHER
                       DISPLAY "  Opcion no valida"
               END-EVALUATE
           END-PERFORM.

           CLOSE OPERADOR-FILE.
           CLOSE ACCESO-FILE.
           DISPLAY "MANT-OPERADOR: fin de sesion".
           GOBACK.

      *    Primera vez: el archivo de operadores no existe o no
      *    tiene registros; se crea vacio y la sesion arranca con
      *    el alta del primer administrador.
       VERIFICAR-ARCHIVO.
           OPEN I-O OPERADOR-FILE.
           IF WS-OPERADOR-STATUS = "35"
               *> Primera sesion: el archivo de operadores no existe
               OPEN OUTPUT OPERADOR-FILE
               CLOSE OPERADOR-FILE
               OPEN I-O OPERADOR-FILE
           END-IF.
           IF WS-OPERADOR-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir OPERADOR.DAT "
                       "(status " WS-OPERADOR-STATUS ")"
               GO TO VERIFICAR-ARCHIVO-FIN
           END-IF.
           MOVE LOW-VALUES TO OPE-ID.
           START OPERADOR-FILE KEY IS NOT LESS THAN OPE-ID
               INVALID KEY
                   SET ARCHIVO-VACIO TO TRUE
           END-START.
           IF NOT ARCHIVO-VACIO
               READ OPERADOR-FILE NEXT RECORD
                   AT END
                       SET ARCHIVO-VACIO TO TRUE
               END-READ
           END-IF.
           CLOSE OPERADOR-FILE.
           MOVE "00" TO WS-OPERADOR-STATUS.
       VERIFICAR-ARCHIVO-FIN.
           EXIT.

       ALTA-PRIMER-ADMINISTRADOR.
           DISPLAY "No hay operadores: alta del primer administrador".
           MOVE SPACES TO WS-OPERADOR-PEDIDO.
           DISPLAY "Codigo de operador (8 caracteres): "
                   WITH NO ADVANCING.
           ACCEPT WS-OPERADOR-PEDIDO.
           IF WS-OPERADOR-PEDIDO = SPACES
               DISPLAY "  Falta el codigo, alta cancelada"
               GO TO ALTA-PRIMER-ADMINISTRADOR-FIN
           END-IF.
           MOVE WS-OPERADOR-PEDIDO TO SES-OPERADOR.
           MOVE 4                  TO SES-NIVEL.
           PERFORM ARMAR-OPERADOR THRU ARMAR-OPERADOR-FIN.
           IF NOT ALTA-HECHA
               GO TO ALTA-PRIMER-ADMINISTRADOR-FIN
           END-IF.
           MOVE 4 TO OPE-NIVEL.
           PERFORM GRABAR-OPERADOR-NUEVO.
       ALTA-PRIMER-ADMINISTRADOR-FIN.
           EXIT.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "Opciones:".
           DISPLAY "  1 = Listar los operadores".
           DISPLAY "  2 = Alta de un operador".
           DISPLAY "  3 = Cambiar el nivel de autoridad".
           DISPLAY "  4 = Clave nueva (desbloquea o reactiva)".
           DISPLAY "  5 = Baja de un operador".
           DISPLAY "  9 = Terminar".
           DISPLAY "Opcion: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.

       PEDIR-OPERADOR.
           MOVE SPACES TO WS-OPERADOR-PEDIDO.
           DISPLAY "Codigo de operador: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR-PEDIDO.

       LEER-OPERADOR-PEDIDO.
           MOVE WS-OPERADOR-PEDIDO TO OPE-ID.
           READ OPERADOR-FILE
               INVALID KEY
                   MOVE "23" TO WS-OPERADOR-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-OPERADOR-STATUS
           END-READ.

       MOSTRAR-OPERADOR.
           DISPLAY "  " OPE-ID "  " OPE-NOMBRE
                   "  Nivel: " OPE-NIVEL
                   "  Estado: " OPE-ESTADO
                   "  Alta: " OPE-FECHA-ALTA
                   "  Ult. ingreso: " OPE-ULT-INGRESO.

       LISTAR-OPERADORES.
           MOVE LOW-VALUES TO OPE-ID.
           MOVE "N"  TO WS-FIN-LISTADO.
           MOVE ZERO TO WS-LISTADOS.
           START OPERADOR-FILE KEY IS NOT LESS THAN OPE-ID
               INVALID KEY
                   SET FIN-LISTADO TO TRUE
           END-START.
           PERFORM UNTIL FIN-LISTADO
               READ OPERADOR-FILE NEXT RECORD
                   AT END
                       SET FIN-LISTADO TO TRUE
                   NOT AT END
                       PERFORM MOSTRAR-OPERADOR
                       ADD 1 TO WS-LISTADOS
               END-READ
           END-PERFORM.
           DISPLAY "  Operadores listados: " WS-LISTADOS.

       ALTA-OPERADOR.
           PERFORM PEDIR-OPERADOR.
           IF WS-OPERADOR-PEDIDO = SPACES
               DISPLAY "  Falta el codigo, alta cancelada"
               GO TO ALTA-OPERADOR-FIN
           END-IF.
           PERFORM LEER-OPERADOR-PEDIDO.
           IF WS-OPERADOR-STATUS = "00"
               DISPLAY "  El operador " WS-OPERADOR-PEDIDO
                       " ya existe:"
               PERFORM MOSTRAR-OPERADOR
               GO TO ALTA-OPERADOR-FIN
           END-IF.
           PERFORM ARMAR-OPERADOR THRU ARMAR-OPERADOR-FIN.
           IF NOT ALTA-HECHA
               GO TO ALTA-OPERADOR-FIN
           END-IF.
           DISPLAY "Nivel (1 consulta, 2 correccion, 3 baja y "
                   "liberacion, 4 administrador): "
                   WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA (1:1) IS NOT NUMERIC
               DISPLAY "  Nivel invalido, alta cancelada"
               GO TO ALTA-OPERADOR-FIN
           END-IF.
           MOVE WS-ENTRADA (1:1) TO OPE-NIVEL.
           IF NOT OPE-NIVEL-VALIDO
               DISPLAY "  Nivel invalido, alta cancelada"
               GO TO ALTA-OPERADOR-FIN
           END-IF.
           PERFORM GRABAR-OPERADOR-NUEVO.
       ALTA-OPERADOR-FIN.
           EXIT.

      *    Nombre y clave del operador nuevo; el nivel lo pone quien
      *    llama.
       ARMAR-OPERADOR.
           MOVE "N" TO WS-ALTA-HECHA.
           MOVE SPACES             TO OPERADOR-RECORD.
           MOVE WS-OPERADOR-PEDIDO TO OPE-ID.
           DISPLAY "Nombre: " WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES
               DISPLAY "  Falta el nombre, alta cancelada"
               GO TO ARMAR-OPERADOR-FIN
           END-IF.
           MOVE WS-ENTRADA TO OPE-NOMBRE.
           DISPLAY "Clave (8 caracteres): " WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA (1:8) = SPACES
               DISPLAY "  Falta la clave, alta cancelada"
               GO TO ARMAR-OPERADOR-FIN
           END-IF.
           MOVE WS-ENTRADA (1:8) TO OPE-CLAVE.
           SET OPE-ACTIVO TO TRUE.
           MOVE ZERO             TO OPE-INTENTOS.
           MOVE WS-FECHA-SISTEMA TO OPE-FECHA-ALTA.
           MOVE ZERO             TO OPE-ULT-INGRESO.
           SET ALTA-HECHA TO TRUE.
       ARMAR-OPERADOR-FIN.
           EXIT.

       GRABAR-OPERADOR-NUEVO.
           MOVE "N" TO WS-ALTA-HECHA.
           WRITE OPERADOR-RECORD.
           IF WS-OPERADOR-STATUS = "00"
               SET ALTA-HECHA TO TRUE
               MOVE "N" TO WS-EVENTO
               PERFORM GRABAR-ACCESO
               DISPLAY "  Operador " OPE-ID " dado de alta con "
                       "nivel " OPE-NIVEL
           ELSE
               DISPLAY "  ERROR: no se pudo dar de alta el operador "
                       "(status " WS-OPERADOR-STATUS ")"
           END-IF.

       CAMBIAR-NIVEL.
           PERFORM PEDIR-OPERADOR.
           IF WS-OPERADOR-PEDIDO = SES-OPERADOR
               DISPLAY "  El administrador no puede cambiarse el "
                       "nivel a si mismo"
               GO TO CAMBIAR-NIVEL-FIN
           END-IF.
           PERFORM LEER-OPERADOR-PEDIDO.
           IF WS-OPERADOR-STATUS NOT = "00"
               DISPLAY "  No existe el operador " WS-OPERADOR-PEDIDO
               GO TO CAMBIAR-NIVEL-FIN
           END-IF.
           PERFORM MOSTRAR-OPERADOR.
           DISPLAY "Nivel nuevo (1 a 4): " WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA (1:1) IS NOT NUMERIC
               DISPLAY "  Nivel invalido, no se cambia"
               GO TO CAMBIAR-NIVEL-FIN
           END-IF.
           MOVE WS-ENTRADA (1:1) TO OPE-NIVEL.
           IF NOT OPE-NIVEL-VALIDO
               DISPLAY "  Nivel invalido, no se cambia"
               GO TO CAMBIAR-NIVEL-FIN
           END-IF.
           REWRITE OPERADOR-RECORD.
           IF WS-OPERADOR-STATUS = "00"
               MOVE "M" TO WS-EVENTO
               PERFORM GRABAR-ACCESO
               DISPLAY "  Nivel cambiado a " OPE-NIVEL
           ELSE
               DISPLAY "  ERROR: no se pudo cambiar el nivel "
                       "(status " WS-OPERADOR-STATUS ")"
           END-IF.
       CAMBIAR-NIVEL-FIN.
           EXIT.

      *    La clave nueva deja al operador activo y con la cuenta de
      *    intentos en cero: es la forma de desbloquear a quien se
      *    bloqueo por claves erradas y de reactivar una baja.
       CAMBIAR-CLAVE.
           PERFORM PEDIR-OPERADOR.
           PERFORM LEER-OPERADOR-PEDIDO.
           IF WS-OPERADOR-STATUS NOT = "00"
               DISPLAY "  No existe el operador " WS-OPERADOR-PEDIDO
               GO TO CAMBIAR-CLAVE-FIN
           END-IF.
           PERFORM MOSTRAR-OPERADOR.
           DISPLAY "Clave nueva (8 caracteres): " WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA (1:8) = SPACES
               DISPLAY "  Falta la clave, no se cambia"
               GO TO CAMBIAR-CLAVE-FIN
           END-IF.
           MOVE WS-ENTRADA (1:8) TO OPE-CLAVE.
           SET OPE-ACTIVO TO TRUE.
           MOVE ZERO TO OPE-INTENTOS.
           REWRITE OPERADOR-RECORD.
           IF WS-OPERADOR-STATUS = "00"
               MOVE "C" TO WS-EVENTO
               PERFORM GRABAR-ACCESO
               DISPLAY "  Clave cambiada, operador activo"
           ELSE
               DISPLAY "  ERROR: no se pudo cambiar la clave "
                       "(status " WS-OPERADOR-STATUS ")"
           END-IF.
       CAMBIAR-CLAVE-FIN.
           EXIT.

      *    La baja no borra el registro: el operador queda inactivo
      *    para que su codigo siga identificado en las bitacoras.
       BAJA-OPERADOR.
           PERFORM PEDIR-OPERADOR.
           IF WS-OPERADOR-PEDIDO = SES-OPERADOR
               DISPLAY "  El administrador no puede darse de baja "
                       "a si mismo"
               GO TO BAJA-OPERADOR-FIN
           END-IF.
           PERFORM LEER-OPERADOR-PEDIDO.
           IF WS-OPERADOR-STATUS NOT = "00"
               DISPLAY "  No existe el operador " WS-OPERADOR-PEDIDO
               GO TO BAJA-OPERADOR-FIN
           END-IF.
           IF OPE-INACTIVO
               DISPLAY "  El operador ya esta dado de baja"
               GO TO BAJA-OPERADOR-FIN
           END-IF.
           PERFORM MOSTRAR-OPERADOR.
           DISPLAY "Confirma la baja (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND "s"
               DISPLAY "  Baja cancelada"
               GO TO BAJA-OPERADOR-FIN
           END-IF.
           SET OPE-INACTIVO TO TRUE.
           REWRITE OPERADOR-RECORD.
           IF WS-OPERADOR-STATUS = "00"
               MOVE "E" TO WS-EVENTO
               PERFORM GRABAR-ACCESO
               DISPLAY "  Operador dado de baja"
           ELSE
               DISPLAY "  ERROR: no se pudo dar de baja el operador "
                       "(status " WS-OPERADOR-STATUS ")"
           END-IF.
       BAJA-OPERADOR-FIN.
           EXIT.

       GRABAR-ACCESO.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES                TO ACCESO-RECORD.
           MOVE WS-FECHA-SISTEMA      TO ACC-FECHA.
           MOVE WS-HORA-SISTEMA (1:6) TO ACC-HORA.
           MOVE SES-PROGRAMA          TO ACC-PROGRAMA.
           MOVE WS-EVENTO             TO ACC-EVENTO.
           MOVE SES-OPERADOR          TO ACC-OPERADOR.
           MOVE OPE-ID                TO ACC-AFECTADO.
           WRITE ACCESO-RECORD.
           IF WS-ACCESO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir ACCESLOG.DAT "
                       "(status " WS-ACCESO-STATUS ")"
           END-IF.
