      *****************************************************************
      * Programa: Mantenimiento del Maestro de Cuentas               *
      * Descripción: Programa de consola para el operador sobre el   *
      *              maestro de cuentas CALCCTA.DAT contra el que    *
      *              VALIDA-TRANSACC controla cada transacción:      *
      *              consulta y listado, alta de una cuenta nueva,   *
      *              modificación de la descripción o de la          *
      *              sucursal dueña, bloqueo y desbloqueo, y cierre  *
      *              de la cuenta. Una cuenta cerrada queda cerrada: *
      *              no se reabre, se da de alta otra.               *
      *              Cada cambio queda registrado en la bitácora     *
      *              CALCCLOG.DAT con la imagen anterior y la nueva  *
      *              y con el código del operador.                   *
      *              La sesión empieza con el ingreso del operador   *
      *              (INGRESO-OPERADOR contra OPERADOR.DAT); la      *
      *              consulta y el listado piden nivel 1, el alta,   *
      *              la modificación y el bloqueo nivel 2 y el       *
      *              cierre nivel 3.                                 *
      *              Si el maestro no existe se crea vacío en la     *
      *              primera sesión.                                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-CUENTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTA-FILE ASSIGN TO "CALCCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-CUENTA-STATUS.

           SELECT LOG-FILE ASSIGN TO "CALCCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTA-FILE.
           COPY CTAREC.

       FD  LOG-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  LOG-RECORD.
           05  CLG-FECHA             PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  CLG-HORA              PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  CLG-ACCION            PIC X(1).
           05  FILLER                PIC X VALUE SPACE.
           05  CLG-CUENTA            PIC 9(4).
           05  FILLER                PIC X VALUE SPACE.
           05  CLG-DESCRIPCION       PIC X(30).
           05  FILLER                PIC X VALUE SPACE.
           05  CLG-SUCURSAL          PIC X(2).
           05  FILLER                PIC X VALUE SPACE.
           05  CLG-ESTADO            PIC X(1).
           05  FILLER                PIC X VALUE SPACE.
           05  CLG-FECHA-ALTA        PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  CLG-FECHA-BAJA        PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  CLG-OPERADOR          PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-CUENTA-STATUS          PIC X(2) VALUE "00".
       01  WS-LOG-STATUS             PIC X(2) VALUE "00".
       01  WS-FECHA-SISTEMA          PIC 9(8) VALUE ZERO.
       01  WS-HORA-SISTEMA.
           05  WS-HORA-HH            PIC 9(2).
           05  WS-HORA-MM            PIC 9(2).
           05  WS-HORA-SS            PIC 9(2).
           05  WS-HORA-CC            PIC 9(2).
       01  WS-OPCION                 PIC X(1) VALUE SPACE.
           88  OPCION-CONSULTA       VALUE "1".
           88  OPCION-LISTADO        VALUE "2".
           88  OPCION-ALTA           VALUE "3".
           88  OPCION-MODIFICA       VALUE "4".
           88  OPCION-ESTADO         VALUE "5".
           88  OPCION-CIERRE         VALUE "6".
           88  OPCION-TERMINA        VALUE "9".
       01  WS-FIN-MENU               PIC X(1) VALUE "N".
           88  FIN-MENU              VALUE "S".
       01  WS-FIN-LISTADO            PIC X(1) VALUE "N".
           88  FIN-LISTADO           VALUE "S".
       01  WS-ENTRADA                PIC X(30) VALUE SPACES.
       01  WS-CUENTA-PEDIDA          PIC 9(4) VALUE ZERO.
       01  WS-FECHA-PEDIDA           PIC 9(8) VALUE ZERO.
       01  WS-FECHA-MM               PIC 9(2) VALUE ZERO.
       01  WS-FECHA-DD               PIC 9(2) VALUE ZERO.
       01  WS-FECHA-VALIDA           PIC X(1) VALUE "N".
           88  FECHA-VALIDA          VALUE "S".
       01  WS-LISTADOS               PIC 9(6) VALUE ZERO.
       01  WS-CONFIRMA               PIC X(1) VALUE SPACE.
       01  WS-LOG-ACCION             PIC X(1) VALUE SPACE.

       COPY SESREC.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "============================================".
           DISPLAY "  MANT-CUENTAS: maestro de cuentas          ".
           DISPLAY "============================================".

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA  FROM TIME.

           MOVE "MANT-CUENTAS" TO SES-PROGRAMA.
           MOVE "I"            TO SES-MODO.
           CALL "INGRESO-OPERADOR" USING SESION-AREA
           END-CALL.
           IF NOT SES-ACEPTADO
               DISPLAY "MANT-CUENTAS: ingreso rechazado"
               GOBACK
           END-IF.

           OPEN I-O CUENTA-FILE.
           IF WS-CUENTA-STATUS = "35"
               *> Primera sesion: el maestro de cuentas no existe
               OPEN OUTPUT CUENTA-FILE
               CLOSE CUENTA-FILE
               OPEN I-O CUENTA-FILE
           END-IF.
           IF WS-CUENTA-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir CALCCTA.DAT "
                       "(status " WS-CUENTA-STATUS ")"
               GOBACK
           END-IF.

           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir CALCCLOG.DAT "
                       "(status " WS-LOG-STATUS ")"
               CLOSE CUENTA-FILE
               GOBACK
           END-IF.

           PERFORM UNTIL FIN-MENU
               PERFORM MOSTRAR-MENU
               EVALUATE TRUE
                   WHEN OPCION-CONSULTA
                       PERFORM CONSULTAR-CUENTA
                   WHEN OPCION-LISTADO
                       PERFORM LISTAR-CUENTAS
                   WHEN OPCION-ALTA
                       PERFORM ALTA-CUENTA THRU ALTA-CUENTA-FIN
                   WHEN OPCION-MODIFICA
                       PERFORM MODIFICAR-CUENTA
                           THRU MODIFICAR-CUENTA-FIN
                   WHEN OPCION-ESTADO
                       PERFORM CAMBIAR-BLOQUEO
                           THRU CAMBIAR-BLOQUEO-FIN
                   WHEN OPCION-CIERRE
                       PERFORM CERRAR-CUENTA THRU CERRAR-CUENTA-FIN
                   WHEN OPCION-TERMINA
                       SET FIN-MENU TO TRUE
                   WHEN OTHER
                       DISPLAY "  Opcion no valida"
               END-EVALUATE
           END-PERFORM.

           CLOSE CUENTA-FILE.
           CLOSE LOG-FILE.
           DISPLAY "MANT-CUENTAS: fin de sesion".
           GOBACK.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "Opciones:".
           DISPLAY "  1 = Consultar una cuenta".
           DISPLAY "  2 = Listar el maestro de cuentas".
           DISPLAY "  3 = Alta de una cuenta".
           DISPLAY "  4 = Modificar descripcion o sucursal".
           DISPLAY "  5 = Bloquear o desbloquear una cuenta".
           DISPLAY "  6 = Cerrar una cuenta".
           DISPLAY "  9 = Terminar".
           DISPLAY "Opcion: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.

       PEDIR-CUENTA.
           DISPLAY "Cuenta (4 digitos): " WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           COMPUTE WS-CUENTA-PEDIDA =
               FUNCTION NUMVAL (WS-ENTRADA).

       LEER-CUENTA-PEDIDA.
           MOVE WS-CUENTA-PEDIDA TO CTA-CUENTA.
           READ CUENTA-FILE
               INVALID KEY
                   MOVE "23" TO WS-CUENTA-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-CUENTA-STATUS
           END-READ.

      *    Fecha AAAAMMDD tipeada por el operador; en blanco vale la
      *    fecha del sistema.
       PEDIR-FECHA.
           ACCEPT WS-ENTRADA.
           MOVE "N" TO WS-FECHA-VALIDA.
           IF WS-ENTRADA = SPACES
               MOVE WS-FECHA-SISTEMA TO WS-FECHA-PEDIDA
               SET FECHA-VALIDA TO TRUE
           ELSE
               IF WS-ENTRADA (1:8) IS NUMERIC
                   MOVE WS-ENTRADA (5:2) TO WS-FECHA-MM
                   MOVE WS-ENTRADA (7:2) TO WS-FECHA-DD
                   IF WS-FECHA-MM >= 01 AND WS-FECHA-MM <= 12
                      AND WS-FECHA-DD >= 01 AND WS-FECHA-DD <= 31
                       MOVE WS-ENTRADA (1:8) TO WS-FECHA-PEDIDA
                       SET FECHA-VALIDA TO TRUE
                   END-IF
               END-IF
           END-IF.

       CONSULTAR-CUENTA.
           PERFORM PEDIR-CUENTA.
           PERFORM LEER-CUENTA-PEDIDA.
           IF WS-CUENTA-STATUS = "00"
               PERFORM MOSTRAR-CUENTA
           ELSE
               DISPLAY "  No existe la cuenta " WS-CUENTA-PEDIDA
           END-IF.

       MOSTRAR-CUENTA.
           DISPLAY "  Cuenta: " CTA-CUENTA "  " CTA-DESCRIPCION.
           DISPLAY "    Sucursal: " CTA-SUCURSAL
                   "  Estado: " CTA-ESTADO
                   "  Alta: " CTA-FECHA-ALTA
                   "  Cierre: " CTA-FECHA-BAJA.

       LISTAR-CUENTAS.
           MOVE ZERO TO CTA-CUENTA.
           MOVE "N" TO WS-FIN-LISTADO.
           MOVE ZERO TO WS-LISTADOS.
           START CUENTA-FILE KEY IS NOT LESS THAN CTA-CUENTA
               INVALID KEY
                   SET FIN-LISTADO TO TRUE
           END-START.
           PERFORM UNTIL FIN-LISTADO
               READ CUENTA-FILE NEXT RECORD
                   AT END
                       SET FIN-LISTADO TO TRUE
                   NOT AT END
                       PERFORM MOSTRAR-CUENTA
                       ADD 1 TO WS-LISTADOS
               END-READ
           END-PERFORM.
           DISPLAY "  Cuentas listadas: " WS-LISTADOS.

       ALTA-CUENTA.
           IF SES-NIVEL < 2
               DISPLAY "  El alta pide nivel 2 o mayor"
               GO TO ALTA-CUENTA-FIN
           END-IF.
           PERFORM PEDIR-CUENTA.
           PERFORM LEER-CUENTA-PEDIDA.
           IF WS-CUENTA-STATUS = "00"
               DISPLAY "  La cuenta " WS-CUENTA-PEDIDA " ya existe:"
               PERFORM MOSTRAR-CUENTA
               GO TO ALTA-CUENTA-FIN
           END-IF.
           MOVE SPACES           TO CUENTA-RECORD.
           MOVE WS-CUENTA-PEDIDA TO CTA-CUENTA.
           DISPLAY "Descripcion: " WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES
               DISPLAY "  Falta la descripcion, alta cancelada"
               GO TO ALTA-CUENTA-FIN
           END-IF.
           MOVE WS-ENTRADA TO CTA-DESCRIPCION.
           DISPLAY "Sucursal duena (2 caracteres): "
                   WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA (1:2) = SPACES
               DISPLAY "  Falta la sucursal, alta cancelada"
               GO TO ALTA-CUENTA-FIN
           END-IF.
           MOVE WS-ENTRADA (1:2) TO CTA-SUCURSAL.
           DISPLAY "Fecha de alta (AAAAMMDD, blanco = hoy): "
                   WITH NO ADVANCING.
           PERFORM PEDIR-FECHA.
           IF NOT FECHA-VALIDA
               DISPLAY "  Fecha invalida, alta cancelada"
               GO TO ALTA-CUENTA-FIN
           END-IF.
           MOVE WS-FECHA-PEDIDA TO CTA-FECHA-ALTA.
           MOVE ZERO            TO CTA-FECHA-BAJA.
           SET CTA-ACTIVA TO TRUE.

           WRITE CUENTA-RECORD.
           IF WS-CUENTA-STATUS = "00"
               PERFORM GRABAR-LOG-ALTA
               DISPLAY "  Cuenta dada de alta"
           ELSE
               DISPLAY "  ERROR: no se pudo dar de alta la cuenta "
                       "(status " WS-CUENTA-STATUS ")"
           END-IF.
       ALTA-CUENTA-FIN.
           EXIT.

      *    Descripcion o sucursal en blanco conservan el valor
      *    actual.
       MODIFICAR-CUENTA.
           IF SES-NIVEL < 2
               DISPLAY "  La modificacion pide nivel 2 o mayor"
               GO TO MODIFICAR-CUENTA-FIN
           END-IF.
           PERFORM PEDIR-CUENTA.
           PERFORM LEER-CUENTA-PEDIDA.
           IF WS-CUENTA-STATUS NOT = "00"
               DISPLAY "  No existe la cuenta " WS-CUENTA-PEDIDA
               GO TO MODIFICAR-CUENTA-FIN
           END-IF.
           IF CTA-CERRADA
               DISPLAY "  La cuenta esta cerrada, no se modifica"
               GO TO MODIFICAR-CUENTA-FIN
           END-IF.
           DISPLAY "Cuenta actual:".
           PERFORM MOSTRAR-CUENTA.
           PERFORM GRABAR-LOG-ANTERIOR.

           DISPLAY "Descripcion (blanco = sin cambio): "
                   WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO CTA-DESCRIPCION
           END-IF.
           DISPLAY "Sucursal duena (blanco = sin cambio): "
                   WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA (1:2) NOT = SPACES
               MOVE WS-ENTRADA (1:2) TO CTA-SUCURSAL
           END-IF.

           REWRITE CUENTA-RECORD.
           IF WS-CUENTA-STATUS = "00"
               PERFORM GRABAR-LOG-MODIFICACION
               DISPLAY "  Cuenta modificada"
           ELSE
               DISPLAY "  ERROR: no se pudo modificar la cuenta "
                       "(status " WS-CUENTA-STATUS ")"
           END-IF.
       MODIFICAR-CUENTA-FIN.
           EXIT.

      *    Bloquear deja la cuenta sin movimientos hasta que se
      *    desbloquee; la opcion alterna entre activa y bloqueada.
       CAMBIAR-BLOQUEO.
           IF SES-NIVEL < 2
               DISPLAY "  El bloqueo pide nivel 2 o mayor"
               GO TO CAMBIAR-BLOQUEO-FIN
           END-IF.
           PERFORM PEDIR-CUENTA.
           PERFORM LEER-CUENTA-PEDIDA.
           IF WS-CUENTA-STATUS NOT = "00"
               DISPLAY "  No existe la cuenta " WS-CUENTA-PEDIDA
               GO TO CAMBIAR-BLOQUEO-FIN
           END-IF.
           IF CTA-CERRADA
               DISPLAY "  La cuenta esta cerrada, no se bloquea "
                       "ni se desbloquea"
               GO TO CAMBIAR-BLOQUEO-FIN
           END-IF.
           PERFORM MOSTRAR-CUENTA.
           IF CTA-ACTIVA
               DISPLAY "Confirma el bloqueo (S/N): "
                       WITH NO ADVANCING
           ELSE
               DISPLAY "Confirma el desbloqueo (S/N): "
                       WITH NO ADVANCING
           END-IF.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND "s"
               DISPLAY "  Cambio de estado cancelado"
               GO TO CAMBIAR-BLOQUEO-FIN
           END-IF.
           PERFORM GRABAR-LOG-ANTERIOR.
           IF CTA-ACTIVA
               SET CTA-BLOQUEADA TO TRUE
           ELSE
               SET CTA-ACTIVA TO TRUE
           END-IF.

           REWRITE CUENTA-RECORD.
           IF WS-CUENTA-STATUS = "00"
               PERFORM GRABAR-LOG-ESTADO
               DISPLAY "  Cuenta en estado " CTA-ESTADO
           ELSE
               DISPLAY "  ERROR: no se pudo cambiar el estado "
                       "(status " WS-CUENTA-STATUS ")"
           END-IF.
       CAMBIAR-BLOQUEO-FIN.
           EXIT.

       CERRAR-CUENTA.
           IF SES-NIVEL < 3
               DISPLAY "  El cierre pide nivel 3 o mayor"
               GO TO CERRAR-CUENTA-FIN
           END-IF.
           PERFORM PEDIR-CUENTA.
           PERFORM LEER-CUENTA-PEDIDA.
           IF WS-CUENTA-STATUS NOT = "00"
               DISPLAY "  No existe la cuenta " WS-CUENTA-PEDIDA
               GO TO CERRAR-CUENTA-FIN
           END-IF.
           IF CTA-CERRADA
               DISPLAY "  La cuenta ya esta cerrada desde "
                       CTA-FECHA-BAJA
               GO TO CERRAR-CUENTA-FIN
           END-IF.
           PERFORM MOSTRAR-CUENTA.
           DISPLAY "Fecha de cierre (AAAAMMDD, blanco = hoy): "
                   WITH NO ADVANCING.
           PERFORM PEDIR-FECHA.
           IF NOT FECHA-VALIDA
              OR WS-FECHA-PEDIDA < CTA-FECHA-ALTA
               DISPLAY "  Fecha invalida, cierre cancelado"
               GO TO CERRAR-CUENTA-FIN
           END-IF.
           DISPLAY "Confirma el cierre (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND "s"
               DISPLAY "  Cierre cancelado"
               GO TO CERRAR-CUENTA-FIN
           END-IF.
           PERFORM GRABAR-LOG-ANTERIOR.
           SET CTA-CERRADA TO TRUE.
           MOVE WS-FECHA-PEDIDA TO CTA-FECHA-BAJA.

           REWRITE CUENTA-RECORD.
           IF WS-CUENTA-STATUS = "00"
               PERFORM GRABAR-LOG-ESTADO
               DISPLAY "  Cuenta cerrada"
           ELSE
               DISPLAY "  ERROR: no se pudo cerrar la cuenta "
                       "(status " WS-CUENTA-STATUS ")"
           END-IF.
       CERRAR-CUENTA-FIN.
           EXIT.

      *    Acciones de la bitacora:
      *      A = imagen anterior de la cuenta
      *      N = cuenta nueva (alta)
      *      M = cuenta despues de la modificacion
      *      E = cuenta despues del cambio de estado (bloqueo,
      *          desbloqueo o cierre)
       GRABAR-LOG-ANTERIOR.
           MOVE "A" TO WS-LOG-ACCION.
           PERFORM GRABAR-LOG.

       GRABAR-LOG-ALTA.
           MOVE "N" TO WS-LOG-ACCION.
           PERFORM GRABAR-LOG.

       GRABAR-LOG-MODIFICACION.
           MOVE "M" TO WS-LOG-ACCION.
           PERFORM GRABAR-LOG.

       GRABAR-LOG-ESTADO.
           MOVE "E" TO WS-LOG-ACCION.
           PERFORM GRABAR-LOG.

       GRABAR-LOG.
           MOVE SPACES                TO LOG-RECORD.
           MOVE WS-LOG-ACCION         TO CLG-ACCION.
           MOVE WS-FECHA-SISTEMA      TO CLG-FECHA.
           MOVE WS-HORA-SISTEMA (1:6) TO CLG-HORA.
           MOVE CTA-CUENTA            TO CLG-CUENTA.
           MOVE CTA-DESCRIPCION       TO CLG-DESCRIPCION.
           MOVE CTA-SUCURSAL          TO CLG-SUCURSAL.
           MOVE CTA-ESTADO            TO CLG-ESTADO.
           MOVE CTA-FECHA-ALTA        TO CLG-FECHA-ALTA.
           MOVE CTA-FECHA-BAJA        TO CLG-FECHA-BAJA.
           MOVE SES-OPERADOR          TO CLG-OPERADOR.
           WRITE LOG-RECORD.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir CALCCLOG.DAT "
                       "(status " WS-LOG-STATUS ")"
           END-IF.
