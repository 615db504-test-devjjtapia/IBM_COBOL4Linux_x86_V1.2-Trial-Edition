      *****************************************************************
      * Programa: Mantenimiento del Presupuesto                      *
      * Descripción: Programa de consola para el operador sobre el   *
      *              maestro de presupuesto PRESUP.DAT que carga     *
      *              CARGA-PRESUPUESTO: consulta de una cuenta y     *
      *              período, listado de los períodos de una cuenta, *
      *              alta de un presupuesto, modificación del importe*
      *              y baja. El alta pide una cuenta del maestro de  *
      *              cuentas CALCCTA.DAT que no esté cerrada.        *
      *              La sesión empieza con el ingreso del operador   *
      *              (INGRESO-OPERADOR contra OPERADOR.DAT); la      *
      *              consulta y el listado piden nivel 1, el alta y  *
      *              la modificación nivel 2 y la baja nivel 3.      *
      *              Cada cambio queda en la bitácora PRESLOG.DAT con*
      *              la imagen anterior y la nueva y con el código   *
      *              del operador; ACTIVIDAD-MANT la incluye en su   *
      *              reporte diario.                                 *
      *              Si el maestro no existe se crea vacío en la     *
      *              primera sesión.                                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-PRESUPUESTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTO-FILE ASSIGN TO "PRESUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CLAVE
               FILE STATUS IS WS-PRESUPUESTO-STATUS.

           SELECT CUENTA-FILE ASSIGN TO "CALCCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-CUENTA-STATUS.

           SELECT LOG-FILE ASSIGN TO "PRESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESUPUESTO-FILE.
           COPY PRESREC.

       FD  CUENTA-FILE.
           COPY CTAREC.

      *    Acciones de la bitacora:
      *      A = imagen anterior del presupuesto
      *      N = presupuesto nuevo (alta)
      *      M = presupuesto despues de la modificacion
      *      B = presupuesto dado de baja
       FD  LOG-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  LOG-RECORD.
           05  PLG-FECHA             PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  PLG-HORA              PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  PLG-ACCION            PIC X(1).
           05  FILLER                PIC X VALUE SPACE.
           05  PLG-OPERADOR          PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  PLG-CUENTA            PIC 9(4).
           05  FILLER                PIC X VALUE SPACE.
           05  PLG-PERIODO           PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  PLG-IMPORTE           PIC S9(11)
               SIGN IS TRAILING SEPARATE CHARACTER.

       WORKING-STORAGE SECTION.
       01  WS-PRESUPUESTO-STATUS     PIC X(2) VALUE "00".
       01  WS-CUENTA-STATUS          PIC X(2) VALUE "00".
       01  WS-LOG-STATUS             PIC X(2) VALUE "00".
       01  WS-CUENTA-ABIERTA         PIC X(1) VALUE "N".
           88  CUENTA-ABIERTA        VALUE "S".
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
           88  OPCION-BAJA           VALUE "5".
           88  OPCION-TERMINA        VALUE "9".
       01  WS-FIN-MENU               PIC X(1) VALUE "N".
           88  FIN-MENU              VALUE "S".
       01  WS-FIN-LISTADO            PIC X(1) VALUE "N".
           88  FIN-LISTADO           VALUE "S".
       01  WS-ENTRADA                PIC X(30) VALUE SPACES.
       01  WS-CUENTA-PEDIDA          PIC 9(4) VALUE ZERO.
       01  WS-PERIODO-PEDIDO         PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-MM             PIC 9(2) VALUE ZERO.
       01  WS-PERIODO-VALIDO         PIC X(1) VALUE "N".
           88  PERIODO-VALIDO        VALUE "S".
       01  WS-LISTADOS               PIC 9(6) VALUE ZERO.
       01  WS-CONFIRMA               PIC X(1) VALUE SPACE.
       01  WS-LOG-ACCION             PIC X(1) VALUE SPACE.
       01  WS-IMPORTE-EDITADO        PIC -ZZZZZZZZZZ9.

       COPY SESREC.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "============================================".
           DISPLAY "  MANT-PRESUPUESTO: presupuesto por cuenta  ".
           DISPLAY "============================================".

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE "MANT-PRESUPUESTO" TO SES-PROGRAMA.
           MOVE "I"                TO SES-MODO.
           CALL "INGRESO-OPERADOR" USING SESION-AREA
           END-CALL.
           IF NOT SES-ACEPTADO
               DISPLAY "MANT-PRESUPUESTO: ingreso rechazado"
               GOBACK
           END-IF.

           OPEN I-O PRESUPUESTO-FILE.
           IF WS-PRESUPUESTO-STATUS = "35"
               *> Primera sesion: el maestro de presupuesto no existe
               OPEN OUTPUT PRESUPUESTO-FILE
               CLOSE PRESUPUESTO-FILE
               OPEN I-O PRESUPUESTO-FILE
           END-IF.
           IF WS-PRESUPUESTO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir PRESUP.DAT "
                       "(status " WS-PRESUPUESTO-STATUS ")"
               GOBACK
           END-IF.

           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir PRESLOG.DAT "
                       "(status " WS-LOG-STATUS ")"
               CLOSE PRESUPUESTO-FILE
               GOBACK
           END-IF.

           OPEN INPUT CUENTA-FILE.
           IF WS-CUENTA-STATUS = "00"
               SET CUENTA-ABIERTA TO TRUE
           ELSE
               DISPLAY "  AVISO: no se pudo abrir CALCCTA.DAT "
                       "(status " WS-CUENTA-STATUS "), el alta no "
                       "verifica la cuenta"
           END-IF.

           PERFORM UNTIL FIN-MENU
               PERFORM MOSTRAR-MENU
               EVALUATE TRUE
                   WHEN OPCION-CONSULTA
                       PERFORM CONSULTAR-PRESUPUESTO
                           THRU CONSULTAR-PRESUPUESTO-FIN
                   WHEN OPCION-LISTADO
                       PERFORM LISTAR-PRESUPUESTOS
                   WHEN OPCION-ALTA
                       PERFORM ALTA-PRESUPUESTO
                           THRU ALTA-PRESUPUESTO-FIN
                   WHEN OPCION-MODIFICA
                       PERFORM MODIFICAR-PRESUPUESTO
                           THRU MODIFICAR-PRESUPUESTO-FIN
                   WHEN OPCION-BAJA
                       PERFORM BAJA-PRESUPUESTO
                           THRU BAJA-PRESUPUESTO-FIN
                   WHEN OPCION-TERMINA
                       SET FIN-MENU TO TRUE
                   WHEN OTHER
                       DISPLAY "  Opcion no valida"
               END-EVALUATE
           END-PERFORM.

           CLOSE PRESUPUESTO-FILE.
           CLOSE LOG-FILE.
           IF CUENTA-ABIERTA
               CLOSE CUENTA-FILE
           END-IF.
           DISPLAY "MANT-PRESUPUESTO: fin de sesion".
           GOBACK.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "Opciones:".
           DISPLAY "  1 = Consultar un presupuesto".
           DISPLAY "  2 = Listar los presupuestos de una cuenta".
           DISPLAY "  3 = Alta de un presupuesto".
           DISPLAY "  4 = Modificar el importe".
           DISPLAY "  5 = Baja de un presupuesto".
           DISPLAY "  9 = Terminar".
           DISPLAY "Opcion: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.

       PEDIR-CUENTA.
           DISPLAY "Cuenta (4 digitos): " WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           COMPUTE WS-CUENTA-PEDIDA =
               FUNCTION NUMVAL (WS-ENTRADA).

      *    Periodo AAAAMM con mes entre 01 y 12.
       PEDIR-CLAVE.
           PERFORM PEDIR-CUENTA.
           DISPLAY "Periodo (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           MOVE "N" TO WS-PERIODO-VALIDO.
           IF WS-ENTRADA (1:6) IS NUMERIC
               MOVE WS-ENTRADA (5:2) TO WS-PERIODO-MM
               IF WS-PERIODO-MM >= 01 AND WS-PERIODO-MM <= 12
                   MOVE WS-ENTRADA (1:6) TO WS-PERIODO-PEDIDO
                   SET PERIODO-VALIDO TO TRUE
               END-IF
           END-IF.

       LEER-CLAVE-PEDIDA.
           MOVE WS-CUENTA-PEDIDA  TO PRE-CUENTA.
           MOVE WS-PERIODO-PEDIDO TO PRE-PERIODO.
           READ PRESUPUESTO-FILE
               INVALID KEY
                   MOVE "23" TO WS-PRESUPUESTO-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-PRESUPUESTO-STATUS
           END-READ.

       CONSULTAR-PRESUPUESTO.
           PERFORM PEDIR-CLAVE.
           IF NOT PERIODO-VALIDO
               DISPLAY "  Periodo invalido"
               GO TO CONSULTAR-PRESUPUESTO-FIN
           END-IF.
           PERFORM LEER-CLAVE-PEDIDA.
           IF WS-PRESUPUESTO-STATUS = "00"
               PERFORM MOSTRAR-PRESUPUESTO
           ELSE
               DISPLAY "  No hay presupuesto para la cuenta "
                       WS-CUENTA-PEDIDA " periodo " WS-PERIODO-PEDIDO
           END-IF.
       CONSULTAR-PRESUPUESTO-FIN.
           EXIT.

       MOSTRAR-PRESUPUESTO.
           MOVE PRE-IMPORTE TO WS-IMPORTE-EDITADO.
           DISPLAY "  Cuenta: " PRE-CUENTA "  Periodo: " PRE-PERIODO
                   "  Presupuesto: " WS-IMPORTE-EDITADO.
           DISPLAY "    Origen: " PRE-ORIGEN
                   "  Actualizado: " PRE-FECHA-ACT
                   "  Operador: " PRE-OPERADOR.

       LISTAR-PRESUPUESTOS.
           PERFORM PEDIR-CUENTA.
           MOVE WS-CUENTA-PEDIDA TO PRE-CUENTA.
           MOVE ZERO             TO PRE-PERIODO.
           MOVE "N" TO WS-FIN-LISTADO.
           MOVE ZERO TO WS-LISTADOS.
           START PRESUPUESTO-FILE KEY IS NOT LESS THAN PRE-CLAVE
               INVALID KEY
                   SET FIN-LISTADO TO TRUE
           END-START.
           PERFORM UNTIL FIN-LISTADO
               READ PRESUPUESTO-FILE NEXT RECORD
                   AT END
                       SET FIN-LISTADO TO TRUE
                   NOT AT END
                       IF PRE-CUENTA = WS-CUENTA-PEDIDA
                           PERFORM MOSTRAR-PRESUPUESTO
                           ADD 1 TO WS-LISTADOS
                       ELSE
                           SET FIN-LISTADO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "  Presupuestos listados: " WS-LISTADOS.

       ALTA-PRESUPUESTO.
           IF SES-NIVEL < 2
               DISPLAY "  El alta pide nivel 2 o mayor"
               GO TO ALTA-PRESUPUESTO-FIN
           END-IF.
           PERFORM PEDIR-CLAVE.
           IF NOT PERIODO-VALIDO
               DISPLAY "  Periodo invalido, alta cancelada"
               GO TO ALTA-PRESUPUESTO-FIN
           END-IF.
           IF CUENTA-ABIERTA
               MOVE WS-CUENTA-PEDIDA TO CTA-CUENTA
               READ CUENTA-FILE
                   INVALID KEY
                       MOVE "23" TO WS-CUENTA-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-CUENTA-STATUS
               END-READ
               IF WS-CUENTA-STATUS NOT = "00"
                   DISPLAY "  La cuenta " WS-CUENTA-PEDIDA
                           " no figura en CALCCTA.DAT, alta cancelada"
                   GO TO ALTA-PRESUPUESTO-FIN
               END-IF
               IF CTA-CERRADA
                   DISPLAY "  La cuenta esta cerrada, alta cancelada"
                   GO TO ALTA-PRESUPUESTO-FIN
               END-IF
           END-IF.
           PERFORM LEER-CLAVE-PEDIDA.
           IF WS-PRESUPUESTO-STATUS = "00"
               DISPLAY "  El presupuesto ya existe:"
               PERFORM MOSTRAR-PRESUPUESTO
               GO TO ALTA-PRESUPUESTO-FIN
           END-IF.
           MOVE SPACES            TO PRESUPUESTO-RECORD.
           MOVE WS-CUENTA-PEDIDA  TO PRE-CUENTA.
           MOVE WS-PERIODO-PEDIDO TO PRE-PERIODO.
           DISPLAY "Presupuesto de la suma del mes: "
                   WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES
               DISPLAY "  Falta el importe, alta cancelada"
               GO TO ALTA-PRESUPUESTO-FIN
           END-IF.
           COMPUTE PRE-IMPORTE = FUNCTION NUMVAL (WS-ENTRADA).
           SET PRE-DE-MANT       TO TRUE.
           MOVE WS-FECHA-SISTEMA TO PRE-FECHA-ACT.
           MOVE SES-OPERADOR     TO PRE-OPERADOR.

           WRITE PRESUPUESTO-RECORD.
           IF WS-PRESUPUESTO-STATUS = "00"
               PERFORM GRABAR-LOG-ALTA
               DISPLAY "  Presupuesto dado de alta"
           ELSE
               DISPLAY "  ERROR: no se pudo dar de alta el "
                       "presupuesto (status "
                       WS-PRESUPUESTO-STATUS ")"
           END-IF.
       ALTA-PRESUPUESTO-FIN.
           EXIT.

      *    Un importe en blanco conserva el valor actual.
       MODIFICAR-PRESUPUESTO.
           IF SES-NIVEL < 2
               DISPLAY "  La modificacion pide nivel 2 o mayor"
               GO TO MODIFICAR-PRESUPUESTO-FIN
           END-IF.
           PERFORM PEDIR-CLAVE.
           IF NOT PERIODO-VALIDO
               DISPLAY "  Periodo invalido"
               GO TO MODIFICAR-PRESUPUESTO-FIN
           END-IF.
           PERFORM LEER-CLAVE-PEDIDA.
           IF WS-PRESUPUESTO-STATUS NOT = "00"
               DISPLAY "  No hay presupuesto para la cuenta "
                       WS-CUENTA-PEDIDA " periodo " WS-PERIODO-PEDIDO
               GO TO MODIFICAR-PRESUPUESTO-FIN
           END-IF.
           DISPLAY "Presupuesto actual:".
           PERFORM MOSTRAR-PRESUPUESTO.
           DISPLAY "Presupuesto nuevo (blanco = sin cambio): "
                   WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES
               DISPLAY "  Sin cambio"
               GO TO MODIFICAR-PRESUPUESTO-FIN
           END-IF.
           PERFORM GRABAR-LOG-ANTERIOR.
           COMPUTE PRE-IMPORTE = FUNCTION NUMVAL (WS-ENTRADA).
           SET PRE-DE-MANT       TO TRUE.
           MOVE WS-FECHA-SISTEMA TO PRE-FECHA-ACT.
           MOVE SES-OPERADOR     TO PRE-OPERADOR.

           REWRITE PRESUPUESTO-RECORD.
           IF WS-PRESUPUESTO-STATUS = "00"
               PERFORM GRABAR-LOG-MODIFICACION
               DISPLAY "  Presupuesto modificado"
           ELSE
               DISPLAY "  ERROR: no se pudo modificar el "
                       "presupuesto (status "
                       WS-PRESUPUESTO-STATUS ")"
           END-IF.
       MODIFICAR-PRESUPUESTO-FIN.
           EXIT.

       BAJA-PRESUPUESTO.
           IF SES-NIVEL < 3
               DISPLAY "  La baja pide nivel 3 o mayor"
               GO TO BAJA-PRESUPUESTO-FIN
           END-IF.
           PERFORM PEDIR-CLAVE.
           IF NOT PERIODO-VALIDO
               DISPLAY "  Periodo invalido"
               GO TO BAJA-PRESUPUESTO-FIN
           END-IF.
           PERFORM LEER-CLAVE-PEDIDA.
           IF WS-PRESUPUESTO-STATUS NOT = "00"
               DISPLAY "  No hay presupuesto para la cuenta "
                       WS-CUENTA-PEDIDA " periodo " WS-PERIODO-PEDIDO
               GO TO BAJA-PRESUPUESTO-FIN
           END-IF.
           DISPLAY "Presupuesto a borrar:".
           PERFORM MOSTRAR-PRESUPUESTO.
           DISPLAY "Confirma la baja (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND "s"
               DISPLAY "  Baja cancelada"
               GO TO BAJA-PRESUPUESTO-FIN
           END-IF.
           PERFORM GRABAR-LOG-ANTERIOR.
           DELETE PRESUPUESTO-FILE
               INVALID KEY
                   DISPLAY "  ERROR: no se pudo borrar el "
                           "presupuesto (status "
                           WS-PRESUPUESTO-STATUS ")"
               NOT INVALID KEY
                   PERFORM GRABAR-LOG-BAJA
                   DISPLAY "  Presupuesto borrado"
           END-DELETE.
       BAJA-PRESUPUESTO-FIN.
           EXIT.

       GRABAR-LOG-ANTERIOR.
           MOVE "A" TO WS-LOG-ACCION.
           PERFORM GRABAR-LOG.

       GRABAR-LOG-ALTA.
           MOVE "N" TO WS-LOG-ACCION.
           PERFORM GRABAR-LOG.

       GRABAR-LOG-MODIFICACION.
           MOVE "M" TO WS-LOG-ACCION.
           PERFORM GRABAR-LOG.

       GRABAR-LOG-BAJA.
           MOVE "B" TO WS-LOG-ACCION.
           PERFORM GRABAR-LOG.

       GRABAR-LOG.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES                TO LOG-RECORD.
           MOVE WS-FECHA-SISTEMA      TO PLG-FECHA.
           MOVE WS-HORA-SISTEMA (1:6) TO PLG-HORA.
           MOVE WS-LOG-ACCION         TO PLG-ACCION.
           MOVE SES-OPERADOR          TO PLG-OPERADOR.
           MOVE PRE-CUENTA            TO PLG-CUENTA.
           MOVE PRE-PERIODO           TO PLG-PERIODO.
           MOVE PRE-IMPORTE           TO PLG-IMPORTE.
           WRITE LOG-RECORD.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir PRESLOG.DAT "
                       "(status " WS-LOG-STATUS ")"
           END-IF.
