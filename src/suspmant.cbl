      *              archivo indexado MANTTRAB.DAT (clave el número  *
      *              de partida), así el mantenimiento funciona a    *
      *              cualquier volumen del suspenso.                 *
      *              En una reversa (operación V) lo que se corrige  *
      *              es la referencia al cálculo original (fecha y   *
      *              clave de auditoría), no los números.            *
      *              La sesión empieza con el ingreso del operador   *
      *              (INGRESO-OPERADOR contra OPERADOR.DAT): listar  *
      *              pide nivel 1, corregir nivel 2, anular y        *
      *              liberar nivel 3. La liberación lleva doble      *
      *              control: la aprueba en el momento un segundo    *
      *              operador de nivel 3 o mayor. Cada acción se     *
      *              estampa en la partida (operador, aprobador y    *
      *              fecha) y queda en la bitácora SUSPLOG.DAT.      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-SUSPENSO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBERADO-STATUS.

           SELECT LOG-FILE ASSIGN TO "SUSPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT TRABAJO-FILE ASSIGN TO "MANTTRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSO-FILE
           RECORD CONTAINS 76 CHARACTERS.
           COPY SUSPREC.

       FD  LIBERADO-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY TRANREC.

      *    Acciones de la bitacora:
      *      I = imagen de la partida antes de la correccion
      *      C = partida corregida
      *      N = partida anulada
      *      L = partida liberada (con el operador que aprobo)
      *    SLG-PARTIDA lleva los datos de la partida sin los sellos
      *    de operador.
       FD  LOG-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  LOG-RECORD.
           05  SLG-FECHA             PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  SLG-HORA              PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  SLG-ACCION            PIC X(1).
           05  FILLER                PIC X VALUE SPACE.
           05  SLG-OPERADOR          PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  SLG-APROBADOR         PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  SLG-PARTIDA           PIC X(49).

      *    El suspenso completo se carga aqui con el numero de
      *    partida como clave y se regraba al salir; el archivo se
      *    rearma desde cero en cada sesion.
       FD  TRABAJO-FILE.
       01  TRABAJO-RECORD.
           05  TRB-ITEM              PIC 9(6).
           05  TRB-PARTIDA           PIC X(76).

       WORKING-STORAGE SECTION.
       01  WS-SUSPENSO-STATUS        PIC X(2) VALUE "00".
       01  WS-LIBERADO-STATUS        PIC X(2) VALUE "00".
       01  WS-LOG-STATUS             PIC X(2) VALUE "00".
       01  WS-LOG-ACCION             PIC X(1) VALUE SPACE.
       01  WS-FECHA-SISTEMA          PIC 9(8) VALUE ZERO.
       01  WS-HORA-SISTEMA.
           05  WS-HORA-HH            PIC 9(2).
           05  WS-HORA-MM            PIC 9(2).
           05  WS-HORA-SS            PIC 9(2).
           05  WS-HORA-CC            PIC 9(2).
       01  WS-FIN-SUSPENSO           PIC X(1) VALUE "N".
           88  FIN-SUSPENSO          VALUE "S".
       01  WS-FIN-MENU               PIC X(1) VALUE "N".
           88  PARTIDA-HALLADA       VALUE "S".
       01  WS-SUSP-CANT              PIC 9(6) VALUE ZERO.
       01  WS-REGRABADAS             PIC 9(6) VALUE ZERO.
       01  WS-REF-FECHA              PIC 9(8) VALUE ZERO.
       01  WS-REF-FECHA-R REDEFINES WS-REF-FECHA.
           05  WS-REF-AAAA           PIC 9(4).
           05  WS-REF-MM             PIC 9(2).
           05  WS-REF-DD             PIC 9(2).

       COPY SESREC.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "  MANT-SUSPENSO: partidas en suspenso       ".
           DISPLAY "============================================".

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE "MANT-SUSPENSO" TO SES-PROGRAMA.
           MOVE "I"             TO SES-MODO.
           CALL "INGRESO-OPERADOR" USING SESION-AREA
           END-CALL.
           IF NOT SES-ACEPTADO
               DISPLAY "MANT-SUSPENSO: ingreso rechazado"
               GOBACK
           END-IF.

           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir SUSPLOG.DAT "
                       "(status " WS-LOG-STATUS ")"
               GOBACK
           END-IF.

           PERFORM CARGAR-SUSPENSO THRU CARGAR-SUSPENSO-FIN.
           IF WS-TRABAJO-STATUS NOT = "00"
               CLOSE LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-SUSPENSO-STATUS NOT = "00"
              AND WS-SUSPENSO-STATUS NOT = "10"
               CLOSE LOG-FILE
               GOBACK
           END-IF.

               PERFORM REGRABAR-SUSPENSO
           END-IF.
           CLOSE TRABAJO-FILE.
           CLOSE LOG-FILE.
           DISPLAY "MANT-SUSPENSO: fin de sesion".
           GOBACK.

           END-IF.

       CORREGIR-PARTIDA.
           IF SES-NIVEL < 2
               DISPLAY "  La correccion pide nivel 2 o mayor"
               GO TO CORREGIR-PARTIDA-FIN
           END-IF.
           PERFORM PEDIR-ITEM.
           IF WS-ITEM-PEDIDO = ZERO
               GO TO CORREGIR-PARTIDA-FIN
               GO TO CORREGIR-PARTIDA-FIN
           END-IF.
           DISPLAY "Partida: " SUSPENSO-RECORD.
           MOVE "I" TO WS-LOG-ACCION.
           PERFORM GRABAR-LOG.
           IF SUS-OPERACION = "V"
               PERFORM CORREGIR-REFERENCIA
                   THRU CORREGIR-REFERENCIA-FIN
               GO TO CORREGIR-PARTIDA-FIN
           END-IF.
           DISPLAY "Numero 1 (4 digitos): " WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA (1:4) IS NUMERIC
               DISPLAY "  Numero 2 invalido, no se corrige"
               GO TO CORREGIR-PARTIDA-FIN
           END-IF.
           MOVE "C" TO WS-LOG-ACCION.
           PERFORM SELLAR-PARTIDA.
           PERFORM GRABAR-PARTIDA-PEDIDA.
           PERFORM GRABAR-LOG.
           SET HUBO-CAMBIOS TO TRUE.
           DISPLAY "  Partida corregida".
       CORREGIR-PARTIDA-FIN.
           EXIT.

       CORREGIR-REFERENCIA.
           DISPLAY "Fecha del original (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA (1:8) IS NOT NUMERIC
               DISPLAY "  Fecha invalida, no se corrige"
               GO TO CORREGIR-REFERENCIA-FIN
           END-IF.
           MOVE WS-ENTRADA (1:8) TO WS-REF-FECHA.
           IF WS-REF-MM < 01 OR WS-REF-MM > 12
              OR WS-REF-DD < 01 OR WS-REF-DD > 31
               DISPLAY "  Fecha invalida, no se corrige"
               GO TO CORREGIR-REFERENCIA-FIN
           END-IF.
           DISPLAY "Clave de auditoria del original (6 digitos): "
                   WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA (1:6) IS NOT NUMERIC
              OR WS-ENTRADA (1:6) = "000000"
               DISPLAY "  Clave invalida, no se corrige"
               GO TO CORREGIR-REFERENCIA-FIN
           END-IF.
           MOVE WS-REF-FECHA     TO SUS-REF-FECHA.
           MOVE WS-ENTRADA (1:6) TO SUS-REF-CLAVE.
           MOVE "C" TO WS-LOG-ACCION.
           PERFORM SELLAR-PARTIDA.
           PERFORM GRABAR-PARTIDA-PEDIDA.
           PERFORM GRABAR-LOG.
           SET HUBO-CAMBIOS TO TRUE.
           DISPLAY "  Referencia corregida".
       CORREGIR-REFERENCIA-FIN.
           EXIT.

       ANULAR-PARTIDA.
           IF SES-NIVEL < 3
               DISPLAY "  La anulacion pide nivel 3 o mayor"
               GO TO ANULAR-PARTIDA-FIN
           END-IF.
           PERFORM PEDIR-ITEM.
           IF WS-ITEM-PEDIDO = ZERO
               GO TO ANULAR-PARTIDA-FIN
               GO TO ANULAR-PARTIDA-FIN
           END-IF.
           MOVE "A" TO SUS-ESTADO.
           MOVE "N" TO WS-LOG-ACCION.
           PERFORM SELLAR-PARTIDA.
           PERFORM GRABAR-PARTIDA-PEDIDA.
           PERFORM GRABAR-LOG.
           SET HUBO-CAMBIOS TO TRUE.
           DISPLAY "  Partida anulada".
       ANULAR-PARTIDA-FIN.

      *    La partida liberada sale como transaccion normal hacia
      *    TRANSLIB.DAT; FUSIONA-SUCURSAL la recoge en la proxima
      *    corrida con su sucursal original. Antes de escribirla la
      *    aprueba un segundo operador de nivel 3 o mayor (doble
      *    control); sin aprobacion la partida sigue pendiente.
       LIBERAR-PARTIDA.
           IF SES-NIVEL < 3
               DISPLAY "  La liberacion pide nivel 3 o mayor"
               GO TO LIBERAR-PARTIDA-FIN
           END-IF.
           PERFORM PEDIR-ITEM.
           IF WS-ITEM-PEDIDO = ZERO
               GO TO LIBERAR-PARTIDA-FIN
               DISPLAY "  La partida no esta pendiente"
               GO TO LIBERAR-PARTIDA-FIN
           END-IF.
           DISPLAY "Partida: " SUSPENSO-RECORD.
           MOVE "A" TO SES-MODO.
           MOVE 3   TO SES-NIVEL-MINIMO.
           CALL "INGRESO-OPERADOR" USING SESION-AREA
           END-CALL.
           IF NOT SES-ACEPTADO
               DISPLAY "  Liberacion sin aprobar, la partida sigue "
                       "pendiente"
               GO TO LIBERAR-PARTIDA-FIN
           END-IF.
           OPEN EXTEND LIBERADO-FILE.
           IF WS-LIBERADO-STATUS NOT = "00"
               OPEN OUTPUT LIBERADO-FILE
           MOVE SUS-OPERACION  TO TR-OPERACION.
           MOVE SUS-CUENTA     TO TR-CUENTA.
           MOVE SUS-SUCURSAL   TO TR-SUCURSAL.
           IF SUS-OPERACION = "V"
               MOVE SUS-REF-FECHA TO TR-REF-FECHA
               MOVE SUS-REF-CLAVE TO TR-REF-CLAVE
           END-IF.
           WRITE TRANS-RECORD.
           IF WS-LIBERADO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir TRANSLIB.DAT "
           END-IF.
           CLOSE LIBERADO-FILE.
           MOVE "L" TO SUS-ESTADO.
           MOVE "L" TO WS-LOG-ACCION.
           PERFORM SELLAR-PARTIDA.
           PERFORM GRABAR-PARTIDA-PEDIDA.
           PERFORM GRABAR-LOG.
           SET HUBO-CAMBIOS TO TRUE.
           DISPLAY "  Partida liberada hacia TRANSLIB.DAT".
       LIBERAR-PARTIDA-FIN.
           EXIT.

      *    El aprobador solo queda en la liberacion; en las demas
      *    acciones se limpia el de una accion anterior.
       SELLAR-PARTIDA.
           MOVE SES-OPERADOR     TO SUS-OPERADOR.
           MOVE WS-FECHA-SISTEMA TO SUS-FECHA-ACCION.
           IF WS-LOG-ACCION = "L"
               MOVE SES-APROBADOR TO SUS-APROBADOR
           ELSE
               MOVE SPACES        TO SUS-APROBADOR
           END-IF.

       GRABAR-LOG.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES                TO LOG-RECORD.
           MOVE WS-FECHA-SISTEMA      TO SLG-FECHA.
           MOVE WS-HORA-SISTEMA (1:6) TO SLG-HORA.
           MOVE WS-LOG-ACCION         TO SLG-ACCION.
           MOVE SES-OPERADOR          TO SLG-OPERADOR.
           IF WS-LOG-ACCION = "L"
               MOVE SES-APROBADOR     TO SLG-APROBADOR
           END-IF.
           MOVE SUSPENSO-RECORD (1:49) TO SLG-PARTIDA.
           WRITE LOG-RECORD.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir SUSPLOG.DAT "
                       "(status " WS-LOG-STATUS ")"
           END-IF.

       REGRABAR-SUSPENSO.
           OPEN OUTPUT SUSPENSO-FILE.
           IF WS-SUSPENSO-STATUS NOT = "00"
