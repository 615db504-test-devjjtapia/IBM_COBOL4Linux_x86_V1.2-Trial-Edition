      *              corrección o baja de un asiento mal aplicado.   *
      *              Cada corrección o baja queda registrada en la   *
      *              bitácora CALCMLOG.DAT con la imagen anterior    *
      *              y la nueva y con el código del operador.        *
      *              La sesión empieza con el ingreso del operador   *
      *              (INGRESO-OPERADOR contra OPERADOR.DAT); la      *
      *              consulta y el listado piden nivel 1, la         *
      *              corrección nivel 2 y la baja nivel 3.           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-MAESTRO.
           COPY MASTREC.

       FD  LOG-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  LOG-RECORD.
           05  MLG-FECHA             PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  FILLER                PIC X VALUE SPACE.
           05  MLG-DIV               PIC S9(9)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                PIC X VALUE SPACE.
           05  MLG-OPERADOR          PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-MAESTRO-STATUS         PIC X(2) VALUE "00".
       01  WS-CONFIRMA               PIC X(1) VALUE SPACE.
       01  WS-LOG-ACCION             PIC X(1) VALUE SPACE.

       COPY SESREC.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "============================================".
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA  FROM TIME.

           MOVE "MANT-MAESTRO" TO SES-PROGRAMA.
           MOVE "I"            TO SES-MODO.
           CALL "INGRESO-OPERADOR" USING SESION-AREA
           END-CALL.
           IF NOT SES-ACEPTADO
               DISPLAY "MANT-MAESTRO: ingreso rechazado"
               GOBACK
           END-IF.

           OPEN I-O MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir CALCMAST.DAT "
           DISPLAY "  Asientos listados: " WS-LISTADOS.

       CORREGIR-CLAVE.
           IF SES-NIVEL < 2
               DISPLAY "  La correccion pide nivel 2 o mayor"
               GO TO CORREGIR-CLAVE-FIN
           END-IF.
           PERFORM PEDIR-CLAVE.
           PERFORM LEER-CLAVE-PEDIDA.
           IF WS-MAESTRO-STATUS NOT = "00"
           EXIT.

       BORRAR-CLAVE.
           IF SES-NIVEL < 3
               DISPLAY "  La baja pide nivel 3 o mayor"
               GO TO BORRAR-CLAVE-FIN
           END-IF.
           PERFORM PEDIR-CLAVE.
           PERFORM LEER-CLAVE-PEDIDA.
           IF WS-MAESTRO-STATUS NOT = "00"
           MOVE MST-TOT-RESTA         TO MLG-RESTA.
           MOVE MST-TOT-MULT          TO MLG-MULT.
           MOVE MST-TOT-DIV           TO MLG-DIV.
           MOVE SES-OPERADOR          TO MLG-OPERADOR.
           WRITE LOG-RECORD.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir CALCMLOG.DAT "
