      *****************************************************************
      * Programa: Carga del Presupuesto                              *
      * Descripción: Programa de lote que corre a pedido de Finanzas,*
      *              fuera del job nocturno. Carga en el maestro de  *
      *              presupuesto PRESUP.DAT (copybook PRESREC) el    *
      *              archivo PRESUPIN.DAT que entrega Finanzas, un   *
      *              renglón por cuenta y período:                   *
      *                columnas  1-4   cuenta                        *
      *                          6-11  período AAAAMM                *
      *                         13-24  presupuesto de la suma del    *
      *                                mes, 11 dígitos y el signo    *
      *                                (+ o -) al final              *
      *              Un renglón en blanco o con * en la columna 1 se *
      *              ignora. Se rechaza el renglón con datos no      *
      *              numéricos, con mes fuera de 01-12, o cuya cuenta*
      *              no figura en el maestro de cuentas CALCCTA.DAT o*
      *              está cerrada. Un presupuesto que ya existe para *
      *              la cuenta y el período se reemplaza (Finanzas   *
      *              vuelve a mandar el archivo con las revisiones). *
      *              Los cambios puntuales se hacen con              *
      *              MANT-PRESUPUESTO.                               *
      *              Si el maestro no existe se crea vacío.          *
      *              Termina con código 4 si hubo rechazos y con 8 si*
      *              no puede abrir los archivos o grabar el maestro.*
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-PRESUPUESTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "PRESUPIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.

           SELECT PRESUPUESTO-FILE ASSIGN TO "PRESUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRE-CLAVE
               FILE STATUS IS WS-PRESUPUESTO-STATUS.

           SELECT CUENTA-FILE ASSIGN TO "CALCCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-CUENTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  ENTRADA-RECORD.
           05  PIN-CUENTA            PIC X(4).
           05  FILLER                PIC X.
           05  PIN-PERIODO.
               10  PIN-ANIO          PIC X(4).
               10  PIN-MES           PIC X(2).
           05  FILLER                PIC X.
           05  PIN-IMPORTE           PIC S9(11)
               SIGN IS TRAILING SEPARATE CHARACTER.

       FD  PRESUPUESTO-FILE.
           COPY PRESREC.

       FD  CUENTA-FILE.
           COPY CTAREC.

       WORKING-STORAGE SECTION.
       01  WS-ENTRADA-STATUS         PIC X(2) VALUE "00".
       01  WS-PRESUPUESTO-STATUS     PIC X(2) VALUE "00".
       01  WS-CUENTA-STATUS          PIC X(2) VALUE "00".
       01  WS-CUENTA-ABIERTA         PIC X(1) VALUE "N".
           88  CUENTA-ABIERTA        VALUE "S".
       01  WS-FIN-ENTRADA            PIC X(1) VALUE "N".
           88  FIN-ENTRADA           VALUE "S".
       01  WS-FALLA-CARGA            PIC X(1) VALUE "N".
           88  FALLA-CARGA           VALUE "S".
       01  WS-PRESUPUESTO-HALLADO    PIC X(1) VALUE "N".
           88  PRESUPUESTO-HALLADO   VALUE "S".
       01  WS-FECHA-SISTEMA          PIC 9(8) VALUE ZERO.
       01  WS-MOTIVO-RECHAZO         PIC X(30) VALUE SPACES.
       01  WS-RENGLONES-LEIDOS       PIC 9(6) VALUE ZERO.
       01  WS-PRESUPUESTOS-NUEVOS    PIC 9(6) VALUE ZERO.
       01  WS-PRESUPUESTOS-REEMPL    PIC 9(6) VALUE ZERO.
       01  WS-RENGLONES-RECHAZADOS   PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "============================================".
           DISPLAY "  CARGA-PRESUPUESTO: presupuesto por cuenta ".
           DISPLAY "============================================".

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           OPEN INPUT ENTRADA-FILE.
           IF WS-ENTRADA-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir PRESUPIN.DAT "
                       "(status " WS-ENTRADA-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O PRESUPUESTO-FILE.
           IF WS-PRESUPUESTO-STATUS = "35"
               *> Primera carga: el maestro de presupuesto no existe
               OPEN OUTPUT PRESUPUESTO-FILE
               CLOSE PRESUPUESTO-FILE
               OPEN I-O PRESUPUESTO-FILE
           END-IF.
           IF WS-PRESUPUESTO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir PRESUP.DAT "
                       "(status " WS-PRESUPUESTO-STATUS ")"
               CLOSE ENTRADA-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUENTA-FILE.
           IF WS-CUENTA-STATUS = "00"
               SET CUENTA-ABIERTA TO TRUE
           ELSE
               DISPLAY "  AVISO: no se pudo abrir CALCCTA.DAT "
                       "(status " WS-CUENTA-STATUS "), las cuentas "
                       "se cargan sin verificar"
           END-IF.

           PERFORM UNTIL FIN-ENTRADA
               READ ENTRADA-FILE
                   AT END
                       SET FIN-ENTRADA TO TRUE
                   NOT AT END
                       PERFORM PROCESAR-RENGLON
                           THRU PROCESAR-RENGLON-FIN
               END-READ
           END-PERFORM.

           CLOSE ENTRADA-FILE.
           CLOSE PRESUPUESTO-FILE.
           IF CUENTA-ABIERTA
               CLOSE CUENTA-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "Resumen de la carga:".
           DISPLAY "  Renglones leidos:       " WS-RENGLONES-LEIDOS.
           DISPLAY "  Presupuestos nuevos:    " WS-PRESUPUESTOS-NUEVOS.
           DISPLAY "  Presupuestos reemplaz.: " WS-PRESUPUESTOS-REEMPL.
           DISPLAY "  Renglones rechazados:   "
                   WS-RENGLONES-RECHAZADOS.
           DISPLAY "============================================".

           EVALUATE TRUE
               WHEN FALLA-CARGA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RENGLONES-RECHAZADOS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *    Despues de una falla al grabar el maestro no se carga
      *    nada mas; los renglones que siguen se cuentan leidos.
       PROCESAR-RENGLON.
           IF ENTRADA-RECORD = SPACES
              OR ENTRADA-RECORD (1:1) = "*"
               GO TO PROCESAR-RENGLON-FIN
           END-IF.
           ADD 1 TO WS-RENGLONES-LEIDOS.
           IF FALLA-CARGA
               GO TO PROCESAR-RENGLON-FIN
           END-IF.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           EVALUATE TRUE
               WHEN PIN-CUENTA IS NOT NUMERIC
                   MOVE "CUENTA NO NUMERICA" TO WS-MOTIVO-RECHAZO
               WHEN PIN-PERIODO IS NOT NUMERIC
                   MOVE "PERIODO NO NUMERICO" TO WS-MOTIVO-RECHAZO
               WHEN PIN-MES < "01" OR PIN-MES > "12"
                   MOVE "MES FUERA DE 01-12" TO WS-MOTIVO-RECHAZO
               WHEN PIN-IMPORTE IS NOT NUMERIC
                   MOVE "IMPORTE NO NUMERICO" TO WS-MOTIVO-RECHAZO
           END-EVALUATE.
           IF WS-MOTIVO-RECHAZO = SPACES
              AND CUENTA-ABIERTA
               PERFORM VERIFICAR-CUENTA
           END-IF.
           IF WS-MOTIVO-RECHAZO NOT = SPACES
               ADD 1 TO WS-RENGLONES-RECHAZADOS
               DISPLAY "  RECHAZO: " ENTRADA-RECORD " - "
                       WS-MOTIVO-RECHAZO
               GO TO PROCESAR-RENGLON-FIN
           END-IF.

           MOVE PIN-CUENTA  TO PRE-CUENTA.
           MOVE PIN-PERIODO TO PRE-PERIODO.
           MOVE "S" TO WS-PRESUPUESTO-HALLADO.
           READ PRESUPUESTO-FILE
               INVALID KEY
                   MOVE "N" TO WS-PRESUPUESTO-HALLADO
           END-READ.
           MOVE PIN-CUENTA       TO PRE-CUENTA.
           MOVE PIN-PERIODO      TO PRE-PERIODO.
           MOVE PIN-IMPORTE      TO PRE-IMPORTE.
           SET PRE-DE-CARGA      TO TRUE.
           MOVE WS-FECHA-SISTEMA TO PRE-FECHA-ACT.
           MOVE SPACES           TO PRE-OPERADOR.
           IF PRESUPUESTO-HALLADO
               REWRITE PRESUPUESTO-RECORD
           ELSE
               WRITE PRESUPUESTO-RECORD
           END-IF.
           IF WS-PRESUPUESTO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo grabar PRESUP.DAT para "
                       "la cuenta " PRE-CUENTA " periodo "
                       PRE-PERIODO " (status "
                       WS-PRESUPUESTO-STATUS ")"
               SET FALLA-CARGA TO TRUE
               GO TO PROCESAR-RENGLON-FIN
           END-IF.
           IF PRESUPUESTO-HALLADO
               ADD 1 TO WS-PRESUPUESTOS-REEMPL
           ELSE
               ADD 1 TO WS-PRESUPUESTOS-NUEVOS
           END-IF.
       PROCESAR-RENGLON-FIN.
           EXIT.

       VERIFICAR-CUENTA.
           MOVE PIN-CUENTA TO CTA-CUENTA.
           READ CUENTA-FILE
               INVALID KEY
                   MOVE "CUENTA NO FIGURA EN CALCCTA"
                        TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   IF CTA-CERRADA
                       MOVE "CUENTA CERRADA" TO WS-MOTIVO-RECHAZO
                   END-IF
           END-READ.
