      *              CALCCHK.DAT: si no cuadra, el archivo no se     *
      *              produce y el paso termina con código 8 (regla   *
      *              de aceptación del sistema contable).            *
      *              Las reversas buenas del día salen de la         *
      *              bitácora CALCAUD.DAT como contrapartida del     *
      *              asiento original; no entran en el cotejo contra *
      *              el checkpoint (que es de los cálculos del día)  *
      *              pero sí en el conteo e importe del cierre.      *
      *              Los tipos de registro del archivo se describen  *
      *              en GLIREC.                                      *
      *              Cada lote producido queda en el registro de     *
      *              lotes enviados GLREG.DAT (fecha de proceso +    *
      *              run-id) como enviado sin acuse, con el número   *
      *              de envío que lleva la cabecera; ACUSE-CONTABLE  *
      *              lo concilia después contra el acuse del mayor.  *
      *              Si el registro no se puede grabar la interfaz   *
      *              igual sale y el paso termina con código 4.      *
      *              Con varios turnos en la misma fecha de proceso  *
      *              cada turno manda su propio lote (el registro    *
      *              lleva también el turno) con sólo lo que todavía *
      *              no se mandó: el asiento de cada cuenta es el    *
      *              total del maestro, más lo que le descontaron    *
      *              las reversas del mismo día (que viajan como     *
      *              líneas 25), menos lo que ya mandaron los otros  *
      *              turnos de la fecha según GLENVIO.DAT. Una       *
      *              cuenta sin diferencia no lleva línea, salvo la  *
      *              primera vez que se manda. El cotejo es contra   *
      *              el checkpoint del turno, y las líneas 25 son    *
      *              las reversas del turno. Lo mandado por cuenta   *
      *              queda en GLENVIO.DAT para el turno siguiente.   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERF-CONTABLE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFAZ-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CALCAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REGISTRO-FILE ASSIGN TO "GLREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLR-CLAVE
               FILE STATUS IS WS-REGISTRO-STATUS.

           SELECT ENVIADO-FILE ASSIGN TO "GLENVIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLE-CLAVE
               FILE STATUS IS WS-ENVIADO-STATUS.

           SELECT TRABAJO-FILE ASSIGN TO "GLITRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITB-CUENTA
               FILE STATUS IS WS-TRABAJO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-FILE.
           COPY MASTREC.

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 37 CHARACTERS.
           COPY CHKREC.

       FD  INTERFAZ-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INTERFAZ-LINE             PIC X(80).

       FD  AUDIT-FILE
           RECORD CONTAINS 86 CHARACTERS.
           COPY AUDREC.

       FD  REGISTRO-FILE.
           COPY GLREGREC.

       FD  ENVIADO-FILE.
           COPY GLENVREC.

      *    Trabajo por cuenta del lote del turno: lo que las reversas
      *    del dia le descontaron al asiento de la fecha, y el
      *    importe que lleva la cuenta en este lote. Se rearma en
      *    cada corrida.
       FD  TRABAJO-FILE.
       01  TRABAJO-RECORD.
           05  ITB-CUENTA            PIC 9(4).
           05  ITB-REINTEGRO         PIC S9(11).
           05  ITB-IMPORTE           PIC S9(11).
           05  ITB-ASIENTO           PIC X(1).
               88  ITB-CON-ASIENTO   VALUE "S".
           05  ITB-LINEA             PIC X(1).
               88  ITB-CON-LINEA     VALUE "S".

       WORKING-STORAGE SECTION.
       01  WS-MAESTRO-STATUS         PIC X(2) VALUE "00".
       01  WS-CHECKPOINT-STATUS      PIC X(2) VALUE "00".
       01  WS-INTERFAZ-STATUS        PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS           PIC X(2) VALUE "00".
       01  WS-REGISTRO-STATUS        PIC X(2) VALUE "00".
       01  WS-FALLA-REGISTRO         PIC X(1) VALUE "N".
           88  FALLA-REGISTRO        VALUE "S".
       01  WS-REGISTRO-ABIERTO       PIC X(1) VALUE "N".
           88  REGISTRO-ABIERTO      VALUE "S".
       01  WS-LOTE-REGISTRADO        PIC X(1) VALUE "N".
           88  LOTE-REGISTRADO       VALUE "S".
       01  WS-NUMERO-ENVIO           PIC 9(2) VALUE 1.
       01  WS-ENVIADO-STATUS         PIC X(2) VALUE "00".
       01  WS-ENVIADO-ABIERTO        PIC X(1) VALUE "N".
           88  ENVIADO-ABIERTO       VALUE "S".
       01  WS-FIN-ENVIADO            PIC X(1) VALUE "N".
           88  FIN-ENVIADO           VALUE "S".
       01  WS-ENVIO-PREVIO           PIC X(1) VALUE "N".
           88  ENVIO-PREVIO          VALUE "S".
       01  WS-TRABAJO-STATUS         PIC X(2) VALUE "00".
       01  WS-TRABAJO-ABIERTO        PIC X(1) VALUE "N".
           88  TRABAJO-ABIERTO       VALUE "S".
       01  WS-TRABAJO-HALLADO        PIC X(1) VALUE "N".
           88  TRABAJO-HALLADO       VALUE "S".
       01  WS-FIN-TRABAJO            PIC X(1) VALUE "N".
           88  FIN-TRABAJO           VALUE "S".
       01  WS-FIN-AUDITORIA          PIC X(1) VALUE "N".
           88  FIN-AUDITORIA         VALUE "S".
      *    Clave mas alta ya tomada de cada turno (0 a 9).
       01  WS-TABLA-CLAVES.
           05  WS-AUD-CLAVE-MAXIMA   PIC 9(6) OCCURS 10 TIMES.
       01  WS-IND-TURNO              PIC 9(2) VALUE ZERO.
       01  WS-FECHA-PROCESO          PIC 9(8) VALUE ZERO.
       01  WS-TURNO                  PIC X(1) VALUE "0".
       01  WS-IMPORTE-ASIENTO        PIC S9(11) VALUE ZERO.
       01  WS-IMPORTE-ENVIADO        PIC S9(11) VALUE ZERO.
       01  WS-FIN-MAESTRO            PIC X(1) VALUE "N".
           88  FIN-MAESTRO           VALUE "S".
       01  WS-FALLA-INTERFAZ         PIC X(1) VALUE "N".

       01  WS-LINEAS-DETALLE         PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-IMPORTE          PIC S9(11) VALUE ZERO.
       01  WS-LINEAS-REVERSA         PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REVERSA          PIC S9(11) VALUE ZERO.
       01  WS-CHK-SUMA               PIC 9(9) VALUE ZERO.
       01  WS-CHK-LEIDO              PIC X(1) VALUE "N".
           88  CHK-LEIDO             VALUE "S".

           COPY GLIREC.

       LINKAGE SECTION.
       COPY PARMREC.
           DISPLAY "============================================".

           MOVE PRM-FECHA-PROCESO TO WS-FECHA-PROCESO.
           MOVE PRM-TURNO         TO WS-TURNO.

           PERFORM LEER-CHECKPOINT THRU LEER-CHECKPOINT-FIN.
           IF NOT CHK-LEIDO
               DISPLAY "  ERROR: sin checkpoint del turno no hay "
                       "contra que cotejar, la interfaz no se produce"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM ABRIR-TRABAJOS THRU ABRIR-TRABAJOS-FIN.
           IF FALLA-INTERFAZ
               PERFORM CERRAR-TRABAJOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Primera pasada: conteo y total del turno desde la
      *    bitacora y el maestro, sin abrir la interfaz todavia. Las
      *    reversas van primero: dejan en el trabajo lo que hay que
      *    reintegrarle a cada asiento.
           MOVE "1" TO WS-PASADA.
           PERFORM RECORRER-REVERSAS THRU RECORRER-REVERSAS-FIN.
           IF FALLA-INTERFAZ
               PERFORM CERRAR-TRABAJOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM RECORRER-MAESTRO THRU RECORRER-MAESTRO-FIN.
           IF FALLA-INTERFAZ
               PERFORM CERRAR-TRABAJOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Turno:              " WS-TURNO.
           DISPLAY "Cuentas del turno:  " WS-LINEAS-DETALLE.
           DISPLAY "Reversas del turno: " WS-LINEAS-REVERSA.
           DISPLAY "Total a enviar:     " WS-TOTAL-IMPORTE.
           DISPLAY "Total checkpoint:   " WS-CHK-SUMA.

           IF WS-TOTAL-IMPORTE NOT = WS-CHK-SUMA
                       "maestro no iguala CHK-TOTAL-SUMA, la "
                       "interfaz NO se produce"
               DISPLAY "============================================"
               PERFORM CERRAR-TRABAJOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM BUSCAR-LOTE THRU BUSCAR-LOTE-FIN.

      *    Segunda pasada: recien con el total cuadrado se graba
      *    el archivo completo (cabecera, detalle y cierre).
           OPEN OUTPUT INTERFAZ-FILE.
           IF WS-INTERFAZ-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir GLINTERF.DAT "
                       "(status " WS-INTERFAZ-STATUS ")"
               PERFORM CERRAR-REGISTRO
               PERFORM CERRAR-TRABAJOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-FECHA-PROCESO TO GLI-CAB-FECHA.
           MOVE PRM-RUN-ID       TO GLI-CAB-RUN.
           MOVE WS-NUMERO-ENVIO  TO GLI-CAB-ENVIO.
           MOVE WS-TURNO         TO GLI-CAB-TURNO.
           MOVE GLI-CABECERA TO INTERFAZ-LINE.
           PERFORM ESCRIBIR-INTERFAZ.

           MOVE "2"  TO WS-PASADA.
           MOVE ZERO TO WS-LINEAS-DETALLE WS-TOTAL-IMPORTE.
           MOVE ZERO TO WS-LINEAS-REVERSA WS-TOTAL-REVERSA.
           PERFORM RECORRER-MAESTRO THRU RECORRER-MAESTRO-FIN.
           PERFORM RECORRER-REVERSAS THRU RECORRER-REVERSAS-FIN.

           COMPUTE GLI-CIE-LINEAS =
               WS-LINEAS-DETALLE + WS-LINEAS-REVERSA.
           COMPUTE GLI-CIE-IMPORTE =
               WS-TOTAL-IMPORTE + WS-TOTAL-REVERSA.
           MOVE GLI-CIERRE TO INTERFAZ-LINE.
           PERFORM ESCRIBIR-INTERFAZ.
           CLOSE INTERFAZ-FILE.

           DISPLAY "Interfaz en GLINTERF.DAT: "
                   WS-LINEAS-DETALLE " asientos y "
                   WS-LINEAS-REVERSA " reversas".

           IF NOT FALLA-INTERFAZ
               PERFORM REGISTRAR-LOTE THRU REGISTRAR-LOTE-FIN
               PERFORM ANOTAR-ENVIADOS THRU ANOTAR-ENVIADOS-FIN
           END-IF.
           PERFORM CERRAR-REGISTRO.
           PERFORM CERRAR-TRABAJOS.
           DISPLAY "============================================".

           EVALUATE TRUE
               WHEN FALLA-INTERFAZ
                   MOVE 8 TO RETURN-CODE
               WHEN FALLA-REGISTRO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       LEER-CHECKPOINT.
               AT END
                   DISPLAY "  ERROR: CALCCHK.DAT esta vacio"
               NOT AT END
                   IF CHK-FECHA = WS-FECHA-PROCESO
                      AND CHK-TURNO = WS-TURNO
                       MOVE CHK-TOTAL-SUMA TO WS-CHK-SUMA
                       SET CHK-LEIDO TO TRUE
                   ELSE
                       DISPLAY "  ERROR: CALCCHK.DAT es de la fecha "
                               CHK-FECHA " turno " CHK-TURNO
                   END-IF
           END-READ.
           CLOSE CHECKPOINT-FILE.
       LEER-CHECKPOINT-FIN.
       RECORRER-MAESTRO-FIN.
           EXIT.

      *    El asiento de la cuenta en este lote es lo que todavia
      *    no se mando: el total del maestro, con lo que le
      *    descontaron las reversas del dia reintegrado, menos lo
      *    que ya mandaron los otros turnos de la fecha.
       TOMAR-ASIENTO.
           MOVE MST-TOT-SUMA TO WS-IMPORTE-ASIENTO.
           MOVE MST-CUENTA   TO ITB-CUENTA.
           MOVE "S" TO WS-TRABAJO-HALLADO.
           READ TRABAJO-FILE
               INVALID KEY
                   MOVE "N" TO WS-TRABAJO-HALLADO
                   MOVE MST-CUENTA TO ITB-CUENTA
                   MOVE ZERO       TO ITB-REINTEGRO ITB-IMPORTE
                   MOVE "N"        TO ITB-ASIENTO ITB-LINEA
           END-READ.
           ADD ITB-REINTEGRO TO WS-IMPORTE-ASIENTO.
           PERFORM SUMAR-ENVIADO THRU SUMAR-ENVIADO-FIN.
           SUBTRACT WS-IMPORTE-ENVIADO FROM WS-IMPORTE-ASIENTO.
           IF WS-IMPORTE-ASIENTO = ZERO
              AND ENVIO-PREVIO
               MOVE "N" TO ITB-LINEA
           ELSE
               MOVE "S" TO ITB-LINEA
               ADD 1                  TO WS-LINEAS-DETALLE
               ADD WS-IMPORTE-ASIENTO TO WS-TOTAL-IMPORTE
           END-IF.
           IF PASADA-GRABADO
               IF ITB-CON-LINEA
                   MOVE WS-FECHA-PROCESO   TO GLI-DET-FECHA
                   MOVE MST-CUENTA         TO GLI-DET-CUENTA
                   MOVE WS-IMPORTE-ASIENTO TO GLI-DET-IMPORTE
                   MOVE GLI-DETALLE TO INTERFAZ-LINE
                   PERFORM ESCRIBIR-INTERFAZ
               END-IF
               MOVE WS-IMPORTE-ASIENTO TO ITB-IMPORTE
               MOVE "S"                TO ITB-ASIENTO
               PERFORM GRABAR-TRABAJO
           END-IF.

      *    Lo ya mandado de la cuenta y fecha por los otros turnos;
      *    lo del mismo turno (corrida FORZAR SI) se vuelve a mandar.
       SUMAR-ENVIADO.
           MOVE ZERO TO WS-IMPORTE-ENVIADO.
           MOVE "N"  TO WS-ENVIO-PREVIO.
           MOVE "N"  TO WS-FIN-ENVIADO.
           MOVE MST-CUENTA       TO GLE-CUENTA.
           MOVE WS-FECHA-PROCESO TO GLE-FECHA.
           MOVE LOW-VALUES       TO GLE-TURNO.
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
                          OR GLE-FECHA NOT = WS-FECHA-PROCESO
                           SET FIN-ENVIADO TO TRUE
                       ELSE
                           IF GLE-TURNO NOT = WS-TURNO
                               SET ENVIO-PREVIO TO TRUE
                               ADD GLE-IMPORTE TO WS-IMPORTE-ENVIADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       SUMAR-ENVIADO-FIN.
           EXIT.

      *    Reversas buenas del dia en la bitacora. Tras un reproceso
      *    REINICIO la ventana reprocesada queda dos veces; cada
      *    clave del dia se toma una sola vez (la clave crece
      *    siempre dentro de una corrida, y cada turno es una
      *    corrida aparte). Salen como lineas 25 las del turno; en
      *    la primera pasada las que anulan un calculo del mismo
      *    dia, de cualquier turno, se anotan para reintegrarlas al
      *    asiento de la cuenta.
       RECORRER-REVERSAS.
           MOVE "N"  TO WS-FIN-AUDITORIA.
           MOVE ZEROS TO WS-TABLA-CLAVES.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir CALCAUD.DAT "
                       "(status " WS-AUDIT-STATUS ")"
               SET FALLA-INTERFAZ TO TRUE
               GO TO RECORRER-REVERSAS-FIN
           END-IF.
           PERFORM UNTIL FIN-AUDITORIA
               READ AUDIT-FILE
                   AT END
                       SET FIN-AUDITORIA TO TRUE
                   NOT AT END
                       IF AUD-FECHA = WS-FECHA-PROCESO
                           PERFORM TOMAR-AUDITORIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
       RECORRER-REVERSAS-FIN.
           EXIT.

       TOMAR-AUDITORIA.
           COMPUTE WS-IND-TURNO = AUD-TURNO + 1.
           IF AUD-CLAVE NOT > WS-AUD-CLAVE-MAXIMA (WS-IND-TURNO)
               GO TO TOMAR-AUDITORIA-FIN
           END-IF.
           MOVE AUD-CLAVE TO WS-AUD-CLAVE-MAXIMA (WS-IND-TURNO).
           IF NOT AUD-REG-BUENO
              OR AUD-OPERACION NOT = "V"
               GO TO TOMAR-AUDITORIA-FIN
           END-IF.
           IF AUD-TURNO = WS-TURNO
               PERFORM TOMAR-REVERSA
           END-IF.
           IF PASADA-CONTEO
              AND AUD-REF-FECHA = WS-FECHA-PROCESO
               PERFORM ANOTAR-REINTEGRO
           END-IF.
       TOMAR-AUDITORIA-FIN.
           EXIT.

       ANOTAR-REINTEGRO.
           MOVE AUD-CUENTA TO ITB-CUENTA.
           MOVE "S" TO WS-TRABAJO-HALLADO.
           READ TRABAJO-FILE
               INVALID KEY
                   MOVE "N" TO WS-TRABAJO-HALLADO
                   MOVE AUD-CUENTA TO ITB-CUENTA
                   MOVE ZERO       TO ITB-REINTEGRO ITB-IMPORTE
                   MOVE "N"        TO ITB-ASIENTO ITB-LINEA
           END-READ.
           ADD AUD-SUMA TO ITB-REINTEGRO.
           PERFORM GRABAR-TRABAJO.

       GRABAR-TRABAJO.
           IF TRABAJO-HALLADO
               REWRITE TRABAJO-RECORD
           ELSE
               WRITE TRABAJO-RECORD
           END-IF.
           IF WS-TRABAJO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo grabar GLITRAB.DAT "
                       "(status " WS-TRABAJO-STATUS ")"
               SET FALLA-INTERFAZ TO TRUE
           END-IF.

       TOMAR-REVERSA.
           ADD 1 TO WS-LINEAS-REVERSA.
           SUBTRACT AUD-SUMA FROM WS-TOTAL-REVERSA.
           IF PASADA-GRABADO
               MOVE AUD-REF-FECHA TO GLI-REV-FECHA
               MOVE AUD-CUENTA    TO GLI-REV-CUENTA
               COMPUTE GLI-REV-IMPORTE = 0 - AUD-SUMA
               MOVE AUD-REF-CLAVE TO GLI-REV-CLAVE
               MOVE GLI-REVERSA TO INTERFAZ-LINE
               PERFORM ESCRIBIR-INTERFAZ
           END-IF.

                       "(status " WS-INTERFAZ-STATUS ")"
               SET FALLA-INTERFAZ TO TRUE
           END-IF.

      *    El numero de envio sigue la cuenta del registro: un lote
      *    que se vuelve a producir (corrida FORZAR SI) sale como un
      *    envio nuevo, y el acuse del envio anterior ya no vale.
       BUSCAR-LOTE.
           OPEN I-O REGISTRO-FILE.
           IF WS-REGISTRO-STATUS = "35"
               *> Primer envio: el registro de lotes todavia no existe
               OPEN OUTPUT REGISTRO-FILE
               CLOSE REGISTRO-FILE
               OPEN I-O REGISTRO-FILE
           END-IF.
           IF WS-REGISTRO-STATUS NOT = "00"
               DISPLAY "  AVISO: no se pudo abrir GLREG.DAT "
                       "(status " WS-REGISTRO-STATUS "), el lote "
                       "sale sin registrar"
               SET FALLA-REGISTRO TO TRUE
               GO TO BUSCAR-LOTE-FIN
           END-IF.
           SET REGISTRO-ABIERTO TO TRUE.
           MOVE WS-FECHA-PROCESO TO GLR-FECHA.
           MOVE PRM-RUN-ID       TO GLR-RUN-ID.
           MOVE WS-TURNO         TO GLR-TURNO.
           READ REGISTRO-FILE
               INVALID KEY
                   MOVE "N" TO WS-LOTE-REGISTRADO
               NOT INVALID KEY
                   SET LOTE-REGISTRADO TO TRUE
           END-READ.
           IF LOTE-REGISTRADO
               COMPUTE WS-NUMERO-ENVIO = GLR-ENVIOS + 1
               DISPLAY "  AVISO: el lote " GLR-FECHA " " GLR-RUN-ID
                       " turno " GLR-TURNO " ya figura en GLREG.DAT,"
                       " sale como envio "
                       WS-NUMERO-ENVIO
               IF GLR-ACEPTADO
                   DISPLAY "  AVISO: el mayor ya habia aceptado el "
                           "envio anterior de este lote"
               END-IF
           END-IF.
       BUSCAR-LOTE-FIN.
           EXIT.

       REGISTRAR-LOTE.
           IF FALLA-REGISTRO
               GO TO REGISTRAR-LOTE-FIN
           END-IF.
           MOVE WS-FECHA-PROCESO TO GLR-FECHA.
           MOVE PRM-RUN-ID       TO GLR-RUN-ID.
           MOVE WS-TURNO         TO GLR-TURNO.
           SET GLR-PENDIENTE     TO TRUE.
           MOVE WS-NUMERO-ENVIO  TO GLR-ENVIOS.
           MOVE WS-FECHA-PROCESO TO GLR-FECHA-ENVIO.
           MOVE GLI-CIE-LINEAS   TO GLR-LINEAS.
           MOVE GLI-CIE-IMPORTE  TO GLR-IMPORTE.
           MOVE ZERO             TO GLR-FECHA-ACUSE.
           MOVE ZERO             TO GLR-LINEAS-RECHAZADAS.
           MOVE SPACES           TO GLR-MOTIVO.
           IF LOTE-REGISTRADO
               REWRITE GLREG-RECORD
           ELSE
               WRITE GLREG-RECORD
           END-IF.
           IF WS-REGISTRO-STATUS NOT = "00"
               DISPLAY "  AVISO: no se pudo grabar el lote en "
                       "GLREG.DAT (status " WS-REGISTRO-STATUS ")"
               SET FALLA-REGISTRO TO TRUE
           ELSE
               DISPLAY "Lote registrado en GLREG.DAT, envio "
                       WS-NUMERO-ENVIO
           END-IF.
       REGISTRAR-LOTE-FIN.
           EXIT.

       CERRAR-REGISTRO.
           IF REGISTRO-ABIERTO
               CLOSE REGISTRO-FILE
           END-IF.

      *    Los trabajos del lote: GLENVIO.DAT se crea vacio la
      *    primera vez y GLITRAB.DAT se rearma en cada corrida.
       ABRIR-TRABAJOS.
           OPEN I-O ENVIADO-FILE.
           IF WS-ENVIADO-STATUS = "35"
               *> Primer lote: el archivo de importes todavia no existe
               OPEN OUTPUT ENVIADO-FILE
               CLOSE ENVIADO-FILE
               OPEN I-O ENVIADO-FILE
           END-IF.
           IF WS-ENVIADO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir GLENVIO.DAT "
                       "(status " WS-ENVIADO-STATUS "), sin lo ya "
                       "enviado la interfaz no se produce"
               SET FALLA-INTERFAZ TO TRUE
               GO TO ABRIR-TRABAJOS-FIN
           END-IF.
           SET ENVIADO-ABIERTO TO TRUE.
           OPEN OUTPUT TRABAJO-FILE.
           CLOSE TRABAJO-FILE.
           OPEN I-O TRABAJO-FILE.
           IF WS-TRABAJO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir GLITRAB.DAT "
                       "(status " WS-TRABAJO-STATUS ")"
               SET FALLA-INTERFAZ TO TRUE
               GO TO ABRIR-TRABAJOS-FIN
           END-IF.
           SET TRABAJO-ABIERTO TO TRUE.
       ABRIR-TRABAJOS-FIN.
           EXIT.

      *    Con el lote ya producido se anota lo que lleva cada
      *    cuenta del turno, para que el turno siguiente de la fecha
      *    mande solo la diferencia. Si no se puede anotar la
      *    interfaz igual sale; el turno siguiente no cuadraria
      *    contra su checkpoint y no se produce.
       ANOTAR-ENVIADOS.
           MOVE ZERO TO ITB-CUENTA.
           MOVE "N"  TO WS-FIN-TRABAJO.
           START TRABAJO-FILE KEY IS NOT LESS THAN ITB-CUENTA
               INVALID KEY
                   SET FIN-TRABAJO TO TRUE
           END-START.
           PERFORM UNTIL FIN-TRABAJO
               READ TRABAJO-FILE NEXT RECORD
                   AT END
                       SET FIN-TRABAJO TO TRUE
                   NOT AT END
                       IF ITB-CON-ASIENTO
                           PERFORM ANOTAR-ENVIADO
                       END-IF
               END-READ
           END-PERFORM.
       ANOTAR-ENVIADOS-FIN.
           EXIT.

       ANOTAR-ENVIADO.
           MOVE ITB-CUENTA       TO GLE-CUENTA.
           MOVE WS-FECHA-PROCESO TO GLE-FECHA.
           MOVE WS-TURNO         TO GLE-TURNO.
           READ ENVIADO-FILE
               INVALID KEY
                   IF ITB-CON-LINEA
                       MOVE ITB-CUENTA       TO GLE-CUENTA
                       MOVE WS-FECHA-PROCESO TO GLE-FECHA
                       MOVE WS-TURNO         TO GLE-TURNO
                       MOVE ITB-IMPORTE      TO GLE-IMPORTE
                       MOVE WS-FECHA-PROCESO TO GLE-FECHA-ENVIO
                       WRITE GLENVIO-RECORD
                   END-IF
               NOT INVALID KEY
                   MOVE ITB-IMPORTE      TO GLE-IMPORTE
                   MOVE WS-FECHA-PROCESO TO GLE-FECHA-ENVIO
                   REWRITE GLENVIO-RECORD
           END-READ.
           IF WS-ENVIADO-STATUS NOT = "00"
              AND WS-ENVIADO-STATUS NOT = "23"
               DISPLAY "  AVISO: no se pudo grabar GLENVIO.DAT "
                       "(status " WS-ENVIADO-STATUS ")"
               SET FALLA-REGISTRO TO TRUE
           END-IF.

       CERRAR-TRABAJOS.
           IF ENVIADO-ABIERTO
               CLOSE ENVIADO-FILE
               MOVE "N" TO WS-ENVIADO-ABIERTO
           END-IF.
           IF TRABAJO-ABIERTO
               CLOSE TRABAJO-FILE
               MOVE "N" TO WS-TRABAJO-ABIERTO
           END-IF.
