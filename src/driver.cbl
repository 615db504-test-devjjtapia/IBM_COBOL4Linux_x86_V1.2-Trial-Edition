      *              DESDE-PASO, para no repetir pasos ya            *
      *              completados tras una falla.                     *
      *              Lleva además un libro de control de corridas    *
      *              (RUNCTL.DAT) por fecha de proceso y turno: un   *
      *              turno ya completado no vuelve a correr en       *
      *              NORMAL salvo tarjeta FORZAR SI, y REINICIO sólo *
      *              procede cuando el turno figura fallido o        *
      *              cortado. Cada turno es un ciclo propio de la    *
      *              fecha; un turno nuevo no arranca mientras otro  *
      *              de la misma fecha siga fallido o cortado.       *
      *              Antes de tocar los maestros se toma una foto    *
      *              (FOTO-MAESTROS); un turno fallido que se vuelve *
      *              a la foto con RESTAURA-NOCHE queda en estado R  *
      *              y corre de nuevo en NORMAL desde el comienzo.   *
      *              Las transacciones con fecha efectiva futura     *
      *              esperan en el almacén: LIBERA-ALMACEN las       *
      *              suelta en su fecha y VENCE-ALMACEN lista las    *
      *              próximas.                                       *
      *              Cada renglón de JOBLOG.DAT lleva la fecha de    *
      *              proceso y el turno; el último paso,             *
      *              RESUMEN-NOCHE, corre aunque el job se haya      *
      *              detenido y arma con la bitácora y las salidas   *
      *              de la noche el resumen de la mañana.            *
      *              Pasos: 10 HOLA-MUNDO, 15 FOTO-MAESTROS,         *
      *              18 LIBERA-ALMACEN, 20 FUSIONA-SUCURSAL,         *
      *              30 VALIDA-TRANSACC, 35 RETORNO-RECHAZOS,        *
      *              37 VENCE-ALMACEN, 40 CALCULADORA,               *
      *              50 CUADRE-DIARIO,                               *
      *              55 VARIA-DIARIA, 60 EXTRAE-CSV,                 *
      *              70 INTERF-CONTABLE, 75 ACUSE-CONTABLE,          *
      *              80 ACTIVIDAD-MANT, 90 RESUMEN-NOCHE.            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESO-NOCTURNO.
       DATA DIVISION.
       FILE SECTION.
       FD  JOBLOG-FILE
           RECORD CONTAINS 56 CHARACTERS.
           COPY JLOGREC.

       FD  PARAMETRO-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 6 CHARACTERS.
       01  CERRADO-RECORD            PIC 9(6).

       FD  RUNCTL-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
       01  WS-JOBLOG-STATUS          PIC X(2) VALUE "00".
           88  PREVIA-INICIADA       VALUE "I".
           88  PREVIA-COMPLETADA     VALUE "C".
           88  PREVIA-FALLIDA        VALUE "F".
           88  PREVIA-RESTAURADA     VALUE "R".
       01  WS-TURNO-RUNCTL           PIC X(1) VALUE SPACE.
       01  WS-IND-TURNO              PIC 9(2) VALUE ZERO.
       01  WS-IND-TURNO-ACTUAL       PIC 9(2) VALUE ZERO.
       01  WS-TURNO-DIGITO           PIC 9(1) VALUE ZERO.
       01  WS-TURNO-PENDIENTE        PIC X(1) VALUE SPACE.
      *    Ultimo estado de cada turno (0 a 9) de la fecha de proceso.
       01  WS-TABLA-TURNOS.
           05  WS-ESTADO-TURNO       PIC X(1) OCCURS 10 TIMES.
       01  WS-CORRIDA-RECHAZADA      PIC X(1) VALUE "N".
           88  CORRIDA-RECHAZADA     VALUE "S".
       01  WS-HORA-INICIO-JOB        PIC 9(6) VALUE ZERO.
           MOVE "HOLA-MUNDO" TO WS-PASO-PROGRAMA.
           PERFORM EJECUTAR-PASO THRU EJECUTAR-PASO-FIN.

           MOVE 15              TO WS-PASO-NUMERO.
           MOVE "FOTO-MAESTROS" TO WS-PASO-PROGRAMA.
           PERFORM EJECUTAR-PASO THRU EJECUTAR-PASO-FIN.

           MOVE 18               TO WS-PASO-NUMERO.
           MOVE "LIBERA-ALMACEN" TO WS-PASO-PROGRAMA.
           PERFORM EJECUTAR-PASO THRU EJECUTAR-PASO-FIN.

           MOVE 20                 TO WS-PASO-NUMERO.
           MOVE "FUSIONA-SUCURSAL" TO WS-PASO-PROGRAMA.
           PERFORM EJECUTAR-PASO THRU EJECUTAR-PASO-FIN.
           MOVE "RETORNO-RECHAZOS" TO WS-PASO-PROGRAMA.
           PERFORM EJECUTAR-PASO THRU EJECUTAR-PASO-FIN.

           MOVE 37              TO WS-PASO-NUMERO.
           MOVE "VENCE-ALMACEN" TO WS-PASO-PROGRAMA.
           PERFORM EJECUTAR-PASO THRU EJECUTAR-PASO-FIN.

           MOVE 40            TO WS-PASO-NUMERO.
           MOVE "CALCULADORA"  TO WS-PASO-PROGRAMA.
           PERFORM EJECUTAR-PASO THRU EJECUTAR-PASO-FIN.
           MOVE "INTERF-CONTABLE" TO WS-PASO-PROGRAMA.
           PERFORM EJECUTAR-PASO THRU EJECUTAR-PASO-FIN.

           MOVE 75               TO WS-PASO-NUMERO.
           MOVE "ACUSE-CONTABLE" TO WS-PASO-PROGRAMA.
           PERFORM EJECUTAR-PASO THRU EJECUTAR-PASO-FIN.

           MOVE 80               TO WS-PASO-NUMERO.
           MOVE "ACTIVIDAD-MANT" TO WS-PASO-PROGRAMA.
           PERFORM EJECUTAR-PASO THRU EJECUTAR-PASO-FIN.

      *    El resumen de la manana lee JOBLOG.DAT: se cierra y se
      *    reabre para que tenga grabados todos los pasos de la
      *    noche. Corre aunque el job se haya detenido, que es
      *    cuando mas hace falta.
           IF WS-JOBLOG-STATUS = "00"
               CLOSE JOBLOG-FILE
               OPEN EXTEND JOBLOG-FILE
           END-IF.
           MOVE 90              TO WS-PASO-NUMERO.
           MOVE "RESUMEN-NOCHE" TO WS-PASO-PROGRAMA.
           PERFORM EJECUTAR-PASO THRU EJECUTAR-PASO-FIN.

           IF WS-JOBLOG-STATUS = "00"
               CLOSE JOBLOG-FILE
           END-IF.
           MOVE WS-RC-JOB TO RETURN-CODE.
           STOP RUN.

      *    Control de corridas sobre RUNCTL.DAT: un turno ya
      *    completado no vuelve a correr en NORMAL (la bitacora
      *    CALCAUD.DAT se abre EXTEND y el maestro se postearia dos
      *    veces) salvo tarjeta FORZAR SI; REINICIO solo procede
      *    cuando el turno figura fallido o cortado a mitad de
      *    corrida. Otro turno de la misma fecha es un ciclo nuevo
      *    y corre en NORMAL, salvo que algun turno de la fecha
      *    siga fallido o cortado: primero se lo retoma, para que
      *    el lote del mayor no arrastre lo posteado a medias. Un
      *    turno restaurado a la foto previa vuelve a correr como si
      *    no hubiera corrido.
       CONTROLAR-CORRIDA.
           PERFORM BUSCAR-CORRIDA-PREVIA
               THRU BUSCAR-CORRIDA-PREVIA-FIN.
           IF PRM-MODO-NORMAL
               EVALUATE TRUE
                   WHEN (SIN-CORRIDA-PREVIA OR PREVIA-RESTAURADA)
                    AND WS-TURNO-PENDIENTE = SPACE
                       CONTINUE
                   WHEN PRM-FORZAR-SI
                       DISPLAY "  AVISO: la fecha "
                               PRM-FECHA-PROCESO " turno " PRM-TURNO
                               " ya figura en RUNCTL.DAT, la corrida "
                               "sigue por la tarjeta FORZAR SI"
                   WHEN SIN-CORRIDA-PREVIA
                     OR PREVIA-RESTAURADA
                       DISPLAY "  PROCESO-NOCTURNO: el turno "
                               WS-TURNO-PENDIENTE " de la fecha "
                               PRM-FECHA-PROCESO " figura fallido o "
                               "sin terminar; retomelo con MODO "
                               "REINICIO antes de abrir el turno "
                               PRM-TURNO
                       SET CORRIDA-RECHAZADA TO TRUE
                   WHEN PREVIA-COMPLETADA
                       DISPLAY "  PROCESO-NOCTURNO: la fecha "
                               PRM-FECHA-PROCESO " turno " PRM-TURNO
                               " ya fue completada; una segunda "
                               "corrida NORMAL duplicaria la "
                               "bitacora y el maestro. Use FORZAR "
                               "SI para repetirla a proposito"
                       SET CORRIDA-RECHAZADA TO TRUE
                   WHEN PREVIA-INICIADA
                       DISPLAY "  PROCESO-NOCTURNO: la fecha "
                               PRM-FECHA-PROCESO " turno " PRM-TURNO
                               " figura iniciada y sin terminar; si "
                               "la corrida anterior se corto use "
                               "MODO REINICIO, o FORZAR SI para "
                               "arrancar de cero"
                       SET CORRIDA-RECHAZADA TO TRUE
                   WHEN PREVIA-FALLIDA
                       DISPLAY "  PROCESO-NOCTURNO: la fecha "
                               PRM-FECHA-PROCESO " turno " PRM-TURNO
                               " figura fallida; use MODO REINICIO "
                               "para retomarla, o FORZAR SI para "
                               "arrancar de cero"
                       SET CORRIDA-RECHAZADA TO TRUE
               END-EVALUATE
           ELSE
               IF PREVIA-RESTAURADA
                   DISPLAY "  PROCESO-NOCTURNO: la fecha "
                           PRM-FECHA-PROCESO " turno " PRM-TURNO
                           " fue restaurada a la foto previa; corre "
                           "de nuevo con MODO NORMAL"
                   SET CORRIDA-RECHAZADA TO TRUE
               END-IF
               IF SIN-CORRIDA-PREVIA OR PREVIA-COMPLETADA
                   DISPLAY "  PROCESO-NOCTURNO: REINICIO solo "
                           "procede cuando la fecha "
                           PRM-FECHA-PROCESO " turno " PRM-TURNO
                           " figura fallida en RUNCTL.DAT"
                   SET CORRIDA-RECHAZADA TO TRUE
               END-IF
           END-IF.
           EXIT.

       BUSCAR-CORRIDA-PREVIA.
           MOVE SPACES TO WS-TABLA-TURNOS.
           MOVE PRM-TURNO TO WS-TURNO-DIGITO.
           COMPUTE WS-IND-TURNO-ACTUAL = WS-TURNO-DIGITO + 1.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               *> Primera corrida: el libro de control no existe
                       SET FIN-RUNCTL TO TRUE
                   NOT AT END
                       IF RUN-FECHA = PRM-FECHA-PROCESO
                           PERFORM TOMAR-CORRIDA-PREVIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNCTL-FILE.
           PERFORM VARYING WS-IND-TURNO FROM 1 BY 1
                   UNTIL WS-IND-TURNO > 10
               IF WS-IND-TURNO NOT = WS-IND-TURNO-ACTUAL
                  AND (WS-ESTADO-TURNO (WS-IND-TURNO) = "I"
                       OR WS-ESTADO-TURNO (WS-IND-TURNO) = "F")
                   COMPUTE WS-TURNO-DIGITO = WS-IND-TURNO - 1
                   MOVE WS-TURNO-DIGITO TO WS-TURNO-PENDIENTE
               END-IF
           END-PERFORM.
       BUSCAR-CORRIDA-PREVIA-FIN.
           EXIT.

       TOMAR-CORRIDA-PREVIA.
           MOVE RUN-TURNO TO WS-TURNO-RUNCTL.
           IF WS-TURNO-RUNCTL = SPACE
               MOVE "0" TO WS-TURNO-RUNCTL
           END-IF.
           IF WS-TURNO-RUNCTL IS NUMERIC
               MOVE WS-TURNO-RUNCTL TO WS-TURNO-DIGITO
               COMPUTE WS-IND-TURNO = WS-TURNO-DIGITO + 1
               MOVE RUN-ESTADO TO WS-ESTADO-TURNO (WS-IND-TURNO)
           END-IF.
           IF WS-TURNO-RUNCTL = PRM-TURNO
               MOVE RUN-ESTADO TO WS-RUN-PREVIA
           END-IF.

       ANOTAR-INICIO-CORRIDA.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA (1:6) TO WS-HORA-INICIO-JOB.
           MOVE ZERO                  TO RUN-HORA-FIN.
           MOVE "I"                   TO RUN-ESTADO.
           MOVE ZERO                  TO RUN-CONDICION.
           MOVE PRM-TURNO             TO RUN-TURNO.
           PERFORM GRABAR-RUNCTL.

       ANOTAR-FIN-CORRIDA.
               MOVE "F" TO RUN-ESTADO
           END-IF.
           MOVE WS-RC-JOB             TO RUN-CONDICION.
           MOVE PRM-TURNO             TO RUN-TURNO.
           PERFORM GRABAR-RUNCTL.

       GRABAR-RUNCTL.
           END-IF.

      *    Valores por omision cuando falta CALCPARM.CTL o alguna
      *    tarjeta: fecha del sistema, turno 0, modo NORMAL,
      *    intervalo de checkpoint 10 y arranque en el paso 10.
       LEER-PARAMETROS.
           MOVE WS-FECHA-SISTEMA TO PRM-FECHA-PROCESO.
           MOVE SPACES           TO PRM-RUN-ID.
           MOVE "0"              TO PRM-TURNO.
           MOVE "NORMAL"         TO PRM-MODO.
           MOVE 10               TO PRM-INTERVALO-CHK.
           MOVE 10               TO PRM-DESDE-PASO.
               WHEN "RUN-ID"
                   MOVE WS-PALABRA-2 TO PRM-RUN-ID
               WHEN "TURNO"
                   IF WS-PALABRA-2 (1:1) IS NUMERIC
                      AND WS-PALABRA-2 (2:1) = SPACE
                       MOVE WS-PALABRA-2 (1:1) TO PRM-TURNO
                   ELSE
                       PERFORM RECHAZAR-PARAMETRO
                   END-IF
               WHEN "MODO"
                   IF WS-PALABRA-2 = "NORMAL" OR "REINICIO"
                       MOVE WS-PALABRA-2 TO PRM-MODO

       EJECUTAR-PASO.
           IF JOB-DETENIDO
              AND WS-PASO-NUMERO NOT = 90
               DISPLAY "Paso " WS-PASO-NUMERO " ("
                       WS-PASO-PROGRAMA ") no ejecutado: el job "
                       "se detuvo antes"
               WHEN 10
                   CALL "HOLA-MUNDO" USING PARM-AREA
                   END-CALL
               WHEN 15
                   CALL "FOTO-MAESTROS" USING PARM-AREA
                   END-CALL
               WHEN 18
                   CALL "LIBERA-ALMACEN" USING PARM-AREA
                   END-CALL
               WHEN 20
                   CALL "FUSIONA-SUCURSAL" USING PARM-AREA
                   END-CALL
               WHEN 30
                   CALL "VALIDA-TRANSACC" USING PARM-AREA
                   END-CALL
               WHEN 35
                   CALL "RETORNO-RECHAZOS" USING PARM-AREA
                   END-CALL
               WHEN 37
                   CALL "VENCE-ALMACEN" USING PARM-AREA
                   END-CALL
               WHEN 40
                   CALL "CALCULADORA" USING PARM-AREA
                   END-CALL
               WHEN 70
                   CALL "INTERF-CONTABLE" USING PARM-AREA
                   END-CALL
               WHEN 75
                   CALL "ACUSE-CONTABLE" USING PARM-AREA
                   END-CALL
               WHEN 80
                   CALL "ACTIVIDAD-MANT" USING PARM-AREA
                   END-CALL
               WHEN 90
                   CALL "RESUMEN-NOCHE" USING PARM-AREA
                   END-CALL
           END-EVALUATE.

           MOVE RETURN-CODE TO WS-RC-PASO.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA (1:6) TO JLG-HORA-FIN.
           MOVE WS-RC-PASO            TO JLG-CONDICION.
           MOVE PRM-FECHA-PROCESO     TO JLG-FECHA-PROCESO.
           MOVE PRM-TURNO             TO JLG-TURNO.
           WRITE JOBLOG-RECORD.
           IF WS-JOBLOG-STATUS NOT = "00"
               DISPLAY "  AVISO: no se pudo escribir JOBLOG.DAT "
