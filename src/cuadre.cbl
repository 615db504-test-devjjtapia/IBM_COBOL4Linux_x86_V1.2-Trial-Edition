      *              cuadre (CUADRE.DAT) y termina con código de     *
      *              condición 8 si las tres salidas no coinciden,   *
      *              para que el job pueda actuar.                   *
      *              Una reversa buena cuenta como procesada pero no *
      *              entra en la suma de sumas: sus importes son los *
      *              del original y se restan en la fecha de éste.   *
      *              El cuadre es del turno en curso: toma de la     *
      *              bitácora sólo las entradas de la fecha y turno  *
      *              de proceso, y exige que el checkpoint sea de    *
      *              esa misma fecha y turno.                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUADRE-DIARIO.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORD CONTAINS 86 CHARACTERS.
           COPY AUDREC.

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 37 CHARACTERS.
           COPY CHKREC.

       FD  REPORT-FILE
       01  WS-REPORT-STATUS          PIC X(2) VALUE "00".
       01  WS-CUADRE-STATUS          PIC X(2) VALUE "00".
       01  WS-FECHA-PROCESO          PIC 9(8) VALUE ZERO.
       01  WS-TURNO                  PIC X(1) VALUE "0".
       01  WS-FIN-AUDITORIA          PIC X(1) VALUE "N".
           88  FIN-AUDITORIA         VALUE "S".
       01  WS-FIN-REPORTE            PIC X(1) VALUE "N".
           05  FILLER                PIC X(33) VALUE
               "CUADRE DIARIO - FECHA DE PROCESO ".
           05  CUA-ENC-FECHA         PIC 9999/99/99.
           05  FILLER                PIC X(8) VALUE "  TURNO ".
           05  CUA-ENC-TURNO         PIC X(1).
           05  FILLER                PIC X(28) VALUE SPACES.

       01  CUA-DETALLE.
           05  CUA-DET-CONCEPTO      PIC X(12).
           DISPLAY "============================================".

           MOVE PRM-FECHA-PROCESO TO WS-FECHA-PROCESO.
           MOVE PRM-TURNO         TO WS-TURNO.

           PERFORM LEER-AUDITORIA THRU LEER-AUDITORIA-FIN.
           PERFORM LEER-CHECKPOINT THRU LEER-CHECKPOINT-FIN.
           END-IF.

           MOVE WS-FECHA-PROCESO TO CUA-ENC-FECHA.
           MOVE WS-TURNO         TO CUA-ENC-TURNO.
           MOVE CUA-ENCABEZADO TO CUADRE-LINE.
           PERFORM ESCRIBIR-CUADRE.

      *    Tras una caida y reproceso REINICIO, la ventana entre el
      *    ultimo checkpoint y la falla queda dos veces en la
      *    bitacora (se abre EXTEND). La clave crece siempre dentro
      *    de una corrida, asi que cada clave del turno se cuenta
      *    una sola vez: solo las mayores al maximo ya visto.
           PERFORM UNTIL FIN-AUDITORIA
               READ AUDIT-FILE
                   AT END
                       SET FIN-AUDITORIA TO TRUE
                   NOT AT END
                       IF AUD-FECHA = WS-FECHA-PROCESO
                          AND AUD-TURNO = WS-TURNO
                          AND AUD-CLAVE > WS-AUD-CLAVE-MAXIMA
                           MOVE AUD-CLAVE TO WS-AUD-CLAVE-MAXIMA
                           IF AUD-REG-ERROR
                               ADD 1 TO WS-AUD-ERRONEOS
                           ELSE
                               ADD 1 TO WS-AUD-PROCESADOS
                               IF AUD-OPERACION NOT = "V"
                                   ADD AUD-SUMA TO WS-AUD-SUMA
                               END-IF
                           END-IF
                       END-IF
               END-READ
                   DISPLAY "  ERROR: CALCCHK.DAT esta vacio"
                   SET HAY-DESBALANCE TO TRUE
               NOT AT END
                   PERFORM TOMAR-CHECKPOINT
           END-READ.
           CLOSE CHECKPOINT-FILE.
       LEER-CHECKPOINT-FIN.
           EXIT.

      *    Un checkpoint de otra fecha o turno es de otra corrida:
      *    la calculadora de este turno no llego a grabar el suyo.
       TOMAR-CHECKPOINT.
           IF CHK-FECHA NOT = WS-FECHA-PROCESO
              OR CHK-TURNO NOT = WS-TURNO
               DISPLAY "  ERROR: CALCCHK.DAT es de la fecha "
                       CHK-FECHA " turno " CHK-TURNO ", no de la "
                       "corrida en curso"
               SET HAY-DESBALANCE TO TRUE
           ELSE
               MOVE CHK-REGISTROS-PROC TO WS-CHK-PROCESADOS
               MOVE CHK-REGISTROS-ERR  TO WS-CHK-ERRONEOS
               MOVE CHK-TOTAL-SUMA     TO WS-CHK-SUMA
           END-IF.

      *    El pie de reconciliacion es la ultima linea "LEIDOS: "
      *    del reporte; en una corrida REINICIO el reporte puede
      *    traer mas de un pie y vale el ultimo.
