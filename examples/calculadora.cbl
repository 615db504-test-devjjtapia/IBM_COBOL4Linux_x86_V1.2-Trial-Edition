               RECORD KEY IS SCB-ID
               FILE STATUS IS WS-SUCTRAB-STATUS.

           SELECT CUENTA-FILE ASSIGN TO "CALCCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-CUENTA-STATUS.

           SELECT SUSPPREV-FILE ASSIGN TO "SUSPTRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SPB-REG
               FILE STATUS IS WS-SUSPPREV-STATUS.

           SELECT REVERSA-TRAB-FILE ASSIGN TO "REVTRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RVT-CLAVE
               FILE STATUS IS WS-REVTRAB-STATUS.

           SELECT AUDHIST-FILE ASSIGN TO DYNAMIC WS-NOMBRE-AUDHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY TRANREC.

       FD  REPORT-FILE
       01  REPORT-LINE               PIC X(80).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 37 CHARACTERS.
           COPY CHKREC.

       FD  AUDIT-FILE
           RECORD CONTAINS 86 CHARACTERS.
           COPY AUDREC.

       FD  SUSPENSO-FILE
           RECORD CONTAINS 76 CHARACTERS.
           COPY SUSPREC.

       FD  MAESTRO-FILE.
           05  SCB-REGISTROS         PIC 9(6).
           05  SCB-SUMA              PIC 9(9).

       FD  CUENTA-FILE.
           COPY CTAREC.

      *    En una corrida REINICIO la ventana entre el ultimo
      *    checkpoint y la falla se reprocesa; las partidas que esa
      *    ventana ya dejo en suspenso se anotan aqui para no
      *    duplicarlas, con el registro completo como clave.
       FD  SUSPPREV-FILE.
       01  SUSPPREV-RECORD.
           05  SPB-REG               PIC X(76).
           05  FILLER                PIC X(1).

      *    Una entrada por cada calculo original que piden reversar
      *    las reversas del archivo de entrada, con clave la fecha
      *    y la AUD-CLAVE del original; se rearma en cada corrida.
      *    Estados: N = el original no figura en la bitacora,
      *             H = hallado, se puede reversar,
      *             R = ya reversado.
       FD  REVERSA-TRAB-FILE.
       01  REVERSA-TRAB-RECORD.
           05  RVT-CLAVE.
               10  RVT-FECHA         PIC 9(8).
               10  RVT-AUD-CLAVE     PIC 9(6).
           05  RVT-ESTADO            PIC X(1).
               88  RVT-NO-HALLADA    VALUE "N".
               88  RVT-HALLADA       VALUE "H".
               88  RVT-REVERSADA     VALUE "R".
           05  RVT-SUCURSAL          PIC X(2).
           05  RVT-CUENTA            PIC 9(4).
           05  RVT-NUM1              PIC 9(4).
           05  RVT-NUM2              PIC 9(4).
           05  RVT-SUMA              PIC S9(6).
           05  RVT-RESTA             PIC S9(5).
           05  RVT-MULT              PIC S9(9).
           05  RVT-DIV               PIC 9(4).

      *    Bitacora de auditoria ya escrita (archivos mensuales
      *    ARCAUDaaaamm.DAT y la bitacora viva), leida al preparar
      *    las reversas.
       FD  AUDHIST-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  AUDHIST-RECORD            PIC X(86).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS           PIC X(2) VALUE "00".
       01  WS-MAESTRO-STATUS         PIC X(2) VALUE "00".
       01  WS-REGISTROS-ERRONEOS     PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-SUMA             PIC 9(9) VALUE ZERO.

       01  WS-REVTRAB-STATUS         PIC X(2) VALUE "00".
       01  WS-REVTRAB-ABIERTO        PIC X(1) VALUE "N".
           88  REVTRAB-ABIERTO       VALUE "S".
       01  WS-AUDHIST-STATUS         PIC X(2) VALUE "00".
       01  WS-NOMBRE-AUDHIST         PIC X(40) VALUE SPACES.
       01  WS-FIN-AUDHIST            PIC X(1) VALUE "N".
           88  FIN-AUDHIST           VALUE "S".
       01  WS-REVERSAS-PEDIDAS       PIC 9(6) VALUE ZERO.
       01  WS-REVERSAS-APLICADAS     PIC 9(6) VALUE ZERO.
       01  WS-REV-FECHA-MENOR        PIC 9(8) VALUE ZERO.
       01  WS-PERIODO-ACTUAL         PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-FINAL          PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-MM             PIC 9(2) VALUE ZERO.

       01  WS-OPERACION-PEDIDA       PIC X(1) VALUE "T".
           88  OPER-PIDE-SUMA        VALUE "S" "T".
           88  OPER-PIDE-RESTA       VALUE "R" "T".
           88  OPER-PIDE-MULT        VALUE "M" "T".
           88  OPER-PIDE-DIV         VALUE "D" "T".

      *    Deltas por cuenta y fecha pendientes de aplicar al
      *    maestro. Se aplican recien al escribir el checkpoint,
      *    para que el maestro avance junto con el: un reproceso
      *    REINICIO desde el checkpoint nunca vuelve a aplicar lo
      *    ya aplicado. Los calculos del dia van con la fecha de
      *    proceso; una reversa va con la fecha del original y con
      *    signo negativo (WS-MST-SIGNO).
       01  WS-TABLA-MAESTRO.
           05  WS-MST-MAX            PIC 9(4) VALUE 500.
           05  WS-MST-CANT           PIC 9(4) VALUE ZERO.
           05  WS-MST-ENT OCCURS 500 TIMES.
               10  WS-MST-CUENTA     PIC 9(4).
               10  WS-MST-FECHA      PIC 9(8).
               10  WS-MST-REGISTROS  PIC S9(6).
               10  WS-MST-SUMA       PIC S9(9).
               10  WS-MST-RESTA      PIC S9(9).
               10  WS-MST-MULT       PIC S9(12).
       01  WS-IND-BUSCA-MST          PIC 9(4) VALUE ZERO.
       01  WS-MST-HALLADO            PIC X(1) VALUE "N".
           88  MST-DELTA-HALLADO     VALUE "S".
       01  WS-MST-FECHA-DELTA        PIC 9(8) VALUE ZERO.
       01  WS-MST-SIGNO              PIC S9(1) VALUE +1.

      *    Banderas de los subtotales por sucursal y por cuenta,
      *    que ahora viven en SUCTRAB.DAT y CTATRAB.DAT.
       01  WS-FIN-CTATRAB            PIC X(1) VALUE "N".
           88  FIN-CTATRAB           VALUE "S".
       01  WS-CUENTAS-LISTADAS      PIC 9(6) VALUE ZERO.
       01  WS-CUENTA-STATUS          PIC X(2) VALUE "00".
       01  WS-DESCRIPCION-CUENTA     PIC X(30) VALUE SPACES.
       01  WS-CUENTA-ABIERTA         PIC X(1) VALUE "N".
           88  CUENTA-ABIERTA        VALUE "S".

       01  WS-OPCION-REINICIO        PIC X(8) VALUE SPACES.
       01  WS-ULTIMA-CLAVE-PROC      PIC 9(6) VALUE ZERO.
      *    La clave de la bitacora lleva el turno en el primer
      *    digito: un turno no puede pasar de 99999 registros.
       01  WS-MAX-REGISTROS-TURNO    PIC 9(6) VALUE 99999.
       01  WS-INTERVALO-CHECKPOINT   PIC 9(4) VALUE 10.

       01  RPT-ENCABEZADO-1.
               "REPORTE DE CALCULOS - CALCULADORA COBOL".
           05  FILLER                PIC X(10) VALUE "   FECHA: ".
           05  RPT-ENC-FECHA         PIC 9999/99/99.
           05  FILLER                PIC X(8) VALUE "  TURNO ".
           05  RPT-ENC-TURNO         PIC X(1).
           05  FILLER                PIC X(11) VALUE SPACES.

       01  RPT-ENCABEZADO-2.
           05  FILLER                PIC X(12) VALUE "SU CUENTA OP".
       01  RPT-SUBT-CUENTA.
           05  FILLER                PIC X(8) VALUE "CUENTA: ".
           05  RPT-CTA-NUMERO        PIC 9(4).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-CTA-DESCRIPCION   PIC X(20).
           05  FILLER                PIC X(13) VALUE "  REGISTROS: ".
           05  RPT-CTA-REGISTROS     PIC ZZZZZ9.
           05  FILLER                PIC X(8) VALUE "  SUMA: ".
           05  RPT-CTA-SUMA          PIC ZZZZZZZZ9.
           05  FILLER                PIC X(11) VALUE SPACES.

       01  RPT-PIE.
           05  FILLER                PIC X(28) VALUE
           PERFORM ABRIR-MAESTRO.

           MOVE WS-FECHA-EJECUCION TO RPT-ENC-FECHA.
           MOVE PRM-TURNO          TO RPT-ENC-TURNO.
           MOVE RPT-ENCABEZADO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               PERFORM LEER-CHECKPOINT
           END-IF.

           PERFORM PREPARAR-REVERSAS THRU PREPARAR-REVERSAS-FIN.

           PERFORM UNTIL FIN-ARCHIVO-TRANS
               READ TRANS-FILE
                   AT END
                       SET FIN-ARCHIVO-TRANS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REGISTROS-LEIDOS
                       IF WS-REGISTROS-LEIDOS > WS-MAX-REGISTROS-TURNO
                           DISPLAY "  ERROR: el turno supera "
                                   WS-MAX-REGISTROS-TURNO " registros;"
                                   " el resto de TRANSVAL.DAT queda "
                                   "sin procesar"
                           SET FIN-ARCHIVO-TRANS TO TRUE
                       END-IF
                       IF WS-REGISTROS-LEIDOS > WS-ULTIMA-CLAVE-PROC
                          AND NOT FIN-ARCHIVO-TRANS
                           PERFORM PROCESAR-TRANSACCION
                           IF FUNCTION MOD(WS-REGISTROS-PROCESADOS +
                                   WS-REGISTROS-ERRONEOS
           CLOSE CUENTA-TRAB-FILE.
           CLOSE SUCURSAL-TRAB-FILE.
           CLOSE SUSPPREV-FILE.
           IF REVTRAB-ABIERTO
               CLOSE REVERSA-TRAB-FILE
           END-IF.
           IF MAESTRO-ABIERTO
               CLOSE MAESTRO-FILE
           END-IF.
           DISPLAY "  Registros leidos:     " WS-REGISTROS-LEIDOS.
           DISPLAY "  Registros procesados: " WS-REGISTROS-PROCESADOS.
           DISPLAY "  Registros con error:  " WS-REGISTROS-ERRONEOS.
           DISPLAY "  Reversas aplicadas:   " WS-REVERSAS-APLICADAS.
           IF WS-REGISTROS-LEIDOS NOT =
                   WS-REGISTROS-PROCESADOS + WS-REGISTROS-ERRONEOS
               DISPLAY "  >> ALERTA: hay registros leidos que no "
           GOBACK.

       PROCESAR-TRANSACCION.
           IF TR-OPER-REVERSA
               PERFORM PROCESAR-REVERSA THRU PROCESAR-REVERSA-FIN
           ELSE
               PERFORM PROCESAR-CALCULO
           END-IF.

       PROCESAR-CALCULO.
           MOVE TR-NUMERO-1 TO NUMERO-1.
           MOVE TR-NUMERO-2 TO NUMERO-2.
           MOVE TR-OPERACION TO WS-OPERACION-PEDIDA.
                       " marcada con error, continua con la siguiente"
           END-IF.

           PERFORM ESCRIBIR-DETALLE.
           PERFORM GRABAR-AUDITORIA.

           IF REGISTRO-CON-ERROR
               ADD 1 TO WS-REGISTROS-ERRONEOS
               PERFORM GRABAR-SUSPENSO
           ELSE
               ADD 1 TO WS-REGISTROS-PROCESADOS
               ADD RESULTADO-SUMA TO WS-TOTAL-SUMA
               PERFORM ACUMULAR-CUENTA
               PERFORM ACUMULAR-SUCURSAL
               MOVE WS-FECHA-EJECUCION TO WS-MST-FECHA-DELTA
               MOVE +1 TO WS-MST-SIGNO
               PERFORM ACUMULAR-MAESTRO
           END-IF.

           DISPLAY " ".

      *    Reversa de un calculo ya procesado: el original sale de
      *    REVTRAB.DAT y sus importes se restan del maestro en la
      *    fecha del original. La reversa cuenta como procesada
      *    pero no suma al total del dia ni a los subtotales. Sin
      *    original en la bitacora, con el original de otra cuenta
      *    o sucursal (NE) o ya reversado (RR), queda en suspenso.
       PROCESAR-REVERSA.
           MOVE "N" TO WS-REGISTRO-ERROR.
           MOVE SPACES TO WS-MOTIVO-SUSPENSO.
           MOVE "V" TO WS-OPERACION-PEDIDA.
           MOVE ZERO TO NUMERO-1 NUMERO-2
                        RESULTADO-SUMA RESULTADO-RESTA
                        RESULTADO-MULT RESULTADO-DIV.

           DISPLAY "Reversa del calculo " TR-REF-CLAVE
                   " del " TR-REF-FECHA.
           DISPLAY "  Cuenta:   " TR-CUENTA.

           MOVE "N" TO RVT-ESTADO.
           IF REVTRAB-ABIERTO
               MOVE TR-REF-FECHA TO RVT-FECHA
               MOVE TR-REF-CLAVE TO RVT-AUD-CLAVE
               READ REVERSA-TRAB-FILE
                   INVALID KEY
                       MOVE "N" TO RVT-ESTADO
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN RVT-NO-HALLADA
                   MOVE "NE" TO WS-MOTIVO-SUSPENSO
                   DISPLAY "  ERROR: el calculo original no figura "
                           "en la bitacora"
               WHEN RVT-REVERSADA
                   MOVE "RR" TO WS-MOTIVO-SUSPENSO
                   DISPLAY "  ERROR: el calculo original ya fue "
                           "reversado"
               WHEN RVT-CUENTA NOT = TR-CUENTA
                 OR RVT-SUCURSAL NOT = TR-SUCURSAL
                   MOVE "NE" TO WS-MOTIVO-SUSPENSO
                   DISPLAY "  ERROR: el calculo original es de otra "
                           "cuenta o sucursal"
           END-EVALUATE.
           IF WS-MOTIVO-SUSPENSO NOT = SPACES
               SET REGISTRO-CON-ERROR TO TRUE
           ELSE
               MOVE RVT-NUM1  TO NUMERO-1
               MOVE RVT-NUM2  TO NUMERO-2
               MOVE RVT-SUMA  TO RESULTADO-SUMA
               MOVE RVT-RESTA TO RESULTADO-RESTA
               MOVE RVT-MULT  TO RESULTADO-MULT
               MOVE RVT-DIV   TO RESULTADO-DIV
           END-IF.

           PERFORM ESCRIBIR-DETALLE.
           PERFORM GRABAR-AUDITORIA.

           IF REGISTRO-CON-ERROR
               ADD 1 TO WS-REGISTROS-ERRONEOS
               PERFORM GRABAR-SUSPENSO
               DISPLAY " "
               GO TO PROCESAR-REVERSA-FIN
           END-IF.

           ADD 1 TO WS-REGISTROS-PROCESADOS.
           ADD 1 TO WS-REVERSAS-APLICADAS.
           MOVE RVT-FECHA TO WS-MST-FECHA-DELTA.
           MOVE -1 TO WS-MST-SIGNO.
           PERFORM ACUMULAR-MAESTRO.
           MOVE "R" TO RVT-ESTADO.
           REWRITE REVERSA-TRAB-RECORD.
           IF WS-REVTRAB-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo marcar la reversa en "
                       "REVTRAB.DAT (status " WS-REVTRAB-STATUS ")"
           END-IF.
           DISPLAY "  Reversa aplicada al maestro del " RVT-FECHA.
           DISPLAY " ".
       PROCESAR-REVERSA-FIN.
           EXIT.

       ESCRIBIR-DETALLE.
           MOVE TR-SUCURSAL    TO RPT-DET-SUCURSAL.
           MOVE TR-CUENTA      TO RPT-DET-CUENTA.
           MOVE WS-OPERACION-PEDIDA TO RPT-DET-OPER.
                       "(status " WS-REPORT-STATUS ")"
           END-IF.

       GRABAR-AUDITORIA.
           MOVE SPACES             TO AUDIT-RECORD.
           MOVE WS-FECHA-EJECUCION TO AUD-FECHA.
           MOVE WS-HORA-HH         TO AUD-HORA (1:2).
           MOVE WS-HORA-MM         TO AUD-HORA (3:2).
           MOVE WS-HORA-SS         TO AUD-HORA (5:2).
           MOVE PRM-TURNO          TO AUD-TURNO.
           MOVE WS-REGISTROS-LEIDOS TO AUD-SECUENCIA.
           MOVE TR-SUCURSAL        TO AUD-SUCURSAL.
           MOVE TR-CUENTA          TO AUD-CUENTA.
           MOVE WS-OPERACION-PEDIDA TO AUD-OPERACION.
           MOVE RESULTADO-RESTA    TO AUD-RESTA.
           MOVE RESULTADO-MULT     TO AUD-MULT.
           MOVE RESULTADO-DIV      TO AUD-DIV.
           IF TR-OPER-REVERSA
               MOVE TR-REF-FECHA   TO AUD-REF-FECHA
               MOVE TR-REF-CLAVE   TO AUD-REF-CLAVE
           END-IF.
           WRITE AUDIT-RECORD.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir la bitacora de "
                       "auditoria (status " WS-AUDIT-STATUS ")"
           END-IF.

      *    Los subtotales viven en archivos de trabajo indexados:
      *    ninguna cuenta ni sucursal queda afuera por volumen.
       ACUMULAR-CUENTA.
           EXIT.

       ESCRIBIR-TOTALES-CUENTA.
           OPEN INPUT CUENTA-FILE.
           IF WS-CUENTA-STATUS = "00"
               SET CUENTA-ABIERTA TO TRUE
           ELSE
               DISPLAY "  AVISO: no se pudo abrir CALCCTA.DAT "
                       "(status " WS-CUENTA-STATUS "), los totales "
                       "por cuenta salen sin descripcion"
           END-IF.
           MOVE ZERO TO WS-CUENTAS-LISTADAS.
           MOVE "N"  TO WS-FIN-CTATRAB.
           MOVE ZERO TO CTB-CUENTA.
                       END-IF
                       ADD 1 TO WS-CUENTAS-LISTADAS
                       MOVE CTB-CUENTA    TO RPT-CTA-NUMERO
                       MOVE CTB-CUENTA    TO CTA-CUENTA
                       PERFORM BUSCAR-DESCRIPCION
                           THRU BUSCAR-DESCRIPCION-FIN
                       MOVE WS-DESCRIPCION-CUENTA
                                          TO RPT-CTA-DESCRIPCION
                       MOVE CTB-REGISTROS TO RPT-CTA-REGISTROS
                       MOVE CTB-SUMA      TO RPT-CTA-SUMA
                       MOVE RPT-SUBT-CUENTA TO REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF CUENTA-ABIERTA
               CLOSE CUENTA-FILE
               MOVE "N" TO WS-CUENTA-ABIERTA
           END-IF.
       ESCRIBIR-TOTALES-CUENTA-FIN.
           EXIT.

      *    Descripcion de la cuenta en CTA-CUENTA segun el maestro
      *    de cuentas; una cuenta que no figura se marca como tal.
       BUSCAR-DESCRIPCION.
           MOVE SPACES TO WS-DESCRIPCION-CUENTA.
           IF NOT CUENTA-ABIERTA
               GO TO BUSCAR-DESCRIPCION-FIN
           END-IF.
           READ CUENTA-FILE
               INVALID KEY
                   MOVE "NO FIGURA EN CALCCTA"
                        TO WS-DESCRIPCION-CUENTA
               NOT INVALID KEY
                   MOVE CTA-DESCRIPCION TO WS-DESCRIPCION-CUENTA
           END-READ.
       BUSCAR-DESCRIPCION-FIN.
           EXIT.

       ABRIR-REPORTE.
           IF WS-OPCION-REINICIO = "REINICIO"
               OPEN EXTEND REPORT-FILE
           MOVE TR-NUMERO-1        TO SUS-NUM1.
           MOVE TR-NUMERO-2        TO SUS-NUM2.
           MOVE WS-MOTIVO-SUSPENSO TO SUS-MOTIVO.
           MOVE ZERO               TO SUS-FECHA-ACCION.
           IF TR-OPER-REVERSA
               MOVE TR-REF-FECHA   TO SUS-REF-FECHA
               MOVE TR-REF-CLAVE   TO SUS-REF-CLAVE
           END-IF.
           MOVE "S" TO WS-SUSP-REPETIDO.
           MOVE SUSPENSO-RECORD TO SPB-REG.
           READ SUSPPREV-FILE
                       IF SUS-PENDIENTE
                          AND SUS-FECHA = WS-FECHA-EJECUCION
                           MOVE SUSPENSO-RECORD TO SPB-REG
                           MOVE SPACE TO SUSPPREV-RECORD (77:1)
                           WRITE SUSPPREV-RECORD
                               INVALID KEY
                                   CONTINUE
                   UNTIL WS-IND-BUSCA-MST > WS-MST-CANT
                      OR MST-DELTA-HALLADO
               IF WS-MST-CUENTA (WS-IND-BUSCA-MST) = TR-CUENTA
                  AND WS-MST-FECHA (WS-IND-BUSCA-MST)
                      = WS-MST-FECHA-DELTA
                   SET MST-DELTA-HALLADO TO TRUE
                   MOVE WS-IND-BUSCA-MST TO WS-IND-MST
               END-IF
               ADD 1 TO WS-MST-CANT
               MOVE WS-MST-CANT TO WS-IND-MST
               MOVE TR-CUENTA TO WS-MST-CUENTA (WS-IND-MST)
               MOVE WS-MST-FECHA-DELTA TO WS-MST-FECHA (WS-IND-MST)
               MOVE ZERO TO WS-MST-REGISTROS (WS-IND-MST)
               MOVE ZERO TO WS-MST-SUMA (WS-IND-MST)
               MOVE ZERO TO WS-MST-RESTA (WS-IND-MST)
               MOVE ZERO TO WS-MST-MULT (WS-IND-MST)
               MOVE ZERO TO WS-MST-DIV (WS-IND-MST)
           END-IF.
           ADD WS-MST-SIGNO    TO WS-MST-REGISTROS (WS-IND-MST).
           COMPUTE WS-MST-SUMA (WS-IND-MST) =
               WS-MST-SUMA (WS-IND-MST) + RESULTADO-SUMA * WS-MST-SIGNO.
           COMPUTE WS-MST-RESTA (WS-IND-MST) =
               WS-MST-RESTA (WS-IND-MST)
               + RESULTADO-RESTA * WS-MST-SIGNO.
           COMPUTE WS-MST-MULT (WS-IND-MST) =
               WS-MST-MULT (WS-IND-MST) + RESULTADO-MULT * WS-MST-SIGNO.
           COMPUTE WS-MST-DIV (WS-IND-MST) =
               WS-MST-DIV (WS-IND-MST) + RESULTADO-DIV * WS-MST-SIGNO.

       APLICAR-MAESTRO.
           IF NOT MAESTRO-ABIERTO

       POSTEAR-MAESTRO.
           MOVE WS-MST-CUENTA (WS-IND-MST) TO MST-CUENTA.
           MOVE WS-MST-FECHA (WS-IND-MST)  TO MST-FECHA.
           MOVE "S" TO WS-MAESTRO-HALLADO.
           READ MAESTRO-FILE
               INVALID KEY
                   MOVE "N" TO WS-MAESTRO-HALLADO
                   MOVE WS-MST-CUENTA (WS-IND-MST) TO MST-CUENTA
                   MOVE WS-MST-FECHA (WS-IND-MST)  TO MST-FECHA
                   MOVE ZERO TO MST-REGISTROS MST-TOT-SUMA
                                MST-TOT-RESTA MST-TOT-MULT
                                MST-TOT-DIV
                       "(status " WS-MAESTRO-STATUS ")"
           END-IF.

      *    El checkpoint de otra fecha o de otro turno no sirve
      *    para retomar: esta corrida no llego a grabar el suyo y
      *    tampoco posteo nada al maestro, se arranca desde cero.
       LEER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       DISPLAY "Checkpoint vacio, inicio desde cero"
                   NOT AT END
                       PERFORM TOMAR-CHECKPOINT
               END-READ
               CLOSE CHECKPOINT-FILE
           ELSE
               DISPLAY "No hay checkpoint previo, inicio desde cero"
           END-IF.

       TOMAR-CHECKPOINT.
           IF CHK-FECHA NOT = WS-FECHA-EJECUCION
              OR CHK-TURNO NOT = PRM-TURNO
               DISPLAY "El checkpoint es de otra fecha o turno, "
                       "inicio desde cero"
           ELSE
               MOVE CHK-ULTIMA-CLAVE   TO WS-ULTIMA-CLAVE-PROC
               MOVE CHK-REGISTROS-PROC TO WS-REGISTROS-PROCESADOS
               MOVE CHK-REGISTROS-ERR  TO WS-REGISTROS-ERRONEOS
               MOVE CHK-TOTAL-SUMA     TO WS-TOTAL-SUMA
               DISPLAY "Reinicio desde checkpoint: clave "
                       WS-ULTIMA-CLAVE-PROC
           END-IF.

       ESCRIBIR-CHECKPOINT.
           PERFORM APLICAR-MAESTRO THRU APLICAR-MAESTRO-FIN.
           MOVE SPACES                  TO CHECKPOINT-RECORD.
           MOVE WS-REGISTROS-PROCESADOS TO CHK-REGISTROS-PROC.
           MOVE WS-REGISTROS-ERRONEOS   TO CHK-REGISTROS-ERR.
           MOVE WS-TOTAL-SUMA           TO CHK-TOTAL-SUMA.
           MOVE WS-FECHA-EJECUCION      TO CHK-FECHA.
           MOVE PRM-TURNO               TO CHK-TURNO.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           IF WS-CHECKPOINT-STATUS NOT = "00"
                       "(status " WS-CHECKPOINT-STATUS ")"
           END-IF.
           CLOSE CHECKPOINT-FILE.

      *    Pasada previa de las reversas: cada referencia del
      *    archivo de entrada se anota en REVTRAB.DAT y despues se
      *    recorre la bitacora ya escrita (los archivos mensuales
      *    desde el mes del original mas antiguo y la bitacora viva)
      *    buscando el calculo original y las reversas anteriores
      *    que ya lo anularon.
       PREPARAR-REVERSAS.
           OPEN OUTPUT REVERSA-TRAB-FILE.
           CLOSE REVERSA-TRAB-FILE.
           OPEN I-O REVERSA-TRAB-FILE.
           IF WS-REVTRAB-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir REVTRAB.DAT "
                       "(status " WS-REVTRAB-STATUS "), las reversas "
                       "del dia quedan en suspenso"
               GO TO PREPARAR-REVERSAS-FIN
           END-IF.
           SET REVTRAB-ABIERTO TO TRUE.
           PERFORM UNTIL FIN-ARCHIVO-TRANS
               READ TRANS-FILE
                   AT END
                       SET FIN-ARCHIVO-TRANS TO TRUE
                   NOT AT END
                       IF TR-OPER-REVERSA
                           PERFORM ANOTAR-REVERSA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo reabrir TRANSVAL.DAT "
                       "(status " WS-TRANS-STATUS ")"
               SET FIN-ARCHIVO-TRANS TO TRUE
           END-IF.
           IF WS-REVERSAS-PEDIDAS = ZERO
               GO TO PREPARAR-REVERSAS-FIN
           END-IF.
           DISPLAY "Reversas en la entrada: " WS-REVERSAS-PEDIDAS.

           CLOSE AUDIT-FILE.
           MOVE WS-REV-FECHA-MENOR (1:6) TO WS-PERIODO-ACTUAL.
           MOVE WS-FECHA-EJECUCION (1:6) TO WS-PERIODO-FINAL.
           PERFORM UNTIL WS-PERIODO-ACTUAL > WS-PERIODO-FINAL
               MOVE SPACES TO WS-NOMBRE-AUDHIST
               STRING "ARCAUD" WS-PERIODO-ACTUAL ".DAT"
                   DELIMITED BY SIZE
                   INTO WS-NOMBRE-AUDHIST
               PERFORM LEER-AUDITORIA-PREVIA
                   THRU LEER-AUDITORIA-PREVIA-FIN
               MOVE WS-PERIODO-ACTUAL (5:2) TO WS-PERIODO-MM
               IF WS-PERIODO-MM = 12
                   ADD 89 TO WS-PERIODO-ACTUAL
               ELSE
                   ADD 1 TO WS-PERIODO-ACTUAL
               END-IF
           END-PERFORM.
           MOVE "CALCAUD.DAT" TO WS-NOMBRE-AUDHIST.
           PERFORM LEER-AUDITORIA-PREVIA
               THRU LEER-AUDITORIA-PREVIA-FIN.
           PERFORM ABRIR-AUDITORIA.
       PREPARAR-REVERSAS-FIN.
           EXIT.

      *    Dos reversas del mismo original comparten la entrada: la
      *    segunda encuentra el original ya reversado.
       ANOTAR-REVERSA.
           MOVE SPACES       TO REVERSA-TRAB-RECORD.
           MOVE TR-REF-FECHA TO RVT-FECHA.
           MOVE TR-REF-CLAVE TO RVT-AUD-CLAVE.
           MOVE "N"          TO RVT-ESTADO.
           WRITE REVERSA-TRAB-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-REVERSAS-PEDIDAS
                   IF WS-REV-FECHA-MENOR = ZERO
                      OR TR-REF-FECHA < WS-REV-FECHA-MENOR
                       MOVE TR-REF-FECHA TO WS-REV-FECHA-MENOR
                   END-IF
           END-WRITE.

       LEER-AUDITORIA-PREVIA.
           MOVE "N" TO WS-FIN-AUDHIST.
           OPEN INPUT AUDHIST-FILE.
           IF WS-AUDHIST-STATUS NOT = "00"
               *> Mes sin archivar o bitacora todavia vacia
               GO TO LEER-AUDITORIA-PREVIA-FIN
           END-IF.
           PERFORM UNTIL FIN-AUDHIST
               READ AUDHIST-FILE
                   AT END
                       SET FIN-AUDHIST TO TRUE
                   NOT AT END
                       MOVE AUDHIST-RECORD TO AUDIT-RECORD
                       PERFORM COTEJAR-AUDITORIA-PREVIA
                           THRU COTEJAR-AUDITORIA-PREVIA-FIN
               END-READ
           END-PERFORM.
           CLOSE AUDHIST-FILE.
       LEER-AUDITORIA-PREVIA-FIN.
           EXIT.

      *    En una corrida REINICIO la ventana posterior al ultimo
      *    checkpoint del turno se vuelve a procesar: sus reversas
      *    no cuentan como ya aplicadas. Las de otros turnos de la
      *    fecha si.
       COTEJAR-AUDITORIA-PREVIA.
           IF NOT AUD-REG-BUENO
               GO TO COTEJAR-AUDITORIA-PREVIA-FIN
           END-IF.
           IF AUD-OPERACION NOT = "V"
               MOVE AUD-FECHA TO RVT-FECHA
               MOVE AUD-CLAVE TO RVT-AUD-CLAVE
               READ REVERSA-TRAB-FILE
                   INVALID KEY
                       GO TO COTEJAR-AUDITORIA-PREVIA-FIN
               END-READ
               MOVE AUD-SUCURSAL TO RVT-SUCURSAL
               MOVE AUD-CUENTA   TO RVT-CUENTA
               MOVE AUD-NUM1     TO RVT-NUM1
               MOVE AUD-NUM2     TO RVT-NUM2
               MOVE AUD-SUMA     TO RVT-SUMA
               MOVE AUD-RESTA    TO RVT-RESTA
               MOVE AUD-MULT     TO RVT-MULT
               MOVE AUD-DIV      TO RVT-DIV
               IF RVT-NO-HALLADA
                   MOVE "H" TO RVT-ESTADO
               END-IF
           ELSE
               IF PRM-MODO-REINICIO
                  AND AUD-FECHA = WS-FECHA-EJECUCION
                  AND AUD-TURNO = PRM-TURNO
                  AND AUD-SECUENCIA > WS-ULTIMA-CLAVE-PROC
                   GO TO COTEJAR-AUDITORIA-PREVIA-FIN
               END-IF
               MOVE AUD-REF-FECHA TO RVT-FECHA
               MOVE AUD-REF-CLAVE TO RVT-AUD-CLAVE
               READ REVERSA-TRAB-FILE
                   INVALID KEY
                       GO TO COTEJAR-AUDITORIA-PREVIA-FIN
               END-READ
               MOVE "R" TO RVT-ESTADO
           END-IF.
           REWRITE REVERSA-TRAB-RECORD.
           IF WS-REVTRAB-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo grabar REVTRAB.DAT "
                       "(status " WS-REVTRAB-STATUS ")"
           END-IF.
       COTEJAR-AUDITORIA-PREVIA-FIN.
           EXIT.
