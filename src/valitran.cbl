      *              el registro completo), así la detección de      *
      *              duplicados no depende de una tabla en memoria   *
      *              y funciona a cualquier volumen.                 *
      *              Cada transacción se controla además contra el   *
      *              maestro de cuentas CALCCTA.DAT: la cuenta debe  *
      *              existir y estar abierta a la fecha de proceso,  *
      *              no estar bloqueada y pertenecer a la sucursal   *
      *              que la envía.                                   *
      *              Una reversa (operación V) debe traer la fecha y *
      *              la clave del cálculo original, con la fecha no  *
      *              posterior a la de proceso y fuera de un mes ya  *
      *              cerrado en MESCERR.DAT.                         *
      *              Una transacción con fecha efectiva posterior a  *
      *              la de proceso no va a TRANSVAL.DAT: ya validada *
      *              se guarda en el almacén indexado ALMACEN.DAT    *
      *              hasta que LIBERA-ALMACEN la devuelva a la       *
      *              entrada la noche de su fecha. La fecha efectiva *
      *              debe ser una fecha válida fuera de un mes ya    *
      *              cerrado. Sin almacén el paso no corre (código   *
      *              8), para que nada se postee antes de su fecha.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-TRANSACC.
               RECORD KEY IS VIS-REGISTRO
               FILE STATUS IS WS-VISTO-STATUS.

           SELECT CUENTA-FILE ASSIGN TO "CALCCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-CUENTA-STATUS.

           SELECT CERRADO-FILE ASSIGN TO "MESCERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERRADO-STATUS.

           SELECT ALMACEN-FILE ASSIGN TO "ALMACEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALM-CLAVE
               FILE STATUS IS WS-ALMACEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  ENTRADA-RECORD.
           05  ENT-NUMERO-1-X        PIC X(4).
           05  ENT-NUMERO-2-X        PIC X(4).
           05  ENT-OPERACION-X       PIC X(1).
           05  ENT-CUENTA-X          PIC X(4).
           05  ENT-SUCURSAL          PIC X(2).
           05  ENT-RESTO             PIC X(5).
           05  ENT-REF-FECHA-X.
               10  ENT-REF-AAAA      PIC X(4).
               10  ENT-REF-MM        PIC X(2).
               10  ENT-REF-DD        PIC X(2).
           05  ENT-REF-CLAVE-X       PIC X(6).
           05  ENT-EFECTIVA-X.
               10  ENT-EFE-AAAA      PIC X(4).
               10  ENT-EFE-MM        PIC X(2).
               10  ENT-EFE-DD        PIC X(2).
           05  FILLER                PIC X(8).

       FD  SALIDA-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY TRANREC.

       FD  RECHAZO-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  RECHAZO-RECORD.
           05  RCH-CLAVE             PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  RCH-MOTIVO            PIC X(2).
           05  FILLER                PIC X VALUE SPACE.
           05  RCH-DATOS             PIC X(50).

      *    Archivo de trabajo de duplicados: un registro por cada
      *    entrada ya aceptada, se rearma desde cero en cada
      *    corrida.
       FD  VISTO-FILE.
       01  VISTO-RECORD.
           05  VIS-REGISTRO          PIC X(50).
           05  FILLER                PIC X(1).

       FD  CUENTA-FILE.
           COPY CTAREC.

       FD  CERRADO-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  CERRADO-RECORD            PIC 9(6).

       FD  ALMACEN-FILE.
           COPY ALMREC.

       WORKING-STORAGE SECTION.
       01  WS-ENTRADA-STATUS         PIC X(2) VALUE "00".
       01  WS-SALIDA-STATUS          PIC X(2) VALUE "00".
       01  WS-REGISTROS-LEIDOS       PIC 9(6) VALUE ZERO.
       01  WS-REGISTROS-ACEPTADOS    PIC 9(6) VALUE ZERO.
       01  WS-REGISTROS-RECHAZADOS   PIC 9(6) VALUE ZERO.
       01  WS-REGISTROS-ALMACENADOS  PIC 9(6) VALUE ZERO.

       01  WS-ALMACEN-STATUS         PIC X(2) VALUE "00".
       01  WS-FALLA-ALMACEN          PIC X(1) VALUE "N".
           88  FALLA-ALMACEN         VALUE "S".

       01  WS-VISTO-STATUS           PIC X(2) VALUE "00".
       01  WS-DUPLICADO              PIC X(1) VALUE "N".
           88  REGISTRO-DUPLICADO    VALUE "S".

       01  WS-CUENTA-STATUS          PIC X(2) VALUE "00".
       01  WS-CUENTA-ENTRADA         PIC 9(4) VALUE ZERO.

      *    Meses cerrados de MESCERR.DAT, para las reversas.
       01  WS-CERRADO-STATUS         PIC X(2) VALUE "00".
       01  WS-FIN-CERRADOS           PIC X(1) VALUE "N".
           88  FIN-CERRADOS          VALUE "S".
       01  WS-TABLA-CERRADOS.
           05  WS-CER-MAX            PIC 9(4) VALUE 240.
           05  WS-CER-CANT           PIC 9(4) VALUE ZERO.
           05  WS-CER-MES            PIC 9(6) OCCURS 240 TIMES.
       01  WS-IND-CER                PIC 9(4) VALUE ZERO.
       01  WS-MES-CERRADO            PIC X(1) VALUE "N".
           88  MES-CERRADO           VALUE "S".
       01  WS-MES-BUSCADO            PIC X(6) VALUE SPACES.

       LINKAGE SECTION.
           COPY PARMREC.

       PROCEDURE DIVISION USING PARM-AREA.
       INICIO.
           DISPLAY "============================================".
           DISPLAY "  VALIDA-TRANSACC: depuracion de entrada    ".
               GOBACK
           END-IF.

           OPEN INPUT CUENTA-FILE.
           IF WS-CUENTA-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir CALCCTA.DAT "
                       "(status " WS-CUENTA-STATUS "), sin maestro "
                       "de cuentas no se valida la entrada"
               CLOSE ENTRADA-FILE
               CLOSE SALIDA-FILE
               CLOSE RECHAZO-FILE
               CLOSE VISTO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O ALMACEN-FILE.
           IF WS-ALMACEN-STATUS = "35"
               *> Primera corrida: el almacen todavia no existe
               OPEN OUTPUT ALMACEN-FILE
               CLOSE ALMACEN-FILE
               OPEN I-O ALMACEN-FILE
           END-IF.
           IF WS-ALMACEN-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir ALMACEN.DAT "
                       "(status " WS-ALMACEN-STATUS "), sin almacen "
                       "no se separan las partidas con fecha efectiva"
               CLOSE ENTRADA-FILE
               CLOSE SALIDA-FILE
               CLOSE RECHAZO-FILE
               CLOSE VISTO-FILE
               CLOSE CUENTA-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CARGAR-MESES-CERRADOS
               THRU CARGAR-MESES-CERRADOS-FIN.

           PERFORM UNTIL FIN-ARCHIVO-ENTRADA
               READ ENTRADA-FILE
                   AT END
           CLOSE SALIDA-FILE.
           CLOSE RECHAZO-FILE.
           CLOSE VISTO-FILE.
           CLOSE CUENTA-FILE.
           CLOSE ALMACEN-FILE.

           DISPLAY " ".
           DISPLAY "Resumen de la validacion:".
           DISPLAY "  Registros aceptados:  " WS-REGISTROS-ACEPTADOS.
           DISPLAY "  Registros rechazados: "
                   WS-REGISTROS-RECHAZADOS.
           DISPLAY "  Guardados en almacen: "
                   WS-REGISTROS-ALMACENADOS.
           IF WS-REGISTROS-RECHAZADOS > ZERO
               DISPLAY "  >> Revisar TRANSRCH.DAT y devolverlo al "
                       "departamento de origen"
           END-IF.
           DISPLAY "============================================".

           EVALUATE TRUE
               WHEN FALLA-ALMACEN
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REGISTROS-RECHAZADOS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *    Motivos de rechazo:
      *      CT = cuenta no numerica
      *      D0 = divisor (TR-NUMERO-2) en cero y la operacion
      *           pedida incluye la division
      *      CI = cuenta inexistente en CALCCTA.DAT, o dada de
      *           alta despues de la fecha de proceso
      *      CB = cuenta bloqueada
      *      CC = cuenta cerrada a la fecha de proceso
      *      CS = la sucursal que envia no es la duena de la
      *           cuenta
      *      RV = reversa con fecha o clave de referencia
      *           invalida, o con fecha posterior a la de proceso
      *      RM = reversa de un calculo de un mes ya cerrado
      *      FE = fecha efectiva invalida
      *      FM = fecha efectiva en un mes ya cerrado
      *      DU = registro duplicado
      *    La operacion en blanco equivale a T (todas) y la cuenta
      *    en blanco a la cuenta 0000, como en los archivos
                   MOVE "N2" TO WS-MOTIVO-RECHAZO
               ELSE
                   IF ENT-OPERACION-X NOT = "S" AND "R" AND "M"
                                     AND "D" AND "T" AND "V"
                                     AND SPACE
                       MOVE "OP" TO WS-MOTIVO-RECHAZO
                   ELSE
                       IF ENT-CUENTA-X NOT = SPACES
               END-IF
           END-IF.

           IF REGISTRO-VALIDO
              AND ENT-EFECTIVA-X NOT = SPACES
               PERFORM VALIDAR-FECHA-EFECTIVA
           END-IF.

           IF REGISTRO-VALIDO
              AND ENT-OPERACION-X = "V"
               PERFORM VALIDAR-REFERENCIA
           END-IF.

           IF REGISTRO-VALIDO
               PERFORM VALIDAR-CUENTA
           END-IF.

           IF REGISTRO-VALIDO
               PERFORM BUSCAR-DUPLICADO
               IF REGISTRO-DUPLICADO
           END-IF.

           IF REGISTRO-VALIDO
               IF ENT-EFECTIVA-X NOT = SPACES
                  AND ENT-EFECTIVA-X > PRM-FECHA-PROCESO
                   PERFORM ALMACENAR-REGISTRO
                       THRU ALMACENAR-REGISTRO-FIN
               ELSE
                   PERFORM ACEPTAR-REGISTRO
               END-IF
           ELSE
               PERFORM RECHAZAR-REGISTRO
           END-IF.

      *    El cierre rige desde su fecha: el reproceso de un dia
      *    anterior al cierre todavia acepta la cuenta.
       VALIDAR-CUENTA.
           IF ENT-CUENTA-X = SPACES
               MOVE ZERO TO WS-CUENTA-ENTRADA
           ELSE
               MOVE ENT-CUENTA-X TO WS-CUENTA-ENTRADA
           END-IF.
           MOVE WS-CUENTA-ENTRADA TO CTA-CUENTA.
           READ CUENTA-FILE
               INVALID KEY
                   MOVE "CI" TO WS-MOTIVO-RECHAZO
           END-READ.
           IF REGISTRO-VALIDO
               EVALUATE TRUE
                   WHEN CTA-FECHA-ALTA > PRM-FECHA-PROCESO
                       MOVE "CI" TO WS-MOTIVO-RECHAZO
                   WHEN CTA-CERRADA
                    AND CTA-FECHA-BAJA NOT > PRM-FECHA-PROCESO
                       MOVE "CC" TO WS-MOTIVO-RECHAZO
                   WHEN CTA-BLOQUEADA
                       MOVE "CB" TO WS-MOTIVO-RECHAZO
                   WHEN CTA-SUCURSAL NOT = ENT-SUCURSAL
                       MOVE "CS" TO WS-MOTIVO-RECHAZO
               END-EVALUATE
           END-IF.

      *    La referencia de una reversa apunta al calculo original
      *    por fecha de proceso y AUD-CLAVE; que el original exista
      *    lo controla CALCULADORA contra la bitacora.
       VALIDAR-REFERENCIA.
           IF ENT-REF-FECHA-X IS NOT NUMERIC
              OR ENT-REF-CLAVE-X IS NOT NUMERIC
               MOVE "RV" TO WS-MOTIVO-RECHAZO
           ELSE
               IF ENT-REF-MM < "01" OR ENT-REF-MM > "12"
                  OR ENT-REF-DD < "01" OR ENT-REF-DD > "31"
                  OR ENT-REF-CLAVE-X = "000000"
                  OR ENT-REF-FECHA-X > PRM-FECHA-PROCESO
                   MOVE "RV" TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.
           IF REGISTRO-VALIDO
               MOVE ENT-REF-FECHA-X (1:6) TO WS-MES-BUSCADO
               PERFORM BUSCAR-MES-CERRADO
               IF MES-CERRADO
                   MOVE "RM" TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.

      *    La fecha efectiva en blanco es la de proceso. Una fecha
      *    efectiva ya pasada se postea esta noche, salvo que caiga
      *    en un mes cerrado.
       VALIDAR-FECHA-EFECTIVA.
           IF ENT-EFECTIVA-X IS NOT NUMERIC
               MOVE "FE" TO WS-MOTIVO-RECHAZO
           ELSE
               IF ENT-EFE-MM < "01" OR ENT-EFE-MM > "12"
                  OR ENT-EFE-DD < "01" OR ENT-EFE-DD > "31"
                   MOVE "FE" TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.
           IF REGISTRO-VALIDO
               MOVE ENT-EFECTIVA-X (1:6) TO WS-MES-BUSCADO
               PERFORM BUSCAR-MES-CERRADO
               IF MES-CERRADO
                   MOVE "FM" TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.

       BUSCAR-MES-CERRADO.
           MOVE "N" TO WS-MES-CERRADO.
           PERFORM VARYING WS-IND-CER FROM 1 BY 1
                   UNTIL WS-IND-CER > WS-CER-CANT
               IF WS-CER-MES (WS-IND-CER) = WS-MES-BUSCADO
                   SET MES-CERRADO TO TRUE
               END-IF
           END-PERFORM.

      *    CIERRE-MENSUAL deja en MESCERR.DAT un renglon AAAAMM por
      *    cada mes cerrado; sin el archivo no hay meses cerrados.
       CARGAR-MESES-CERRADOS.
           OPEN INPUT CERRADO-FILE.
           IF WS-CERRADO-STATUS NOT = "00"
               GO TO CARGAR-MESES-CERRADOS-FIN
           END-IF.
           PERFORM UNTIL FIN-CERRADOS
               READ CERRADO-FILE
                   AT END
                       SET FIN-CERRADOS TO TRUE
                   NOT AT END
                       IF WS-CER-CANT < WS-CER-MAX
                           ADD 1 TO WS-CER-CANT
                           MOVE CERRADO-RECORD
                                TO WS-CER-MES (WS-CER-CANT)
                       ELSE
                           DISPLAY "  AVISO: MESCERR.DAT excede "
                                   WS-CER-MAX " meses, se toman "
                                   "los primeros"
                           SET FIN-CERRADOS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CERRADO-FILE.
       CARGAR-MESES-CERRADOS-FIN.
           EXIT.

       BUSCAR-DUPLICADO.
           MOVE "S" TO WS-DUPLICADO.
           MOVE ENTRADA-RECORD TO VIS-REGISTRO.
           END-READ.

       ACEPTAR-REGISTRO.
           PERFORM ANOTAR-VISTO.
           PERFORM NORMALIZAR-REGISTRO.
           WRITE TRANS-RECORD.
           IF WS-SALIDA-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir TRANSVAL.DAT "
                       "(status " WS-SALIDA-STATUS ")"
           END-IF.
           ADD 1 TO WS-REGISTROS-ACEPTADOS.

       ANOTAR-VISTO.
           MOVE ENTRADA-RECORD TO VIS-REGISTRO.
           MOVE SPACE          TO VISTO-RECORD (51:1).
           WRITE VISTO-RECORD.
           IF WS-VISTO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo anotar el registro "
                       WS-REGISTROS-LEIDOS " en VISTRAB.DAT "
                       "(status " WS-VISTO-STATUS ")"
           END-IF.

       NORMALIZAR-REGISTRO.
           MOVE ENTRADA-RECORD TO TRANS-RECORD.
           IF TR-OPERACION = SPACE
               MOVE "T" TO TR-OPERACION
           IF ENT-CUENTA-X = SPACES
               MOVE ZERO TO TR-CUENTA
           END-IF.

      *    La clave del almacen lleva la fecha de proceso, el turno
      *    y el numero de registro de entrada: un REINICIO o una
      *    corrida FORZAR SI con la misma entrada vuelve a dar la
      *    misma clave y la partida no se duplica. Una partida que
      *    en el medio se anulo no se revive.
       ALMACENAR-REGISTRO.
           PERFORM ANOTAR-VISTO.
           PERFORM NORMALIZAR-REGISTRO.
           MOVE ENT-EFECTIVA-X      TO ALM-FECHA-EFECTIVA.
           MOVE PRM-FECHA-PROCESO   TO ALM-FECHA-INGRESO.
           MOVE PRM-TURNO           TO ALM-TURNO.
           MOVE WS-REGISTROS-LEIDOS TO ALM-SECUENCIA.
           READ ALMACEN-FILE
               INVALID KEY
                   MOVE "23" TO WS-ALMACEN-STATUS
                   MOVE ENT-EFECTIVA-X      TO ALM-FECHA-EFECTIVA
                   MOVE PRM-FECHA-PROCESO   TO ALM-FECHA-INGRESO
                   MOVE PRM-TURNO           TO ALM-TURNO
                   MOVE WS-REGISTROS-LEIDOS TO ALM-SECUENCIA
           END-READ.
           IF WS-ALMACEN-STATUS = "00" AND NOT ALM-PENDIENTE
               DISPLAY "  Registro " WS-REGISTROS-LEIDOS
                       " ya estaba en el almacen, estado "
                       ALM-ESTADO
               GO TO ALMACENAR-REGISTRO-FIN
           END-IF.
           SET ALM-PENDIENTE        TO TRUE.
           MOVE PRM-FECHA-PROCESO   TO ALM-FECHA-ESTADO.
           MOVE SPACES              TO ALM-OPERADOR.
           MOVE TRANS-RECORD        TO ALM-TRANSACCION.
           IF WS-ALMACEN-STATUS = "00"
               REWRITE ALMACEN-RECORD
           ELSE
               WRITE ALMACEN-RECORD
           END-IF.
           IF WS-ALMACEN-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo guardar el registro "
                       WS-REGISTROS-LEIDOS " en ALMACEN.DAT "
                       "(status " WS-ALMACEN-STATUS ")"
               SET FALLA-ALMACEN TO TRUE
               GO TO ALMACENAR-REGISTRO-FIN
           END-IF.
           ADD 1 TO WS-REGISTROS-ALMACENADOS.
       ALMACENAR-REGISTRO-FIN.
           EXIT.

       RECHAZAR-REGISTRO.
           MOVE SPACES              TO RECHAZO-RECORD.
