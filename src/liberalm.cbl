      *****************************************************************
      * Programa: Liberación del Almacén                             *
      * Descripción: Paso del job nocturno que corre antes de        *
      *              FUSIONA-SUCURSAL. Recorre el almacén ALMACEN.DAT*
      *              (partidas con fecha efectiva que guardó         *
      *              VALIDA-TRANSACC) y agrega a TRANSLIB.DAT, como  *
      *              las partidas liberadas del suspenso, las        *
      *              pendientes cuya fecha efectiva llegó (igual o   *
      *              anterior a la fecha de proceso); FUSIONA-SUCURSAL*
      *              las mezcla en la entrada de la noche y          *
      *              VALIDA-TRANSACC las vuelve a validar. Cada      *
      *              partida liberada queda en el almacén con estado *
      *              L y la fecha de proceso.                        *
      *              En una corrida REINICIO no libera nada: la      *
      *              entrada de la corrida original ya trae las      *
      *              partidas liberadas.                             *
      *              Termina con código 8 si no puede escribir       *
      *              TRANSLIB.DAT o regrabar el almacén.             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERA-ALMACEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALMACEN-FILE ASSIGN TO "ALMACEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-CLAVE
               FILE STATUS IS WS-ALMACEN-STATUS.

           SELECT LIBERADO-FILE ASSIGN TO "TRANSLIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBERADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALMACEN-FILE.
           COPY ALMREC.

       FD  LIBERADO-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  LIBERADO-RECORD           PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-ALMACEN-STATUS         PIC X(2) VALUE "00".
       01  WS-LIBERADO-STATUS        PIC X(2) VALUE "00".
       01  WS-FECHA-PROCESO          PIC 9(8) VALUE ZERO.
       01  WS-FIN-ALMACEN            PIC X(1) VALUE "N".
           88  FIN-ALMACEN           VALUE "S".
       01  WS-FALLA-LIBERACION       PIC X(1) VALUE "N".
           88  FALLA-LIBERACION      VALUE "S".
       01  WS-PARTIDAS-LIBERADAS     PIC 9(6) VALUE ZERO.
       01  WS-PARTIDAS-PENDIENTES    PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       COPY PARMREC.

       PROCEDURE DIVISION USING PARM-AREA.
       INICIO.
           DISPLAY "============================================".
           DISPLAY "  LIBERA-ALMACEN: partidas con fecha        ".
           DISPLAY "============================================".

           IF PRM-MODO-REINICIO
               DISPLAY "Corrida REINICIO: las partidas del almacen "
                       "ya se liberaron en la corrida original"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE PRM-FECHA-PROCESO TO WS-FECHA-PROCESO.

           OPEN I-O ALMACEN-FILE.
           IF WS-ALMACEN-STATUS = "35"
               DISPLAY "ALMACEN.DAT no existe, no hay partidas "
                       "que liberar"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-ALMACEN-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir ALMACEN.DAT "
                       "(status " WS-ALMACEN-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND LIBERADO-FILE.
           IF WS-LIBERADO-STATUS NOT = "00"
               OPEN OUTPUT LIBERADO-FILE
           END-IF.
           IF WS-LIBERADO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir TRANSLIB.DAT "
                       "(status " WS-LIBERADO-STATUS ")"
               CLOSE ALMACEN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE LOW-VALUES TO ALM-CLAVE.
           START ALMACEN-FILE KEY IS NOT LESS THAN ALM-CLAVE
               INVALID KEY
                   SET FIN-ALMACEN TO TRUE
           END-START.
           PERFORM UNTIL FIN-ALMACEN
               READ ALMACEN-FILE NEXT RECORD
                   AT END
                       SET FIN-ALMACEN TO TRUE
                   NOT AT END
                       IF ALM-PENDIENTE
                           PERFORM REVISAR-PARTIDA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LIBERADO-FILE.
           CLOSE ALMACEN-FILE.

           DISPLAY " ".
           DISPLAY "Resumen de la liberacion:".
           DISPLAY "  Fecha de proceso:       " WS-FECHA-PROCESO.
           DISPLAY "  Partidas liberadas:     " WS-PARTIDAS-LIBERADAS.
           DISPLAY "  Pendientes posteriores: "
                   WS-PARTIDAS-PENDIENTES.
           DISPLAY "============================================".

           IF FALLA-LIBERACION
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    La partida se escribe en TRANSLIB.DAT antes de marcarla
      *    liberada, asi no se pierde; si la marca falla el paso
      *    corta con codigo 8 para anularla en el almacen antes de
      *    que se libere otra vez. Despues de una falla no se
      *    libera nada mas.
       REVISAR-PARTIDA.
           IF ALM-FECHA-EFECTIVA > WS-FECHA-PROCESO
               ADD 1 TO WS-PARTIDAS-PENDIENTES
           ELSE
               IF NOT FALLA-LIBERACION
                   PERFORM LIBERAR-PARTIDA
               END-IF
           END-IF.

       LIBERAR-PARTIDA.
           MOVE ALM-TRANSACCION TO LIBERADO-RECORD.
           WRITE LIBERADO-RECORD.
           IF WS-LIBERADO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir TRANSLIB.DAT "
                       "(status " WS-LIBERADO-STATUS ")"
               SET FALLA-LIBERACION TO TRUE
           ELSE
               SET ALM-LIBERADA      TO TRUE
               MOVE WS-FECHA-PROCESO TO ALM-FECHA-ESTADO
               REWRITE ALMACEN-RECORD
               IF WS-ALMACEN-STATUS NOT = "00"
                   DISPLAY "  ERROR: no se pudo regrabar la partida "
                           ALM-CLAVE " en ALMACEN.DAT (status "
                           WS-ALMACEN-STATUS ")"
                   SET FALLA-LIBERACION TO TRUE
               END-IF
               ADD 1 TO WS-PARTIDAS-LIBERADAS
           END-IF.
