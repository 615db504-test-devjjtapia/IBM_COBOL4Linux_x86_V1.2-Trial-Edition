      *****************************************************************
      * Programa: Conversión del Registro de Rechazos                *
      * Descripción: Utilitario de una sola vez, fuera del job       *
      *              nocturno. El registro acumulado RECHREG.DAT de  *
      *              RETORNO-RECHAZOS pasó de 47 a 77 posiciones al  *
      *              llevar el dato original completo de 50          *
      *              (RRG-DATOS); un RECHREG.DAT del formato anterior*
      *              no abre (status 39) y el paso 35 termina con    *
      *              código 8. Este programa se corre una vez, antes *
      *              de la primera noche con el formato nuevo: copia *
      *              el registro viejo tal cual a RECHREG.ANT (que   *
      *              queda como respaldo) y vuelve a cargar          *
      *              RECHREG.DAT con cada partida completada con     *
      *              blancos al final del dato original.             *
      *              Si RECHREG.DAT ya tiene el formato nuevo o no   *
      *              existe, no hace nada. Termina con código 8 si la*
      *              conversión falla; en ese caso RECHREG.ANT tiene *
      *              el registro anterior completo.                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONV-RECHREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-FILE ASSIGN TO "RECHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RRG-CLAVE
               FILE STATUS IS WS-REGISTRO-STATUS.

           SELECT ANTERIOR-FILE ASSIGN TO "RECHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CLAVE
               FILE STATUS IS WS-ANTERIOR-STATUS.

           SELECT RESPALDO-FILE ASSIGN TO "RECHREG.ANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPALDO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Formato actual, igual al de RETORNO-RECHAZOS.
       FD  REGISTRO-FILE.
       01  REGISTRO-RECHAZO.
           05  RRG-CLAVE.
               10  RRG-SUCURSAL      PIC X(2).
               10  RRG-FECHA         PIC 9(8).
               10  RRG-CLAVE-DIA     PIC 9(6).
           05  RRG-ESTADO            PIC X(1).
           05  RRG-MOTIVO            PIC X(2).
           05  RRG-FECHA-REPOSICION  PIC 9(8).
           05  RRG-DATOS             PIC X(50).

      *    Formato anterior: el dato original recortado a 20.
       FD  ANTERIOR-FILE.
       01  ANTERIOR-RECORD.
           05  ANT-CLAVE             PIC X(16).
           05  ANT-RESTO             PIC X(31).

       FD  RESPALDO-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  RESPALDO-RECORD           PIC X(47).

       WORKING-STORAGE SECTION.
       01  WS-REGISTRO-STATUS        PIC X(2) VALUE "00".
       01  WS-ANTERIOR-STATUS        PIC X(2) VALUE "00".
       01  WS-RESPALDO-STATUS        PIC X(2) VALUE "00".
       01  WS-FIN-ARCHIVO            PIC X(1) VALUE "N".
           88  FIN-ARCHIVO           VALUE "S".
       01  WS-FALLA-CONVERSION       PIC X(1) VALUE "N".
           88  FALLA-CONVERSION      VALUE "S".
       01  WS-PARTIDAS-RESPALDADAS   PIC 9(8) VALUE ZERO.
       01  WS-PARTIDAS-CONVERTIDAS   PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "============================================".
           DISPLAY "  CONV-RECHREG: registro de rechazos        ".
           DISPLAY "============================================".

           OPEN INPUT REGISTRO-FILE.
           IF WS-REGISTRO-STATUS = "00"
               CLOSE REGISTRO-FILE
               DISPLAY "RECHREG.DAT ya tiene el formato actual, "
                       "no hay nada que convertir"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-REGISTRO-STATUS = "35"
               DISPLAY "RECHREG.DAT no existe, RETORNO-RECHAZOS lo "
                       "crea con el formato actual"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-REGISTRO-STATUS NOT = "39"
               DISPLAY "  ERROR: no se pudo abrir RECHREG.DAT "
                       "(status " WS-REGISTRO-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM RESPALDAR-ANTERIOR THRU RESPALDAR-ANTERIOR-FIN.
           IF NOT FALLA-CONVERSION
               PERFORM CARGAR-NUEVO THRU CARGAR-NUEVO-FIN
           END-IF.

           DISPLAY " ".
           DISPLAY "Resumen de la conversion:".
           DISPLAY "  Partidas respaldadas:   "
                   WS-PARTIDAS-RESPALDADAS.
           DISPLAY "  Partidas convertidas:   "
                   WS-PARTIDAS-CONVERTIDAS.
           DISPLAY "  Respaldo en RECHREG.ANT".
           DISPLAY "============================================".

           IF FALLA-CONVERSION
               DISPLAY "  ERROR: la conversion no termino; RECHREG.ANT "
                       "tiene el registro anterior completo"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Primero se copia el registro viejo entero a RECHREG.ANT;
      *    recien despues se reemplaza RECHREG.DAT.
       RESPALDAR-ANTERIOR.
           OPEN INPUT ANTERIOR-FILE.
           IF WS-ANTERIOR-STATUS NOT = "00"
               DISPLAY "  ERROR: RECHREG.DAT no tiene el formato "
                       "anterior de 47 posiciones (status "
                       WS-ANTERIOR-STATUS ")"
               SET FALLA-CONVERSION TO TRUE
               GO TO RESPALDAR-ANTERIOR-FIN
           END-IF.
           OPEN OUTPUT RESPALDO-FILE.
           IF WS-RESPALDO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir RECHREG.ANT "
                       "(status " WS-RESPALDO-STATUS ")"
               SET FALLA-CONVERSION TO TRUE
               CLOSE ANTERIOR-FILE
               GO TO RESPALDAR-ANTERIOR-FIN
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO OR FALLA-CONVERSION
               READ ANTERIOR-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE ANTERIOR-RECORD TO RESPALDO-RECORD
                       WRITE RESPALDO-RECORD
                       IF WS-RESPALDO-STATUS NOT = "00"
                           DISPLAY "  ERROR: no se pudo escribir "
                                   "RECHREG.ANT (status "
                                   WS-RESPALDO-STATUS ")"
                           SET FALLA-CONVERSION TO TRUE
                       ELSE
                           ADD 1 TO WS-PARTIDAS-RESPALDADAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ANTERIOR-FILE.
           CLOSE RESPALDO-FILE.
       RESPALDAR-ANTERIOR-FIN.
           EXIT.

      *    El respaldo viene en orden de clave; cada partida pasa
      *    igual y el dato original se completa con blancos.
       CARGAR-NUEVO.
           OPEN INPUT RESPALDO-FILE.
           IF WS-RESPALDO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo releer RECHREG.ANT "
                       "(status " WS-RESPALDO-STATUS ")"
               SET FALLA-CONVERSION TO TRUE
               GO TO CARGAR-NUEVO-FIN
           END-IF.
           OPEN OUTPUT REGISTRO-FILE.
           IF WS-REGISTRO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo regrabar RECHREG.DAT "
                       "(status " WS-REGISTRO-STATUS ")"
               SET FALLA-CONVERSION TO TRUE
               CLOSE RESPALDO-FILE
               GO TO CARGAR-NUEVO-FIN
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO OR FALLA-CONVERSION
               READ RESPALDO-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE SPACES TO REGISTRO-RECHAZO
                       MOVE RESPALDO-RECORD
                           TO REGISTRO-RECHAZO (1:47)
                       WRITE REGISTRO-RECHAZO
                       IF WS-REGISTRO-STATUS NOT = "00"
                           DISPLAY "  ERROR: no se pudo grabar "
                                   RRG-CLAVE " en RECHREG.DAT "
                                   "(status " WS-REGISTRO-STATUS ")"
                           SET FALLA-CONVERSION TO TRUE
                       ELSE
                           ADD 1 TO WS-PARTIDAS-CONVERTIDAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESPALDO-FILE.
           CLOSE REGISTRO-FILE.
       CARGAR-NUEVO-FIN.
           EXIT.
