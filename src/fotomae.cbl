      *****************************************************************
      * Programa: Foto de Maestros                                   *
      * Descripción: Paso del job nocturno que corre antes de        *
      *              FUSIONA-SUCURSAL y de que el job toque los      *
      *              maestros. Copia en archivos fechados por fecha  *
      *              de proceso y turno el maestro CALCMAST.DAT, el  *
      *              suspenso SUSPENSO.DAT, el registro de rechazos  *
      *              RECHREG.DAT, las partidas liberadas             *
      *              TRANSLIB.DAT y el almacén de partidas con fecha *
      *              efectiva ALMACEN.DAT (FMAE, FSUS, FRCH, FLIB y  *
      *              FALM seguidos de aaaammdd, el turno y .DAT), y  *
      *              anota la foto con los conteos en FOTOREG.DAT.   *
      *              Con esa foto RESTAURA-NOCHE devuelve los        *
      *              archivos al estado previo a una noche fallida.  *
      *              En una corrida REINICIO los maestros ya vienen  *
      *              tocados: se conserva la foto de la corrida      *
      *              original y no se toma otra. Una corrida NORMAL  *
      *              (también con FORZAR SI) la toma de nuevo.       *
      *              Las fotos con fecha de proceso anterior a la    *
      *              retención se purgan: sus archivos quedan vacíos *
      *              y el registro las marca purgadas.               *
      *              Termina con código 8 si no puede tomar la foto, *
      *              para que la noche no postee sin punto de        *
      *              restauración, y con 4 si en un REINICIO no hay  *
      *              foto o si alguna purga falla.                   *
      *              Tarjeta de FOTO.CTL (optativo):                 *
      *                RETENCION n    (días de fotos a conservar     *
      *                                antes de la fecha de proceso, *
      *                                7 si no se indica)            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOTO-MAESTROS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "FOTO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REGISTRO-FILE ASSIGN TO "FOTOREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FTR-CLAVE
               FILE STATUS IS WS-REGISTRO-STATUS.

           SELECT MAESTRO-FILE ASSIGN TO "CALCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.

           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSO-STATUS.

           SELECT RECHREG-FILE ASSIGN TO "RECHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RRG-CLAVE
               FILE STATUS IS WS-RECHREG-STATUS.

           SELECT LIBERADO-FILE ASSIGN TO "TRANSLIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBERADO-STATUS.

           SELECT ALMACEN-FILE ASSIGN TO "ALMACEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALM-CLAVE
               FILE STATUS IS WS-ALMACEN-STATUS.

           SELECT FOTO-FILE ASSIGN TO DYNAMIC WS-NOMBRE-FOTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD            PIC X(80).

       FD  REGISTRO-FILE.
           COPY FOTOREC.

       FD  MAESTRO-FILE.
           COPY MASTREC.

       FD  SUSPENSO-FILE
           RECORD CONTAINS 76 CHARACTERS.
       01  SUSPENSO-RECORD           PIC X(76).

      *    Registro de rechazos de RETORNO-RECHAZOS: para la foto
      *    basta la clave (sucursal + fecha + clave del dia).
       FD  RECHREG-FILE.
       01  RECHREG-RECORD.
           05  RRG-CLAVE             PIC X(16).
           05  RRG-RESTO             PIC X(61).

       FD  LIBERADO-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  LIBERADO-RECORD           PIC X(50).

       FD  ALMACEN-FILE.
           COPY ALMREC.

      *    Las fotos son copias renglon por renglon; el registro
      *    mas largo es el del almacen (90).
       FD  FOTO-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  FOTO-RECORD               PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS         PIC X(2) VALUE "00".
       01  WS-REGISTRO-STATUS        PIC X(2) VALUE "00".
       01  WS-MAESTRO-STATUS         PIC X(2) VALUE "00".
       01  WS-SUSPENSO-STATUS        PIC X(2) VALUE "00".
       01  WS-RECHREG-STATUS         PIC X(2) VALUE "00".
       01  WS-LIBERADO-STATUS        PIC X(2) VALUE "00".
       01  WS-ALMACEN-STATUS         PIC X(2) VALUE "00".
       01  WS-FOTO-STATUS            PIC X(2) VALUE "00".
       01  WS-NOMBRE-FOTO            PIC X(20) VALUE SPACES.
       01  WS-PREFIJO-FOTO           PIC X(4) VALUE SPACES.
       01  WS-FOTO-FECHA             PIC 9(8) VALUE ZERO.
       01  WS-FOTO-TURNO             PIC X(1) VALUE "0".

       01  WS-FECHA-PROCESO          PIC 9(8) VALUE ZERO.
       01  WS-TURNO                  PIC X(1) VALUE "0".
       01  WS-FECHA-SISTEMA          PIC 9(8) VALUE ZERO.
       01  WS-HORA-SISTEMA.
           05  WS-HORA-HH            PIC 9(2).
           05  WS-HORA-MM            PIC 9(2).
           05  WS-HORA-SS            PIC 9(2).
           05  WS-HORA-CC            PIC 9(2).
       01  WS-FIN-CONTROL            PIC X(1) VALUE "N".
           88  FIN-CONTROL           VALUE "S".
       01  WS-FIN-ARCHIVO            PIC X(1) VALUE "N".
           88  FIN-ARCHIVO           VALUE "S".
       01  WS-FIN-REGISTRO           PIC X(1) VALUE "N".
           88  FIN-REGISTRO          VALUE "S".
       01  WS-TARJETA-MALA           PIC X(1) VALUE "N".
           88  TARJETA-MALA          VALUE "S".
       01  WS-FALLA-FOTO             PIC X(1) VALUE "N".
           88  FALLA-FOTO            VALUE "S".
       01  WS-HAY-AVISO              PIC X(1) VALUE "N".
           88  HAY-AVISO             VALUE "S".
       01  WS-FOTO-HALLADA           PIC X(1) VALUE "N".
           88  FOTO-HALLADA          VALUE "S".
       01  WS-PALABRA-1              PIC X(20) VALUE SPACES.
       01  WS-PALABRA-2              PIC X(20) VALUE SPACES.

      *    Parametros de FOTO.CTL.
       01  WS-RETENCION-DIAS         PIC 9(4) VALUE 7.
       01  WS-DIAS-ENTERO            PIC 9(7) VALUE ZERO.
       01  WS-FECHA-CORTE            PIC 9(8) VALUE ZERO.

      *    Contadores del paso.
       01  WS-CANT-COPIADOS          PIC 9(8) VALUE ZERO.
       01  WS-CANT-MAESTRO           PIC 9(8) VALUE ZERO.
       01  WS-CANT-SUSPENSO          PIC 9(8) VALUE ZERO.
       01  WS-CANT-RECHREG           PIC 9(8) VALUE ZERO.
       01  WS-CANT-TRANSLIB          PIC 9(8) VALUE ZERO.
       01  WS-CANT-ALMACEN           PIC 9(8) VALUE ZERO.
       01  WS-FOTOS-PURGADAS         PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       COPY PARMREC.

       PROCEDURE DIVISION USING PARM-AREA.
       INICIO.
           DISPLAY "============================================".
           DISPLAY "  FOTO-MAESTROS: foto previa de los maestros".
           DISPLAY "============================================".

           MOVE PRM-FECHA-PROCESO TO WS-FECHA-PROCESO.
           MOVE PRM-TURNO         TO WS-TURNO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA  FROM TIME.

           PERFORM LEER-CONTROL THRU LEER-CONTROL-FIN.
           IF TARJETA-MALA
               DISPLAY "  ERROR: FOTO.CTL trae tarjetas invalidas, "
                       "la foto no se toma"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O REGISTRO-FILE.
           IF WS-REGISTRO-STATUS = "35"
               *> Primera foto: el registro todavia no existe
               OPEN OUTPUT REGISTRO-FILE
               CLOSE REGISTRO-FILE
               OPEN I-O REGISTRO-FILE
           END-IF.
           IF WS-REGISTRO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir FOTOREG.DAT "
                       "(status " WS-REGISTRO-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-FECHA-PROCESO TO FTR-FECHA.
           MOVE WS-TURNO         TO FTR-TURNO.
           READ REGISTRO-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOTO-HALLADA
               NOT INVALID KEY
                   SET FOTO-HALLADA TO TRUE
           END-READ.

           IF PRM-MODO-REINICIO
               PERFORM CONSERVAR-FOTO
           ELSE
               PERFORM TOMAR-FOTO THRU TOMAR-FOTO-FIN
           END-IF.
           IF NOT FALLA-FOTO
               PERFORM PURGAR-FOTOS THRU PURGAR-FOTOS-FIN
           END-IF.
           CLOSE REGISTRO-FILE.

           DISPLAY "Fecha de proceso:   " WS-FECHA-PROCESO
                   "  turno " WS-TURNO.
           DISPLAY "Maestro:            " WS-CANT-MAESTRO.
           DISPLAY "Suspenso:           " WS-CANT-SUSPENSO.
           DISPLAY "Registro rechazos:  " WS-CANT-RECHREG.
           DISPLAY "Partidas liberadas: " WS-CANT-TRANSLIB.
           DISPLAY "Almacen:            " WS-CANT-ALMACEN.
           DISPLAY "Fotos purgadas:     " WS-FOTOS-PURGADAS
                   " (anteriores a " WS-FECHA-CORTE ")".
           DISPLAY "============================================".

           EVALUATE TRUE
               WHEN FALLA-FOTO
                   MOVE 8 TO RETURN-CODE
               WHEN HAY-AVISO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *    Sin FOTO.CTL las fotos se conservan 7 dias.
       LEER-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               GO TO LEER-CONTROL-FIN
           END-IF.
           PERFORM UNTIL FIN-CONTROL
               READ CONTROL-FILE
                   AT END
                       SET FIN-CONTROL TO TRUE
                   NOT AT END
                       PERFORM INTERPRETAR-TARJETA
                           THRU INTERPRETAR-TARJETA-FIN
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.
       LEER-CONTROL-FIN.
           EXIT.

       INTERPRETAR-TARJETA.
           IF CONTROL-RECORD = SPACES
              OR CONTROL-RECORD (1:1) = "*"
               GO TO INTERPRETAR-TARJETA-FIN
           END-IF.
           MOVE SPACES TO WS-PALABRA-1 WS-PALABRA-2.
           UNSTRING CONTROL-RECORD DELIMITED BY ALL SPACES
               INTO WS-PALABRA-1 WS-PALABRA-2.
           EVALUATE WS-PALABRA-1
               WHEN "RETENCION"
                   IF WS-PALABRA-2 (1:1) IS NUMERIC
                       COMPUTE WS-RETENCION-DIAS =
                           FUNCTION NUMVAL (WS-PALABRA-2)
                   ELSE
                       PERFORM RECHAZAR-TARJETA
                   END-IF
               WHEN OTHER
                   PERFORM RECHAZAR-TARJETA
           END-EVALUATE.
       INTERPRETAR-TARJETA-FIN.
           EXIT.

       RECHAZAR-TARJETA.
           SET TARJETA-MALA TO TRUE.
           DISPLAY "  ERROR: tarjeta de foto invalida: "
                   CONTROL-RECORD (1:40).

      *    Un REINICIO retoma una corrida que ya toco los maestros:
      *    la foto buena es la que tomo la corrida original.
       CONSERVAR-FOTO.
           IF FOTO-HALLADA AND FTR-VIGENTE
               MOVE FTR-CANT-MAESTRO  TO WS-CANT-MAESTRO
               MOVE FTR-CANT-SUSPENSO TO WS-CANT-SUSPENSO
               MOVE FTR-CANT-RECHREG  TO WS-CANT-RECHREG
               MOVE FTR-CANT-TRANSLIB TO WS-CANT-TRANSLIB
               MOVE FTR-CANT-ALMACEN  TO WS-CANT-ALMACEN
               DISPLAY "Corrida REINICIO: se conserva la foto tomada "
                       "el " FTR-FECHA-TOMA " a las " FTR-HORA-TOMA
           ELSE
               SET HAY-AVISO TO TRUE
               DISPLAY "  AVISO: corrida REINICIO sin foto vigente "
                       "de la fecha y turno; la noche sigue sin "
                       "punto de restauracion"
           END-IF.

      *    La foto se anota vigente recien con las cinco copias
      *    completas. Si una copia falla, la foto anterior de la
      *    misma fecha y turno (corrida FORZAR SI) ya quedo pisada
      *    y se da de baja del registro.
       TOMAR-FOTO.
           MOVE WS-FECHA-PROCESO TO WS-FOTO-FECHA.
           MOVE WS-TURNO         TO WS-FOTO-TURNO.

           PERFORM COPIAR-MAESTRO THRU COPIAR-MAESTRO-FIN.
           IF NOT FALLA-FOTO
               PERFORM COPIAR-SUSPENSO THRU COPIAR-SUSPENSO-FIN
           END-IF.
           IF NOT FALLA-FOTO
               PERFORM COPIAR-RECHREG THRU COPIAR-RECHREG-FIN
           END-IF.
           IF NOT FALLA-FOTO
               PERFORM COPIAR-TRANSLIB THRU COPIAR-TRANSLIB-FIN
           END-IF.
           IF NOT FALLA-FOTO
               PERFORM COPIAR-ALMACEN THRU COPIAR-ALMACEN-FIN
           END-IF.

           IF FALLA-FOTO
               DISPLAY "  ERROR: la foto de " WS-FECHA-PROCESO
                       " turno " WS-TURNO " no se completo, la "
                       "noche no postea sin punto de restauracion"
               IF FOTO-HALLADA
                   DELETE REGISTRO-FILE RECORD
                       INVALID KEY
                           DISPLAY "  ERROR: no se pudo dar de baja "
                                   "la foto anterior en FOTOREG.DAT "
                                   "(status " WS-REGISTRO-STATUS ")"
                   END-DELETE
               END-IF
               GO TO TOMAR-FOTO-FIN
           END-IF.

           MOVE WS-FECHA-PROCESO      TO FTR-FECHA.
           MOVE WS-TURNO              TO FTR-TURNO.
           MOVE PRM-RUN-ID            TO FTR-RUN-ID.
           SET FTR-VIGENTE            TO TRUE.
           MOVE WS-FECHA-SISTEMA      TO FTR-FECHA-TOMA.
           MOVE WS-HORA-SISTEMA (1:6) TO FTR-HORA-TOMA.
           MOVE WS-CANT-MAESTRO       TO FTR-CANT-MAESTRO.
           MOVE WS-CANT-SUSPENSO      TO FTR-CANT-SUSPENSO.
           MOVE WS-CANT-RECHREG       TO FTR-CANT-RECHREG.
           MOVE WS-CANT-TRANSLIB      TO FTR-CANT-TRANSLIB.
           MOVE WS-CANT-ALMACEN       TO FTR-CANT-ALMACEN.
           MOVE ZERO                  TO FTR-FECHA-BAJA.
           IF FOTO-HALLADA
               REWRITE FOTOREG-RECORD
           ELSE
               WRITE FOTOREG-RECORD
           END-IF.
           IF WS-REGISTRO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo grabar FOTOREG.DAT "
                       "(status " WS-REGISTRO-STATUS ")"
               SET FALLA-FOTO TO TRUE
               GO TO TOMAR-FOTO-FIN
           END-IF.
           DISPLAY "Foto tomada de " WS-FECHA-PROCESO " turno "
                   WS-TURNO.
       TOMAR-FOTO-FIN.
           EXIT.

      *    Un archivo que todavia no existe (primera noche) deja la
      *    foto vacia: restaurarla es volver a no tener registros.
       COPIAR-MAESTRO.
           MOVE "FMAE" TO WS-PREFIJO-FOTO.
           PERFORM ABRIR-FOTO.
           IF FALLA-FOTO
               GO TO COPIAR-MAESTRO-FIN
           END-IF.
           MOVE ZERO TO WS-CANT-COPIADOS.
           MOVE "N"  TO WS-FIN-ARCHIVO.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS = "35"
               DISPLAY "  CALCMAST.DAT no existe, la foto queda vacia"
               SET FIN-ARCHIVO TO TRUE
           ELSE
               IF WS-MAESTRO-STATUS NOT = "00"
                   DISPLAY "  ERROR: no se pudo abrir CALCMAST.DAT "
                           "(status " WS-MAESTRO-STATUS ")"
                   SET FALLA-FOTO TO TRUE
                   CLOSE FOTO-FILE
                   GO TO COPIAR-MAESTRO-FIN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ MAESTRO-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE MAESTRO-RECORD TO FOTO-RECORD
                       PERFORM GRABAR-FOTO
               END-READ
           END-PERFORM.
           IF WS-MAESTRO-STATUS NOT = "35"
               CLOSE MAESTRO-FILE
           END-IF.
           CLOSE FOTO-FILE.
           MOVE WS-CANT-COPIADOS TO WS-CANT-MAESTRO.
       COPIAR-MAESTRO-FIN.
           EXIT.

       COPIAR-SUSPENSO.
           MOVE "FSUS" TO WS-PREFIJO-FOTO.
           PERFORM ABRIR-FOTO.
           IF FALLA-FOTO
               GO TO COPIAR-SUSPENSO-FIN
           END-IF.
           MOVE ZERO TO WS-CANT-COPIADOS.
           MOVE "N"  TO WS-FIN-ARCHIVO.
           OPEN INPUT SUSPENSO-FILE.
           IF WS-SUSPENSO-STATUS = "35"
               DISPLAY "  SUSPENSO.DAT no existe, la foto queda vacia"
               SET FIN-ARCHIVO TO TRUE
           ELSE
               IF WS-SUSPENSO-STATUS NOT = "00"
                   DISPLAY "  ERROR: no se pudo abrir SUSPENSO.DAT "
                           "(status " WS-SUSPENSO-STATUS ")"
                   SET FALLA-FOTO TO TRUE
                   CLOSE FOTO-FILE
                   GO TO COPIAR-SUSPENSO-FIN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ SUSPENSO-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE SUSPENSO-RECORD TO FOTO-RECORD
                       PERFORM GRABAR-FOTO
               END-READ
           END-PERFORM.
           IF WS-SUSPENSO-STATUS NOT = "35"
               CLOSE SUSPENSO-FILE
           END-IF.
           CLOSE FOTO-FILE.
           MOVE WS-CANT-COPIADOS TO WS-CANT-SUSPENSO.
       COPIAR-SUSPENSO-FIN.
           EXIT.

       COPIAR-RECHREG.
           MOVE "FRCH" TO WS-PREFIJO-FOTO.
           PERFORM ABRIR-FOTO.
           IF FALLA-FOTO
               GO TO COPIAR-RECHREG-FIN
           END-IF.
           MOVE ZERO TO WS-CANT-COPIADOS.
           MOVE "N"  TO WS-FIN-ARCHIVO.
           OPEN INPUT RECHREG-FILE.
           IF WS-RECHREG-STATUS = "35"
               DISPLAY "  RECHREG.DAT no existe, la foto queda vacia"
               SET FIN-ARCHIVO TO TRUE
           ELSE
               IF WS-RECHREG-STATUS = "39"
                   DISPLAY "  ERROR: RECHREG.DAT tiene el formato "
                           "anterior de 47 posiciones; correr "
                           "CONV-RECHREG antes de la noche"
               END-IF
               IF WS-RECHREG-STATUS NOT = "00"
                   DISPLAY "  ERROR: no se pudo abrir RECHREG.DAT "
                           "(status " WS-RECHREG-STATUS ")"
                   SET FALLA-FOTO TO TRUE
                   CLOSE FOTO-FILE
                   GO TO COPIAR-RECHREG-FIN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ RECHREG-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE RECHREG-RECORD TO FOTO-RECORD
                       PERFORM GRABAR-FOTO
               END-READ
           END-PERFORM.
           IF WS-RECHREG-STATUS NOT = "35"
               CLOSE RECHREG-FILE
           END-IF.
           CLOSE FOTO-FILE.
           MOVE WS-CANT-COPIADOS TO WS-CANT-RECHREG.
       COPIAR-RECHREG-FIN.
           EXIT.

       COPIAR-TRANSLIB.
           MOVE "FLIB" TO WS-PREFIJO-FOTO.
           PERFORM ABRIR-FOTO.
           IF FALLA-FOTO
               GO TO COPIAR-TRANSLIB-FIN
           END-IF.
           MOVE ZERO TO WS-CANT-COPIADOS.
           MOVE "N"  TO WS-FIN-ARCHIVO.
           OPEN INPUT LIBERADO-FILE.
           IF WS-LIBERADO-STATUS = "35"
               DISPLAY "  TRANSLIB.DAT no existe, la foto queda vacia"
               SET FIN-ARCHIVO TO TRUE
           ELSE
               IF WS-LIBERADO-STATUS NOT = "00"
                   DISPLAY "  ERROR: no se pudo abrir TRANSLIB.DAT "
                           "(status " WS-LIBERADO-STATUS ")"
                   SET FALLA-FOTO TO TRUE
                   CLOSE FOTO-FILE
                   GO TO COPIAR-TRANSLIB-FIN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ LIBERADO-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE LIBERADO-RECORD TO FOTO-RECORD
                       PERFORM GRABAR-FOTO
               END-READ
           END-PERFORM.
           IF WS-LIBERADO-STATUS NOT = "35"
               CLOSE LIBERADO-FILE
           END-IF.
           CLOSE FOTO-FILE.
           MOVE WS-CANT-COPIADOS TO WS-CANT-TRANSLIB.
       COPIAR-TRANSLIB-FIN.
           EXIT.

       COPIAR-ALMACEN.
           MOVE "FALM" TO WS-PREFIJO-FOTO.
           PERFORM ABRIR-FOTO.
           IF FALLA-FOTO
               GO TO COPIAR-ALMACEN-FIN
           END-IF.
           MOVE ZERO TO WS-CANT-COPIADOS.
           MOVE "N"  TO WS-FIN-ARCHIVO.
           OPEN INPUT ALMACEN-FILE.
           IF WS-ALMACEN-STATUS = "35"
               DISPLAY "  ALMACEN.DAT no existe, la foto queda vacia"
               SET FIN-ARCHIVO TO TRUE
           ELSE
               IF WS-ALMACEN-STATUS NOT = "00"
                   DISPLAY "  ERROR: no se pudo abrir ALMACEN.DAT "
                           "(status " WS-ALMACEN-STATUS ")"
                   SET FALLA-FOTO TO TRUE
                   CLOSE FOTO-FILE
                   GO TO COPIAR-ALMACEN-FIN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ ALMACEN-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE ALMACEN-RECORD TO FOTO-RECORD
                       PERFORM GRABAR-FOTO
               END-READ
           END-PERFORM.
           IF WS-ALMACEN-STATUS NOT = "35"
               CLOSE ALMACEN-FILE
           END-IF.
           CLOSE FOTO-FILE.
           MOVE WS-CANT-COPIADOS TO WS-CANT-ALMACEN.
       COPIAR-ALMACEN-FIN.
           EXIT.

       ARMAR-NOMBRE-FOTO.
           MOVE SPACES TO WS-NOMBRE-FOTO.
           STRING WS-PREFIJO-FOTO WS-FOTO-FECHA WS-FOTO-TURNO ".DAT"
               DELIMITED BY SIZE
               INTO WS-NOMBRE-FOTO.

       ABRIR-FOTO.
           PERFORM ARMAR-NOMBRE-FOTO.
           OPEN OUTPUT FOTO-FILE.
           IF WS-FOTO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir " WS-NOMBRE-FOTO
                       " (status " WS-FOTO-STATUS ")"
               SET FALLA-FOTO TO TRUE
           END-IF.

       GRABAR-FOTO.
           WRITE FOTO-RECORD.
           IF WS-FOTO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir " WS-NOMBRE-FOTO
                       " (status " WS-FOTO-STATUS ")"
               SET FALLA-FOTO TO TRUE
               SET FIN-ARCHIVO TO TRUE
           ELSE
               ADD 1 TO WS-CANT-COPIADOS
           END-IF.

      *    Retencion contada desde la fecha de proceso. La foto
      *    purgada queda con sus cinco archivos vacios; la de la
      *    corrida en curso nunca cae en la purga.
       PURGAR-FOTOS.
           COMPUTE WS-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
               - WS-RETENCION-DIAS.
           COMPUTE WS-FECHA-CORTE =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-ENTERO).
           MOVE LOW-VALUES TO FTR-CLAVE.
           MOVE "N" TO WS-FIN-REGISTRO.
           START REGISTRO-FILE KEY IS NOT LESS THAN FTR-CLAVE
               INVALID KEY
                   SET FIN-REGISTRO TO TRUE
           END-START.
           PERFORM UNTIL FIN-REGISTRO
               READ REGISTRO-FILE NEXT RECORD
                   AT END
                       SET FIN-REGISTRO TO TRUE
                   NOT AT END
                       IF FTR-FECHA NOT < WS-FECHA-CORTE
                           SET FIN-REGISTRO TO TRUE
                       ELSE
                           IF NOT FTR-PURGADA
                               PERFORM PURGAR-FOTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       PURGAR-FOTOS-FIN.
           EXIT.

       PURGAR-FOTO.
           MOVE FTR-FECHA TO WS-FOTO-FECHA.
           MOVE FTR-TURNO TO WS-FOTO-TURNO.
           MOVE "FMAE" TO WS-PREFIJO-FOTO.
           PERFORM VACIAR-FOTO.
           MOVE "FSUS" TO WS-PREFIJO-FOTO.
           PERFORM VACIAR-FOTO.
           MOVE "FRCH" TO WS-PREFIJO-FOTO.
           PERFORM VACIAR-FOTO.
           MOVE "FLIB" TO WS-PREFIJO-FOTO.
           PERFORM VACIAR-FOTO.
           MOVE "FALM" TO WS-PREFIJO-FOTO.
           PERFORM VACIAR-FOTO.
           SET FTR-PURGADA       TO TRUE.
           MOVE WS-FECHA-PROCESO TO FTR-FECHA-BAJA.
           REWRITE FOTOREG-RECORD.
           IF WS-REGISTRO-STATUS NOT = "00"
               DISPLAY "  AVISO: no se pudo marcar purgada la foto "
                       FTR-FECHA " turno " FTR-TURNO " (status "
                       WS-REGISTRO-STATUS ")"
               SET HAY-AVISO TO TRUE
           ELSE
               ADD 1 TO WS-FOTOS-PURGADAS
               DISPLAY "  Foto purgada: " FTR-FECHA " turno "
                       FTR-TURNO
           END-IF.

       VACIAR-FOTO.
           PERFORM ARMAR-NOMBRE-FOTO.
           OPEN OUTPUT FOTO-FILE.
           IF WS-FOTO-STATUS NOT = "00"
               DISPLAY "  AVISO: no se pudo vaciar " WS-NOMBRE-FOTO
                       " (status " WS-FOTO-STATUS ")"
               SET HAY-AVISO TO TRUE
           ELSE
               CLOSE FOTO-FILE
           END-IF.
