      *              del más viejo.                                  *
      *              Termina con código 4 si hubo rechazos que       *
      *              devolver.                                       *
      *              RECHREG.DAT lleva 77 posiciones; un registro    *
      *              del formato anterior (47) no abre con status    *
      *              39 y se convierte una vez con CONV-RECHREG.     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNO-RECHAZOS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECHAZO-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  RECHAZO-RECORD.
           05  RCH-CLAVE             PIC 9(6).
           05  FILLER                PIC X.
           05  RCH-MOTIVO            PIC X(2).
           05  FILLER                PIC X.
           05  RCH-DATOS             PIC X(50).

       FD  VALIDADO-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY TRANREC.

      *    Registro acumulado de rechazos devueltos. Estados:
               88  RRG-REPUESTO      VALUE "R".
           05  RRG-MOTIVO            PIC X(2).
           05  RRG-FECHA-REPOSICION  PIC 9(8).
           05  RRG-DATOS             PIC X(50).

       FD  RETORNO-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  RETORNO-RECORD            PIC X(60).

       FD  MEMO-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  FILLER                PIC X(2) VALUE "CT".
           05  FILLER                PIC X(2) VALUE "D0".
           05  FILLER                PIC X(2) VALUE "DU".
           05  FILLER                PIC X(2) VALUE "CI".
           05  FILLER                PIC X(2) VALUE "CB".
           05  FILLER                PIC X(2) VALUE "CC".
           05  FILLER                PIC X(2) VALUE "CS".
           05  FILLER                PIC X(2) VALUE "RV".
           05  FILLER                PIC X(2) VALUE "RM".
           05  FILLER                PIC X(2) VALUE "FE".
           05  FILLER                PIC X(2) VALUE "FM".
           05  FILLER                PIC X(2) VALUE "??".
       01  WS-TABLA-MOTIVOS-R REDEFINES WS-TABLA-MOTIVOS.
           05  WS-MOT-COD            PIC X(2) OCCURS 15 TIMES.
       01  WS-TABLA-MOT-CANT.
           05  WS-MOT-CANT           PIC 9(6) OCCURS 15 TIMES.
       01  WS-IND-MOTIVO             PIC 9(2) VALUE ZERO.
       01  WS-MOTIVO-HALLADO         PIC X(1) VALUE "N".
           88  MOTIVO-HALLADO        VALUE "S".


           MOVE PRM-FECHA-PROCESO TO WS-FECHA-PROCESO.
           PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                   UNTIL WS-IND-MOTIVO > 15
               MOVE ZERO TO WS-MOT-CANT (WS-IND-MOTIVO)
           END-PERFORM.

               CLOSE REGISTRO-FILE
               OPEN I-O REGISTRO-FILE
           END-IF.
           IF WS-REGISTRO-STATUS = "39"
               DISPLAY "  ERROR: RECHREG.DAT tiene el formato anterior "
                       "de 47 posiciones; correr CONV-RECHREG antes "
                       "de este paso"
           END-IF.
           IF WS-REGISTRO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir RECHREG.DAT "
                       "(status " WS-REGISTRO-STATUS ")"
               MOVE ZERO TO WS-SUC-DIA WS-SUC-PENDIENTES
                            WS-SUC-FECHA-ANTIGUA
               PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                       UNTIL WS-IND-MOTIVO > 15
                   MOVE ZERO TO WS-MOT-CANT (WS-IND-MOTIVO)
               END-PERFORM
           END-IF.
       CONTAR-MOTIVO.
           MOVE "N" TO WS-MOTIVO-HALLADO.
           PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                   UNTIL WS-IND-MOTIVO > 14
                      OR MOTIVO-HALLADO
               IF RRG-MOTIVO = WS-MOT-COD (WS-IND-MOTIVO)
                   SET MOTIVO-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT MOTIVO-HALLADO
               ADD 1 TO WS-MOT-CANT (15)
           END-IF.

       CERRAR-SUCURSAL-MEMO.
           MOVE MEM-SUCURSAL TO MEMO-LINE.
           PERFORM ESCRIBIR-MEMO.
           PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                   UNTIL WS-IND-MOTIVO > 15
               IF WS-MOT-CANT (WS-IND-MOTIVO) > ZERO
                   MOVE WS-MOT-COD (WS-IND-MOTIVO)
                        TO MEM-MOT-COD
