      *              conteo y el total, para que la hoja de cálculo  *
      *              de finanzas lo importe directo en vez de        *
      *              redigitar el reporte de impresión.              *
      *              Las reversas no salen en el extracto: anulan    *
      *              cálculos de otra fecha y llegan a contabilidad  *
      *              por la interfaz contable.                       *
      *              El extracto es del día completo: cada turno     *
      *              que corre lo rehace con los cálculos de todos   *
      *              los turnos de la fecha hasta ese momento.       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAE-CSV.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORD CONTAINS 86 CHARACTERS.
           COPY AUDREC.

       FD  EXTRACTO-FILE
       01  WS-FIN-AUDITORIA          PIC X(1) VALUE "N".
           88  FIN-AUDITORIA         VALUE "S".
       01  WS-REGISTROS-EXTRAIDOS    PIC 9(6) VALUE ZERO.
      *    Clave mas alta ya extraida de cada turno (0 a 9).
       01  WS-TABLA-CLAVES.
           05  WS-CLAVE-MAXIMA       PIC 9(6) OCCURS 10 TIMES.
       01  WS-IND-TURNO              PIC 9(2) VALUE ZERO.
       01  WS-TOTAL-SUMA             PIC 9(9) VALUE ZERO.

      *    Campos editados con el signo adelante para que la
           DISPLAY "============================================".

           MOVE PRM-FECHA-PROCESO TO WS-FECHA-PROCESO.
           MOVE ZEROS TO WS-TABLA-CLAVES.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
      *    Tras un reproceso REINICIO la ventana entre el ultimo
      *    checkpoint y la falla queda dos veces en la bitacora;
      *    cada clave del dia se extrae una sola vez (la clave
      *    crece siempre dentro de una corrida, y cada turno es
      *    una corrida aparte).
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
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       TOMAR-AUDITORIA.
           COMPUTE WS-IND-TURNO = AUD-TURNO + 1.
           IF AUD-CLAVE > WS-CLAVE-MAXIMA (WS-IND-TURNO)
               MOVE AUD-CLAVE TO WS-CLAVE-MAXIMA (WS-IND-TURNO)
               IF AUD-REG-BUENO
                  AND AUD-OPERACION NOT = "V"
                   PERFORM EXTRAER-REGISTRO
               END-IF
           END-IF.

       EXTRAER-REGISTRO.
           MOVE AUD-SUMA  TO WS-CSV-SUMA.
           MOVE AUD-RESTA TO WS-CSV-RESTA.
