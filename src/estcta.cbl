      *****************************************************************
      * Programa: Estados de Cuenta Mensuales                        *
      * Descripción: Paso del job de cierre mensual que corre        *
      *              después de CIERRE-MENSUAL. Produce en           *
      *              ESTCTA.DAT un estado por cuenta del período     *
      *              cerrado: los asientos diarios del mes de        *
      *              CALCMAST.DAT con su total, el total del mes     *
      *              de CALCMMES.DAT, las correcciones y bajas       *
      *              manuales de esos asientos en CALCMLOG.DAT (con  *
      *              la imagen anterior), las partidas de la cuenta  *
      *              que siguen pendientes en SUSPENSO.DAT y un      *
      *              comparativo del mes contra el mes anterior y    *
      *              el acumulado del año (CALCMMES.DAT).            *
      *              Los estados salen agrupados por sucursal dueña  *
      *              (CALCCTA.DAT; ?? si la cuenta no figura) y al   *
      *              final va una hoja de control con la cantidad    *
      *              de estados y los totales por sucursal y         *
      *              generales, cotejados contra el renglón TOTAL    *
      *              de CIERREM.DAT.                                 *
      *              Termina con código 8 si el período no está      *
      *              cerrado en MESCERR.DAT o no puede escribir el   *
      *              reporte, y con 4 si el cotejo no cuadra o no    *
      *              se pudo hacer, o si los asientos diarios de     *
      *              alguna cuenta ya no suman el total del cierre.  *
      *              Tarjetas de ESTADO.CTL (optativo):              *
      *                MES aaaamm        (período; sin tarjeta el    *
      *                                   último mes cerrado)        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADO-CUENTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "ESTADO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT CERRADO-FILE ASSIGN TO "MESCERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERRADO-STATUS.

           SELECT MAESTRO-FILE ASSIGN TO "CALCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.

           SELECT MENSUAL-FILE ASSIGN TO "CALCMMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MES-CLAVE
               FILE STATUS IS WS-MENSUAL-STATUS.

           SELECT CUENTA-FILE ASSIGN TO "CALCCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-CUENTA-STATUS.

           SELECT LOG-FILE ASSIGN TO "CALCMLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSO-STATUS.

           SELECT CIERRE-FILE ASSIGN TO "CIERREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIERRE-STATUS.

           SELECT ORDEN-FILE ASSIGN TO "ESTTRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ETB-CLAVE
               FILE STATUS IS WS-ORDEN-STATUS.

           SELECT DETALLE-FILE ASSIGN TO "ESTDET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDT-CLAVE
               FILE STATUS IS WS-DETALLE-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "ESTCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD            PIC X(80).

       FD  CERRADO-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  CERRADO-RECORD            PIC 9(6).

       FD  MAESTRO-FILE.
           COPY MASTREC.

       FD  MENSUAL-FILE.
           COPY MESREC.

       FD  CUENTA-FILE.
           COPY CTAREC.

       FD  LOG-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  LOG-RECORD                PIC X(94).

       FD  SUSPENSO-FILE
           RECORD CONTAINS 76 CHARACTERS.
           COPY SUSPREC.

      *    Reporte de CIERRE-MENSUAL: el primer renglon trae el
      *    periodo y el renglon TOTAL los totales del cierre.
       FD  CIERRE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CIERRE-RECORD             PIC X(80).
       01  CIERRE-ENCABEZADO.
           05  CIE-ENC-TITULO        PIC X(25).
           05  FILLER                PIC X(11).
           05  CIE-ENC-PERIODO       PIC X(6).
           05  FILLER                PIC X(38).
       01  CIERRE-TOTAL.
           05  CIE-TOT-ROTULO        PIC X(6).
           05  CIE-TOT-CUENTAS       PIC X(5).
           05  FILLER                PIC X(1).
           05  CIE-TOT-REGISTROS     PIC X(8).
           05  FILLER                PIC X(1).
           05  CIE-TOT-SUMA          PIC X(11).
           05  FILLER                PIC X(1).
           05  CIE-TOT-RESTA         PIC X(11).
           05  FILLER                PIC X(1).
           05  CIE-TOT-MULT          PIC X(14).
           05  FILLER                PIC X(1).
           05  CIE-TOT-DIV           PIC X(11).
           05  FILLER                PIC X(9).

      *    Orden de los estados: sucursal duena + cuenta; se rearma
      *    en cada corrida.
       FD  ORDEN-FILE.
       01  ORDEN-RECORD.
           05  ETB-CLAVE.
               10  ETB-SUCURSAL      PIC X(2).
               10  ETB-CUENTA        PIC 9(4).
           05  ETB-DESCRIPCION       PIC X(30).
           05  ETB-ESTADO            PIC X(1).

      *    Renglones de cada estado que no salen del maestro:
      *    tipo 1 = bitacora de mantenimiento (el renglon tal cual),
      *    tipo 2 = partida en suspenso (el renglon ya armado).
       FD  DETALLE-FILE.
       01  DETALLE-RECORD.
           05  EDT-CLAVE.
               10  EDT-CUENTA        PIC 9(4).
               10  EDT-TIPO          PIC X(1).
               10  EDT-SECUENCIA     PIC 9(6).
           05  EDT-DATOS             PIC X(94).

       FD  REPORTE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORTE-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS         PIC X(2) VALUE "00".
       01  WS-CERRADO-STATUS         PIC X(2) VALUE "00".
       01  WS-MAESTRO-STATUS         PIC X(2) VALUE "00".
       01  WS-MENSUAL-STATUS         PIC X(2) VALUE "00".
       01  WS-CUENTA-STATUS          PIC X(2) VALUE "00".
       01  WS-LOG-STATUS             PIC X(2) VALUE "00".
       01  WS-SUSPENSO-STATUS        PIC X(2) VALUE "00".
       01  WS-CIERRE-STATUS          PIC X(2) VALUE "00".
       01  WS-ORDEN-STATUS           PIC X(2) VALUE "00".
       01  WS-DETALLE-STATUS         PIC X(2) VALUE "00".
       01  WS-REPORTE-STATUS         PIC X(2) VALUE "00".
       01  WS-FECHA-SISTEMA          PIC 9(8) VALUE ZERO.
       01  WS-FIN-CONTROL            PIC X(1) VALUE "N".
           88  FIN-CONTROL           VALUE "S".
       01  WS-FIN-CERRADOS           PIC X(1) VALUE "N".
           88  FIN-CERRADOS          VALUE "S".
       01  WS-FIN-ARCHIVO            PIC X(1) VALUE "N".
           88  FIN-ARCHIVO           VALUE "S".
       01  WS-FIN-ORDEN              PIC X(1) VALUE "N".
           88  FIN-ORDEN             VALUE "S".
       01  WS-FIN-DETALLE            PIC X(1) VALUE "N".
           88  FIN-DETALLE           VALUE "S".
       01  WS-TARJETA-MALA           PIC X(1) VALUE "N".
           88  TARJETA-MALA          VALUE "S".
       01  WS-MES-CERRADO            PIC X(1) VALUE "N".
           88  MES-CERRADO           VALUE "S".
       01  WS-CUENTA-ABIERTA         PIC X(1) VALUE "N".
           88  CUENTA-ABIERTA        VALUE "S".
       01  WS-FALLA-ESTADO           PIC X(1) VALUE "N".
           88  FALLA-ESTADO          VALUE "S".
       01  WS-CIERRE-LEIDO           PIC X(1) VALUE "N".
           88  CIERRE-LEIDO          VALUE "S".
       01  WS-COTEJO                 PIC X(1) VALUE "N".
           88  COTEJO-CUADRA         VALUE "S".
           88  COTEJO-NO-CUADRA      VALUE "D".
           88  COTEJO-SIN-HACER      VALUE "N".
       01  WS-SUCURSAL-EN-CURSO      PIC X(1) VALUE "N".
           88  SUCURSAL-EN-CURSO     VALUE "S".
       01  WS-PALABRA-1              PIC X(20) VALUE SPACES.
       01  WS-PALABRA-2              PIC X(20) VALUE SPACES.

      *    Periodo del estado y los que se comparan.
       01  WS-PERIODO                PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PERIODO-AAAA       PIC 9(4).
           05  WS-PERIODO-MM         PIC 9(2).
       01  WS-ULTIMO-CERRADO         PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-ANTERIOR       PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-ANT-R REDEFINES WS-PERIODO-ANTERIOR.
           05  WS-ANTERIOR-AAAA      PIC 9(4).
           05  WS-ANTERIOR-MM        PIC 9(2).
       01  WS-PERIODO-LEER           PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-LEER-R REDEFINES WS-PERIODO-LEER.
           05  WS-LEER-AAAA          PIC 9(4).
           05  WS-LEER-MM            PIC 9(2).
       01  WS-FECHA-DESDE            PIC 9(8) VALUE ZERO.

      *    Imagen de la bitacora de MANT-MAESTRO (CALCMLOG.DAT).
      *    Acciones: A = imagen anterior, C = corregido, B = baja.
       01  WS-MLOG.
           05  MLG-FECHA             PIC 9(8).
           05  FILLER                PIC X.
           05  MLG-HORA              PIC 9(6).
           05  FILLER                PIC X.
           05  MLG-ACCION            PIC X(1).
           05  FILLER                PIC X.
           05  MLG-CUENTA            PIC 9(4).
           05  FILLER                PIC X.
           05  MLG-FECHA-CLAVE       PIC 9(8).
           05  FILLER                PIC X.
           05  MLG-REGISTROS         PIC 9(6).
           05  FILLER                PIC X.
           05  MLG-SUMA              PIC S9(9)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                PIC X.
           05  MLG-RESTA             PIC S9(9)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                PIC X.
           05  MLG-MULT              PIC S9(12)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                PIC X.
           05  MLG-DIV               PIC S9(9)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                PIC X.
           05  MLG-OPERADOR          PIC X(8).

      *    Contadores de carga.
       01  WS-SECUENCIA              PIC 9(6) VALUE ZERO.
       01  WS-CANT-CORRECCIONES      PIC 9(6) VALUE ZERO.
       01  WS-CANT-SUSPENSO          PIC 9(6) VALUE ZERO.

      *    Valores de la cuenta en curso.
       01  WS-CTA-ASIENTOS           PIC 9(4) VALUE ZERO.
       01  WS-CTA-RENGLONES          PIC 9(6) VALUE ZERO.
       01  WS-DIA-REGISTROS          PIC 9(9) VALUE ZERO.
       01  WS-DIA-SUMA               PIC S9(11) VALUE ZERO.
       01  WS-DIA-RESTA              PIC S9(11) VALUE ZERO.
       01  WS-DIA-MULT               PIC S9(14) VALUE ZERO.
       01  WS-DIA-DIV                PIC S9(11) VALUE ZERO.
       01  WS-COMPARATIVO.
           05  WS-CMP-FILA OCCURS 5 TIMES.
               10  WS-CMP-ACTUAL     PIC S9(15).
               10  WS-CMP-ANTERIOR   PIC S9(15).
               10  WS-CMP-ACUMULADO  PIC S9(15).
       01  WS-IND-CMP                PIC 9(1) VALUE ZERO.
       01  WS-CMP-ROTULOS.
           05  FILLER                PIC X(14) VALUE "  REGISTROS".
           05  FILLER                PIC X(14) VALUE "  SUMA".
           05  FILLER                PIC X(14) VALUE "  RESTA".
           05  FILLER                PIC X(14) VALUE "  MULT".
           05  FILLER                PIC X(14) VALUE "  DIV".
       01  WS-CMP-ROTULO-R REDEFINES WS-CMP-ROTULOS.
           05  WS-CMP-ROTULO         PIC X(14) OCCURS 5 TIMES.

      *    Totales por sucursal para la hoja de control.
       01  WS-SUC-MAX                PIC 9(3) VALUE 100.
       01  WS-SUC-CANT               PIC 9(3) VALUE ZERO.
       01  WS-IND-SUC                PIC 9(3) VALUE ZERO.
       01  WS-SUC-TABLA.
           05  WS-SUC-FILA OCCURS 100 TIMES.
               10  WS-SUC-CODIGO     PIC X(2).
               10  WS-SUC-ESTADOS    PIC 9(6).
               10  WS-SUC-REGISTROS  PIC 9(9).
               10  WS-SUC-SUMA       PIC S9(11).
               10  WS-SUC-RESTA      PIC S9(11).
               10  WS-SUC-MULT       PIC S9(14).
               10  WS-SUC-DIV        PIC S9(11).
       01  WS-SUCURSAL-ACTUAL        PIC X(2) VALUE SPACES.

       01  WS-TOT-ESTADOS            PIC 9(6) VALUE ZERO.
       01  WS-TOT-REGISTROS          PIC 9(9) VALUE ZERO.
       01  WS-TOT-SUMA               PIC S9(11) VALUE ZERO.
       01  WS-TOT-RESTA              PIC S9(11) VALUE ZERO.
       01  WS-TOT-MULT               PIC S9(14) VALUE ZERO.
       01  WS-TOT-DIV                PIC S9(11) VALUE ZERO.
       01  WS-ESTADOS-DIFERENCIA     PIC 9(6) VALUE ZERO.

      *    Totales del renglon TOTAL de CIERREM.DAT.
       01  WS-CIE-CUENTAS            PIC 9(6) VALUE ZERO.
       01  WS-CIE-REGISTROS          PIC 9(9) VALUE ZERO.
       01  WS-CIE-SUMA               PIC S9(11) VALUE ZERO.
       01  WS-CIE-RESTA              PIC S9(11) VALUE ZERO.
       01  WS-CIE-MULT               PIC S9(14) VALUE ZERO.
       01  WS-CIE-DIV                PIC S9(11) VALUE ZERO.

       01  EST-SEPARADOR             PIC X(80) VALUE ALL "=".

       01  EST-SUCURSAL.
           05  FILLER                PIC X(37) VALUE
               "ESTADOS DE CUENTA DE LA SUCURSAL    ".
           05  EST-SUC-CODIGO        PIC X(2).
           05  FILLER                PIC X(10) VALUE " PERIODO ".
           05  EST-SUC-PERIODO       PIC 9(6).
           05  FILLER                PIC X(25) VALUE SPACES.

       01  EST-ENCABEZADO-1.
           05  FILLER                PIC X(27) VALUE
               "ESTADO DE CUENTA - PERIODO ".
           05  EST-ENC-PERIODO       PIC 9(6).
           05  FILLER                PIC X(12) VALUE "  SUCURSAL ".
           05  EST-ENC-SUCURSAL      PIC X(2).
           05  FILLER                PIC X(10) VALUE "  EMITIDO ".
           05  EST-ENC-FECHA         PIC 9999/99/99.
           05  FILLER                PIC X(13) VALUE SPACES.

       01  EST-ENCABEZADO-2.
           05  FILLER                PIC X(7) VALUE "CUENTA ".
           05  EST-ENC-CUENTA        PIC 9(4).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  EST-ENC-DESCRIPCION   PIC X(30).
           05  FILLER                PIC X(9) VALUE "  ESTADO ".
           05  EST-ENC-ESTADO        PIC X(1).
           05  FILLER                PIC X(27) VALUE SPACES.

       01  EST-TITULO                PIC X(80) VALUE SPACES.

       01  EST-COLUMNAS.
           05  FILLER                PIC X(40) VALUE
               "  FECHA       REGIST.        SUMA       ".
           05  FILLER                PIC X(40) VALUE
               "RESTA           MULT         DIV        ".

      *    Renglon de valores: asientos diarios, totales y las
      *    imagenes de la bitacora usan las mismas columnas.
       01  EST-VALORES.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  EST-VAL-ROTULO        PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  EST-VAL-REGISTROS     PIC ZZZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  EST-VAL-SUMA          PIC -ZZZZZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  EST-VAL-RESTA         PIC -ZZZZZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  EST-VAL-MULT          PIC -ZZZZZZZZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  EST-VAL-DIV           PIC -ZZZZZZZZZ9.
           05  FILLER                PIC X(8) VALUE SPACES.

       01  EST-CORRECCION.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  EST-COR-FECHA         PIC 9999/99/99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  EST-COR-HORA          PIC 99B99B99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  EST-COR-ACCION        PIC X(15).
           05  FILLER                PIC X(9) VALUE " ASIENTO ".
           05  EST-COR-ASIENTO       PIC 9999/99/99.
           05  FILLER                PIC X(10) VALUE " OPERADOR ".
           05  EST-COR-OPERADOR      PIC X(8).
           05  FILLER                PIC X(6) VALUE SPACES.

       01  EST-SUSPENSO.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  EST-SUS-FECHA         PIC 9999/99/99.
           05  FILLER                PIC X(5) VALUE " SUC ".
           05  EST-SUS-SUCURSAL      PIC X(2).
           05  FILLER                PIC X(4) VALUE " OP ".
           05  EST-SUS-OPERACION     PIC X(1).
           05  FILLER                PIC X(9) VALUE " NUMEROS ".
           05  EST-SUS-NUM1          PIC 9(4).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  EST-SUS-NUM2          PIC 9(4).
           05  FILLER                PIC X(8) VALUE " MOTIVO ".
           05  EST-SUS-MOTIVO        PIC X(2).
           05  FILLER                PIC X(28) VALUE SPACES.

       01  EST-CMP-COLUMNAS.
           05  FILLER                PIC X(40) VALUE
               "COMPARATIVO           MES ACTUAL      ME".
           05  FILLER                PIC X(40) VALUE
               "S ANTERIOR     ACUMULADO ANO            ".

       01  EST-CMP-RENGLON.
           05  EST-CMP-ROTULO        PIC X(14).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  EST-CMP-ACTUAL        PIC -ZZZZZZZZZZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  EST-CMP-ANTERIOR      PIC -ZZZZZZZZZZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  EST-CMP-ACUMULADO     PIC -ZZZZZZZZZZZZZZ9.
           05  FILLER                PIC X(12) VALUE SPACES.

       01  EST-NOTA                  PIC X(80) VALUE SPACES.

       01  EST-CTL-ENCABEZADO.
           05  FILLER                PIC X(44) VALUE
               "ESTADOS DE CUENTA - HOJA DE CONTROL DEL PERI".
           05  FILLER                PIC X(5) VALUE "ODO ".
           05  EST-CTL-PERIODO       PIC 9(6).
           05  FILLER                PIC X(25) VALUE SPACES.

       01  EST-CTL-COLUMNAS.
           05  FILLER                PIC X(40) VALUE
               "SUC   ESTADOS   REGIST.        SUMA     ".
           05  FILLER                PIC X(40) VALUE
               "  RESTA           MULT         DIV      ".

       01  EST-CTL-RENGLON.
           05  EST-CTL-ROTULO        PIC X(7).
           05  EST-CTL-ESTADOS       PIC ZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  EST-CTL-REGISTROS     PIC ZZZZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  EST-CTL-SUMA          PIC -ZZZZZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  EST-CTL-RESTA         PIC -ZZZZZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  EST-CTL-MULT          PIC -ZZZZZZZZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  EST-CTL-DIV           PIC -ZZZZZZZZZ9.
           05  FILLER                PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "============================================".
           DISPLAY "  ESTADO-CUENTA: estados de cuenta del mes  ".
           DISPLAY "============================================".

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM LEER-CONTROL THRU LEER-CONTROL-FIN.
           IF TARJETA-MALA
               DISPLAY "  ERROR: ESTADO.CTL trae tarjetas invalidas, "
                       "los estados no se emiten"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VERIFICAR-MES-CERRADO
               THRU VERIFICAR-MES-CERRADO-FIN.
           IF WS-PERIODO = ZERO
               IF WS-ULTIMO-CERRADO = ZERO
                   DISPLAY "  ERROR: no hay meses cerrados en "
                           "MESCERR.DAT, los estados no se emiten"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ULTIMO-CERRADO TO WS-PERIODO
               SET MES-CERRADO TO TRUE
           END-IF.
           IF NOT MES-CERRADO
               DISPLAY "  ERROR: el periodo " WS-PERIODO
                       " no esta cerrado en MESCERR.DAT; los "
                       "estados corren despues de CIERRE-MENSUAL"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-PERIODO TO WS-PERIODO-ANTERIOR.
           IF WS-ANTERIOR-MM = 01
               SUBTRACT 1 FROM WS-ANTERIOR-AAAA
               MOVE 12 TO WS-ANTERIOR-MM
           ELSE
               SUBTRACT 1 FROM WS-ANTERIOR-MM
           END-IF.

           PERFORM ABRIR-ARCHIVOS THRU ABRIR-ARCHIVOS-FIN.
           IF FALLA-ESTADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CARGAR-CUENTAS THRU CARGAR-CUENTAS-FIN.
           PERFORM CARGAR-CORRECCIONES THRU CARGAR-CORRECCIONES-FIN.
           PERFORM CARGAR-SUSPENSO THRU CARGAR-SUSPENSO-FIN.
           PERFORM LEER-CIERRE THRU LEER-CIERRE-FIN.

           PERFORM EMITIR-ESTADOS.
           PERFORM EMITIR-CONTROL.

           CLOSE REPORTE-FILE.
           CLOSE DETALLE-FILE.
           CLOSE ORDEN-FILE.
           CLOSE MENSUAL-FILE.
           CLOSE MAESTRO-FILE.
           IF CUENTA-ABIERTA
               CLOSE CUENTA-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "Resumen de los estados:".
           DISPLAY "  Periodo:                " WS-PERIODO.
           DISPLAY "  Estados emitidos:       " WS-TOT-ESTADOS.
           DISPLAY "  Sucursales:             " WS-SUC-CANT.
           DISPLAY "  Correcciones listadas:  " WS-CANT-CORRECCIONES.
           DISPLAY "  Partidas en suspenso:   " WS-CANT-SUSPENSO.
           EVALUATE TRUE
               WHEN COTEJO-CUADRA
                   DISPLAY "  Cotejo con CIERREM.DAT: cuadra"
               WHEN COTEJO-NO-CUADRA
                   DISPLAY "  Cotejo con CIERREM.DAT: NO CUADRA"
               WHEN OTHER
                   DISPLAY "  Cotejo con CIERREM.DAT: sin hacer"
           END-EVALUATE.
           DISPLAY "  Reporte en ESTCTA.DAT".

           IF WS-ESTADOS-DIFERENCIA > ZERO
               DISPLAY "  AVISO: " WS-ESTADOS-DIFERENCIA
                       " cuentas con asientos diarios que no "
                       "suman el total del cierre"
           END-IF.
           DISPLAY "============================================".

           EVALUATE TRUE
               WHEN FALLA-ESTADO
                   MOVE 8 TO RETURN-CODE
               WHEN NOT COTEJO-CUADRA
                   MOVE 4 TO RETURN-CODE
               WHEN WS-ESTADOS-DIFERENCIA > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *    Sin ESTADO.CTL los estados salen del ultimo mes cerrado.
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
               WHEN "MES"
                   IF WS-PALABRA-2 (1:6) IS NUMERIC
                      AND WS-PALABRA-2 (5:2) >= "01"
                      AND WS-PALABRA-2 (5:2) <= "12"
                       MOVE WS-PALABRA-2 (1:6) TO WS-PERIODO
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
           DISPLAY "  ERROR: tarjeta de estados invalida: "
                   CONTROL-RECORD (1:40).

      *    Ademas de verificar el periodo pedido se guarda el ultimo
      *    mes cerrado, que es el periodo cuando no hay tarjeta.
       VERIFICAR-MES-CERRADO.
           OPEN INPUT CERRADO-FILE.
           IF WS-CERRADO-STATUS NOT = "00"
               GO TO VERIFICAR-MES-CERRADO-FIN
           END-IF.
           PERFORM UNTIL FIN-CERRADOS
               READ CERRADO-FILE
                   AT END
                       SET FIN-CERRADOS TO TRUE
                   NOT AT END
                       IF CERRADO-RECORD = WS-PERIODO
                           SET MES-CERRADO TO TRUE
                       END-IF
                       IF CERRADO-RECORD > WS-ULTIMO-CERRADO
                           MOVE CERRADO-RECORD TO WS-ULTIMO-CERRADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CERRADO-FILE.
       VERIFICAR-MES-CERRADO-FIN.
           EXIT.

       ABRIR-ARCHIVOS.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir CALCMAST.DAT "
                       "(status " WS-MAESTRO-STATUS ")"
               SET FALLA-ESTADO TO TRUE
               GO TO ABRIR-ARCHIVOS-FIN
           END-IF.
           OPEN INPUT MENSUAL-FILE.
           IF WS-MENSUAL-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir CALCMMES.DAT "
                       "(status " WS-MENSUAL-STATUS ")"
               CLOSE MAESTRO-FILE
               SET FALLA-ESTADO TO TRUE
               GO TO ABRIR-ARCHIVOS-FIN
           END-IF.
           OPEN OUTPUT ORDEN-FILE.
           CLOSE ORDEN-FILE.
           OPEN I-O ORDEN-FILE.
           OPEN OUTPUT DETALLE-FILE.
           CLOSE DETALLE-FILE.
           OPEN I-O DETALLE-FILE.
           IF WS-ORDEN-STATUS NOT = "00"
              OR WS-DETALLE-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudieron abrir ESTTRAB.DAT / "
                       "ESTDET.DAT (status " WS-ORDEN-STATUS " / "
                       WS-DETALLE-STATUS ")"
               CLOSE MAESTRO-FILE
               CLOSE MENSUAL-FILE
               SET FALLA-ESTADO TO TRUE
               GO TO ABRIR-ARCHIVOS-FIN
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo abrir ESTCTA.DAT "
                       "(status " WS-REPORTE-STATUS ")"
               CLOSE MAESTRO-FILE
               CLOSE MENSUAL-FILE
               CLOSE ORDEN-FILE
               CLOSE DETALLE-FILE
               SET FALLA-ESTADO TO TRUE
               GO TO ABRIR-ARCHIVOS-FIN
           END-IF.
           OPEN INPUT CUENTA-FILE.
           IF WS-CUENTA-STATUS = "00"
               SET CUENTA-ABIERTA TO TRUE
           ELSE
               DISPLAY "  AVISO: no se pudo abrir CALCCTA.DAT "
                       "(status " WS-CUENTA-STATUS "), los estados "
                       "salen sin sucursal ni descripcion"
           END-IF.
       ABRIR-ARCHIVOS-FIN.
           EXIT.

      *    Un estado por cada cuenta que el cierre consolido en el
      *    maestro mensual, ordenado por la sucursal duena.
       CARGAR-CUENTAS.
           MOVE LOW-VALUES TO MES-CLAVE.
           MOVE "N" TO WS-FIN-ARCHIVO.
           START MENSUAL-FILE KEY IS NOT LESS THAN MES-CLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ MENSUAL-FILE NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF MES-PERIODO = WS-PERIODO
                           PERFORM ANOTAR-CUENTA
                       END-IF
               END-READ
           END-PERFORM.
       CARGAR-CUENTAS-FIN.
           EXIT.

       ANOTAR-CUENTA.
           MOVE SPACES      TO ORDEN-RECORD.
           MOVE MES-CUENTA  TO ETB-CUENTA.
           MOVE "??"        TO ETB-SUCURSAL.
           MOVE "NO FIGURA" TO ETB-DESCRIPCION.
           IF CUENTA-ABIERTA
               MOVE MES-CUENTA TO CTA-CUENTA
               READ CUENTA-FILE
                   NOT INVALID KEY
                       MOVE CTA-SUCURSAL    TO ETB-SUCURSAL
                       MOVE CTA-DESCRIPCION TO ETB-DESCRIPCION
                       MOVE CTA-ESTADO      TO ETB-ESTADO
               END-READ
           END-IF.
           WRITE ORDEN-RECORD.
           IF WS-ORDEN-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir ESTTRAB.DAT "
                       "(status " WS-ORDEN-STATUS ")"
               SET FALLA-ESTADO TO TRUE
           END-IF.

      *    Correcciones y bajas de asientos del periodo, con la
      *    imagen anterior de cada correccion.
       CARGAR-CORRECCIONES.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               GO TO CARGAR-CORRECCIONES-FIN
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ LOG-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE LOG-RECORD TO WS-MLOG
                       IF MLG-FECHA-CLAVE (1:6) = WS-PERIODO
                           ADD 1 TO WS-SECUENCIA
                           MOVE MLG-CUENTA   TO EDT-CUENTA
                           MOVE "1"          TO EDT-TIPO
                           MOVE WS-SECUENCIA TO EDT-SECUENCIA
                           MOVE LOG-RECORD   TO EDT-DATOS
                           PERFORM GRABAR-DETALLE
                           IF MLG-ACCION NOT = "A"
                               ADD 1 TO WS-CANT-CORRECCIONES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOG-FILE.
       CARGAR-CORRECCIONES-FIN.
           EXIT.

      *    Partidas pendientes que quedaron en suspenso hasta el fin
      *    del periodo.
       CARGAR-SUSPENSO.
           OPEN INPUT SUSPENSO-FILE.
           IF WS-SUSPENSO-STATUS NOT = "00"
               GO TO CARGAR-SUSPENSO-FIN
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ SUSPENSO-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF SUS-PENDIENTE
                          AND SUS-FECHA (1:6) <= WS-PERIODO
                           ADD 1 TO WS-SECUENCIA
                           ADD 1 TO WS-CANT-SUSPENSO
                           MOVE SUS-FECHA     TO EST-SUS-FECHA
                           MOVE SUS-SUCURSAL  TO EST-SUS-SUCURSAL
                           MOVE SUS-OPERACION TO EST-SUS-OPERACION
                           MOVE SUS-NUM1      TO EST-SUS-NUM1
                           MOVE SUS-NUM2      TO EST-SUS-NUM2
                           MOVE SUS-MOTIVO    TO EST-SUS-MOTIVO
                           MOVE SUS-CUENTA    TO EDT-CUENTA
                           MOVE "2"           TO EDT-TIPO
                           MOVE WS-SECUENCIA  TO EDT-SECUENCIA
                           MOVE EST-SUSPENSO  TO EDT-DATOS
                           PERFORM GRABAR-DETALLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSO-FILE.
       CARGAR-SUSPENSO-FIN.
           EXIT.

       GRABAR-DETALLE.
           WRITE DETALLE-RECORD.
           IF WS-DETALLE-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir ESTDET.DAT "
                       "(status " WS-DETALLE-STATUS ")"
               SET FALLA-ESTADO TO TRUE
           END-IF.

      *    El cotejo se hace solo si CIERREM.DAT es el reporte del
      *    mismo periodo; si un cierre posterior ya lo piso, la hoja
      *    de control sale sin cotejar.
       LEER-CIERRE.
           OPEN INPUT CIERRE-FILE.
           IF WS-CIERRE-STATUS NOT = "00"
               DISPLAY "  AVISO: no se pudo abrir CIERREM.DAT "
                       "(status " WS-CIERRE-STATUS "), los totales "
                       "salen sin cotejar"
               GO TO LEER-CIERRE-FIN
           END-IF.
           READ CIERRE-FILE
               AT END
                   MOVE SPACES TO CIERRE-RECORD
           END-READ.
           IF CIE-ENC-TITULO NOT = "CIERRE DE PERIODO MENSUAL"
              OR CIE-ENC-PERIODO NOT = WS-PERIODO
               DISPLAY "  AVISO: CIERREM.DAT no es el reporte del "
                       "periodo " WS-PERIODO ", los totales salen "
                       "sin cotejar"
               CLOSE CIERRE-FILE
               GO TO LEER-CIERRE-FIN
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ CIERRE-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CIE-TOT-ROTULO = "TOTAL "
                           PERFORM TOMAR-TOTAL-CIERRE
                           SET FIN-ARCHIVO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CIERRE-FILE.
           IF NOT CIERRE-LEIDO
               DISPLAY "  AVISO: CIERREM.DAT no trae el renglon "
                       "TOTAL, los totales salen sin cotejar"
           END-IF.
       LEER-CIERRE-FIN.
           EXIT.

       TOMAR-TOTAL-CIERRE.
           COMPUTE WS-CIE-CUENTAS   =
               FUNCTION NUMVAL (CIE-TOT-CUENTAS).
           COMPUTE WS-CIE-REGISTROS =
               FUNCTION NUMVAL (CIE-TOT-REGISTROS).
           COMPUTE WS-CIE-SUMA      = FUNCTION NUMVAL (CIE-TOT-SUMA).
           COMPUTE WS-CIE-RESTA     = FUNCTION NUMVAL (CIE-TOT-RESTA).
           COMPUTE WS-CIE-MULT      = FUNCTION NUMVAL (CIE-TOT-MULT).
           COMPUTE WS-CIE-DIV       = FUNCTION NUMVAL (CIE-TOT-DIV).
           SET CIERRE-LEIDO TO TRUE.

       EMITIR-ESTADOS.
           MOVE LOW-VALUES TO ETB-CLAVE.
           MOVE "N" TO WS-FIN-ORDEN.
           START ORDEN-FILE KEY IS NOT LESS THAN ETB-CLAVE
               INVALID KEY
                   SET FIN-ORDEN TO TRUE
           END-START.
           PERFORM UNTIL FIN-ORDEN
               READ ORDEN-FILE NEXT RECORD
                   AT END
                       SET FIN-ORDEN TO TRUE
                   NOT AT END
                       IF NOT SUCURSAL-EN-CURSO
                          OR ETB-SUCURSAL NOT = WS-SUCURSAL-ACTUAL
                           PERFORM ABRIR-SUCURSAL
                       END-IF
                       PERFORM EMITIR-ESTADO
               END-READ
           END-PERFORM.

      *    La tabla de control se llena en el orden de los estados;
      *    pasado el maximo, las sucursales siguientes solo suman en
      *    el total general.
       ABRIR-SUCURSAL.
           SET SUCURSAL-EN-CURSO TO TRUE.
           MOVE ETB-SUCURSAL TO WS-SUCURSAL-ACTUAL.
           IF WS-SUC-CANT < WS-SUC-MAX
               ADD 1 TO WS-SUC-CANT
               MOVE WS-SUC-CANT  TO WS-IND-SUC
               MOVE ETB-SUCURSAL TO WS-SUC-CODIGO (WS-IND-SUC)
               MOVE ZERO TO WS-SUC-ESTADOS (WS-IND-SUC)
                            WS-SUC-REGISTROS (WS-IND-SUC)
                            WS-SUC-SUMA (WS-IND-SUC)
                            WS-SUC-RESTA (WS-IND-SUC)
                            WS-SUC-MULT (WS-IND-SUC)
                            WS-SUC-DIV (WS-IND-SUC)
           ELSE
               MOVE ZERO TO WS-IND-SUC
               DISPLAY "  AVISO: mas de " WS-SUC-MAX " sucursales, "
                       "la " ETB-SUCURSAL " no figura en la hoja "
                       "de control"
           END-IF.
           MOVE EST-SEPARADOR TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE ETB-SUCURSAL TO EST-SUC-CODIGO.
           MOVE WS-PERIODO   TO EST-SUC-PERIODO.
           MOVE EST-SUCURSAL TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

       EMITIR-ESTADO.
           PERFORM ARMAR-COMPARATIVO.

           MOVE EST-SEPARADOR TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE WS-PERIODO       TO EST-ENC-PERIODO.
           MOVE ETB-SUCURSAL     TO EST-ENC-SUCURSAL.
           MOVE WS-FECHA-SISTEMA TO EST-ENC-FECHA.
           MOVE EST-ENCABEZADO-1 TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE ETB-CUENTA       TO EST-ENC-CUENTA.
           MOVE ETB-DESCRIPCION  TO EST-ENC-DESCRIPCION.
           MOVE ETB-ESTADO       TO EST-ENC-ESTADO.
           MOVE EST-ENCABEZADO-2 TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

           PERFORM LISTAR-ASIENTOS.
           PERFORM LISTAR-CORRECCIONES.
           PERFORM LISTAR-SUSPENSO.
           PERFORM LISTAR-COMPARATIVO.

           ADD 1                  TO WS-TOT-ESTADOS.
           ADD WS-CMP-ACTUAL (1)  TO WS-TOT-REGISTROS.
           ADD WS-CMP-ACTUAL (2)  TO WS-TOT-SUMA.
           ADD WS-CMP-ACTUAL (3)  TO WS-TOT-RESTA.
           ADD WS-CMP-ACTUAL (4)  TO WS-TOT-MULT.
           ADD WS-CMP-ACTUAL (5)  TO WS-TOT-DIV.
           IF WS-IND-SUC > ZERO
               ADD 1 TO WS-SUC-ESTADOS (WS-IND-SUC)
               ADD WS-CMP-ACTUAL (1) TO WS-SUC-REGISTROS (WS-IND-SUC)
               ADD WS-CMP-ACTUAL (2) TO WS-SUC-SUMA (WS-IND-SUC)
               ADD WS-CMP-ACTUAL (3) TO WS-SUC-RESTA (WS-IND-SUC)
               ADD WS-CMP-ACTUAL (4) TO WS-SUC-MULT (WS-IND-SUC)
               ADD WS-CMP-ACTUAL (5) TO WS-SUC-DIV (WS-IND-SUC)
           END-IF.

      *    Fila 1 = registros, 2 = suma, 3 = resta, 4 = mult,
      *    5 = div. El acumulado va de enero al mes del estado.
       ARMAR-COMPARATIVO.
           INITIALIZE WS-COMPARATIVO.
           MOVE WS-PERIODO TO WS-PERIODO-LEER.
           PERFORM LEER-MENSUAL.
           IF WS-MENSUAL-STATUS = "00"
               MOVE MES-REGISTROS TO WS-CMP-ACTUAL (1)
               MOVE MES-TOT-SUMA  TO WS-CMP-ACTUAL (2)
               MOVE MES-TOT-RESTA TO WS-CMP-ACTUAL (3)
               MOVE MES-TOT-MULT  TO WS-CMP-ACTUAL (4)
               MOVE MES-TOT-DIV   TO WS-CMP-ACTUAL (5)
           END-IF.
           MOVE WS-PERIODO-ANTERIOR TO WS-PERIODO-LEER.
           PERFORM LEER-MENSUAL.
           IF WS-MENSUAL-STATUS = "00"
               MOVE MES-REGISTROS TO WS-CMP-ANTERIOR (1)
               MOVE MES-TOT-SUMA  TO WS-CMP-ANTERIOR (2)
               MOVE MES-TOT-RESTA TO WS-CMP-ANTERIOR (3)
               MOVE MES-TOT-MULT  TO WS-CMP-ANTERIOR (4)
               MOVE MES-TOT-DIV   TO WS-CMP-ANTERIOR (5)
           END-IF.
           MOVE WS-PERIODO-AAAA TO WS-LEER-AAAA.
           PERFORM VARYING WS-LEER-MM FROM 1 BY 1
                   UNTIL WS-LEER-MM > WS-PERIODO-MM
               PERFORM LEER-MENSUAL
               IF WS-MENSUAL-STATUS = "00"
                   ADD MES-REGISTROS TO WS-CMP-ACUMULADO (1)
                   ADD MES-TOT-SUMA  TO WS-CMP-ACUMULADO (2)
                   ADD MES-TOT-RESTA TO WS-CMP-ACUMULADO (3)
                   ADD MES-TOT-MULT  TO WS-CMP-ACUMULADO (4)
                   ADD MES-TOT-DIV   TO WS-CMP-ACUMULADO (5)
               END-IF
           END-PERFORM.

       LEER-MENSUAL.
           MOVE ETB-CUENTA      TO MES-CUENTA.
           MOVE WS-PERIODO-LEER TO MES-PERIODO.
           READ MENSUAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

      *    Asientos diarios del maestro: la clave es cuenta + fecha,
      *    asi los del mes estan seguidos desde el dia 1.
       LISTAR-ASIENTOS.
           MOVE "ASIENTOS DIARIOS DEL MES (CALCMAST.DAT)"
                TO EST-TITULO.
           PERFORM ESCRIBIR-TITULO.
           MOVE EST-COLUMNAS TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE ZERO TO WS-CTA-ASIENTOS WS-DIA-REGISTROS WS-DIA-SUMA
                        WS-DIA-RESTA WS-DIA-MULT WS-DIA-DIV.
           COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1.
           MOVE ETB-CUENTA     TO MST-CUENTA.
           MOVE WS-FECHA-DESDE TO MST-FECHA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           START MAESTRO-FILE KEY IS NOT LESS THAN MST-CLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ MAESTRO-FILE NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF MST-CUENTA NOT = ETB-CUENTA
                          OR MST-FECHA (1:6) NOT = WS-PERIODO
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           PERFORM LISTAR-ASIENTO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CTA-ASIENTOS = ZERO
               MOVE "  SIN ASIENTOS DIARIOS EN EL MAESTRO" TO EST-NOTA
               MOVE EST-NOTA TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
           END-IF.
           MOVE "TOTAL DIAS"     TO EST-VAL-ROTULO.
           MOVE WS-DIA-REGISTROS TO EST-VAL-REGISTROS.
           MOVE WS-DIA-SUMA      TO EST-VAL-SUMA.
           MOVE WS-DIA-RESTA     TO EST-VAL-RESTA.
           MOVE WS-DIA-MULT      TO EST-VAL-MULT.
           MOVE WS-DIA-DIV       TO EST-VAL-DIV.
           MOVE EST-VALORES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE "TOTAL MES"       TO EST-VAL-ROTULO.
           MOVE WS-CMP-ACTUAL (1) TO EST-VAL-REGISTROS.
           MOVE WS-CMP-ACTUAL (2) TO EST-VAL-SUMA.
           MOVE WS-CMP-ACTUAL (3) TO EST-VAL-RESTA.
           MOVE WS-CMP-ACTUAL (4) TO EST-VAL-MULT.
           MOVE WS-CMP-ACTUAL (5) TO EST-VAL-DIV.
           MOVE EST-VALORES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           IF WS-DIA-REGISTROS NOT = WS-CMP-ACTUAL (1)
              OR WS-DIA-SUMA   NOT = WS-CMP-ACTUAL (2)
              OR WS-DIA-RESTA  NOT = WS-CMP-ACTUAL (3)
              OR WS-DIA-MULT   NOT = WS-CMP-ACTUAL (4)
              OR WS-DIA-DIV    NOT = WS-CMP-ACTUAL (5)
               ADD 1 TO WS-ESTADOS-DIFERENCIA
               MOVE "  * LOS ASIENTOS DIARIOS NO SUMAN EL TOTAL DEL MES"
                    TO EST-NOTA
               MOVE EST-NOTA TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
           END-IF.

       LISTAR-ASIENTO.
           ADD 1             TO WS-CTA-ASIENTOS.
           ADD MST-REGISTROS TO WS-DIA-REGISTROS.
           ADD MST-TOT-SUMA  TO WS-DIA-SUMA.
           ADD MST-TOT-RESTA TO WS-DIA-RESTA.
           ADD MST-TOT-MULT  TO WS-DIA-MULT.
           ADD MST-TOT-DIV   TO WS-DIA-DIV.
           MOVE SPACES        TO EST-VAL-ROTULO.
           MOVE MST-FECHA (1:4) TO EST-VAL-ROTULO (1:4).
           MOVE "/"             TO EST-VAL-ROTULO (5:1).
           MOVE MST-FECHA (5:2) TO EST-VAL-ROTULO (6:2).
           MOVE "/"             TO EST-VAL-ROTULO (8:1).
           MOVE MST-FECHA (7:2) TO EST-VAL-ROTULO (9:2).
           MOVE MST-REGISTROS TO EST-VAL-REGISTROS.
           MOVE MST-TOT-SUMA  TO EST-VAL-SUMA.
           MOVE MST-TOT-RESTA TO EST-VAL-RESTA.
           MOVE MST-TOT-MULT  TO EST-VAL-MULT.
           MOVE MST-TOT-DIV   TO EST-VAL-DIV.
           MOVE EST-VALORES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

      *    Cada accion de la bitacora sale en dos renglones: quien y
      *    cuando, y los valores del asiento en esa imagen.
       LISTAR-CORRECCIONES.
           MOVE "CORRECCIONES Y BAJAS MANUALES (CALCMLOG.DAT)"
                TO EST-TITULO.
           PERFORM ESCRIBIR-TITULO.
           MOVE ZERO TO WS-CTA-RENGLONES.
           MOVE "1" TO EDT-TIPO.
           PERFORM POSICIONAR-DETALLE.
           PERFORM UNTIL FIN-DETALLE
               READ DETALLE-FILE NEXT RECORD
                   AT END
                       SET FIN-DETALLE TO TRUE
                   NOT AT END
                       IF EDT-CUENTA NOT = ETB-CUENTA
                          OR EDT-TIPO NOT = "1"
                           SET FIN-DETALLE TO TRUE
                       ELSE
                           PERFORM LISTAR-CORRECCION
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CTA-RENGLONES = ZERO
               MOVE "  SIN CORRECCIONES NI BAJAS" TO EST-NOTA
               MOVE EST-NOTA TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
           END-IF.

       LISTAR-CORRECCION.
           ADD 1 TO WS-CTA-RENGLONES.
           MOVE EDT-DATOS       TO WS-MLOG.
           MOVE MLG-FECHA       TO EST-COR-FECHA.
           MOVE MLG-HORA        TO EST-COR-HORA.
           MOVE MLG-FECHA-CLAVE TO EST-COR-ASIENTO.
           MOVE MLG-OPERADOR    TO EST-COR-OPERADOR.
           EVALUATE MLG-ACCION
               WHEN "A"
                   MOVE "IMAGEN ANTERIOR" TO EST-COR-ACCION
               WHEN "C"
                   MOVE "CORRECCION"      TO EST-COR-ACCION
               WHEN "B"
                   MOVE "BAJA"            TO EST-COR-ACCION
               WHEN OTHER
                   MOVE MLG-ACCION        TO EST-COR-ACCION
           END-EVALUATE.
           MOVE EST-CORRECCION TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE SPACES        TO EST-VAL-ROTULO.
           MOVE MLG-REGISTROS TO EST-VAL-REGISTROS.
           MOVE MLG-SUMA      TO EST-VAL-SUMA.
           MOVE MLG-RESTA     TO EST-VAL-RESTA.
           MOVE MLG-MULT      TO EST-VAL-MULT.
           MOVE MLG-DIV       TO EST-VAL-DIV.
           MOVE EST-VALORES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

       LISTAR-SUSPENSO.
           MOVE "PARTIDAS PENDIENTES EN SUSPENSO (SUSPENSO.DAT)"
                TO EST-TITULO.
           PERFORM ESCRIBIR-TITULO.
           MOVE ZERO TO WS-CTA-RENGLONES.
           MOVE "2" TO EDT-TIPO.
           PERFORM POSICIONAR-DETALLE.
           PERFORM UNTIL FIN-DETALLE
               READ DETALLE-FILE NEXT RECORD
                   AT END
                       SET FIN-DETALLE TO TRUE
                   NOT AT END
                       IF EDT-CUENTA NOT = ETB-CUENTA
                          OR EDT-TIPO NOT = "2"
                           SET FIN-DETALLE TO TRUE
                       ELSE
                           ADD 1 TO WS-CTA-RENGLONES
                           MOVE EDT-DATOS TO REPORTE-LINE
                           PERFORM ESCRIBIR-REPORTE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CTA-RENGLONES = ZERO
               MOVE "  SIN PARTIDAS EN SUSPENSO" TO EST-NOTA
               MOVE EST-NOTA TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
           END-IF.

       POSICIONAR-DETALLE.
           MOVE ETB-CUENTA TO EDT-CUENTA.
           MOVE ZERO       TO EDT-SECUENCIA.
           MOVE "N" TO WS-FIN-DETALLE.
           START DETALLE-FILE KEY IS NOT LESS THAN EDT-CLAVE
               INVALID KEY
                   SET FIN-DETALLE TO TRUE
           END-START.

       LISTAR-COMPARATIVO.
           MOVE SPACES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE EST-CMP-COLUMNAS TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           PERFORM VARYING WS-IND-CMP FROM 1 BY 1
                   UNTIL WS-IND-CMP > 5
               MOVE WS-CMP-ROTULO (WS-IND-CMP)  TO EST-CMP-ROTULO
               MOVE WS-CMP-ACTUAL (WS-IND-CMP)  TO EST-CMP-ACTUAL
               MOVE WS-CMP-ANTERIOR (WS-IND-CMP)
                    TO EST-CMP-ANTERIOR
               MOVE WS-CMP-ACUMULADO (WS-IND-CMP)
                    TO EST-CMP-ACUMULADO
               MOVE EST-CMP-RENGLON TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
           END-PERFORM.

       ESCRIBIR-TITULO.
           MOVE SPACES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE EST-TITULO TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

      *    Hoja de control: cantidad de estados y totales por
      *    sucursal y generales, contra el renglon TOTAL del cierre.
       EMITIR-CONTROL.
           MOVE EST-SEPARADOR TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE WS-PERIODO TO EST-CTL-PERIODO.
           MOVE EST-CTL-ENCABEZADO TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE SPACES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE EST-CTL-COLUMNAS TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           PERFORM VARYING WS-IND-SUC FROM 1 BY 1
                   UNTIL WS-IND-SUC > WS-SUC-CANT
               MOVE SPACES TO EST-CTL-ROTULO
               MOVE WS-SUC-CODIGO (WS-IND-SUC)
                    TO EST-CTL-ROTULO (1:2)
               MOVE WS-SUC-ESTADOS (WS-IND-SUC)   TO EST-CTL-ESTADOS
               MOVE WS-SUC-REGISTROS (WS-IND-SUC)
                    TO EST-CTL-REGISTROS
               MOVE WS-SUC-SUMA (WS-IND-SUC)      TO EST-CTL-SUMA
               MOVE WS-SUC-RESTA (WS-IND-SUC)     TO EST-CTL-RESTA
               MOVE WS-SUC-MULT (WS-IND-SUC)      TO EST-CTL-MULT
               MOVE WS-SUC-DIV (WS-IND-SUC)       TO EST-CTL-DIV
               MOVE EST-CTL-RENGLON TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
           END-PERFORM.
           MOVE SPACES TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.
           MOVE "TOTAL"          TO EST-CTL-ROTULO.
           MOVE WS-TOT-ESTADOS   TO EST-CTL-ESTADOS.
           MOVE WS-TOT-REGISTROS TO EST-CTL-REGISTROS.
           MOVE WS-TOT-SUMA      TO EST-CTL-SUMA.
           MOVE WS-TOT-RESTA     TO EST-CTL-RESTA.
           MOVE WS-TOT-MULT      TO EST-CTL-MULT.
           MOVE WS-TOT-DIV       TO EST-CTL-DIV.
           MOVE EST-CTL-RENGLON TO REPORTE-LINE.
           PERFORM ESCRIBIR-REPORTE.

           IF NOT CIERRE-LEIDO
               MOVE "COTEJO CON CIERREM.DAT: SIN HACER"
                    TO EST-NOTA
               MOVE EST-NOTA TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
           ELSE
               MOVE "CIERRE"         TO EST-CTL-ROTULO
               MOVE WS-CIE-CUENTAS   TO EST-CTL-ESTADOS
               MOVE WS-CIE-REGISTROS TO EST-CTL-REGISTROS
               MOVE WS-CIE-SUMA      TO EST-CTL-SUMA
               MOVE WS-CIE-RESTA     TO EST-CTL-RESTA
               MOVE WS-CIE-MULT      TO EST-CTL-MULT
               MOVE WS-CIE-DIV       TO EST-CTL-DIV
               MOVE EST-CTL-RENGLON TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
               IF WS-CIE-CUENTAS      = WS-TOT-ESTADOS
                  AND WS-CIE-REGISTROS = WS-TOT-REGISTROS
                  AND WS-CIE-SUMA     = WS-TOT-SUMA
                  AND WS-CIE-RESTA    = WS-TOT-RESTA
                  AND WS-CIE-MULT     = WS-TOT-MULT
                  AND WS-CIE-DIV      = WS-TOT-DIV
                   SET COTEJO-CUADRA TO TRUE
                   MOVE "COTEJO CON CIERREM.DAT: CUADRA" TO EST-NOTA
               ELSE
                   SET COTEJO-NO-CUADRA TO TRUE
                   MOVE "COTEJO CON CIERREM.DAT: NO CUADRA"
                        TO EST-NOTA
               END-IF
               MOVE EST-NOTA TO REPORTE-LINE
               PERFORM ESCRIBIR-REPORTE
           END-IF.

       ESCRIBIR-REPORTE.
           WRITE REPORTE-LINE.
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "  ERROR: no se pudo escribir ESTCTA.DAT "
                       "(status " WS-REPORTE-STATUS ")"
               SET FALLA-ESTADO TO TRUE
           END-IF.
