      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SalesReturnsAudit.
       AUTHOR.        ERICK STIVEN FIERRO PERDOMO.
       INSTALLATION.  TIENDA-01.
       DATE-WRITTEN.  2026.10.15
      *----------------------------------------------------------------*
      *    DESCRIPCION : REPORTE DE PREVENCION DE PERDIDAS SOBRE LAS   *
      *                  DEVOLUCIONES DEL RANGO SALES_RETAUD_DATE_FROM *
      *                  (POR DEFECTO LA SEMANA QUE TERMINA EN LA      *
      *                  FECHA DE CORRIDA) A SALES_RUN_DATE.  SENALA:  *
      *                  1. CAJEROS CUYO VALOR DEVUELTO, O CUYA        *
      *                     PROPORCION DEVUELTO/VENDIDO, SUPERA EN     *
      *                     SALES_RETAUD_FACTOR VECES (POR DEFECTO 3)  *
      *                     LA NORMA DE LOS DEMAS CAJEROS DE SU TIENDA *
      *                     (cashierhistory.dat).                      *
      *                  2. DEVOLUCIONES DE PRODUCTOS QUE LA TIENDA NO *
      *                     VENDIO EN LOS SALES_RETAUD_LOOKBACK_DAYS   *
      *                     DIAS PREVIOS NI EL MISMO DIA (VENTA BRUTA  *
      *                     CERO EN saleshistory.dat).                 *
      *                  3. DEVOLUCIONES CUYO IMPORTE CON IMPUESTO     *
      *                     QUEDA JUSTO POR DEBAJO DE UN UMBRAL DE     *
      *                     APROBACION: LOS UMBRALES VIENEN EN         *
      *                     SALES_RETAUD_THRESHOLDS (IMPORTES EN COP   *
      *                     SEPARADOS POR ';') Y LA BANDA EN           *
      *                     SALES_RETAUD_BAND_PCT (POR DEFECTO 10%).   *
      *                  4. CAJEROS CON DEVOLUCIONES EN DIAS EN QUE    *
      *                     VENDIERON SALES_RETAUD_MIN_SALES UNIDADES  *
      *                     O MENOS (POR DEFECTO 2).                   *
      *                  CADA CASO LLEVA SU DETALLE: LAS CIFRAS DEL    *
      *                  CAJERO FRENTE A LA NORMA, O LAS LINEAS DE     *
      *                  DEVOLUCION DE returnshistory.dat.  EL REPORTE *
      *                  VA A returnsaudit.txt                         *
      *                  (SALES_RETAUD_REPORT_FILE).                   *
      *                  CODIGOS DE RETORNO: 0=SIN CASOS, 4=HAY CASOS  *
      *                  SENALADOS O FALTAN ARCHIVOS, 12=FALLA.        *
      *----------------------------------------------------------------*
      *    HISTORIAL DE MODIFICACIONES                                 *
      *    FECHA        INIC.  DESCRIPCION                             *
      *    2026.10.15   ESFP   VERSION INICIAL                         *
      *----------------------------------------------------------------*
      *            E N V I R O N M E N T   D I V I S I O N             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETURNS-HIST-FILE
           ASSIGN TO 'returnshistory.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RDH-KEY
           FILE STATUS IS RDH-STATUS.
           SELECT OPTIONAL CASHIER-HISTORY-FILE
           ASSIGN TO 'cashierhistory.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CJH-KEY
           FILE STATUS IS CJH-STATUS.
           SELECT OPTIONAL SALES-HISTORY-FILE
           ASSIGN TO 'saleshistory.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HST-STATUS.
           SELECT RETURNS-AUDIT-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.
      *----------------------------------------------------------------*
      *                   D A T A   D I V I S I O N                    *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * FD RETURNS-HIST-FILE                                           *
      *     UNA ENTRADA POR DEVOLUCION ACEPTADA (VER                   *
      *     SalesDataProcessor.cbl); ESTE LAYOUT DEBE COINCIDIR CON EL *
      *     SUYO.                                                      *
      *----------------------------------------------------------------*
       FD RETURNS-HIST-FILE.
       01 RETURNS-HIST-RECORD.
           05 RDH-KEY.
               10 RDH-FECHA-CORRIDA        PIC 9(06).
               10 RDH-TIENDA               PIC X(10).
               10 RDH-LOTE                 PIC X(05).
               10 RDH-LINEA                PIC 9(08).
           05 RDH-CAJERO                   PIC X(08).
           05 RDH-TIQUETE                  PIC X(12).
           05 RDH-HORA                     PIC X(04).
           05 RDH-PRODUCT-NAME             PIC X(60).
           05 RDH-CANTIDAD                 PIC 9(08) COMP.
           05 RDH-IMPORTE                  PIC 9(14) COMP-3.
           05 RDH-IMPORTE-IMPUESTO         PIC 9(14) COMP-3.
           05 RDH-IMPORTE-ORIGEN           PIC 9(14) COMP-3.
           05 RDH-MONEDA                   PIC X(03).
      *----------------------------------------------------------------*
      * FD CASHIER-HISTORY-FILE                                        *
      *     UN REGISTRO POR FECHA+TIENDA+CAJERO (VER SalesDataProc-    *
      *     essor.cbl); LO VENDIDO ES BRUTO, SIN RESTAR DEVOLUCIONES   *
      *----------------------------------------------------------------*
       FD CASHIER-HISTORY-FILE.
       01 CASHIER-HISTORY-RECORD.
           05 CJH-KEY.
               10 CJH-FECHA-CORRIDA        PIC 9(06).
               10 CJH-TIENDA               PIC X(10).
               10 CJH-CAJERO               PIC X(08).
           05 CJH-UNID-VENDIDAS            PIC S9(08) COMP.
           05 CJH-INGR-VENDIDOS            PIC S9(14) COMP-3.
           05 CJH-UNID-DEVUELTAS           PIC 9(08) COMP.
           05 CJH-INGR-DEVUELTOS           PIC 9(14) COMP-3.
      *----------------------------------------------------------------*
      * FD SALES-HISTORY-FILE                                          *
      *     UN REGISTRO POR PRODUCTO POR CORRIDA (VER SalesDataProc-   *
      *     essor.cbl); LA HISTORIA TRAE NETOS: VENDIDO = NETO +       *
      *     DEVUELTO                                                   *
      *----------------------------------------------------------------*
       FD SALES-HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-KEY.
               10 HIST-FECHA-CORRIDA        PIC 9(06).
               10 HIST-TIENDA               PIC X(10).
               10 HIST-PRODUCT-NAME         PIC X(60).
           05 HIST-QUANTITY                PIC S9(08) COMP.
           05 HIST-REVENUE                 PIC S9(14) COMP-3.
           05 HIST-REVENUE-IMPUESTO        PIC S9(14) COMP-3.
           05 HIST-UNID-DEVUELTAS          PIC 9(08) COMP.
           05 HIST-INGR-DEVUELTOS          PIC 9(14) COMP-3.
           05 HIST-REVENUE-ORIGEN          PIC S9(14) COMP-3.
           05 HIST-CURRENCY-CODE           PIC X(03).
           05 HIST-MONEDA-MEZCLADA-SW      PIC X(01).
               88 HIST-MONEDA-MEZCLADA               VALUE 'Y'.
      *----------------------------------------------------------------*
      * FD RETURNS-AUDIT-FILE                                          *
      *     REPORTE DE PREVENCION DE PERDIDAS (132 COL.)               *
      *----------------------------------------------------------------*
       FD RETURNS-AUDIT-FILE.
       01 REPORT-RECORD                    PIC X(132).
      *----------------------------------------------------------------*
      *          W O R K I N G  S T O R A G E   S E C T I O N          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 RDH-STATUS                       PIC X(02).
       77 CJH-STATUS                       PIC X(02).
       77 HST-STATUS                       PIC X(02).
       77 RPT-STATUS                       PIC X(02).
       77 RDH-EOF-SW                       PIC X(01) VALUE 'N'.
           88 RDH-EOF                      VALUE 'Y'.
       77 CJH-EOF-SW                       PIC X(01) VALUE 'N'.
           88 CJH-EOF                      VALUE 'Y'.
       77 RDH-ABIERTO-SW                   PIC X(01) VALUE 'N'.
           88 RDH-ABIERTO                  VALUE 'S'.
       77 CJH-ABIERTO-SW                   PIC X(01) VALUE 'N'.
           88 CJH-ABIERTO                  VALUE 'S'.
       77 HST-ABIERTO-SW                   PIC X(01) VALUE 'N'.
           88 HST-ABIERTO                  VALUE 'S'.
      *----------------------------------------------------------------*
      *     PARAMETROS DE EJECUCION                                    *
      *----------------------------------------------------------------*
       77 PARM-FECHA-ENV                   PIC X(06) VALUE SPACES.
       77 PARM-FECHA-DESDE-ENV             PIC X(06) VALUE SPACES.
       77 PARM-NUMERO-ENV                  PIC X(16) VALUE SPACES.
       77 PARM-UMBRALES-ENV                PIC X(120) VALUE SPACES.
       77 PARM-ARCHIVO-REPORTE             PIC X(80) VALUE SPACES.
       01 DVA-PARAMETROS.
           05 DVA-FECHA-CORRIDA            PIC 9(06) VALUE ZERO.
           05 DVA-FECHA-DESDE              PIC 9(06) VALUE ZERO.
           05 DVA-FACTOR                   PIC 9(02) VALUE 3.
           05 DVA-DIAS-PREVIOS             PIC 9(03) VALUE 30.
           05 DVA-BANDA                    PIC 9(02) VALUE 10.
           05 DVA-VENTAS-MINIMAS           PIC 9(04) VALUE 2.
       77 DVA-DIAS-SEMANA                  PIC 9(02) COMP VALUE 6.
       77 DVA-TOPE-DIAS-PREVIOS            PIC 9(03) VALUE 366.
      *----------------------------------------------------------------*
      *     UMBRALES DE APROBACION Y SU BANDA INFERIOR                 *
      *----------------------------------------------------------------*
       01 DVA-UMBRALES.
           05 DVA-UMB-COUNT                PIC 9(02) COMP VALUE ZERO.
           05 DVA-UMB-MAX                  PIC 9(02) COMP VALUE 10.
           05 DVA-UMB OCCURS 10 TIMES INDEXED BY DVA-UMB-IDX.
               10 DVA-UMB-IMPORTE          PIC 9(14) COMP-3.
               10 DVA-UMB-DESDE            PIC 9(14) COMP-3.
       77 DVA-PUNTERO                      PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *     CODIGO DE RETORNO PARA EL PLANIFICADOR (CONVENCION DE      *
      *     SalesDataProcessor): ARRANCA EN 12 Y SOLO EL CIERRE        *
      *     NORMAL LO REBAJA.                                          *
      *----------------------------------------------------------------*
       77 DVA-CODIGO-RETORNO               PIC 9(02) COMP VALUE 12.
      *----------------------------------------------------------------*
      *     CALENDARIO: RETROCESO DE UN DIA SOBRE UNA FECHA AAMMDD     *
      *     (ANOS 2000-2099)                                           *
      *----------------------------------------------------------------*
       01 DVA-CALENDARIO.
           05 DVA-CAL-FECHA                PIC 9(06).
           05 DVA-CAL-FECHA-R REDEFINES DVA-CAL-FECHA.
               10 DVA-CAL-AA               PIC 9(02).
               10 DVA-CAL-MM               PIC 9(02).
               10 DVA-CAL-DD               PIC 9(02).
           05 DVA-CAL-COCIENTE             PIC 9(02) COMP.
           05 DVA-CAL-RESTO                PIC 9(02) COMP.
           05 DVA-CAL-LARGO                PIC 9(02) COMP.
           05 DVA-CAL-DIAS                 PIC 9(04) COMP.
       01 DVA-LARGO-MESES.
           05 FILLER                       PIC X(24) VALUE
               "312831303130313130313031".
       01 DVA-LARGO-MESES-R REDEFINES DVA-LARGO-MESES.
           05 DVA-LARGO-MES PIC 9(02) OCCURS 12 TIMES.
      *----------------------------------------------------------------*
      *     CONVERSION DE TEXTO A ENTERO (COMO EN SalesTransferReport) *
      *----------------------------------------------------------------*
       01 CNV-CONVERSION.
           05 CNV-TEXTO                    PIC X(16).
           05 CNV-NUMERO                   PIC 9(16) COMP-3.
           05 CNV-VALIDO-SW                PIC X(01).
               88 CNV-VALIDO                         VALUE 'S'.
           05 CNV-HALLO-DIGITO-SW          PIC X(01).
               88 CNV-HALLO-DIGITO                   VALUE 'S'.
           05 CNV-TERMINO-SW               PIC X(01).
               88 CNV-TERMINO                        VALUE 'S'.
           05 CNV-POS                      PIC 9(02) COMP.
           05 CNV-DIGITO                   PIC 9(02) COMP.
      *----------------------------------------------------------------*
      *     CAJEROS DEL RANGO, EN ORDEN TIENDA+CAJERO                  *
      *----------------------------------------------------------------*
       01 DVA-CAJEROS.
           05 DVA-CAJ-COUNT                PIC 9(04) COMP VALUE ZERO.
           05 DVA-CAJ-MAX                  PIC 9(04) COMP VALUE 1000.
           05 DVA-CAJ OCCURS 1000 TIMES INDEXED BY DVA-CAJ-IDX.
               10 DVA-J-CLAVE.
                   15 DVA-J-TIENDA         PIC X(10).
                   15 DVA-J-CAJERO         PIC X(08).
               10 DVA-J-TDA                PIC 9(04) COMP.
               10 DVA-J-DIAS-DEV           PIC 9(04) COMP.
               10 DVA-J-UNID-VEND          PIC S9(10) COMP.
               10 DVA-J-INGR-VEND          PIC S9(16) COMP-3.
               10 DVA-J-UNID-DEV           PIC S9(10) COMP.
               10 DVA-J-INGR-DEV           PIC S9(16) COMP-3.
       01 DVA-NUEVO.
           05 DVA-N-CLAVE.
               10 DVA-N-TIENDA             PIC X(10).
               10 DVA-N-CAJERO             PIC X(08).
       77 DVA-POSICION                     PIC 9(04) COMP.
       77 DVA-DESPLAZA                     PIC 9(04) COMP.
       77 DVA-CAJ-HALLADO-SW               PIC X(01).
           88 DVA-CAJ-HALLADO              VALUE 'S'.
       77 DVA-CAJ-LLENA-SW                 PIC X(01) VALUE 'N'.
           88 DVA-CAJ-LLENA                VALUE 'S'.
      *----------------------------------------------------------------*
      *     TOTALES POR TIENDA (UNA ENTRADA POR TIENDA DE LA TABLA DE  *
      *     CAJEROS, EN EL MISMO ORDEN)                                *
      *----------------------------------------------------------------*
       01 DVA-TIENDAS.
           05 DVA-TDA-COUNT                PIC 9(04) COMP VALUE ZERO.
           05 DVA-TDA-NUEVA-SW             PIC X(01).
               88 DVA-TDA-NUEVA                      VALUE 'S'.
           05 DVA-TDA OCCURS 1000 TIMES INDEXED BY DVA-TDA-IDX.
               10 DVA-T-TIENDA             PIC X(10).
               10 DVA-T-CAJEROS            PIC 9(04) COMP.
               10 DVA-T-INGR-VEND          PIC S9(16) COMP-3.
               10 DVA-T-INGR-DEV           PIC S9(16) COMP-3.
      *----------------------------------------------------------------*
      *     DIAS DE CAJERO CON DEVOLUCIONES Y POCAS O NINGUNA VENTA    *
      *----------------------------------------------------------------*
       01 DVA-DIAS.
           05 DVA-DIA-COUNT                PIC 9(04) COMP VALUE ZERO.
           05 DVA-DIA-MAX                  PIC 9(04) COMP VALUE 500.
           05 DVA-DIA OCCURS 500 TIMES INDEXED BY DVA-DIA-IDX.
               10 DVA-D-FECHA              PIC 9(06).
               10 DVA-D-TIENDA             PIC X(10).
               10 DVA-D-CAJERO             PIC X(08).
               10 DVA-D-UNID-VEND          PIC S9(08) COMP.
               10 DVA-D-INGR-VEND          PIC S9(14) COMP-3.
               10 DVA-D-UNID-DEV           PIC 9(08) COMP.
               10 DVA-D-INGR-DEV           PIC 9(14) COMP-3.
       77 DVA-DIA-LLENA-SW                 PIC X(01) VALUE 'N'.
           88 DVA-DIA-LLENA                VALUE 'S'.
      *----------------------------------------------------------------*
      *     EVALUACION DE UN CAJERO CONTRA LA NORMA DE SU TIENDA       *
      *----------------------------------------------------------------*
       01 DVA-NORMA.
           05 DVA-OTROS-VEND               PIC S9(16) COMP-3.
           05 DVA-OTROS-DEV                PIC S9(16) COMP-3.
           05 DVA-NORMA-VALOR              PIC S9(16) COMP-3.
           05 DVA-NORMA-PCT                PIC 9(06)V9(02) COMP-3.
           05 DVA-NORMA-PCT-SW             PIC X(01).
               88 DVA-CON-NORMA-PCT                  VALUE 'S'.
           05 DVA-PCT-CAJERO               PIC 9(06)V9(02) COMP-3.
           05 DVA-MARCA-VALOR-SW           PIC X(01).
               88 DVA-MARCA-VALOR                    VALUE 'S'.
           05 DVA-MARCA-PCT-SW             PIC X(01).
               88 DVA-MARCA-PCT                      VALUE 'S'.
      *----------------------------------------------------------------*
      *     RECORRIDO DE LA HISTORIA DE DEVOLUCIONES                   *
      *----------------------------------------------------------------*
       77 DVA-PASADA-SW                    PIC X(01) VALUE SPACE.
           88 DVA-PASADA-SIN-VENTA                    VALUE 'P'.
           88 DVA-PASADA-UMBRALES                     VALUE 'U'.
       77 DVA-VENTA-PREVIA-SW              PIC X(01) VALUE 'N'.
           88 DVA-VENTA-PREVIA                        VALUE 'S'.
       01 DVA-ULTIMA-CONSULTA.
           05 DVA-ULT-FECHA                PIC 9(06) VALUE ZERO.
           05 DVA-ULT-TIENDA               PIC X(10) VALUE SPACES.
           05 DVA-ULT-PRODUCTO             PIC X(60) VALUE SPACES.
           05 DVA-ULT-VENTA-SW             PIC X(01) VALUE 'N'.
       77 DVA-FECHA-VENTANA                PIC 9(06).
      *----------------------------------------------------------------*
      *     CONTEOS                                                    *
      *----------------------------------------------------------------*
       01 DVA-CONTADORES.
           05 DVA-CAJEROS-DIA-LEIDOS       PIC 9(08) COMP VALUE ZERO.
           05 DVA-DEV-LEIDAS               PIC 9(08) COMP VALUE ZERO.
           05 DVA-DEV-IMPORTE              PIC 9(16) COMP-3 VALUE ZERO.
           05 DVA-MARCAS-NORMA             PIC 9(06) COMP VALUE ZERO.
           05 DVA-MARCAS-SIN-VENTA         PIC 9(06) COMP VALUE ZERO.
           05 DVA-MARCAS-UMBRAL            PIC 9(06) COMP VALUE ZERO.
           05 DVA-MARCAS-DIA               PIC 9(06) COMP VALUE ZERO.
           05 DVA-MARCAS-TOTAL             PIC 9(06) COMP VALUE ZERO.
           05 DVA-OBSERVACIONES            PIC 9(06) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *     LINEAS DEL REPORTE                                         *
      *----------------------------------------------------------------*
       01 DVA-LINEA-CAJERO.
           05 DVA-LC-TIENDA                PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LC-CAJERO                PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LC-DIAS                  PIC Z(03)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LC-VENDIDO               PIC -(13)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LC-DEVUELTO              PIC -(13)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LC-PCT                   PIC Z(03)9,99.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LC-NORMA-VALOR           PIC -(13)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LC-NORMA-PCT             PIC Z(03)9,99.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LC-MOTIVO                PIC X(20).
       01 DVA-LINEA-DEVOLUCION.
           05 DVA-LR-FECHA                 PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LR-TIENDA                PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LR-CAJERO                PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LR-TIQUETE               PIC X(12).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LR-HORA                  PIC X(04).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LR-PRODUCTO              PIC X(60).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LR-CANTIDAD              PIC Z(05)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LR-IMPORTE               PIC Z(13)9.
       01 DVA-LINEA-UMBRAL.
           05 FILLER                       PIC X(18) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "UMBRAL: ".
           05 DVA-LU-UMBRAL                PIC Z(13)9.
           05 FILLER                       PIC X(10) VALUE
               "  FALTAN: ".
           05 DVA-LU-FALTAN                PIC Z(13)9.
           05 FILLER                       PIC X(15) VALUE
               "  BANDA DESDE: ".
           05 DVA-LU-DESDE                 PIC Z(13)9.
       01 DVA-LINEA-DIA.
           05 DVA-LD-FECHA                 PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LD-TIENDA                PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LD-CAJERO                PIC X(08).
           05 FILLER                       PIC X(11) VALUE
               "  VENDIDO: ".
           05 DVA-LD-UNID-VEND             PIC -(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LD-INGR-VEND             PIC -(13)9.
           05 FILLER                       PIC X(12) VALUE
               "  DEVUELTO: ".
           05 DVA-LD-UNID-DEV              PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DVA-LD-INGR-DEV              PIC Z(13)9.
       01 DVA-EDITADOS.
           05 DVA-CONTEO-ED                PIC Z(07)9.
           05 DVA-NUMERO-ED                PIC Z(03)9.
           05 DVA-IMPORTE-ED               PIC Z(15)9.
      *----------------------------------------------------------------*
      *               P R O C E D U R E   D I V I S I O N              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO-PROGRAMA
           PERFORM 2000-PROCESO-PROGRAMA
           PERFORM 3000-FINAL-PROGRAMA
           .

      *----------------------------------------------------------------*
      * 1000-INICIO-PROGRAMA                                           *
      *----------------------------------------------------------------*
       1000-INICIO-PROGRAMA.
           PERFORM 1050-OBTENER-PARAMETROS
           OPEN OUTPUT RETURNS-AUDIT-FILE
           IF RPT-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING RETURNS AUDIT REPORT FILE"
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           PERFORM 1100-ABRIR-ARCHIVOS
           .

      *----------------------------------------------------------------*
      * 1050-OBTENER-PARAMETROS                                        *
      *     SIN FECHA DESDE SE TOMA LA SEMANA QUE TERMINA EN LA FECHA  *
      *     DE CORRIDA.  UN PARAMETRO NUMERICO INVALIDO O FUERA DE     *
      *     RANGO SE ADVIERTE Y SE DEJA EL VALOR POR DEFECTO.          *
      *----------------------------------------------------------------*
       1050-OBTENER-PARAMETROS.
           ACCEPT PARM-FECHA-ENV FROM ENVIRONMENT "SALES_RUN_DATE"
           IF PARM-FECHA-ENV EQUAL SPACES
               ACCEPT DVA-FECHA-CORRIDA FROM DATE
           ELSE
               MOVE PARM-FECHA-ENV         TO DVA-FECHA-CORRIDA
           END-IF
           ACCEPT PARM-FECHA-DESDE-ENV
               FROM ENVIRONMENT "SALES_RETAUD_DATE_FROM"
           IF PARM-FECHA-DESDE-ENV EQUAL SPACES
               MOVE DVA-FECHA-CORRIDA      TO DVA-CAL-FECHA
               PERFORM 1310-RESTAR-UN-DIA DVA-DIAS-SEMANA TIMES
               MOVE DVA-CAL-FECHA          TO DVA-FECHA-DESDE
           ELSE
               MOVE PARM-FECHA-DESDE-ENV   TO DVA-FECHA-DESDE
           END-IF
           IF DVA-FECHA-DESDE > DVA-FECHA-CORRIDA
               DISPLAY "SALES_RETAUD_DATE_FROM POSTERIOR A "
                   "SALES_RUN_DATE - SE USA SOLO LA FECHA DE CORRIDA"
               MOVE DVA-FECHA-CORRIDA      TO DVA-FECHA-DESDE
           END-IF
           MOVE SPACES                     TO PARM-NUMERO-ENV
           ACCEPT PARM-NUMERO-ENV FROM ENVIRONMENT "SALES_RETAUD_FACTOR"
           IF PARM-NUMERO-ENV NOT EQUAL SPACES
               MOVE PARM-NUMERO-ENV        TO CNV-TEXTO
               PERFORM 1240-CONVERTIR-ENTERO
               IF CNV-VALIDO AND CNV-NUMERO > 1 AND CNV-NUMERO < 100
                   MOVE CNV-NUMERO         TO DVA-FACTOR
               ELSE
                   DISPLAY "SALES_RETAUD_FACTOR INVALIDO (2 A 99) - "
                       "SE USA " DVA-FACTOR
               END-IF
           END-IF
           MOVE SPACES                     TO PARM-NUMERO-ENV
           ACCEPT PARM-NUMERO-ENV
               FROM ENVIRONMENT "SALES_RETAUD_LOOKBACK_DAYS"
           IF PARM-NUMERO-ENV NOT EQUAL SPACES
               MOVE PARM-NUMERO-ENV        TO CNV-TEXTO
               PERFORM 1240-CONVERTIR-ENTERO
               IF CNV-VALIDO AND CNV-NUMERO > ZERO
                  AND CNV-NUMERO NOT > DVA-TOPE-DIAS-PREVIOS
                   MOVE CNV-NUMERO         TO DVA-DIAS-PREVIOS
               ELSE
                   DISPLAY "SALES_RETAUD_LOOKBACK_DAYS INVALIDO (1 A "
                       "366) - SE USA " DVA-DIAS-PREVIOS
               END-IF
           END-IF
           MOVE SPACES                     TO PARM-NUMERO-ENV
           ACCEPT PARM-NUMERO-ENV
               FROM ENVIRONMENT "SALES_RETAUD_BAND_PCT"
           IF PARM-NUMERO-ENV NOT EQUAL SPACES
               MOVE PARM-NUMERO-ENV        TO CNV-TEXTO
               PERFORM 1240-CONVERTIR-ENTERO
               IF CNV-VALIDO AND CNV-NUMERO > ZERO AND CNV-NUMERO < 100
                   MOVE CNV-NUMERO         TO DVA-BANDA
               ELSE
                   DISPLAY "SALES_RETAUD_BAND_PCT INVALIDO (1 A 99) - "
                       "SE USA " DVA-BANDA
               END-IF
           END-IF
           MOVE SPACES                     TO PARM-NUMERO-ENV
           ACCEPT PARM-NUMERO-ENV
               FROM ENVIRONMENT "SALES_RETAUD_MIN_SALES"
           IF PARM-NUMERO-ENV NOT EQUAL SPACES
               MOVE PARM-NUMERO-ENV        TO CNV-TEXTO
               PERFORM 1240-CONVERTIR-ENTERO
               IF CNV-VALIDO AND CNV-NUMERO < 10000
                   MOVE CNV-NUMERO         TO DVA-VENTAS-MINIMAS
               ELSE
                   DISPLAY "SALES_RETAUD_MIN_SALES INVALIDO (0 A 9999)"
                       " - SE USA " DVA-VENTAS-MINIMAS
               END-IF
           END-IF
           ACCEPT PARM-UMBRALES-ENV
               FROM ENVIRONMENT "SALES_RETAUD_THRESHOLDS"
           IF PARM-UMBRALES-ENV NOT EQUAL SPACES
               MOVE 1                      TO DVA-PUNTERO
               PERFORM 1060-LEER-UMBRAL
                   UNTIL DVA-PUNTERO > 120
                      OR DVA-UMB-COUNT NOT < DVA-UMB-MAX
           END-IF
           ACCEPT PARM-ARCHIVO-REPORTE
               FROM ENVIRONMENT "SALES_RETAUD_REPORT_FILE"
           IF PARM-ARCHIVO-REPORTE EQUAL SPACES
               MOVE "returnsaudit.txt"     TO PARM-ARCHIVO-REPORTE
           END-IF
           .

      *----------------------------------------------------------------*
      * 1060-LEER-UMBRAL                                               *
      *     TOMA EL SIGUIENTE IMPORTE DE LA LISTA DE UMBRALES Y        *
      *     CALCULA EL COMIENZO DE SU BANDA (UMBRAL MENOS LA BANDA %)  *
      *----------------------------------------------------------------*
       1060-LEER-UMBRAL.
           MOVE SPACES                     TO CNV-TEXTO
           UNSTRING PARM-UMBRALES-ENV DELIMITED BY ';'
               INTO CNV-TEXTO
               WITH POINTER DVA-PUNTERO
           END-UNSTRING
           IF CNV-TEXTO NOT EQUAL SPACES
               PERFORM 1240-CONVERTIR-ENTERO
               IF CNV-VALIDO AND CNV-NUMERO > ZERO
                   ADD 1                   TO DVA-UMB-COUNT
                   SET DVA-UMB-IDX         TO DVA-UMB-COUNT
                   MOVE CNV-NUMERO
                       TO DVA-UMB-IMPORTE(DVA-UMB-IDX)
                   COMPUTE DVA-UMB-DESDE(DVA-UMB-IDX) =
                       CNV-NUMERO * (100 - DVA-BANDA) / 100
               ELSE
                   DISPLAY "UMBRAL DE APROBACION INVALIDO - SE IGNORA: "
                       CNV-TEXTO
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1100-ABRIR-ARCHIVOS                                            *
      *     TODOS LOS ARCHIVOS SON OPCIONALES: LA SECCION QUE DEPENDE  *
      *     DE UNO AUSENTE SE INFORMA COMO NO EVALUADA                 *
      *----------------------------------------------------------------*
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT RETURNS-HIST-FILE
           IF RDH-STATUS EQUAL '00'
               SET RDH-ABIERTO             TO TRUE
           ELSE
               IF RDH-STATUS NOT EQUAL '05'
                   DISPLAY "ERROR OPENING RETURNS HISTORY FILE - "
                       "STATUS: " RDH-STATUS
                   PERFORM 3000-FINAL-PROGRAMA
               END-IF
               DISPLAY "SIN HISTORIA DE DEVOLUCIONES "
                   "(returnshistory.dat)"
               ADD 1                       TO DVA-OBSERVACIONES
           END-IF
           OPEN INPUT CASHIER-HISTORY-FILE
           IF CJH-STATUS EQUAL '00'
               SET CJH-ABIERTO             TO TRUE
           ELSE
               IF CJH-STATUS NOT EQUAL '05'
                   DISPLAY "ERROR OPENING CASHIER HISTORY FILE - "
                       "STATUS: " CJH-STATUS
                   PERFORM 3000-FINAL-PROGRAMA
               END-IF
               DISPLAY "SIN HISTORIA DE CAJEROS (cashierhistory.dat)"
               ADD 1                       TO DVA-OBSERVACIONES
           END-IF
           OPEN INPUT SALES-HISTORY-FILE
           IF HST-STATUS EQUAL '00'
               SET HST-ABIERTO             TO TRUE
           ELSE
               IF HST-STATUS NOT EQUAL '05'
                   DISPLAY "ERROR OPENING SALES HISTORY FILE - STATUS: "
                       HST-STATUS
                   PERFORM 3000-FINAL-PROGRAMA
               END-IF
               DISPLAY "SIN HISTORIA DE VENTAS (saleshistory.dat)"
               ADD 1                       TO DVA-OBSERVACIONES
           END-IF
           .

      *----------------------------------------------------------------*
      * 1240-CONVERTIR-ENTERO                                          *
      *     CONVIERTE CNV-TEXTO (DIGITOS CON BLANCOS ALREDEDOR) EN     *
      *     CNV-NUMERO; CNV-VALIDO QUEDA EN 'N' SI HAY OTRO CARACTER   *
      *----------------------------------------------------------------*
       1240-CONVERTIR-ENTERO.
           MOVE ZERO                       TO CNV-NUMERO
           MOVE 'N'                        TO CNV-VALIDO-SW
           MOVE 'N'                        TO CNV-HALLO-DIGITO-SW
           MOVE 'N'                        TO CNV-TERMINO-SW
           PERFORM 1240-CONVERTIR-CARACTER
               VARYING CNV-POS FROM 1 BY 1 UNTIL CNV-POS > 16
           IF CNV-HALLO-DIGITO
               SET CNV-VALIDO              TO TRUE
           END-IF
           .

       1240-CONVERTIR-CARACTER.
           EVALUATE TRUE
               WHEN CNV-TEXTO(CNV-POS:1) EQUAL SPACE
                   IF CNV-HALLO-DIGITO
                       SET CNV-TERMINO     TO TRUE
                   END-IF
               WHEN CNV-TEXTO(CNV-POS:1) NUMERIC
                   IF CNV-TERMINO
                       MOVE 'N'            TO CNV-HALLO-DIGITO-SW
                       MOVE 16             TO CNV-POS
                   ELSE
                       MOVE CNV-TEXTO(CNV-POS:1) TO CNV-DIGITO
                       COMPUTE CNV-NUMERO =
                           CNV-NUMERO * 10 + CNV-DIGITO
                       SET CNV-HALLO-DIGITO TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE 'N'                TO CNV-HALLO-DIGITO-SW
                   MOVE 16                 TO CNV-POS
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 1310-RESTAR-UN-DIA                                             *
      *     RESTA UN DIA A DVA-CAL-FECHA, CAMBIANDO DE MES Y ANO       *
      *     CUANDO HACE FALTA (FEBRERO DE ANO BISIESTO = 29)           *
      *----------------------------------------------------------------*
       1310-RESTAR-UN-DIA.
           IF DVA-CAL-DD > 1
               SUBTRACT 1                  FROM DVA-CAL-DD
           ELSE
               IF DVA-CAL-MM EQUAL 1
                   SUBTRACT 1              FROM DVA-CAL-AA
                   MOVE 12                 TO DVA-CAL-MM
               ELSE
                   SUBTRACT 1              FROM DVA-CAL-MM
               END-IF
               MOVE DVA-LARGO-MES(DVA-CAL-MM) TO DVA-CAL-LARGO
               DIVIDE DVA-CAL-AA BY 4
                   GIVING DVA-CAL-COCIENTE REMAINDER DVA-CAL-RESTO
               IF DVA-CAL-MM EQUAL 2 AND DVA-CAL-RESTO EQUAL ZERO
                   MOVE 29                 TO DVA-CAL-LARGO
               END-IF
               MOVE DVA-CAL-LARGO          TO DVA-CAL-DD
           END-IF
           .

      *----------------------------------------------------------------*
      * 2000-PROCESO-PROGRAMA                                          *
      *     CARGA LOS CAJEROS DEL RANGO Y EMITE LAS CUATRO SECCIONES   *
      *----------------------------------------------------------------*
       2000-PROCESO-PROGRAMA.
           PERFORM 2050-ENCABEZADO
           PERFORM 2100-CARGAR-CAJEROS THRU 2100-CARGAR-CAJEROS-EXIT
           PERFORM 2150-TOTALIZAR-TIENDA
               VARYING DVA-CAJ-IDX FROM 1 BY 1
               UNTIL DVA-CAJ-IDX > DVA-CAJ-COUNT
           PERFORM 2200-SECCION-CAJEROS
           PERFORM 2300-SECCION-SIN-VENTA THRU
                   2300-SECCION-SIN-VENTA-EXIT
           PERFORM 2400-SECCION-UMBRALES THRU
                   2400-SECCION-UMBRALES-EXIT
           PERFORM 2500-SECCION-DIAS
           COMPUTE DVA-MARCAS-TOTAL =
               DVA-MARCAS-NORMA + DVA-MARCAS-SIN-VENTA +
               DVA-MARCAS-UMBRAL + DVA-MARCAS-DIA
           PERFORM 2900-TOTALES-REPORTE
           IF DVA-MARCAS-TOTAL > ZERO OR DVA-OBSERVACIONES > ZERO
               MOVE 4                      TO DVA-CODIGO-RETORNO
           ELSE
               MOVE ZERO                   TO DVA-CODIGO-RETORNO
           END-IF
           DISPLAY "=========================================="
           DISPLAY "  PREVENCION DE PERDIDAS - DEVOLUCIONES"
           DISPLAY "=========================================="
           DISPLAY "FECHA DESDE           : " DVA-FECHA-DESDE
           DISPLAY "FECHA HASTA           : " DVA-FECHA-CORRIDA
           DISPLAY "CAJEROS-DIA LEIDOS    : " DVA-CAJEROS-DIA-LEIDOS
           DISPLAY "DEVOLUCIONES LEIDAS   : " DVA-DEV-LEIDAS
           DISPLAY "CAJEROS SOBRE NORMA   : " DVA-MARCAS-NORMA
           DISPLAY "SIN VENTA PREVIA      : " DVA-MARCAS-SIN-VENTA
           DISPLAY "BAJO UMBRAL           : " DVA-MARCAS-UMBRAL
           DISPLAY "DIAS CON POCA VENTA   : " DVA-MARCAS-DIA
           DISPLAY "OBSERVACIONES         : " DVA-OBSERVACIONES
           DISPLAY "=========================================="
           DISPLAY "CODIGO DE RETORNO DEL REPORTE: "
               DVA-CODIGO-RETORNO
           .

      *----------------------------------------------------------------*
      * 2050-ENCABEZADO                                                *
      *----------------------------------------------------------------*
       2050-ENCABEZADO.
           MOVE SPACES                     TO REPORT-RECORD
           STRING "PREVENCION DE PERDIDAS - DEVOLUCIONES POR CAJERO - "
                  DELIMITED BY SIZE
                  "FECHAS "                DELIMITED BY SIZE
                  DVA-FECHA-DESDE          DELIMITED BY SIZE
                  " A "                    DELIMITED BY SIZE
                  DVA-FECHA-CORRIDA        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           STRING "PARAMETROS: FACTOR SOBRE LA NORMA "
                  DELIMITED BY SIZE
                  DVA-FACTOR               DELIMITED BY SIZE
                  "  DIAS PREVIOS "        DELIMITED BY SIZE
                  DVA-DIAS-PREVIOS         DELIMITED BY SIZE
                  "  BANDA BAJO UMBRAL "   DELIMITED BY SIZE
                  DVA-BANDA                DELIMITED BY SIZE
                  "%  VENTA MINIMA DEL DIA " DELIMITED BY SIZE
                  DVA-VENTAS-MINIMAS       DELIMITED BY SIZE
                  " UNID."                 DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2100-CARGAR-CAJEROS                                            *
      *     ACUMULA POR TIENDA+CAJERO LO VENDIDO Y DEVUELTO EN EL      *
      *     RANGO Y ANOTA LOS DIAS CON DEVOLUCIONES Y POCA VENTA       *
      *----------------------------------------------------------------*
       2100-CARGAR-CAJEROS.
           IF NOT CJH-ABIERTO
               GO TO 2100-CARGAR-CAJEROS-EXIT
           END-IF
           MOVE 'N'                        TO CJH-EOF-SW
           MOVE DVA-FECHA-DESDE            TO CJH-FECHA-CORRIDA
           MOVE LOW-VALUES                 TO CJH-TIENDA
           MOVE LOW-VALUES                 TO CJH-CAJERO
           START CASHIER-HISTORY-FILE KEY IS NOT LESS THAN CJH-KEY
               INVALID KEY
                   SET CJH-EOF             TO TRUE
           END-START
           PERFORM 2110-LEER-CAJERO THRU 2110-LEER-CAJERO-EXIT
               UNTIL CJH-EOF
           .
       2100-CARGAR-CAJEROS-EXIT.
           EXIT.

       2110-LEER-CAJERO.
           READ CASHIER-HISTORY-FILE NEXT RECORD
               AT END
                   SET CJH-EOF             TO TRUE
                   GO TO 2110-LEER-CAJERO-EXIT
           END-READ
           IF CJH-FECHA-CORRIDA > DVA-FECHA-CORRIDA
               SET CJH-EOF                 TO TRUE
               GO TO 2110-LEER-CAJERO-EXIT
           END-IF
      *    EL REGISTRO EN BLANCO ES LO NO ATRIBUIDO A NINGUN CAJERO
           IF CJH-CAJERO EQUAL SPACES
               GO TO 2110-LEER-CAJERO-EXIT
           END-IF
           ADD 1                           TO DVA-CAJEROS-DIA-LEIDOS
           IF CJH-UNID-DEVUELTAS > ZERO
              AND CJH-UNID-VENDIDAS NOT > DVA-VENTAS-MINIMAS
               PERFORM 2130-ANOTAR-DIA
           END-IF
           MOVE CJH-TIENDA                 TO DVA-N-TIENDA
           MOVE CJH-CAJERO                 TO DVA-N-CAJERO
           PERFORM 2120-UBICAR-CAJERO THRU 2120-UBICAR-CAJERO-EXIT
           IF NOT DVA-CAJ-HALLADO
               GO TO 2110-LEER-CAJERO-EXIT
           END-IF
           ADD CJH-UNID-VENDIDAS
               TO DVA-J-UNID-VEND(DVA-CAJ-IDX)
           ADD CJH-INGR-VENDIDOS
               TO DVA-J-INGR-VEND(DVA-CAJ-IDX)
           ADD CJH-UNID-DEVUELTAS
               TO DVA-J-UNID-DEV(DVA-CAJ-IDX)
           ADD CJH-INGR-DEVUELTOS
               TO DVA-J-INGR-DEV(DVA-CAJ-IDX)
           IF CJH-UNID-DEVUELTAS > ZERO
               ADD 1                   TO DVA-J-DIAS-DEV(DVA-CAJ-IDX)
           END-IF
           .
       2110-LEER-CAJERO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2120-UBICAR-CAJERO                                             *
      *     DEJA DVA-CAJ-IDX EN DVA-N-CLAVE, INSERTANDOLA EN SU LUGAR  *
      *     (ORDEN TIENDA+CAJERO, DESPLAZANDO HACIA ABAJO) SI NO ESTA; *
      *     TABLA LLENA = NO HALLADO, SE ADVIERTE UNA VEZ              *
      *----------------------------------------------------------------*
       2120-UBICAR-CAJERO.
           MOVE 'N'                        TO DVA-CAJ-HALLADO-SW
           COMPUTE DVA-POSICION = DVA-CAJ-COUNT + 1
           SET DVA-CAJ-IDX                 TO 1
           SEARCH DVA-CAJ VARYING DVA-CAJ-IDX
               AT END
                   CONTINUE
               WHEN DVA-CAJ-IDX > DVA-CAJ-COUNT
                   CONTINUE
               WHEN DVA-J-CLAVE(DVA-CAJ-IDX) NOT < DVA-N-CLAVE
                   SET DVA-POSICION        TO DVA-CAJ-IDX
           END-SEARCH
           IF DVA-POSICION NOT > DVA-CAJ-COUNT
               SET DVA-CAJ-IDX             TO DVA-POSICION
               IF DVA-J-CLAVE(DVA-CAJ-IDX) EQUAL DVA-N-CLAVE
                   SET DVA-CAJ-HALLADO     TO TRUE
                   GO TO 2120-UBICAR-CAJERO-EXIT
               END-IF
           END-IF
           IF DVA-CAJ-COUNT NOT < DVA-CAJ-MAX
               IF NOT DVA-CAJ-LLENA
                   SET DVA-CAJ-LLENA       TO TRUE
                   DISPLAY "TABLA DE CAJEROS LLENA - CAJERO NO "
                       "EVALUADO: " DVA-N-TIENDA " " DVA-N-CAJERO
                   ADD 1                   TO DVA-OBSERVACIONES
               END-IF
               GO TO 2120-UBICAR-CAJERO-EXIT
           END-IF
           PERFORM 2125-DESPLAZAR-CAJERO
               VARYING DVA-DESPLAZA FROM DVA-CAJ-COUNT BY -1
               UNTIL DVA-DESPLAZA < DVA-POSICION
           ADD 1                           TO DVA-CAJ-COUNT
           SET DVA-CAJ-IDX                 TO DVA-POSICION
           MOVE DVA-N-CLAVE                TO DVA-J-CLAVE(DVA-CAJ-IDX)
           MOVE ZERO
               TO DVA-J-TDA(DVA-CAJ-IDX)
                  DVA-J-DIAS-DEV(DVA-CAJ-IDX)
                  DVA-J-UNID-VEND(DVA-CAJ-IDX)
                  DVA-J-INGR-VEND(DVA-CAJ-IDX)
                  DVA-J-UNID-DEV(DVA-CAJ-IDX)
                  DVA-J-INGR-DEV(DVA-CAJ-IDX)
           SET DVA-CAJ-HALLADO             TO TRUE
           .
       2120-UBICAR-CAJERO-EXIT.
           EXIT.

       2125-DESPLAZAR-CAJERO.
           MOVE DVA-CAJ(DVA-DESPLAZA)
               TO DVA-CAJ(DVA-DESPLAZA + 1)
           .

      *----------------------------------------------------------------*
      * 2130-ANOTAR-DIA                                                *
      *     GUARDA UN DIA DE CAJERO CON DEVOLUCIONES Y POCA O NINGUNA  *
      *     VENTA (TABLA LLENA = SE ADVIERTE UNA VEZ)                  *
      *----------------------------------------------------------------*
       2130-ANOTAR-DIA.
           IF DVA-DIA-COUNT NOT < DVA-DIA-MAX
               IF NOT DVA-DIA-LLENA
                   SET DVA-DIA-LLENA       TO TRUE
                   DISPLAY "TABLA DE DIAS CON POCA VENTA LLENA - NO "
                       "SE LISTA: " CJH-FECHA-CORRIDA " " CJH-TIENDA
                       " " CJH-CAJERO
                   ADD 1                   TO DVA-OBSERVACIONES
               END-IF
           ELSE
               ADD 1                       TO DVA-DIA-COUNT
               SET DVA-DIA-IDX             TO DVA-DIA-COUNT
               MOVE CJH-FECHA-CORRIDA      TO DVA-D-FECHA(DVA-DIA-IDX)
               MOVE CJH-TIENDA             TO DVA-D-TIENDA(DVA-DIA-IDX)
               MOVE CJH-CAJERO             TO DVA-D-CAJERO(DVA-DIA-IDX)
               MOVE CJH-UNID-VENDIDAS
                   TO DVA-D-UNID-VEND(DVA-DIA-IDX)
               MOVE CJH-INGR-VENDIDOS
                   TO DVA-D-INGR-VEND(DVA-DIA-IDX)
               MOVE CJH-UNID-DEVUELTAS
                   TO DVA-D-UNID-DEV(DVA-DIA-IDX)
               MOVE CJH-INGR-DEVUELTOS
                   TO DVA-D-INGR-DEV(DVA-DIA-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * 2150-TOTALIZAR-TIENDA                                          *
      *     SUMA EL CAJERO A LA TIENDA (LA TABLA DE CAJEROS VIENE EN   *
      *     ORDEN DE TIENDA: UNA TIENDA NUEVA SE AGREGA AL FINAL)      *
      *----------------------------------------------------------------*
       2150-TOTALIZAR-TIENDA.
           MOVE 'S'                        TO DVA-TDA-NUEVA-SW
           IF DVA-TDA-COUNT > ZERO
               SET DVA-TDA-IDX             TO DVA-TDA-COUNT
               IF DVA-T-TIENDA(DVA-TDA-IDX)
                  EQUAL DVA-J-TIENDA(DVA-CAJ-IDX)
                   MOVE 'N'                TO DVA-TDA-NUEVA-SW
               END-IF
           END-IF
           IF DVA-TDA-NUEVA
               ADD 1                       TO DVA-TDA-COUNT
               SET DVA-TDA-IDX             TO DVA-TDA-COUNT
               MOVE DVA-J-TIENDA(DVA-CAJ-IDX)
                   TO DVA-T-TIENDA(DVA-TDA-IDX)
               MOVE ZERO
                   TO DVA-T-CAJEROS(DVA-TDA-IDX)
                      DVA-T-INGR-VEND(DVA-TDA-IDX)
                      DVA-T-INGR-DEV(DVA-TDA-IDX)
           END-IF
           ADD 1                           TO DVA-T-CAJEROS(DVA-TDA-IDX)
           ADD DVA-J-INGR-VEND(DVA-CAJ-IDX)
               TO DVA-T-INGR-VEND(DVA-TDA-IDX)
           ADD DVA-J-INGR-DEV(DVA-CAJ-IDX)
               TO DVA-T-INGR-DEV(DVA-TDA-IDX)
           MOVE DVA-TDA-COUNT              TO DVA-J-TDA(DVA-CAJ-IDX)
           .

      *----------------------------------------------------------------*
      * 2200-SECCION-CAJEROS                                           *
      *     1. CAJEROS MUY SOBRE LA NORMA DE LOS DEMAS CAJEROS DE SU   *
      *        TIENDA (SOLO TIENDAS CON DOS O MAS CAJEROS)             *
      *----------------------------------------------------------------*
       2200-SECCION-CAJEROS.
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           STRING "1. CAJEROS CON DEVOLUCIONES MAS DE "
                  DELIMITED BY SIZE
                  DVA-FACTOR               DELIMITED BY SIZE
                  " VECES SOBRE LA NORMA DE LOS DEMAS CAJEROS DE SU "
                  DELIMITED BY SIZE
                  "TIENDA (VALOR O % DEVUELTO/VENDIDO)"
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "TIENDA"                   TO REPORT-RECORD(1:6)
           MOVE "CAJERO"                   TO REPORT-RECORD(12:6)
           MOVE "DIAS"                     TO REPORT-RECORD(21:4)
           MOVE "       VENDIDO"           TO REPORT-RECORD(26:14)
           MOVE "      DEVUELTO"           TO REPORT-RECORD(41:14)
           MOVE "  %DEV."                  TO REPORT-RECORD(56:7)
           MOVE "  NORMA DEVUEL"           TO REPORT-RECORD(64:14)
           MOVE " NORMA%"                  TO REPORT-RECORD(79:7)
           MOVE "MOTIVO"                   TO REPORT-RECORD(87:6)
           WRITE REPORT-RECORD
           PERFORM 2210-EVALUAR-CAJERO THRU 2210-EVALUAR-CAJERO-EXIT
               VARYING DVA-CAJ-IDX FROM 1 BY 1
               UNTIL DVA-CAJ-IDX > DVA-CAJ-COUNT
           IF NOT CJH-ABIERTO
               MOVE SPACES                 TO REPORT-RECORD
               MOVE "SIN HISTORIA DE CAJEROS - SECCION NO EVALUADA"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               IF DVA-MARCAS-NORMA EQUAL ZERO
                   MOVE SPACES             TO REPORT-RECORD
                   MOVE "SIN CASOS"        TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 2210-EVALUAR-CAJERO                                            *
      *     NORMA DE VALOR = DEVUELTO DE LOS DEMAS CAJEROS ENTRE SU    *
      *     NUMERO; NORMA DE PROPORCION = DEVUELTO/VENDIDO DE LOS      *
      *     DEMAS.  UN CAJERO QUE DEVOLVIO SIN VENDER QUEDA EN 9999%.  *
      *----------------------------------------------------------------*
       2210-EVALUAR-CAJERO.
           IF DVA-J-INGR-DEV(DVA-CAJ-IDX) NOT > ZERO
               GO TO 2210-EVALUAR-CAJERO-EXIT
           END-IF
           SET DVA-TDA-IDX                 TO DVA-J-TDA(DVA-CAJ-IDX)
           IF DVA-T-CAJEROS(DVA-TDA-IDX) < 2
               GO TO 2210-EVALUAR-CAJERO-EXIT
           END-IF
           COMPUTE DVA-OTROS-VEND =
               DVA-T-INGR-VEND(DVA-TDA-IDX) -
               DVA-J-INGR-VEND(DVA-CAJ-IDX)
           COMPUTE DVA-OTROS-DEV =
               DVA-T-INGR-DEV(DVA-TDA-IDX) -
               DVA-J-INGR-DEV(DVA-CAJ-IDX)
           COMPUTE DVA-NORMA-VALOR ROUNDED =
               DVA-OTROS-DEV / (DVA-T-CAJEROS(DVA-TDA-IDX) - 1)
           IF DVA-J-INGR-VEND(DVA-CAJ-IDX) > ZERO
               COMPUTE DVA-PCT-CAJERO ROUNDED =
                   DVA-J-INGR-DEV(DVA-CAJ-IDX) * 100 /
                   DVA-J-INGR-VEND(DVA-CAJ-IDX)
               IF DVA-PCT-CAJERO > 9999
                   MOVE 9999               TO DVA-PCT-CAJERO
               END-IF
           ELSE
               MOVE 9999                   TO DVA-PCT-CAJERO
           END-IF
           MOVE 'N'                        TO DVA-NORMA-PCT-SW
           MOVE ZERO                       TO DVA-NORMA-PCT
           IF DVA-OTROS-VEND > ZERO
               SET DVA-CON-NORMA-PCT       TO TRUE
               COMPUTE DVA-NORMA-PCT ROUNDED =
                   DVA-OTROS-DEV * 100 / DVA-OTROS-VEND
               IF DVA-NORMA-PCT > 9999
                   MOVE 9999               TO DVA-NORMA-PCT
               END-IF
           END-IF
           MOVE 'N'                        TO DVA-MARCA-VALOR-SW
           MOVE 'N'                        TO DVA-MARCA-PCT-SW
           IF DVA-J-INGR-DEV(DVA-CAJ-IDX) >
              DVA-FACTOR * DVA-NORMA-VALOR
               SET DVA-MARCA-VALOR         TO TRUE
           END-IF
           IF DVA-CON-NORMA-PCT
              AND DVA-PCT-CAJERO > DVA-FACTOR * DVA-NORMA-PCT
               SET DVA-MARCA-PCT           TO TRUE
           END-IF
           IF NOT DVA-MARCA-VALOR AND NOT DVA-MARCA-PCT
               GO TO 2210-EVALUAR-CAJERO-EXIT
           END-IF
           ADD 1                           TO DVA-MARCAS-NORMA
           MOVE DVA-J-TIENDA(DVA-CAJ-IDX)  TO DVA-LC-TIENDA
           MOVE DVA-J-CAJERO(DVA-CAJ-IDX)  TO DVA-LC-CAJERO
           MOVE DVA-J-DIAS-DEV(DVA-CAJ-IDX) TO DVA-LC-DIAS
           MOVE DVA-J-INGR-VEND(DVA-CAJ-IDX) TO DVA-LC-VENDIDO
           MOVE DVA-J-INGR-DEV(DVA-CAJ-IDX) TO DVA-LC-DEVUELTO
           MOVE DVA-PCT-CAJERO             TO DVA-LC-PCT
           MOVE DVA-NORMA-VALOR            TO DVA-LC-NORMA-VALOR
           MOVE DVA-NORMA-PCT              TO DVA-LC-NORMA-PCT
           EVALUATE TRUE
               WHEN DVA-MARCA-VALOR AND DVA-MARCA-PCT
                   MOVE "VALOR Y PROPORCION" TO DVA-LC-MOTIVO
               WHEN DVA-MARCA-VALOR
                   MOVE "VALOR DEVUELTO"   TO DVA-LC-MOTIVO
               WHEN OTHER
                   MOVE "PROPORCION"       TO DVA-LC-MOTIVO
           END-EVALUATE
           MOVE SPACES                     TO REPORT-RECORD
           MOVE DVA-LINEA-CAJERO           TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       2210-EVALUAR-CAJERO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-SECCION-SIN-VENTA                                         *
      *     2. DEVOLUCIONES DE PRODUCTOS SIN VENTA EN LA TIENDA EN LOS *
      *        DIAS PREVIOS.  ESTA PASADA TAMBIEN CUENTA LAS           *
      *        DEVOLUCIONES DEL RANGO.                                 *
      *----------------------------------------------------------------*
       2300-SECCION-SIN-VENTA.
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           STRING "2. DEVOLUCIONES DE PRODUCTOS SIN VENTA EN LA TIENDA "
                  DELIMITED BY SIZE
                  "EL MISMO DIA NI LOS "   DELIMITED BY SIZE
                  DVA-DIAS-PREVIOS         DELIMITED BY SIZE
                  " DIAS PREVIOS"          DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF NOT RDH-ABIERTO
               MOVE SPACES                 TO REPORT-RECORD
               MOVE
                   "SIN HISTORIA DE DEVOLUCIONES - SECCION NO EVALUADA"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 2300-SECCION-SIN-VENTA-EXIT
           END-IF
           IF NOT HST-ABIERTO
               MOVE SPACES                 TO REPORT-RECORD
               MOVE "SIN HISTORIA DE VENTAS - SECCION NO EVALUADA"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM 5010-ENCABEZADO-DEVOLUCION
           END-IF
           SET DVA-PASADA-SIN-VENTA        TO TRUE
           PERFORM 2800-RECORRER-DEVOLUCIONES THRU
                   2800-RECORRER-DEVOLUCIONES-EXIT
           IF HST-ABIERTO AND DVA-MARCAS-SIN-VENTA EQUAL ZERO
               MOVE SPACES                 TO REPORT-RECORD
               MOVE "SIN CASOS"            TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
       2300-SECCION-SIN-VENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-SECCION-UMBRALES                                          *
      *     3. DEVOLUCIONES CON IMPORTE (CON IMPUESTO) DENTRO DE LA    *
      *        BANDA JUSTO POR DEBAJO DE UN UMBRAL DE APROBACION       *
      *----------------------------------------------------------------*
       2400-SECCION-UMBRALES.
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           STRING "3. DEVOLUCIONES HASTA "  DELIMITED BY SIZE
                  DVA-BANDA                DELIMITED BY SIZE
                  "% POR DEBAJO DE UN UMBRAL DE APROBACION "
                  DELIMITED BY SIZE
                  "(IMPORTE CON IMPUESTO)" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF DVA-UMB-COUNT EQUAL ZERO
               MOVE SPACES                 TO REPORT-RECORD
               STRING "SIN UMBRALES DE APROBACION "
                      DELIMITED BY SIZE
                      "(SALES_RETAUD_THRESHOLDS) - SECCION NO EVALUADA"
                      DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 2400-SECCION-UMBRALES-EXIT
           END-IF
           IF NOT RDH-ABIERTO
               MOVE SPACES                 TO REPORT-RECORD
               MOVE
                   "SIN HISTORIA DE DEVOLUCIONES - SECCION NO EVALUADA"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 2400-SECCION-UMBRALES-EXIT
           END-IF
           PERFORM 5010-ENCABEZADO-DEVOLUCION
           SET DVA-PASADA-UMBRALES         TO TRUE
           PERFORM 2800-RECORRER-DEVOLUCIONES THRU
                   2800-RECORRER-DEVOLUCIONES-EXIT
           IF DVA-MARCAS-UMBRAL EQUAL ZERO
               MOVE SPACES                 TO REPORT-RECORD
               MOVE "SIN CASOS"            TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
       2400-SECCION-UMBRALES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-SECCION-DIAS                                              *
      *     4. CAJEROS CON DEVOLUCIONES EN DIAS DE POCA O NINGUNA      *
      *        VENTA, CON LAS DEVOLUCIONES DE ESE DIA                  *
      *----------------------------------------------------------------*
       2500-SECCION-DIAS.
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           STRING "4. CAJEROS CON DEVOLUCIONES EN DIAS EN QUE "
                  DELIMITED BY SIZE
                  "VENDIERON "             DELIMITED BY SIZE
                  DVA-VENTAS-MINIMAS       DELIMITED BY SIZE
                  " UNIDADES O MENOS"      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF NOT CJH-ABIERTO
               MOVE SPACES                 TO REPORT-RECORD
               MOVE "SIN HISTORIA DE CAJEROS - SECCION NO EVALUADA"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               IF DVA-DIA-COUNT EQUAL ZERO
                   MOVE SPACES             TO REPORT-RECORD
                   MOVE "SIN CASOS"        TO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   PERFORM 5010-ENCABEZADO-DEVOLUCION
                   PERFORM 2510-IMPRIMIR-DIA
                       VARYING DVA-DIA-IDX FROM 1 BY 1
                       UNTIL DVA-DIA-IDX > DVA-DIA-COUNT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 2510-IMPRIMIR-DIA                                              *
      *     LINEA DEL CAJERO-DIA Y, DEBAJO, SUS DEVOLUCIONES DE ESE    *
      *     DIA EN returnshistory.dat                                  *
      *----------------------------------------------------------------*
       2510-IMPRIMIR-DIA.
           ADD 1                           TO DVA-MARCAS-DIA
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE DVA-D-FECHA(DVA-DIA-IDX)   TO DVA-LD-FECHA
           MOVE DVA-D-TIENDA(DVA-DIA-IDX)  TO DVA-LD-TIENDA
           MOVE DVA-D-CAJERO(DVA-DIA-IDX)  TO DVA-LD-CAJERO
           MOVE DVA-D-UNID-VEND(DVA-DIA-IDX) TO DVA-LD-UNID-VEND
           MOVE DVA-D-INGR-VEND(DVA-DIA-IDX) TO DVA-LD-INGR-VEND
           MOVE DVA-D-UNID-DEV(DVA-DIA-IDX) TO DVA-LD-UNID-DEV
           MOVE DVA-D-INGR-DEV(DVA-DIA-IDX) TO DVA-LD-INGR-DEV
           MOVE SPACES                     TO REPORT-RECORD
           MOVE DVA-LINEA-DIA              TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF RDH-ABIERTO
               MOVE 'N'                    TO RDH-EOF-SW
               MOVE DVA-D-FECHA(DVA-DIA-IDX) TO RDH-FECHA-CORRIDA
               MOVE DVA-D-TIENDA(DVA-DIA-IDX) TO RDH-TIENDA
               MOVE LOW-VALUES             TO RDH-LOTE
               MOVE ZERO                   TO RDH-LINEA
               START RETURNS-HIST-FILE KEY IS NOT LESS THAN RDH-KEY
                   INVALID KEY
                       SET RDH-EOF         TO TRUE
               END-START
               PERFORM 2520-LISTAR-DEVOLUCION-DIA THRU
                       2520-LISTAR-DEVOLUCION-DIA-EXIT
                   UNTIL RDH-EOF
           END-IF
           .

       2520-LISTAR-DEVOLUCION-DIA.
           READ RETURNS-HIST-FILE NEXT RECORD
               AT END
                   SET RDH-EOF             TO TRUE
                   GO TO 2520-LISTAR-DEVOLUCION-DIA-EXIT
           END-READ
           IF RDH-FECHA-CORRIDA NOT EQUAL DVA-D-FECHA(DVA-DIA-IDX)
              OR RDH-TIENDA NOT EQUAL DVA-D-TIENDA(DVA-DIA-IDX)
               SET RDH-EOF                 TO TRUE
               GO TO 2520-LISTAR-DEVOLUCION-DIA-EXIT
           END-IF
           IF RDH-CAJERO EQUAL DVA-D-CAJERO(DVA-DIA-IDX)
               PERFORM 5000-ESCRIBIR-DEVOLUCION
           END-IF
           .
       2520-LISTAR-DEVOLUCION-DIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-RECORRER-DEVOLUCIONES                                     *
      *     LEE returnshistory.dat DESDE LA FECHA DESDE HASTA LA DE    *
      *     CORRIDA Y APLICA LA REVISION DE LA PASADA EN CURSO         *
      *----------------------------------------------------------------*
       2800-RECORRER-DEVOLUCIONES.
           MOVE 'N'                        TO RDH-EOF-SW
           MOVE DVA-FECHA-DESDE            TO RDH-FECHA-CORRIDA
           MOVE LOW-VALUES                 TO RDH-TIENDA
           MOVE LOW-VALUES                 TO RDH-LOTE
           MOVE ZERO                       TO RDH-LINEA
           START RETURNS-HIST-FILE KEY IS NOT LESS THAN RDH-KEY
               INVALID KEY
                   SET RDH-EOF             TO TRUE
           END-START
           PERFORM 2810-LEER-DEVOLUCION THRU 2810-LEER-DEVOLUCION-EXIT
               UNTIL RDH-EOF
           .
       2800-RECORRER-DEVOLUCIONES-EXIT.
           EXIT.

       2810-LEER-DEVOLUCION.
           READ RETURNS-HIST-FILE NEXT RECORD
               AT END
                   SET RDH-EOF             TO TRUE
                   GO TO 2810-LEER-DEVOLUCION-EXIT
           END-READ
           IF RDH-FECHA-CORRIDA > DVA-FECHA-CORRIDA
               SET RDH-EOF                 TO TRUE
               GO TO 2810-LEER-DEVOLUCION-EXIT
           END-IF
           IF DVA-PASADA-UMBRALES
               PERFORM 2850-COMPARAR-UMBRAL
                   VARYING DVA-UMB-IDX FROM 1 BY 1
                   UNTIL DVA-UMB-IDX > DVA-UMB-COUNT
               GO TO 2810-LEER-DEVOLUCION-EXIT
           END-IF
           ADD 1                           TO DVA-DEV-LEIDAS
           ADD RDH-IMPORTE-IMPUESTO        TO DVA-DEV-IMPORTE
           IF NOT HST-ABIERTO
               GO TO 2810-LEER-DEVOLUCION-EXIT
           END-IF
           IF RDH-FECHA-CORRIDA EQUAL DVA-ULT-FECHA
              AND RDH-TIENDA EQUAL DVA-ULT-TIENDA
              AND RDH-PRODUCT-NAME EQUAL DVA-ULT-PRODUCTO
               MOVE DVA-ULT-VENTA-SW       TO DVA-VENTA-PREVIA-SW
           ELSE
               MOVE 'N'                    TO DVA-VENTA-PREVIA-SW
               MOVE RDH-FECHA-CORRIDA      TO DVA-CAL-FECHA
               MOVE ZERO                   TO DVA-CAL-DIAS
               PERFORM 2820-BUSCAR-VENTA-DIA
                   UNTIL DVA-VENTA-PREVIA
                      OR DVA-CAL-DIAS > DVA-DIAS-PREVIOS
               MOVE RDH-FECHA-CORRIDA      TO DVA-ULT-FECHA
               MOVE RDH-TIENDA             TO DVA-ULT-TIENDA
               MOVE RDH-PRODUCT-NAME       TO DVA-ULT-PRODUCTO
               MOVE DVA-VENTA-PREVIA-SW    TO DVA-ULT-VENTA-SW
           END-IF
           IF NOT DVA-VENTA-PREVIA
               ADD 1                       TO DVA-MARCAS-SIN-VENTA
               PERFORM 5000-ESCRIBIR-DEVOLUCION
           END-IF
           .
       2810-LEER-DEVOLUCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2820-BUSCAR-VENTA-DIA                                          *
      *     VENTA BRUTA (NETO + DEVUELTO) DEL PRODUCTO EN LA TIENDA EN *
      *     DVA-CAL-FECHA; LUEGO RETROCEDE UN DIA                      *
      *----------------------------------------------------------------*
       2820-BUSCAR-VENTA-DIA.
           MOVE DVA-CAL-FECHA              TO HIST-FECHA-CORRIDA
           MOVE RDH-TIENDA                 TO HIST-TIENDA
           MOVE RDH-PRODUCT-NAME           TO HIST-PRODUCT-NAME
           READ SALES-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HIST-QUANTITY + HIST-UNID-DEVUELTAS > ZERO
                       SET DVA-VENTA-PREVIA TO TRUE
                   END-IF
           END-READ
           PERFORM 1310-RESTAR-UN-DIA
           ADD 1                           TO DVA-CAL-DIAS
           .

      *----------------------------------------------------------------*
      * 2850-COMPARAR-UMBRAL                                           *
      *----------------------------------------------------------------*
       2850-COMPARAR-UMBRAL.
           IF RDH-IMPORTE-IMPUESTO NOT < DVA-UMB-DESDE(DVA-UMB-IDX)
              AND RDH-IMPORTE-IMPUESTO < DVA-UMB-IMPORTE(DVA-UMB-IDX)
               ADD 1                       TO DVA-MARCAS-UMBRAL
               PERFORM 5000-ESCRIBIR-DEVOLUCION
               MOVE DVA-UMB-IMPORTE(DVA-UMB-IDX) TO DVA-LU-UMBRAL
               COMPUTE DVA-LU-FALTAN =
                   DVA-UMB-IMPORTE(DVA-UMB-IDX) - RDH-IMPORTE-IMPUESTO
               MOVE DVA-UMB-DESDE(DVA-UMB-IDX) TO DVA-LU-DESDE
               MOVE SPACES                 TO REPORT-RECORD
               MOVE DVA-LINEA-UMBRAL       TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * 2900-TOTALES-REPORTE                                           *
      *----------------------------------------------------------------*
       2900-TOTALES-REPORTE.
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE DVA-DEV-LEIDAS             TO DVA-CONTEO-ED
           MOVE DVA-DEV-IMPORTE            TO DVA-IMPORTE-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "DEVOLUCIONES DEL RANGO: " DELIMITED BY SIZE
                  DVA-CONTEO-ED            DELIMITED BY SIZE
                  "   IMPORTE CON IMPUESTO: " DELIMITED BY SIZE
                  DVA-IMPORTE-ED           DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE DVA-MARCAS-TOTAL           TO DVA-CONTEO-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "CASOS SENALADOS       : " DELIMITED BY SIZE
                  DVA-CONTEO-ED            DELIMITED BY SIZE
                  INTO REPORT-RECORD
           MOVE DVA-MARCAS-NORMA           TO DVA-NUMERO-ED
           MOVE "(1) "                     TO REPORT-RECORD(36:4)
           MOVE DVA-NUMERO-ED              TO REPORT-RECORD(40:4)
           MOVE DVA-MARCAS-SIN-VENTA       TO DVA-NUMERO-ED
           MOVE "(2) "                     TO REPORT-RECORD(46:4)
           MOVE DVA-NUMERO-ED              TO REPORT-RECORD(50:4)
           MOVE DVA-MARCAS-UMBRAL          TO DVA-NUMERO-ED
           MOVE "(3) "                     TO REPORT-RECORD(56:4)
           MOVE DVA-NUMERO-ED              TO REPORT-RECORD(60:4)
           MOVE DVA-MARCAS-DIA             TO DVA-NUMERO-ED
           MOVE "(4) "                     TO REPORT-RECORD(66:4)
           MOVE DVA-NUMERO-ED              TO REPORT-RECORD(70:4)
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 5000-ESCRIBIR-DEVOLUCION                                       *
      *     LINEA DE DETALLE DE LA DEVOLUCION EN RETURNS-HIST-RECORD   *
      *----------------------------------------------------------------*
       5000-ESCRIBIR-DEVOLUCION.
           MOVE RDH-FECHA-CORRIDA          TO DVA-LR-FECHA
           MOVE RDH-TIENDA                 TO DVA-LR-TIENDA
           MOVE RDH-CAJERO                 TO DVA-LR-CAJERO
           MOVE RDH-TIQUETE                TO DVA-LR-TIQUETE
           MOVE RDH-HORA                   TO DVA-LR-HORA
           MOVE RDH-PRODUCT-NAME           TO DVA-LR-PRODUCTO
           MOVE RDH-CANTIDAD               TO DVA-LR-CANTIDAD
           MOVE RDH-IMPORTE-IMPUESTO       TO DVA-LR-IMPORTE
           MOVE SPACES                     TO REPORT-RECORD
           MOVE DVA-LINEA-DEVOLUCION       TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 5010-ENCABEZADO-DEVOLUCION                                     *
      *----------------------------------------------------------------*
       5010-ENCABEZADO-DEVOLUCION.
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "FECHA"                    TO REPORT-RECORD(1:5)
           MOVE "TIENDA"                   TO REPORT-RECORD(8:6)
           MOVE "CAJERO"                   TO REPORT-RECORD(19:6)
           MOVE "TIQUETE"                  TO REPORT-RECORD(28:7)
           MOVE "HORA"                     TO REPORT-RECORD(41:4)
           MOVE "PRODUCTO"                 TO REPORT-RECORD(46:8)
           MOVE "  CANT"                   TO REPORT-RECORD(107:6)
           MOVE " IMPORTE C/IMP"           TO REPORT-RECORD(114:14)
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 3000-FINAL-PROGRAMA                                            *
      *----------------------------------------------------------------*
       3000-FINAL-PROGRAMA.
           IF RDH-ABIERTO
               CLOSE RETURNS-HIST-FILE
           END-IF
           IF CJH-ABIERTO
               CLOSE CASHIER-HISTORY-FILE
           END-IF
           IF HST-ABIERTO
               CLOSE SALES-HISTORY-FILE
           END-IF
           CLOSE RETURNS-AUDIT-FILE
           MOVE DVA-CODIGO-RETORNO         TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM SalesReturnsAudit.
