      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SalesHierarchyReport.
       AUTHOR.        ERICK STIVEN FIERRO PERDOMO.
       INSTALLATION.  TIENDA-01.
       DATE-WRITTEN.  2026.10.15
      *----------------------------------------------------------------*
      *    DESCRIPCION : REPORTE DE VENTAS POR REGION, DISTRITO Y      *
      *                  TIENDA PARA UN RANGO DE FECHAS, TOMADO DE     *
      *                  saleshistory.dat Y DEL DIRECTORIO DE TIENDAS  *
      *                  (storedirectory.dat, CON DISTRITO, REGION,    *
      *                  GERENTE, APERTURA Y AREA DE VENTA; VER        *
      *                  SalesDataProcessor.cbl).                      *
      *                  RANGO: SALES_HIER_DATE_FROM A SALES_RUN_DATE; *
      *                  SIN FECHA DESDE, LA SEMANA QUE TERMINA EN LA  *
      *                  FECHA DE CORRIDA.  SALES_HIER_REGION LIMITA   *
      *                  EL REPORTE A UNA REGION.                      *
      *                  POR TIENDA: UNIDADES NETAS, INGRESOS E        *
      *                  INGRESOS POR M2 DE AREA DE VENTA, CON         *
      *                  SUBTOTALES POR DISTRITO, REGION Y CADENA.     *
      *                  CADA REGION Y LA CADENA SE ABREN ADEMAS EN    *
      *                  TIENDAS COMPARABLES (ABIERTAS MAS DE UN ANO   *
      *                  ANTES DEL INICIO DEL RANGO), NUEVAS Y SIN     *
      *                  FECHA DE APERTURA.  EL INGRESO POR M2 DE UN   *
      *                  GRUPO SOLO CUENTA LAS TIENDAS CON AREA.       *
      *                  UNA TIENDA CON VENTAS QUE NO ESTA EN EL       *
      *                  DIRECTORIO SE LISTA EN REGION/DISTRITO        *
      *                  "SIN ASIG"; LAS INACTIVAS SOLO SI VENDIERON.  *
      *                  SALIDA: hierarchyreport.txt                   *
      *                  (SALES_HIER_REPORT_FILE).                     *
      *                  CODIGOS DE RETORNO: 0=NORMAL, 4=FALTA EL      *
      *                  DIRECTORIO O LA HISTORIA, O HAY TIENDAS FUERA *
      *                  DEL DIRECTORIO O SIN APERTURA/AREA,           *
      *                  12=FALLA.                                     *
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
           SELECT OPTIONAL STORE-DIR-FILE
           ASSIGN TO 'storedirectory.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIR-STATUS.
           SELECT OPTIONAL SALES-HISTORY-FILE
           ASSIGN TO 'saleshistory.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HST-STATUS.
           SELECT HIERARCHY-REPORT-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.
      *----------------------------------------------------------------*
      *                   D A T A   D I V I S I O N                    *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * FD STORE-DIR-FILE                                              *
      *     DIRECTORIO DE TIENDAS: TIENDA;ESTADO;DISTRITO;REGION;      *
      *     GERENTE;APERTURA;AREA (VER SalesDataProcessor)             *
      *----------------------------------------------------------------*
       FD STORE-DIR-FILE.
       01 STORE-DIR-RECORD                 PIC X(80).
      *----------------------------------------------------------------*
      * FD SALES-HISTORY-FILE                                          *
      *     UN REGISTRO POR PRODUCTO POR CORRIDA (VER SalesDataProc-   *
      *     essor.cbl); ESTE LAYOUT DEBE COINCIDIR CON EL SUYO.        *
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
      * FD HIERARCHY-REPORT-FILE                                       *
      *     REPORTE POR REGION Y DISTRITO (132 COL.)                   *
      *----------------------------------------------------------------*
       FD HIERARCHY-REPORT-FILE.
       01 REPORT-RECORD                    PIC X(132).
      *----------------------------------------------------------------*
      *          W O R K I N G  S T O R A G E   S E C T I O N          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 DIR-STATUS                       PIC X(02).
       77 HST-STATUS                       PIC X(02).
       77 RPT-STATUS                       PIC X(02).
       77 DIR-EOF-SW                       PIC X(01) VALUE 'N'.
           88 DIR-EOF                      VALUE 'Y'.
       77 HST-EOF-SW                       PIC X(01) VALUE 'N'.
           88 HST-EOF                      VALUE 'Y'.
       77 DIR-ABIERTO-SW                   PIC X(01) VALUE 'N'.
           88 DIR-ABIERTO                  VALUE 'S'.
       77 HST-ABIERTO-SW                   PIC X(01) VALUE 'N'.
           88 HST-ABIERTO                  VALUE 'S'.
       77 DIR-PRESENTE-SW                  PIC X(01) VALUE 'N'.
           88 DIR-PRESENTE                 VALUE 'S'.
      *----------------------------------------------------------------*
      *     PARAMETROS DE EJECUCION                                    *
      *----------------------------------------------------------------*
       77 PARM-FECHA-ENV                   PIC X(06) VALUE SPACES.
       77 PARM-FECHA-DESDE-ENV             PIC X(06) VALUE SPACES.
       77 PARM-REGION-ENV                  PIC X(08) VALUE SPACES.
       77 PARM-ARCHIVO-REPORTE             PIC X(80) VALUE SPACES.
       01 JER-PARAMETROS.
           05 JER-FECHA-CORRIDA            PIC 9(06) VALUE ZERO.
           05 JER-FECHA-DESDE              PIC 9(06) VALUE ZERO.
           05 JER-FECHA-COMPARABLE         PIC 9(06) VALUE ZERO.
           05 JER-REGION-FILTRO            PIC X(08) VALUE SPACES.
           05 JER-DIAS-SEMANA              PIC 9(02) COMP VALUE 6.
      *----------------------------------------------------------------*
      *     CODIGO DE RETORNO PARA EL PLANIFICADOR (CONVENCION DE      *
      *     SalesDataProcessor): ARRANCA EN 12 Y SOLO EL CIERRE        *
      *     NORMAL LO REBAJA.                                          *
      *----------------------------------------------------------------*
       77 JER-CODIGO-RETORNO               PIC 9(02) COMP VALUE 12.
      *----------------------------------------------------------------*
      *     CALENDARIO: RETROCESO DE UN DIA SOBRE UNA FECHA AAMMDD     *
      *     (ANOS 2000-2099)                                           *
      *----------------------------------------------------------------*
       01 JER-CALENDARIO.
           05 JER-CAL-FECHA                PIC 9(06).
           05 JER-CAL-FECHA-R REDEFINES JER-CAL-FECHA.
               10 JER-CAL-AA               PIC 9(02).
               10 JER-CAL-MM               PIC 9(02).
               10 JER-CAL-DD               PIC 9(02).
           05 JER-CAL-COCIENTE             PIC 9(02) COMP.
           05 JER-CAL-RESTO                PIC 9(02) COMP.
           05 JER-CAL-LARGO                PIC 9(02) COMP.
       01 JER-LARGO-MESES.
           05 FILLER                       PIC X(24) VALUE
               "312831303130313130313031".
       01 JER-LARGO-MESES-R REDEFINES JER-LARGO-MESES.
           05 JER-LARGO-MES PIC 9(02) OCCURS 12 TIMES.
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
      *     CAMPOS DE UNA LINEA DEL DIRECTORIO                         *
      *----------------------------------------------------------------*
       01 DIR-CONTROL.
           05 DIR-C-TIENDA                 PIC X(16).
           05 DIR-C-ESTADO                 PIC X(16).
           05 DIR-C-DISTRITO               PIC X(16).
           05 DIR-C-REGION                 PIC X(16).
           05 DIR-C-GERENTE                PIC X(40).
           05 DIR-C-APERTURA               PIC X(16).
           05 DIR-C-APERTURA-R REDEFINES DIR-C-APERTURA.
               10 DIR-C-APERTURA-FECHA     PIC X(06).
               10 DIR-C-APERTURA-FECHA-R REDEFINES
                   DIR-C-APERTURA-FECHA.
                   15 DIR-C-APERTURA-AA    PIC 9(02).
                   15 DIR-C-APERTURA-MM    PIC 9(02).
                   15 DIR-C-APERTURA-DD    PIC 9(02).
               10 DIR-C-APERTURA-RESTO     PIC X(10).
           05 DIR-C-AREA                   PIC X(16).
           05 DIR-SOBRANTE                 PIC X(16).
      *----------------------------------------------------------------*
      *     TIENDAS, ORDENADAS POR REGION+DISTRITO+TIENDA (INSERCION   *
      *     ORDENADA, COMO TOT-TABLE EN SalesDataProcessor)            *
      *----------------------------------------------------------------*
       01 JER-TIENDAS.
           05 JER-TDA-COUNT                PIC 9(04) COMP VALUE ZERO.
           05 JER-TDA-MAX                  PIC 9(04) COMP VALUE 200.
           05 JER-TDA OCCURS 200 TIMES INDEXED BY JER-IDX.
               10 JER-T-CLAVE.
                   15 JER-T-REGION         PIC X(08).
                   15 JER-T-DISTRITO       PIC X(08).
                   15 JER-T-TIENDA         PIC X(10).
               10 JER-T-ESTADO             PIC X(01).
                   88 JER-T-ACTIVA                    VALUE 'A'.
               10 JER-T-GERENTE            PIC X(24).
               10 JER-T-APERTURA           PIC 9(06).
               10 JER-T-CLASE              PIC 9(01).
                   88 JER-T-COMPARABLE                VALUE 1.
                   88 JER-T-NUEVA                     VALUE 2.
                   88 JER-T-SIN-FECHA                 VALUE 3.
               10 JER-T-DIRECTORIO-SW      PIC X(01).
                   88 JER-T-EN-DIRECTORIO             VALUE 'S'.
               10 JER-T-VENTAS-SW          PIC X(01).
                   88 JER-T-CON-VENTAS                VALUE 'S'.
               10 JER-T-AREA               PIC 9(06) COMP.
               10 JER-T-UNIDADES           PIC S9(10) COMP.
               10 JER-T-INGRESOS           PIC S9(16) COMP-3.
      *    ENTRADA NUEVA, CON EL MISMO LAYOUT QUE JER-TDA
       01 JER-NUEVA.
           05 JER-N-CLAVE.
               10 JER-N-REGION             PIC X(08).
               10 JER-N-DISTRITO           PIC X(08).
               10 JER-N-TIENDA             PIC X(10).
           05 JER-N-ESTADO                 PIC X(01).
           05 JER-N-GERENTE                PIC X(24).
           05 JER-N-APERTURA               PIC 9(06).
           05 JER-N-CLASE                  PIC 9(01).
           05 JER-N-DIRECTORIO-SW          PIC X(01).
           05 JER-N-VENTAS-SW              PIC X(01).
           05 JER-N-AREA                   PIC 9(06) COMP.
           05 JER-N-UNIDADES               PIC S9(10) COMP.
           05 JER-N-INGRESOS               PIC S9(16) COMP-3.
       77 JER-POSICION                     PIC 9(04) COMP.
       77 JER-DESPLAZA                     PIC 9(04) COMP.
       77 JER-TDA-HALLADA-SW               PIC X(01).
           88 JER-TDA-HALLADA              VALUE 'S'.
       77 JER-TDA-LLENA-SW                 PIC X(01) VALUE 'N'.
           88 JER-TDA-LLENA                VALUE 'S'.
      *----------------------------------------------------------------*
      *     ACUMULADORES: NIVEL 1=DISTRITO, 2=REGION, 3=CADENA; CADA   *
      *     UNO ABIERTO POR CLASE 1=COMPARABLE, 2=NUEVA, 3=SIN FECHA   *
      *----------------------------------------------------------------*
       01 JER-ACUMULADORES.
           05 JER-NIVEL OCCURS 3 TIMES.
               10 JER-CLASE-TOT OCCURS 3 TIMES.
                   15 JER-A-TIENDAS        PIC 9(04) COMP.
                   15 JER-A-AREA           PIC 9(09) COMP.
                   15 JER-A-INGR-CON-AREA  PIC S9(16) COMP-3.
                   15 JER-A-UNIDADES       PIC S9(12) COMP.
                   15 JER-A-INGRESOS       PIC S9(16) COMP-3.
       77 JER-NV                           PIC 9(01) COMP.
       77 JER-CL                           PIC 9(01) COMP.
      *    SUMA DE LAS TRES CLASES DE UN NIVEL, O UNA SOLA CLASE
       01 JER-GRUPO.
           05 JER-G-TIENDAS                PIC 9(04) COMP.
           05 JER-G-AREA                   PIC 9(09) COMP.
           05 JER-G-INGR-CON-AREA          PIC S9(16) COMP-3.
           05 JER-G-UNIDADES               PIC S9(12) COMP.
           05 JER-G-INGRESOS               PIC S9(16) COMP-3.
       01 JER-CORTE.
           05 JER-REGION-ANT               PIC X(08) VALUE SPACES.
           05 JER-DISTRITO-ANT             PIC X(08) VALUE SPACES.
           05 JER-PRIMERA-SW               PIC X(01) VALUE 'S'.
               88 JER-PRIMERA                        VALUE 'S'.
      *----------------------------------------------------------------*
      *     CONTEOS                                                    *
      *----------------------------------------------------------------*
       01 JER-CONTADORES.
           05 JER-LINEAS-DIRECTORIO        PIC 9(06) COMP VALUE ZERO.
           05 JER-REPETIDAS                PIC 9(04) COMP VALUE ZERO.
           05 JER-FUERA-DIRECTORIO         PIC 9(04) COMP VALUE ZERO.
           05 JER-SIN-APERTURA             PIC 9(04) COMP VALUE ZERO.
           05 JER-SIN-AREA                 PIC 9(04) COMP VALUE ZERO.
           05 JER-REG-LEIDOS               PIC 9(08) COMP VALUE ZERO.
           05 JER-TIENDAS-LISTADAS         PIC 9(04) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *     LINEAS DEL REPORTE                                         *
      *----------------------------------------------------------------*
       01 JER-LINEA-TIENDA.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 JER-LD-TIENDA                PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 JER-LD-GERENTE               PIC X(24).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 JER-LD-APERTURA              PIC X(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 JER-LD-CLASE                 PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 JER-LD-AREA                  PIC Z(06)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 JER-LD-UNIDADES              PIC -(10)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 JER-LD-INGRESOS              PIC -(15)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 JER-LD-INGR-M2               PIC -(12)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 JER-LD-NOTA                  PIC X(22).
       01 JER-LINEA-TOTAL.
           05 JER-LT-TEXTO                 PIC X(57).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 JER-LT-AREA                  PIC Z(06)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 JER-LT-UNIDADES              PIC -(10)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 JER-LT-INGRESOS              PIC -(15)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 JER-LT-INGR-M2               PIC -(12)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 JER-LT-PROMEDIO              PIC -(15)9.
       01 JER-NOMBRES-CLASE.
           05 FILLER                       PIC X(10) VALUE "COMPARABLE".
           05 FILLER                       PIC X(10) VALUE "NUEVA".
           05 FILLER                       PIC X(10) VALUE "SIN FECHA".
       01 JER-NOMBRES-CLASE-R REDEFINES JER-NOMBRES-CLASE.
           05 JER-NOMBRE-CLASE PIC X(10) OCCURS 3 TIMES.
       01 JER-EDITADOS.
           05 JER-TIENDAS-ED               PIC Z(03)9.
           05 JER-CONTEO-ED                PIC Z(07)9.
           05 JER-ETIQUETA                 PIC X(30).
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
           OPEN OUTPUT HIERARCHY-REPORT-FILE
           IF RPT-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING HIERARCHY REPORT FILE"
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           PERFORM 1100-CARGAR-DIRECTORIO
           PERFORM 1200-ACUMULAR-HISTORIA THRU
                   1200-ACUMULAR-HISTORIA-EXIT
           .

      *----------------------------------------------------------------*
      * 1050-OBTENER-PARAMETROS                                        *
      *     SIN FECHA DESDE SE TOMA LA SEMANA QUE TERMINA EN LA FECHA  *
      *     DE CORRIDA.  UNA TIENDA ES COMPARABLE SI ABRIO ANTES DE LA *
      *     MISMA FECHA DESDE UN ANO ATRAS.                            *
      *----------------------------------------------------------------*
       1050-OBTENER-PARAMETROS.
           ACCEPT PARM-FECHA-ENV FROM ENVIRONMENT "SALES_RUN_DATE"
           IF PARM-FECHA-ENV EQUAL SPACES
               ACCEPT JER-FECHA-CORRIDA FROM DATE
           ELSE
               MOVE PARM-FECHA-ENV         TO JER-FECHA-CORRIDA
           END-IF
           ACCEPT PARM-FECHA-DESDE-ENV
               FROM ENVIRONMENT "SALES_HIER_DATE_FROM"
           IF PARM-FECHA-DESDE-ENV EQUAL SPACES
               MOVE JER-FECHA-CORRIDA      TO JER-CAL-FECHA
               PERFORM 1310-RESTAR-UN-DIA JER-DIAS-SEMANA TIMES
               MOVE JER-CAL-FECHA          TO JER-FECHA-DESDE
           ELSE
               MOVE PARM-FECHA-DESDE-ENV   TO JER-FECHA-DESDE
           END-IF
           IF JER-FECHA-DESDE > JER-FECHA-CORRIDA
               DISPLAY "SALES_HIER_DATE_FROM POSTERIOR A "
                   "SALES_RUN_DATE - SE USA SOLO LA FECHA DE CORRIDA"
               MOVE JER-FECHA-CORRIDA      TO JER-FECHA-DESDE
           END-IF
           IF JER-FECHA-DESDE < 10000
               MOVE ZERO                   TO JER-FECHA-COMPARABLE
           ELSE
               COMPUTE JER-FECHA-COMPARABLE = JER-FECHA-DESDE - 10000
           END-IF
           ACCEPT PARM-REGION-ENV FROM ENVIRONMENT "SALES_HIER_REGION"
           MOVE PARM-REGION-ENV            TO JER-REGION-FILTRO
           ACCEPT PARM-ARCHIVO-REPORTE
               FROM ENVIRONMENT "SALES_HIER_REPORT_FILE"
           IF PARM-ARCHIVO-REPORTE EQUAL SPACES
               MOVE "hierarchyreport.txt"  TO PARM-ARCHIVO-REPORTE
           END-IF
           .

      *----------------------------------------------------------------*
      * 1100-CARGAR-DIRECTORIO                                         *
      *----------------------------------------------------------------*
       1100-CARGAR-DIRECTORIO.
           OPEN INPUT STORE-DIR-FILE
           IF DIR-STATUS EQUAL '00'
               SET DIR-ABIERTO             TO TRUE
               SET DIR-PRESENTE            TO TRUE
           ELSE
               IF DIR-STATUS NOT EQUAL '05'
                   DISPLAY "ERROR OPENING STORE DIRECTORY FILE - "
                       "STATUS: " DIR-STATUS
                   PERFORM 3000-FINAL-PROGRAMA
               END-IF
               DISPLAY "SIN DIRECTORIO DE TIENDAS "
                   "(storedirectory.dat) - TODAS LAS TIENDAS SIN ASIG"
           END-IF
           IF DIR-ABIERTO
               PERFORM 1110-LEER-DIRECTORIO
                   THRU 1110-LEER-DIRECTORIO-EXIT
                   UNTIL DIR-EOF
               CLOSE STORE-DIR-FILE
               MOVE 'N'                    TO DIR-ABIERTO-SW
           END-IF
           .

      *----------------------------------------------------------------*
      * 1110-LEER-DIRECTORIO                                           *
      *     LOS CAMPOS NUEVOS SON OPCIONALES: SIN DISTRITO O REGION LA *
      *     TIENDA QUEDA "SIN ASIG", SIN APERTURA VALIDA COMO "SIN     *
      *     FECHA" Y SIN AREA FUERA DEL INGRESO POR M2.  UNA TIENDA    *
      *     REPETIDA SE TOMA UNA SOLA VEZ (LA PRIMERA LINEA).          *
      *----------------------------------------------------------------*
       1110-LEER-DIRECTORIO.
           READ STORE-DIR-FILE
               AT END
                   SET DIR-EOF             TO TRUE
                   GO TO 1110-LEER-DIRECTORIO-EXIT
           END-READ
           ADD 1                           TO JER-LINEAS-DIRECTORIO
           MOVE SPACES                     TO DIR-CONTROL
           UNSTRING STORE-DIR-RECORD DELIMITED BY ';'
               INTO DIR-C-TIENDA DIR-C-ESTADO DIR-C-DISTRITO
                    DIR-C-REGION DIR-C-GERENTE DIR-C-APERTURA
                    DIR-C-AREA DIR-SOBRANTE
           END-UNSTRING
           IF DIR-C-TIENDA EQUAL SPACES
               GO TO 1110-LEER-DIRECTORIO-EXIT
           END-IF
           PERFORM 1160-BUSCAR-TIENDA
           IF JER-TDA-HALLADA
               ADD 1                       TO JER-REPETIDAS
               DISPLAY "TIENDA REPETIDA EN EL DIRECTORIO: "
                   DIR-C-TIENDA(1:10) " - SE CONSERVA LA PRIMERA LINEA"
               GO TO 1110-LEER-DIRECTORIO-EXIT
           END-IF
           MOVE DIR-C-TIENDA(1:10)         TO JER-N-TIENDA
           MOVE DIR-C-REGION(1:8)          TO JER-N-REGION
           MOVE DIR-C-DISTRITO(1:8)        TO JER-N-DISTRITO
           IF JER-N-REGION EQUAL SPACES
               MOVE "SIN ASIG"             TO JER-N-REGION
           END-IF
           IF JER-N-DISTRITO EQUAL SPACES
               MOVE "SIN ASIG"             TO JER-N-DISTRITO
           END-IF
           MOVE DIR-C-ESTADO(1:1)          TO JER-N-ESTADO
           MOVE DIR-C-GERENTE(1:24)        TO JER-N-GERENTE
           MOVE 'S'                        TO JER-N-DIRECTORIO-SW
           MOVE 'N'                        TO JER-N-VENTAS-SW
           MOVE ZERO                       TO JER-N-UNIDADES
                                              JER-N-INGRESOS
           MOVE ZERO                       TO JER-N-APERTURA
           IF DIR-C-APERTURA-FECHA NUMERIC
              AND DIR-C-APERTURA-RESTO EQUAL SPACES
              AND DIR-C-APERTURA-MM > ZERO
              AND DIR-C-APERTURA-MM < 13
              AND DIR-C-APERTURA-DD > ZERO
              AND DIR-C-APERTURA-DD < 32
               MOVE DIR-C-APERTURA-FECHA   TO JER-N-APERTURA
           END-IF
           EVALUATE TRUE
               WHEN JER-N-APERTURA EQUAL ZERO
                   MOVE 3                  TO JER-N-CLASE
                   ADD 1                   TO JER-SIN-APERTURA
               WHEN JER-N-APERTURA < JER-FECHA-COMPARABLE
                   MOVE 1                  TO JER-N-CLASE
               WHEN OTHER
                   MOVE 2                  TO JER-N-CLASE
           END-EVALUATE
           MOVE ZERO                       TO JER-N-AREA
           MOVE DIR-C-AREA                 TO CNV-TEXTO
           PERFORM 1240-CONVERTIR-ENTERO
           IF CNV-VALIDO AND CNV-NUMERO NOT > 999999
               MOVE CNV-NUMERO             TO JER-N-AREA
           END-IF
           IF JER-N-AREA EQUAL ZERO
               ADD 1                       TO JER-SIN-AREA
           END-IF
           PERFORM 1150-INSERTAR-TIENDA
           .
       1110-LEER-DIRECTORIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1150-INSERTAR-TIENDA                                           *
      *     INSERTA JER-NUEVA EN SU LUGAR SEGUN REGION+DISTRITO+TIENDA *
      *     DESPLAZANDO HACIA ABAJO; DEJA JER-IDX EN ELLA (TABLA LLENA *
      *     = NO HALLADA, SE ADVIERTE UNA VEZ)                         *
      *----------------------------------------------------------------*
       1150-INSERTAR-TIENDA.
           MOVE 'N'                        TO JER-TDA-HALLADA-SW
           IF JER-TDA-COUNT NOT < JER-TDA-MAX
               IF NOT JER-TDA-LLENA
                   SET JER-TDA-LLENA       TO TRUE
                   DISPLAY "TABLA DE TIENDAS LLENA - TIENDA NO "
                       "REPORTADA: " JER-N-TIENDA
               END-IF
           ELSE
               COMPUTE JER-POSICION = JER-TDA-COUNT + 1
               SET JER-IDX                 TO 1
               SEARCH JER-TDA VARYING JER-IDX
                   AT END
                       CONTINUE
                   WHEN JER-IDX > JER-TDA-COUNT
                       CONTINUE
                   WHEN JER-T-CLAVE(JER-IDX) > JER-N-CLAVE
                       SET JER-POSICION    TO JER-IDX
               END-SEARCH
               PERFORM 1155-DESPLAZAR-TIENDA
                   VARYING JER-DESPLAZA FROM JER-TDA-COUNT BY -1
                   UNTIL JER-DESPLAZA < JER-POSICION
               ADD 1                       TO JER-TDA-COUNT
               SET JER-IDX                 TO JER-POSICION
               MOVE JER-NUEVA              TO JER-TDA(JER-IDX)
               SET JER-TDA-HALLADA         TO TRUE
           END-IF
           .

       1155-DESPLAZAR-TIENDA.
           MOVE JER-TDA(JER-DESPLAZA)      TO JER-TDA(JER-DESPLAZA
                                              + 1)
           .

      *----------------------------------------------------------------*
      * 1160-BUSCAR-TIENDA                                             *
      *     BUSCA DIR-C-TIENDA(1:10) EN LA TABLA (QUE ESTA ORDENADA    *
      *     POR REGION, NO POR TIENDA: BUSQUEDA SECUENCIAL)            *
      *----------------------------------------------------------------*
       1160-BUSCAR-TIENDA.
           MOVE 'N'                        TO JER-TDA-HALLADA-SW
           SET JER-IDX                     TO 1
           SEARCH JER-TDA VARYING JER-IDX
               AT END
                   CONTINUE
               WHEN JER-IDX > JER-TDA-COUNT
                   CONTINUE
               WHEN JER-T-TIENDA(JER-IDX) EQUAL DIR-C-TIENDA(1:10)
                   SET JER-TDA-HALLADA     TO TRUE
           END-SEARCH
           .

      *----------------------------------------------------------------*
      * 1200-ACUMULAR-HISTORIA                                         *
      *     UNIDADES NETAS E INGRESOS (NETOS DE DEVOLUCIONES, EN       *
      *     MONEDA BASE) DE CADA TIENDA EN EL RANGO                    *
      *----------------------------------------------------------------*
       1200-ACUMULAR-HISTORIA.
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
               GO TO 1200-ACUMULAR-HISTORIA-EXIT
           END-IF
           MOVE JER-FECHA-DESDE            TO HIST-FECHA-CORRIDA
           MOVE LOW-VALUES                 TO HIST-TIENDA
           MOVE LOW-VALUES                 TO HIST-PRODUCT-NAME
           START SALES-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HST-EOF             TO TRUE
           END-START
           PERFORM 1210-LEER-HISTORIA THRU 1210-LEER-HISTORIA-EXIT
               UNTIL HST-EOF
           .
       1200-ACUMULAR-HISTORIA-EXIT.
           EXIT.

       1210-LEER-HISTORIA.
           READ SALES-HISTORY-FILE NEXT RECORD
               AT END
                   SET HST-EOF             TO TRUE
                   GO TO 1210-LEER-HISTORIA-EXIT
           END-READ
           IF HIST-FECHA-CORRIDA > JER-FECHA-CORRIDA
               SET HST-EOF                 TO TRUE
               GO TO 1210-LEER-HISTORIA-EXIT
           END-IF
           ADD 1                           TO JER-REG-LEIDOS
           MOVE SPACES                     TO DIR-C-TIENDA
           MOVE HIST-TIENDA                TO DIR-C-TIENDA(1:10)
           PERFORM 1160-BUSCAR-TIENDA
           IF NOT JER-TDA-HALLADA
               MOVE "SIN ASIG"             TO JER-N-REGION
               MOVE "SIN ASIG"             TO JER-N-DISTRITO
               MOVE HIST-TIENDA            TO JER-N-TIENDA
               MOVE SPACES                 TO JER-N-ESTADO
               MOVE "FUERA DEL DIRECTORIO" TO JER-N-GERENTE
               MOVE ZERO                   TO JER-N-APERTURA
               MOVE 3                      TO JER-N-CLASE
               MOVE 'N'                    TO JER-N-DIRECTORIO-SW
               MOVE 'N'                    TO JER-N-VENTAS-SW
               MOVE ZERO                   TO JER-N-AREA
                                              JER-N-UNIDADES
                                              JER-N-INGRESOS
               PERFORM 1150-INSERTAR-TIENDA
               IF NOT JER-TDA-HALLADA
                   GO TO 1210-LEER-HISTORIA-EXIT
               END-IF
               ADD 1                       TO JER-FUERA-DIRECTORIO
               DISPLAY "TIENDA CON VENTAS FUERA DEL DIRECTORIO: "
                   HIST-TIENDA
           END-IF
           SET JER-T-CON-VENTAS(JER-IDX)   TO TRUE
           ADD HIST-QUANTITY               TO JER-T-UNIDADES(JER-IDX)
           ADD HIST-REVENUE                TO JER-T-INGRESOS(JER-IDX)
           .
       1210-LEER-HISTORIA-EXIT.
           EXIT.

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
      *     RESTA UN DIA A JER-CAL-FECHA, CAMBIANDO DE MES Y ANO       *
      *     CUANDO HACE FALTA (FEBRERO DE ANO BISIESTO = 29)           *
      *----------------------------------------------------------------*
       1310-RESTAR-UN-DIA.
           IF JER-CAL-DD > 1
               SUBTRACT 1                  FROM JER-CAL-DD
           ELSE
               IF JER-CAL-MM EQUAL 1
                   SUBTRACT 1              FROM JER-CAL-AA
                   MOVE 12                 TO JER-CAL-MM
               ELSE
                   SUBTRACT 1              FROM JER-CAL-MM
               END-IF
               MOVE JER-LARGO-MES(JER-CAL-MM) TO JER-CAL-LARGO
               DIVIDE JER-CAL-AA BY 4
                   GIVING JER-CAL-COCIENTE REMAINDER JER-CAL-RESTO
               IF JER-CAL-MM EQUAL 2 AND JER-CAL-RESTO EQUAL ZERO
                   MOVE 29                 TO JER-CAL-LARGO
               END-IF
               MOVE JER-CAL-LARGO          TO JER-CAL-DD
           END-IF
           .

      *----------------------------------------------------------------*
      * 2000-PROCESO-PROGRAMA                                          *
      *     RECORRE LA TABLA (YA EN ORDEN REGION+DISTRITO+TIENDA) CON  *
      *     CORTE DE CONTROL POR DISTRITO Y POR REGION                 *
      *----------------------------------------------------------------*
       2000-PROCESO-PROGRAMA.
           INITIALIZE JER-ACUMULADORES
           PERFORM 2050-ENCABEZADO
           PERFORM 2100-IMPRIMIR-TIENDA THRU 2100-IMPRIMIR-TIENDA-EXIT
               VARYING JER-IDX FROM 1 BY 1
               UNTIL JER-IDX > JER-TDA-COUNT
           IF JER-PRIMERA
               MOVE SPACES                 TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "SIN TIENDAS PARA EL RANGO" TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM 2300-TOTAL-DISTRITO
               PERFORM 2400-TOTAL-REGION
           END-IF
           PERFORM 2500-TOTAL-CADENA
           IF NOT DIR-PRESENTE
              OR NOT HST-ABIERTO
              OR JER-FUERA-DIRECTORIO > ZERO
              OR JER-SIN-APERTURA > ZERO
              OR JER-SIN-AREA > ZERO
               MOVE 4                      TO JER-CODIGO-RETORNO
           ELSE
               MOVE ZERO                   TO JER-CODIGO-RETORNO
           END-IF
           DISPLAY "=========================================="
           DISPLAY "  REPORTE DE VENTAS POR REGION"
           DISPLAY "=========================================="
           DISPLAY "FECHA DESDE           : " JER-FECHA-DESDE
           DISPLAY "FECHA HASTA           : " JER-FECHA-CORRIDA
           DISPLAY "COMPARABLE SI ABRIO   : ANTES DE "
               JER-FECHA-COMPARABLE
           IF JER-REGION-FILTRO NOT EQUAL SPACES
               DISPLAY "REGION                : " JER-REGION-FILTRO
           END-IF
           DISPLAY "LINEAS DEL DIRECTORIO : " JER-LINEAS-DIRECTORIO
           DISPLAY "TIENDAS REPETIDAS     : " JER-REPETIDAS
           DISPLAY "SIN FECHA DE APERTURA : " JER-SIN-APERTURA
           DISPLAY "SIN AREA DE VENTA     : " JER-SIN-AREA
           DISPLAY "FUERA DEL DIRECTORIO  : " JER-FUERA-DIRECTORIO
           DISPLAY "REGISTROS DE HISTORIA : " JER-REG-LEIDOS
           DISPLAY "TIENDAS LISTADAS      : " JER-TIENDAS-LISTADAS
           DISPLAY "=========================================="
           .

      *----------------------------------------------------------------*
      * 2050-ENCABEZADO                                                *
      *----------------------------------------------------------------*
       2050-ENCABEZADO.
           MOVE SPACES                     TO REPORT-RECORD
           STRING "VENTAS POR REGION Y DISTRITO - FECHAS "
                  DELIMITED BY SIZE
                  JER-FECHA-DESDE          DELIMITED BY SIZE
                  " A "                    DELIMITED BY SIZE
                  JER-FECHA-CORRIDA        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           IF JER-REGION-FILTRO NOT EQUAL SPACES
               MOVE "REGION: "             TO REPORT-RECORD(60:8)
               MOVE JER-REGION-FILTRO      TO REPORT-RECORD(68:8)
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           STRING "COMPARABLES: TIENDAS ABIERTAS ANTES DE "
                  DELIMITED BY SIZE
                  JER-FECHA-COMPARABLE     DELIMITED BY SIZE
                  " (MAS DE UN ANO ANTES DEL RANGO); INGRESOS NETOS "
                  DELIMITED BY SIZE
                  "DE DEVOLUCIONES EN MONEDA BASE"
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "TIENDA"                   TO REPORT-RECORD(5:6)
           MOVE "GERENTE"                  TO REPORT-RECORD(16:7)
           MOVE "APERT."                   TO REPORT-RECORD(41:6)
           MOVE "CLASE"                    TO REPORT-RECORD(48:5)
           MOVE "AREA M2"                  TO REPORT-RECORD(59:7)
           MOVE "   UNIDADES"              TO REPORT-RECORD(67:11)
           MOVE "        INGRESOS"         TO REPORT-RECORD(79:16)
           MOVE "  INGRESOS/M2"            TO REPORT-RECORD(96:13)
           MOVE "    PROM./TIENDA"         TO REPORT-RECORD(110:16)
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2100-IMPRIMIR-TIENDA                                           *
      *     LAS TIENDAS INACTIVAS SOLO SE LISTAN SI VENDIERON EN EL    *
      *     RANGO                                                      *
      *----------------------------------------------------------------*
       2100-IMPRIMIR-TIENDA.
           IF JER-REGION-FILTRO NOT EQUAL SPACES
              AND JER-T-REGION(JER-IDX) NOT EQUAL JER-REGION-FILTRO
               GO TO 2100-IMPRIMIR-TIENDA-EXIT
           END-IF
           IF JER-T-EN-DIRECTORIO(JER-IDX)
              AND NOT JER-T-ACTIVA(JER-IDX)
              AND NOT JER-T-CON-VENTAS(JER-IDX)
               GO TO 2100-IMPRIMIR-TIENDA-EXIT
           END-IF
           IF NOT JER-PRIMERA
               IF JER-T-REGION(JER-IDX) NOT EQUAL JER-REGION-ANT
                   PERFORM 2300-TOTAL-DISTRITO
                   PERFORM 2400-TOTAL-REGION
               ELSE
                   IF JER-T-DISTRITO(JER-IDX) NOT EQUAL
                      JER-DISTRITO-ANT
                       PERFORM 2300-TOTAL-DISTRITO
                   END-IF
               END-IF
           END-IF
           IF JER-PRIMERA
              OR JER-T-REGION(JER-IDX) NOT EQUAL JER-REGION-ANT
               MOVE SPACES                 TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES                 TO REPORT-RECORD
               STRING "REGION "            DELIMITED BY SIZE
                      JER-T-REGION(JER-IDX) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES                 TO JER-DISTRITO-ANT
           END-IF
           IF JER-T-DISTRITO(JER-IDX) NOT EQUAL JER-DISTRITO-ANT
               MOVE SPACES                 TO REPORT-RECORD
               STRING "  DISTRITO "        DELIMITED BY SIZE
                      JER-T-DISTRITO(JER-IDX) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE 'N'                        TO JER-PRIMERA-SW
           MOVE JER-T-REGION(JER-IDX)      TO JER-REGION-ANT
           MOVE JER-T-DISTRITO(JER-IDX)    TO JER-DISTRITO-ANT
           ADD 1                           TO JER-TIENDAS-LISTADAS
           MOVE JER-T-TIENDA(JER-IDX)      TO JER-LD-TIENDA
           MOVE JER-T-GERENTE(JER-IDX)     TO JER-LD-GERENTE
           IF JER-T-APERTURA(JER-IDX) EQUAL ZERO
               MOVE SPACES                 TO JER-LD-APERTURA
           ELSE
               MOVE JER-T-APERTURA(JER-IDX) TO JER-LD-APERTURA
           END-IF
           MOVE JER-T-CLASE(JER-IDX)       TO JER-CL
           MOVE JER-NOMBRE-CLASE(JER-CL)   TO JER-LD-CLASE
           MOVE JER-T-AREA(JER-IDX)        TO JER-LD-AREA
           MOVE JER-T-UNIDADES(JER-IDX)    TO JER-LD-UNIDADES
           MOVE JER-T-INGRESOS(JER-IDX)    TO JER-LD-INGRESOS
           IF JER-T-AREA(JER-IDX) > ZERO
               COMPUTE JER-LD-INGR-M2 ROUNDED =
                   JER-T-INGRESOS(JER-IDX) / JER-T-AREA(JER-IDX)
           ELSE
               MOVE ZERO                   TO JER-LD-INGR-M2
           END-IF
           MOVE SPACES                     TO JER-LD-NOTA
           IF JER-T-EN-DIRECTORIO(JER-IDX)
              AND NOT JER-T-ACTIVA(JER-IDX)
               MOVE "INACTIVA"             TO JER-LD-NOTA
           END-IF
           MOVE SPACES                     TO REPORT-RECORD
           MOVE JER-LINEA-TIENDA           TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 2110-ACUMULAR-NIVEL
               VARYING JER-NV FROM 1 BY 1 UNTIL JER-NV > 3
           .
       2100-IMPRIMIR-TIENDA-EXIT.
           EXIT.

       2110-ACUMULAR-NIVEL.
           ADD 1                     TO JER-A-TIENDAS(JER-NV, JER-CL)
           ADD JER-T-UNIDADES(JER-IDX)
               TO JER-A-UNIDADES(JER-NV, JER-CL)
           ADD JER-T-INGRESOS(JER-IDX)
               TO JER-A-INGRESOS(JER-NV, JER-CL)
           IF JER-T-AREA(JER-IDX) > ZERO
               ADD JER-T-AREA(JER-IDX)
                   TO JER-A-AREA(JER-NV, JER-CL)
               ADD JER-T-INGRESOS(JER-IDX)
                   TO JER-A-INGR-CON-AREA(JER-NV, JER-CL)
           END-IF
           .

      *----------------------------------------------------------------*
      * 2300-TOTAL-DISTRITO                                            *
      *----------------------------------------------------------------*
       2300-TOTAL-DISTRITO.
           MOVE 1                          TO JER-NV
           PERFORM 2600-SUMAR-NIVEL
           MOVE SPACES                     TO JER-ETIQUETA
           STRING "  TOTAL DISTRITO "      DELIMITED BY SIZE
                  JER-DISTRITO-ANT         DELIMITED BY SIZE
                  INTO JER-ETIQUETA
           PERFORM 2700-ESCRIBIR-TOTAL
           INITIALIZE JER-NIVEL(1)
           .

      *----------------------------------------------------------------*
      * 2400-TOTAL-REGION                                              *
      *     TOTAL DE LA REGION Y SU APERTURA COMPARABLES/NUEVAS        *
      *----------------------------------------------------------------*
       2400-TOTAL-REGION.
           MOVE 2                          TO JER-NV
           PERFORM 2600-SUMAR-NIVEL
           MOVE SPACES                     TO JER-ETIQUETA
           STRING "TOTAL REGION "          DELIMITED BY SIZE
                  JER-REGION-ANT           DELIMITED BY SIZE
                  INTO JER-ETIQUETA
           PERFORM 2700-ESCRIBIR-TOTAL
           PERFORM 2650-ESCRIBIR-CLASE
               VARYING JER-CL FROM 1 BY 1 UNTIL JER-CL > 3
           INITIALIZE JER-NIVEL(2)
           .

      *----------------------------------------------------------------*
      * 2500-TOTAL-CADENA                                              *
      *     TOTAL DE LA CADENA (O DE LA REGION PEDIDA) Y LA            *
      *     COMPARACION DE TIENDAS COMPARABLES CONTRA NUEVAS           *
      *----------------------------------------------------------------*
       2500-TOTAL-CADENA.
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 3                          TO JER-NV
           PERFORM 2600-SUMAR-NIVEL
           MOVE "TOTAL CADENA"             TO JER-ETIQUETA
           IF JER-REGION-FILTRO NOT EQUAL SPACES
               MOVE "TOTAL DEL REPORTE"    TO JER-ETIQUETA
           END-IF
           PERFORM 2700-ESCRIBIR-TOTAL
           PERFORM 2650-ESCRIBIR-CLASE
               VARYING JER-CL FROM 1 BY 1 UNTIL JER-CL > 3
           .

      *----------------------------------------------------------------*
      * 2600-SUMAR-NIVEL                                               *
      *     JER-GRUPO = SUMA DE LAS TRES CLASES DEL NIVEL JER-NV       *
      *----------------------------------------------------------------*
       2600-SUMAR-NIVEL.
           INITIALIZE JER-GRUPO
           PERFORM 2610-SUMAR-CLASE
               VARYING JER-CL FROM 1 BY 1 UNTIL JER-CL > 3
           .

       2610-SUMAR-CLASE.
           ADD JER-A-TIENDAS(JER-NV, JER-CL)    TO JER-G-TIENDAS
           ADD JER-A-AREA(JER-NV, JER-CL)       TO JER-G-AREA
           ADD JER-A-INGR-CON-AREA(JER-NV, JER-CL)
               TO JER-G-INGR-CON-AREA
           ADD JER-A-UNIDADES(JER-NV, JER-CL)   TO JER-G-UNIDADES
           ADD JER-A-INGRESOS(JER-NV, JER-CL)   TO JER-G-INGRESOS
           .

      *----------------------------------------------------------------*
      * 2650-ESCRIBIR-CLASE                                            *
      *     UNA LINEA POR CLASE CON TIENDAS EN EL NIVEL JER-NV         *
      *----------------------------------------------------------------*
       2650-ESCRIBIR-CLASE.
           IF JER-A-TIENDAS(JER-NV, JER-CL) EQUAL ZERO
               CONTINUE
           ELSE
               MOVE JER-A-TIENDAS(JER-NV, JER-CL) TO JER-G-TIENDAS
               MOVE JER-A-AREA(JER-NV, JER-CL)    TO JER-G-AREA
               MOVE JER-A-INGR-CON-AREA(JER-NV, JER-CL)
                   TO JER-G-INGR-CON-AREA
               MOVE JER-A-UNIDADES(JER-NV, JER-CL) TO JER-G-UNIDADES
               MOVE JER-A-INGRESOS(JER-NV, JER-CL) TO JER-G-INGRESOS
               MOVE SPACES                 TO JER-ETIQUETA
               STRING "    "               DELIMITED BY SIZE
                      JER-NOMBRE-CLASE(JER-CL) DELIMITED BY SIZE
                      INTO JER-ETIQUETA
               PERFORM 2700-ESCRIBIR-TOTAL
           END-IF
           .

      *----------------------------------------------------------------*
      * 2700-ESCRIBIR-TOTAL                                            *
      *     ESCRIBE JER-GRUPO CON LA ETIQUETA JER-ETIQUETA             *
      *----------------------------------------------------------------*
       2700-ESCRIBIR-TOTAL.
           MOVE JER-G-TIENDAS              TO JER-TIENDAS-ED
           MOVE SPACES                     TO JER-LT-TEXTO
           STRING JER-ETIQUETA             DELIMITED BY SIZE
                  " ("                     DELIMITED BY SIZE
                  JER-TIENDAS-ED           DELIMITED BY SIZE
                  " TIENDAS)"              DELIMITED BY SIZE
                  INTO JER-LT-TEXTO
           MOVE JER-G-AREA                 TO JER-LT-AREA
           MOVE JER-G-UNIDADES             TO JER-LT-UNIDADES
           MOVE JER-G-INGRESOS             TO JER-LT-INGRESOS
           IF JER-G-AREA > ZERO
               COMPUTE JER-LT-INGR-M2 ROUNDED =
                   JER-G-INGR-CON-AREA / JER-G-AREA
           ELSE
               MOVE ZERO                   TO JER-LT-INGR-M2
           END-IF
           IF JER-G-TIENDAS > ZERO
               COMPUTE JER-LT-PROMEDIO ROUNDED =
                   JER-G-INGRESOS / JER-G-TIENDAS
           ELSE
               MOVE ZERO                   TO JER-LT-PROMEDIO
           END-IF
           MOVE SPACES                     TO REPORT-RECORD
           MOVE JER-LINEA-TOTAL            TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 3000-FINAL-PROGRAMA                                            *
      *----------------------------------------------------------------*
       3000-FINAL-PROGRAMA.
           IF DIR-ABIERTO
               CLOSE STORE-DIR-FILE
           END-IF
           IF HST-ABIERTO
               CLOSE SALES-HISTORY-FILE
           END-IF
           CLOSE HIERARCHY-REPORT-FILE
           MOVE JER-CODIGO-RETORNO         TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM SalesHierarchyReport.
