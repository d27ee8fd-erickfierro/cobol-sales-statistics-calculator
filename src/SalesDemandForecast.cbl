      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SalesDemandForecast.
       AUTHOR.        ERICK STIVEN FIERRO PERDOMO.
       INSTALLATION.  TIENDA-01.
       DATE-WRITTEN.  2026.09.27
      *----------------------------------------------------------------*
      *    DESCRIPCION : PRONOSTICO DE DEMANDA POR TIENDA+PRODUCTO Y   *
      *                  PUNTO DE REORDEN DINAMICO.  LEE               *
      *                  saleshistory.dat Y, PARA CADA TIENDA+PRODUCTO *
      *                  CON VENTA EN LAS ULTIMAS SALES_FORECAST_WEEKS *
      *                  SEMANAS (8 POR DEFECTO, MAXIMO 12):           *
      *                  1. PROMEDIO SEMANAL PONDERADO (LA SEMANA MAS  *
      *                     RECIENTE PESA N, LA MAS ANTIGUA 1; LAS     *
      *                     SEMANAS ANTERIORES A LA PRIMERA VENTA DEL  *
      *                     PRODUCTO EN LA TIENDA NO CUENTAN).         *
      *                  2. FACTOR ESTACIONAL DEL PRODUCTO (CADENA):   *
      *                     VENTA DEL ANO ANTERIOR EN LAS SEMANAS DEL  *
      *                     HORIZONTE CONTRA LA DE LAS SEMANAS BASE,   *
      *                     ACOTADO ENTRE 0,50 Y 2,00; SIN HISTORIA DE *
      *                     UN ANO EL FACTOR ES 1,00.                  *
      *                  3. PERFIL POR DIA DE LA SEMANA (PARTICIPACION *
      *                     DE CADA DIA EN LA VENTA DE LA VENTANA).    *
      *                  4. DEMANDA DURANTE EL PLAZO DE ENTREGA DEL    *
      *                     PROVEEDOR (suppliermaster.dat, O           *
      *                     SALES_FORECAST_LEAD_DAYS SI NO TIENE),     *
      *                     DIA POR DIA SEGUN EL PERFIL, MAS UN STOCK  *
      *                     DE SEGURIDAD DE SALES_FORECAST_SAFETY_PCT  *
      *                     (30) POR CIENTO = PUNTO DE REORDEN.        *
      *                  GRABA forecast.dat (SE RECONSTRUYE EN CADA    *
      *                  CORRIDA; LO CONSULTAN SalesInventoryUpdate Y  *
      *                  SalesPurchaseOrder EN LUGAR DE                *
      *                  PM-STOCK-MINIMO CUANDO HAY PUNTO PARA LA      *
      *                  TIENDA) Y forecasthist.dat (EL PRONOSTICO DE  *
      *                  LA SEMANA SIGUIENTE POR FECHA DE CALCULO).    *
      *                  EL REPORTE (forecastreport.txt) TRAE EL       *
      *                  PRONOSTICO Y LA PRECISION DEL PRONOSTICO      *
      *                  CALCULADO 7 DIAS ANTES CONTRA LA VENTA REAL   *
      *                  DE ESOS 7 DIAS, POR TIENDA, LISTANDO LOS      *
      *                  PRODUCTOS CUYO ERROR SUPERA                   *
      *                  SALES_FORECAST_ERROR_PCT (50) POR CIENTO.     *
      *                  CODIGOS DE RETORNO: 0=LIMPIA, 4=ADVERTENCIA   *
      *                  (TABLA LLENA), 12=FALLA.                      *
      *----------------------------------------------------------------*
      *    HISTORIAL DE MODIFICACIONES                                 *
      *    FECHA        INIC.  DESCRIPCION                             *
      *    2026.09.27   ESFP   VERSION INICIAL                         *
      *----------------------------------------------------------------*
      *            E N V I R O N M E N T   D I V I S I O N             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY-FILE ASSIGN TO 'saleshistory.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HST-STATUS.
           SELECT OPTIONAL PRODUCT-MASTER-FILE
           ASSIGN TO DYNAMIC PARM-MAESTRO-PRODUCTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PM-PRODUCT-NAME
           FILE STATUS IS MST-STATUS.
           SELECT OPTIONAL SUPPLIER-MASTER-FILE
           ASSIGN TO DYNAMIC PARM-MAESTRO-PROVEEDORES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUP-STATUS.
           SELECT FORECAST-FILE ASSIGN TO 'forecast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FC-KEY
           FILE STATUS IS FCS-STATUS.
           SELECT FORECAST-HIST-FILE ASSIGN TO 'forecasthist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FCH-KEY
           FILE STATUS IS FCH-STATUS.
           SELECT FORECAST-REPORT-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.
      *----------------------------------------------------------------*
      *                   D A T A   D I V I S I O N                    *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * FD SALES-HISTORY-FILE                                          *
      *     UN REGISTRO POR PRODUCTO POR CORRIDA (VER SalesDataProc-   *
      *     essor.cbl).  ESTE LAYOUT DEBE COINCIDIR CON EL SUYO.       *
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
      * FD PRODUCT-MASTER-FILE                                         *
      *     MAESTRO DE PRODUCTOS; AQUI SOLO INTERESA PM-STOCK-MINIMO,  *
      *     QUE SE IMPRIME JUNTO AL PUNTO CALCULADO.  EL LAYOUT DEBE   *
      *     COINCIDIR CON SalesDataProcessor.cbl.                      *
      *----------------------------------------------------------------*
       FD PRODUCT-MASTER-FILE.
       01 PRODUCT-MASTER-RECORD.
           05 PM-PRODUCT-NAME              PIC X(60).
           05 PM-SKU                       PIC X(08).
           05 PM-PRECIO-ESPERADO           PIC 9(08).
           05 PM-TOLERANCIA-PCT            PIC 9(03).
           05 PM-ESTADO                    PIC X(01).
               88 PM-ACTIVO                           VALUE 'A'.
               88 PM-DESCONTINUADO                    VALUE 'D'.
           05 PM-COSTO-UNITARIO            PIC 9(08).
           05 PM-STOCK-MINIMO              PIC 9(08).
      *----------------------------------------------------------------*
      * FD SUPPLIER-MASTER-FILE                                        *
      *     MAESTRO DE PROVEEDORES (VER SalesPurchaseOrder); AQUI SOLO *
      *     INTERESAN LOS DIAS DE ENTREGA DEL PROVEEDOR DE CADA        *
      *     PRODUCTO                                                   *
      *----------------------------------------------------------------*
       FD SUPPLIER-MASTER-FILE.
       01 SUPPLIER-MASTER-RECORD.
           05 SUP-TIPO-REG                 PIC X(01).
               88 SUP-TIPO-PROVEEDOR                  VALUE "S".
               88 SUP-TIPO-PRODUCTO                   VALUE "P".
           05 FILLER                       PIC X(01).
           05 SUP-CUERPO-REG               PIC X(98).
       01 SUP-REG-PROVEEDOR REDEFINES SUPPLIER-MASTER-RECORD.
           05 FILLER                       PIC X(02).
           05 SUP-R-CODIGO                 PIC X(08).
           05 FILLER                       PIC X(01).
           05 SUP-R-NOMBRE                 PIC X(30).
           05 FILLER                       PIC X(01).
           05 SUP-R-DIAS-ENTREGA           PIC 9(03).
           05 FILLER                       PIC X(01).
           05 SUP-R-PEDIDO-MINIMO          PIC 9(10).
           05 FILLER                       PIC X(44).
       01 SUP-REG-PRODUCTO REDEFINES SUPPLIER-MASTER-RECORD.
           05 FILLER                       PIC X(02).
           05 SUP-R-PRODUCTO               PIC X(60).
           05 FILLER                       PIC X(01).
           05 SUP-R-PROVEEDOR              PIC X(08).
           05 FILLER                       PIC X(01).
           05 SUP-R-EMPAQUE                PIC 9(05).
           05 FILLER                       PIC X(01).
           05 SUP-R-COSTO                  PIC 9(08).
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
      * FD FORECAST-FILE                                               *
      *     PRONOSTICO VIGENTE Y PUNTO DE REORDEN POR TIENDA+PRODUCTO. *
      *     LO LEEN SalesInventoryUpdate Y SalesPurchaseOrder; EL      *
      *     LAYOUT DEBE COINCIDIR CON EL SUYO.  LA PARTICIPACION POR   *
      *     DIA VA DE LUNES (1) A DOMINGO (7).                         *
      *----------------------------------------------------------------*
       FD FORECAST-FILE.
       01 FORECAST-RECORD.
           05 FC-KEY.
               10 FC-TIENDA                PIC X(10).
               10 FC-PRODUCT-NAME          PIC X(60).
           05 FC-FECHA-CALCULO             PIC 9(06).
           05 FC-SEMANAS-USADAS            PIC 9(02).
           05 FC-PROMEDIO-SEMANAL          PIC 9(07)V99 COMP-3.
           05 FC-FACTOR-ESTACIONAL         PIC 9(01)V99 COMP-3.
           05 FC-PRONOSTICO-SEMANAL        PIC 9(08) COMP.
           05 FC-SEMANAS-HORIZONTE         PIC 9(02).
           05 FC-PARTICIPACION-DIA         PIC 9(01)V999 COMP-3
                                           OCCURS 7 TIMES.
           05 FC-DIAS-ENTREGA              PIC 9(03).
           05 FC-DEMANDA-ENTREGA           PIC 9(08) COMP.
           05 FC-STOCK-SEGURIDAD           PIC 9(08) COMP.
           05 FC-PUNTO-REORDEN             PIC 9(08) COMP.
      *----------------------------------------------------------------*
      * FD FORECAST-HIST-FILE                                          *
      *     PRONOSTICO DE LOS 7 DIAS SIGUIENTES A CADA FECHA DE        *
      *     CALCULO, PARA MEDIR LA PRECISION UNA SEMANA DESPUES        *
      *----------------------------------------------------------------*
       FD FORECAST-HIST-FILE.
       01 FORECAST-HIST-RECORD.
           05 FCH-KEY.
               10 FCH-FECHA-CALCULO        PIC 9(06).
               10 FCH-TIENDA               PIC X(10).
               10 FCH-PRODUCT-NAME         PIC X(60).
           05 FCH-PRONOSTICO-SEMANAL       PIC 9(08) COMP.
           05 FCH-PUNTO-REORDEN            PIC 9(08) COMP.
      *----------------------------------------------------------------*
      * FD FORECAST-REPORT-FILE                                        *
      *     REPORTE DE PRONOSTICO Y PRECISION (132 COL.)               *
      *----------------------------------------------------------------*
       FD FORECAST-REPORT-FILE.
       01 REPORT-RECORD                    PIC X(132).
      *----------------------------------------------------------------*
      *          W O R K I N G  S T O R A G E   S E C T I O N          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 HST-STATUS                       PIC X(02).
       77 MST-STATUS                       PIC X(02).
       77 SUP-STATUS                       PIC X(02).
       77 FCS-STATUS                       PIC X(02).
       77 FCH-STATUS                       PIC X(02).
       77 RPT-STATUS                       PIC X(02).
       77 HST-EOF-SW                       PIC X(01) VALUE 'N'.
           88 HST-EOF                      VALUE 'Y'.
       77 MST-EOF-SW                       PIC X(01) VALUE 'N'.
           88 MST-EOF                      VALUE 'Y'.
       77 SUP-EOF-SW                       PIC X(01) VALUE 'N'.
           88 SUP-EOF                      VALUE 'Y'.
       77 FCH-EOF-SW                       PIC X(01) VALUE 'N'.
           88 FCH-EOF                      VALUE 'Y'.
      *----------------------------------------------------------------*
      *     PARAMETROS DE EJECUCION                                    *
      *----------------------------------------------------------------*
       77 PARM-FECHA-ENV                   PIC X(06) VALUE SPACES.
       77 PARM-NUMERO-ENV                  PIC X(04) VALUE SPACES.
       77 PARM-MAESTRO-PRODUCTOS           PIC X(80) VALUE SPACES.
       77 PARM-MAESTRO-PROVEEDORES         PIC X(80) VALUE SPACES.
       77 PARM-ARCHIVO-REPORTE             PIC X(80) VALUE SPACES.
       01 PRN-PARAMETROS.
           05 PRN-FECHA-CORRIDA            PIC 9(06) VALUE ZERO.
           05 PRN-SEMANAS                  PIC 9(02) COMP VALUE 8.
           05 PRN-MAX-SEMANAS              PIC 9(02) COMP VALUE 12.
           05 PRN-HORIZONTE                PIC 9(02) COMP VALUE 4.
           05 PRN-MAX-HORIZONTE            PIC 9(02) COMP VALUE 8.
           05 PRN-DIAS-ENTREGA-DEF         PIC 9(03) COMP VALUE 7.
           05 PRN-PCT-SEGURIDAD            PIC 9(03) COMP VALUE 30.
           05 PRN-PCT-ERROR                PIC 9(03) COMP VALUE 50.
           05 PRN-TOPE-NUMERO              PIC 9(03) COMP VALUE 365.
           05 PRN-FECHA-INICIO-LECTURA     PIC 9(06) VALUE ZERO.
           05 PRN-FECHA-PRECISION          PIC 9(06) VALUE ZERO.
       77 PRN-CODIGO-RETORNO               PIC 9(02) COMP VALUE 12.
      *----------------------------------------------------------------*
      *     CONVERSION DE UN CAMPO DE TEXTO A NUMERO ENTERO, COMO EN   *
      *     SalesDataProcessor (1240-CONVERTIR-ENTERO)                 *
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
      *     ARITMETICA DE FECHAS AAMMDD (ANOS 2000-2099)               *
      *     EL DIA CORRIDO (SERIAL) SE CALCULA COMO EN                 *
      *     SalesTrendReport; EL SERIAL 1 (2000.01.01) FUE SABADO, ASI *
      *     QUE EL DIA DE LA SEMANA (1=LUNES) ES RESTO(SERIAL+4,7)+1.  *
      *----------------------------------------------------------------*
       01 PRN-CALENDARIO.
           05 PRN-CAL-FECHA                PIC 9(06).
           05 PRN-CAL-FECHA-R REDEFINES PRN-CAL-FECHA.
               10 PRN-CAL-AA               PIC 9(02).
               10 PRN-CAL-MM               PIC 9(02).
               10 PRN-CAL-DD               PIC 9(02).
           05 PRN-CAL-COCIENTE             PIC 9(02) COMP.
           05 PRN-CAL-RESTO                PIC 9(02) COMP.
           05 PRN-CAL-LARGO                PIC 9(02) COMP.
           05 PRN-CAL-DIAS                 PIC 9(04) COMP.
       01 PRN-LARGO-MESES.
           05 FILLER                       PIC X(24) VALUE
               "312831303130313130313031".
       01 PRN-LARGO-MESES-R REDEFINES PRN-LARGO-MESES.
           05 PRN-LARGO-MES PIC 9(02) OCCURS 12 TIMES.
       01 PRN-CONVERSION.
           05 PRN-CNV-FECHA                PIC 9(06).
           05 PRN-CNV-FECHA-R REDEFINES PRN-CNV-FECHA.
               10 PRN-CNV-AA               PIC 9(02).
               10 PRN-CNV-MM               PIC 9(02).
               10 PRN-CNV-DD               PIC 9(02).
           05 PRN-CNV-SERIAL               PIC 9(08) COMP.
           05 PRN-CNV-BISIESTOS            PIC 9(04) COMP.
           05 PRN-CNV-RESTO                PIC 9(04) COMP.
           05 PRN-CNV-SEMANAS              PIC 9(08) COMP.
           05 PRN-CNV-DIA-SEMANA           PIC 9(01).
       01 PRN-DIAS-ACUMULADOS.
           05 FILLER                       PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01 PRN-DIAS-ACUM-R REDEFINES PRN-DIAS-ACUMULADOS.
           05 PRN-DIAS-ACUM-MES PIC 9(03) OCCURS 12 TIMES.
      *----------------------------------------------------------------*
      *     VENTANAS DE LECTURA (EN DIAS CORRIDOS)                     *
      *     RECIENTE  : LAS N SEMANAS QUE TERMINAN EN LA CORRIDA       *
      *     AA-BASE   : LAS MISMAS N SEMANAS UN ANO (364 DIAS) ANTES   *
      *     AA-FUTURO : LAS H SEMANAS SIGUIENTES A AA-BASE             *
      *----------------------------------------------------------------*
       01 PRN-VENTANAS.
           05 PRN-SERIAL-CORRIDA           PIC 9(08) COMP.
           05 PRN-SERIAL-RECIENTE-INI      PIC 9(08) COMP.
           05 PRN-SERIAL-AA-BASE-INI       PIC 9(08) COMP.
           05 PRN-SERIAL-AA-BASE-FIN       PIC 9(08) COMP.
           05 PRN-SERIAL-AA-FUTURO-FIN     PIC 9(08) COMP.
           05 PRN-SERIAL-HIST              PIC 9(08) COMP.
           05 PRN-DIAS-ATRAS               PIC 9(08) COMP.
           05 PRN-SEMANA                   PIC 9(02) COMP.
           05 PRN-DIA-SEMANA               PIC 9(01).
      *----------------------------------------------------------------*
      *     T A B L A   D E L   M A E S T R O   (MINIMOS)              *
      *----------------------------------------------------------------*
       01 MST-TABLE.
           05 MST-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 MST-ENTRY OCCURS 500 TIMES INDEXED BY MST-IDX.
               10 MST-PRODUCT-NAME         PIC X(60).
               10 MST-STOCK-MINIMO         PIC 9(08).
       77 MST-MAX-PRODUCTOS                PIC 9(04) COMP VALUE 500.
       01 MST-BUSQUEDA.
           05 MST-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 MST-ENCONTRADO                     VALUE 'Y'.
           05 MST-MINIMO-ACTUAL            PIC 9(08).
      *----------------------------------------------------------------*
      *     T A B L A S   D E L   M A E S T R O   D E   P R O V E E D. *
      *----------------------------------------------------------------*
       01 SUP-TABLE.
           05 SUP-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 SUP-ENTRY OCCURS 200 TIMES INDEXED BY SUP-IDX.
               10 SUP-CODIGO               PIC X(08).
               10 SUP-DIAS-ENTREGA         PIC 9(03).
       77 SUP-MAX-PROVEEDORES              PIC 9(04) COMP VALUE 200.
       01 SPR-TABLE.
           05 SPR-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 SPR-ENTRY OCCURS 1000 TIMES INDEXED BY SPR-IDX.
               10 SPR-PRODUCTO             PIC X(60).
               10 SPR-PROVEEDOR            PIC X(08).
       77 SPR-MAX-PRODUCTOS                PIC 9(04) COMP VALUE 1000.
       01 SUP-BUSQUEDA.
           05 SUP-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 SUP-ENCONTRADO                     VALUE 'Y'.
           05 SPR-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 SPR-ENCONTRADO                     VALUE 'Y'.
      *----------------------------------------------------------------*
      *     T A B L A   T I E N D A + P R O D U C T O                  *
      *     UNIDADES NETAS POR SEMANA (1 = LA MAS RECIENTE) Y POR DIA  *
      *     DE LA SEMANA DE LA VENTANA RECIENTE                        *
      *----------------------------------------------------------------*
       01 STP-TABLE.
           05 STP-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 STP-ENTRY OCCURS 3000 TIMES INDEXED BY STP-IDX.
               10 STP-TIENDA               PIC X(10).
               10 STP-PRODUCTO             PIC X(60).
               10 STP-SEMANA               PIC S9(08) COMP
                                           OCCURS 12 TIMES.
               10 STP-DIA                  PIC S9(08) COMP
                                           OCCURS 7 TIMES.
               10 STP-CRUZADO-SW           PIC X(01).
                   88 STP-CRUZADO                    VALUE 'S'.
       77 STP-MAX-ENTRADAS                 PIC 9(04) COMP VALUE 3000.
       01 STP-BUSQUEDA.
           05 STP-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 STP-ENCONTRADO                     VALUE 'Y'.
           05 STP-BUSCAR-TIENDA            PIC X(10).
           05 STP-BUSCAR-PRODUCTO          PIC X(60).
      *----------------------------------------------------------------*
      *     T A B L A   E S T A C I O N A L   (PRODUCTO, CADENA)       *
      *----------------------------------------------------------------*
       01 SEA-TABLE.
           05 SEA-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 SEA-ENTRY OCCURS 500 TIMES INDEXED BY SEA-IDX.
               10 SEA-PRODUCTO             PIC X(60).
               10 SEA-AA-BASE              PIC S9(10) COMP-3.
               10 SEA-AA-FUTURO            PIC S9(10) COMP-3.
       77 SEA-MAX-PRODUCTOS                PIC 9(04) COMP VALUE 500.
       01 SEA-BUSQUEDA.
           05 SEA-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 SEA-ENCONTRADO                     VALUE 'Y'.
      *----------------------------------------------------------------*
      *     T A B L A   D E   P R E C I S I O N   P O R   T I E N D A  *
      *----------------------------------------------------------------*
       01 ACC-TABLE.
           05 ACC-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 ACC-ENTRY OCCURS 100 TIMES INDEXED BY ACC-IDX.
               10 ACC-TIENDA               PIC X(10).
               10 ACC-PRODUCTOS            PIC 9(06) COMP.
               10 ACC-PRONOSTICO           PIC 9(10) COMP-3.
               10 ACC-REAL                 PIC 9(10) COMP-3.
               10 ACC-ERROR-ABS            PIC 9(10) COMP-3.
               10 ACC-SESGO                PIC S9(10) COMP-3.
       77 ACC-MAX-TIENDAS                  PIC 9(04) COMP VALUE 100.
       01 ACC-BUSQUEDA.
           05 ACC-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 ACC-ENCONTRADO                     VALUE 'Y'.
       01 ACC-TOTALES.
           05 ACC-TOT-PRODUCTOS            PIC 9(06) COMP VALUE ZERO.
           05 ACC-TOT-PRONOSTICO           PIC 9(10) COMP-3 VALUE ZERO.
           05 ACC-TOT-REAL                 PIC 9(10) COMP-3 VALUE ZERO.
           05 ACC-TOT-ERROR-ABS            PIC 9(10) COMP-3 VALUE ZERO.
           05 ACC-TOT-SESGO                PIC S9(10) COMP-3 VALUE ZERO.
      *----------------------------------------------------------------*
      *     CALCULO DEL PRONOSTICO DE UNA TIENDA+PRODUCTO              *
      *----------------------------------------------------------------*
       01 PRN-CALCULO.
           05 PRN-SEMANAS-USADAS           PIC 9(02) COMP.
           05 PRN-PESO                     PIC 9(02) COMP.
           05 PRN-SUMA-PESOS               PIC 9(04) COMP.
           05 PRN-SUMA-PONDERADA           PIC 9(12) COMP-3.
           05 PRN-UNIDADES                 PIC S9(08) COMP.
           05 PRN-PROMEDIO                 PIC 9(07)V99 COMP-3.
           05 PRN-FACTOR                   PIC 9(01)V99 COMP-3.
           05 PRN-FACTOR-CALC              PIC 9(05)V9(04) COMP-3.
           05 PRN-SEMANAL                  PIC 9(07)V99 COMP-3.
           05 PRN-TOTAL-DIAS               PIC 9(10) COMP-3.
           05 PRN-PARTICIPACION            PIC 9(01)V999 COMP-3
                                           OCCURS 7 TIMES.
           05 PRN-DIA                      PIC 9(02) COMP.
           05 PRN-DIAS-ENTREGA             PIC 9(03) COMP.
           05 PRN-K                        PIC 9(03) COMP.
           05 PRN-DEMANDA                  PIC 9(09)V9(04) COMP-3.
           05 PRN-SEGURIDAD                PIC 9(09)V9(04) COMP-3.
           05 PRN-PUNTO                    PIC 9(09)V9(04) COMP-3.
           05 PRN-PUNTO-ENTERO             PIC 9(08) COMP.
           05 PRN-DEMANDA-ENTERA           PIC 9(08) COMP.
           05 PRN-SEGURIDAD-ENTERA         PIC 9(08) COMP.
           05 PRN-PRONOSTICO-ENTERO        PIC 9(08) COMP.
           05 PRN-HORIZONTE-ENTERO         PIC 9(08) COMP.
           05 PRN-REAL                     PIC 9(08) COMP.
           05 PRN-ERROR                    PIC S9(08) COMP.
           05 PRN-ERROR-ABS                PIC 9(08) COMP.
           05 PRN-PORCENTAJE               PIC 9(05)V9 COMP-3.
      *----------------------------------------------------------------*
      *     CONTEOS DE LA CORRIDA                                      *
      *----------------------------------------------------------------*
       01 PRN-CONTADORES.
           05 PRN-HISTORIA-LEIDOS          PIC 9(08) COMP VALUE ZERO.
           05 PRN-PRONOSTICOS              PIC 9(08) COMP VALUE ZERO.
           05 PRN-SIN-VENTA                PIC 9(08) COMP VALUE ZERO.
           05 PRN-CON-ESTACIONAL           PIC 9(08) COMP VALUE ZERO.
           05 PRN-FUERA-DE-TABLA           PIC 9(08) COMP VALUE ZERO.
           05 PRN-HIST-PRECISION           PIC 9(08) COMP VALUE ZERO.
           05 PRN-LINEAS-ERROR             PIC 9(08) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *     LINEAS DEL REPORTE                                         *
      *----------------------------------------------------------------*
       01 PRN-LINEA-PRONOSTICO.
           05 PRN-LP-TIENDA                PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PRN-LP-PRODUCTO              PIC X(40).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PRN-LP-PROMEDIO              PIC Z(06)9,99.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PRN-LP-FACTOR                PIC 9,99.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PRN-LP-SEMANAL               PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PRN-LP-HORIZONTE             PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PRN-LP-DIAS                  PIC ZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PRN-LP-DEMANDA               PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PRN-LP-SEGURIDAD             PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PRN-LP-PUNTO                 PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PRN-LP-MINIMO                PIC Z(07)9.
       01 PRN-LINEA-PRECISION.
           05 PRN-LA-TIENDA                PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PRN-LA-PRODUCTO              PIC X(50).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PRN-LA-PRODUCTOS             PIC Z(05)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PRN-LA-PRONOSTICO            PIC Z(09)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PRN-LA-REAL                  PIC Z(09)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PRN-LA-ERROR                 PIC Z(09)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PRN-LA-SESGO                 PIC -(09)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PRN-LA-PORCENTAJE            PIC X(07).
       01 PRN-EDITADOS.
           05 PRN-CONTEO-ED                PIC Z(07)9.
           05 PRN-PORCENTAJE-ED            PIC ZZZZ9,9.
           05 PRN-NUMERO-ED                PIC Z9.
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
           PERFORM 1060-CALCULAR-VENTANAS
           PERFORM 1070-CARGAR-MAESTRO
           PERFORM 1080-CARGAR-PROVEEDORES
           PERFORM 1100-ABRIR-ARCHIVOS
           .

      *----------------------------------------------------------------*
      * 1050-OBTENER-PARAMETROS                                        *
      *----------------------------------------------------------------*
       1050-OBTENER-PARAMETROS.
           ACCEPT PARM-FECHA-ENV FROM ENVIRONMENT "SALES_RUN_DATE"
           IF PARM-FECHA-ENV EQUAL SPACES
               ACCEPT PRN-FECHA-CORRIDA FROM DATE
           ELSE
               MOVE PARM-FECHA-ENV         TO PRN-FECHA-CORRIDA
           END-IF
           ACCEPT PARM-NUMERO-ENV
               FROM ENVIRONMENT "SALES_FORECAST_WEEKS"
           IF PARM-NUMERO-ENV NOT EQUAL SPACES
               PERFORM 1051-CONVERTIR-PARAMETRO
               IF CNV-VALIDO AND CNV-NUMERO > ZERO
                   AND CNV-NUMERO NOT > PRN-MAX-SEMANAS
                   MOVE CNV-NUMERO         TO PRN-SEMANAS
               ELSE
                   DISPLAY "SALES_FORECAST_WEEKS INVALIDO - SE USA EL "
                       "VALOR POR DEFECTO"
               END-IF
           END-IF
           ACCEPT PARM-NUMERO-ENV
               FROM ENVIRONMENT "SALES_FORECAST_HORIZON"
           IF PARM-NUMERO-ENV NOT EQUAL SPACES
               PERFORM 1051-CONVERTIR-PARAMETRO
               IF CNV-VALIDO AND CNV-NUMERO > ZERO
                   AND CNV-NUMERO NOT > PRN-MAX-HORIZONTE
                   MOVE CNV-NUMERO         TO PRN-HORIZONTE
               ELSE
                   DISPLAY "SALES_FORECAST_HORIZON INVALIDO - SE USA "
                       "EL VALOR POR DEFECTO"
               END-IF
           END-IF
           ACCEPT PARM-NUMERO-ENV
               FROM ENVIRONMENT "SALES_FORECAST_LEAD_DAYS"
           IF PARM-NUMERO-ENV NOT EQUAL SPACES
               PERFORM 1051-CONVERTIR-PARAMETRO
               IF CNV-VALIDO AND CNV-NUMERO > ZERO
                   AND CNV-NUMERO NOT > PRN-TOPE-NUMERO
                   MOVE CNV-NUMERO         TO PRN-DIAS-ENTREGA-DEF
               ELSE
                   DISPLAY "SALES_FORECAST_LEAD_DAYS INVALIDO - SE "
                       "USA EL VALOR POR DEFECTO"
               END-IF
           END-IF
           ACCEPT PARM-NUMERO-ENV
               FROM ENVIRONMENT "SALES_FORECAST_SAFETY_PCT"
           IF PARM-NUMERO-ENV NOT EQUAL SPACES
               PERFORM 1051-CONVERTIR-PARAMETRO
               IF CNV-VALIDO AND CNV-NUMERO NOT > PRN-TOPE-NUMERO
                   MOVE CNV-NUMERO         TO PRN-PCT-SEGURIDAD
               ELSE
                   DISPLAY "SALES_FORECAST_SAFETY_PCT INVALIDO - SE "
                       "USA EL VALOR POR DEFECTO"
               END-IF
           END-IF
           ACCEPT PARM-NUMERO-ENV
               FROM ENVIRONMENT "SALES_FORECAST_ERROR_PCT"
           IF PARM-NUMERO-ENV NOT EQUAL SPACES
               PERFORM 1051-CONVERTIR-PARAMETRO
               IF CNV-VALIDO AND CNV-NUMERO > ZERO
                   AND CNV-NUMERO NOT > PRN-TOPE-NUMERO
                   MOVE CNV-NUMERO         TO PRN-PCT-ERROR
               ELSE
                   DISPLAY "SALES_FORECAST_ERROR_PCT INVALIDO - SE "
                       "USA EL VALOR POR DEFECTO"
               END-IF
           END-IF
           ACCEPT PARM-MAESTRO-PRODUCTOS
               FROM ENVIRONMENT "SALES_PRODUCT_MASTER"
           IF PARM-MAESTRO-PRODUCTOS EQUAL SPACES
               MOVE "productmaster.dat" TO PARM-MAESTRO-PRODUCTOS
           END-IF
           ACCEPT PARM-MAESTRO-PROVEEDORES
               FROM ENVIRONMENT "SALES_SUPPLIER_MASTER"
           IF PARM-MAESTRO-PROVEEDORES EQUAL SPACES
               MOVE "suppliermaster.dat" TO PARM-MAESTRO-PROVEEDORES
           END-IF
           ACCEPT PARM-ARCHIVO-REPORTE
               FROM ENVIRONMENT "SALES_FORECAST_REPORT_FILE"
           IF PARM-ARCHIVO-REPORTE EQUAL SPACES
               MOVE "forecastreport.txt"   TO PARM-ARCHIVO-REPORTE
           END-IF
           .

       1051-CONVERTIR-PARAMETRO.
           MOVE PARM-NUMERO-ENV            TO CNV-TEXTO
           PERFORM 1240-CONVERTIR-ENTERO
           MOVE SPACES                     TO PARM-NUMERO-ENV
           .

      *----------------------------------------------------------------*
      * 1060-CALCULAR-VENTANAS                                         *
      *     LA LECTURA DE LA HISTORIA ARRANCA EN EL PRIMER DIA DE LA   *
      *     VENTANA AA-BASE (364 + 7N - 1 DIAS ANTES DE LA CORRIDA).   *
      *     LA PRECISION SE MIDE SOBRE EL PRONOSTICO CALCULADO 7 DIAS  *
      *     ANTES, CUYA SEMANA ES LA SEMANA 1 DE LA VENTANA RECIENTE.  *
      *----------------------------------------------------------------*
       1060-CALCULAR-VENTANAS.
           MOVE PRN-FECHA-CORRIDA          TO PRN-CNV-FECHA
           PERFORM 1300-FECHA-A-SERIAL
           MOVE PRN-CNV-SERIAL             TO PRN-SERIAL-CORRIDA
           COMPUTE PRN-SERIAL-RECIENTE-INI =
               PRN-SERIAL-CORRIDA - (PRN-SEMANAS * 7) + 1
           COMPUTE PRN-SERIAL-AA-BASE-FIN = PRN-SERIAL-CORRIDA - 364
           COMPUTE PRN-SERIAL-AA-BASE-INI =
               PRN-SERIAL-AA-BASE-FIN - (PRN-SEMANAS * 7) + 1
           COMPUTE PRN-SERIAL-AA-FUTURO-FIN =
               PRN-SERIAL-AA-BASE-FIN + (PRN-HORIZONTE * 7)
           COMPUTE PRN-CAL-DIAS = 364 + (PRN-SEMANAS * 7) - 1
           MOVE PRN-FECHA-CORRIDA          TO PRN-CAL-FECHA
           PERFORM 1310-RESTAR-UN-DIA PRN-CAL-DIAS TIMES
           MOVE PRN-CAL-FECHA              TO PRN-FECHA-INICIO-LECTURA
           MOVE PRN-FECHA-CORRIDA          TO PRN-CAL-FECHA
           PERFORM 1310-RESTAR-UN-DIA 7 TIMES
           MOVE PRN-CAL-FECHA              TO PRN-FECHA-PRECISION
           .

      *----------------------------------------------------------------*
      * 1070-CARGAR-MAESTRO                                            *
      *----------------------------------------------------------------*
       1070-CARGAR-MAESTRO.
           OPEN INPUT PRODUCT-MASTER-FILE
           IF MST-STATUS EQUAL '00' OR MST-STATUS EQUAL '05'
               PERFORM 1071-LEER-MAESTRO UNTIL MST-EOF
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           .

       1071-LEER-MAESTRO.
           READ PRODUCT-MASTER-FILE NEXT RECORD
               AT END
                   SET MST-EOF             TO TRUE
           END-READ
           IF NOT MST-EOF
               IF MST-COUNT < MST-MAX-PRODUCTOS
                   ADD 1                   TO MST-COUNT
                   SET MST-IDX             TO MST-COUNT
                   MOVE PM-PRODUCT-NAME TO MST-PRODUCT-NAME(MST-IDX)
                   MOVE PM-STOCK-MINIMO TO MST-STOCK-MINIMO(MST-IDX)
               ELSE
                   DISPLAY "TABLA DEL MAESTRO LLENA - PRODUCTO NO "
                       "CARGADO: " PM-PRODUCT-NAME
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1080-CARGAR-PROVEEDORES                                        *
      *     SOLO CODIGO+DIAS DE ENTREGA ('S') Y PRODUCTO+PROVEEDOR     *
      *     ('P'); SIN MAESTRO TODOS LOS PRODUCTOS USAN EL PLAZO POR   *
      *     DEFECTO                                                    *
      *----------------------------------------------------------------*
       1080-CARGAR-PROVEEDORES.
           OPEN INPUT SUPPLIER-MASTER-FILE
           IF SUP-STATUS EQUAL '00' OR SUP-STATUS EQUAL '05'
               PERFORM 1081-LEER-PROVEEDOR UNTIL SUP-EOF
               CLOSE SUPPLIER-MASTER-FILE
           END-IF
           .

       1081-LEER-PROVEEDOR.
           READ SUPPLIER-MASTER-FILE
               AT END
                   SET SUP-EOF             TO TRUE
           END-READ
           IF NOT SUP-EOF
               EVALUATE TRUE
                   WHEN SUP-TIPO-PROVEEDOR
                       AND SUP-COUNT < SUP-MAX-PROVEEDORES
                       ADD 1               TO SUP-COUNT
                       SET SUP-IDX         TO SUP-COUNT
                       MOVE SUP-R-CODIGO   TO SUP-CODIGO(SUP-IDX)
                       IF SUP-R-DIAS-ENTREGA NUMERIC
                           MOVE SUP-R-DIAS-ENTREGA
                               TO SUP-DIAS-ENTREGA(SUP-IDX)
                       ELSE
                           MOVE ZERO   TO SUP-DIAS-ENTREGA(SUP-IDX)
                       END-IF
                   WHEN SUP-TIPO-PRODUCTO
                       AND SPR-COUNT < SPR-MAX-PRODUCTOS
                       ADD 1               TO SPR-COUNT
                       SET SPR-IDX         TO SPR-COUNT
                       MOVE SUP-R-PRODUCTO TO SPR-PRODUCTO(SPR-IDX)
                       MOVE SUP-R-PROVEEDOR
                           TO SPR-PROVEEDOR(SPR-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * 1100-ABRIR-ARCHIVOS                                            *
      *     forecast.dat SE RECONSTRUYE COMPLETO (OPEN OUTPUT): UN     *
      *     PRODUCTO QUE DEJO DE VENDERSE PIERDE SU PUNTO Y VUELVE AL  *
      *     MINIMO DEL MAESTRO.  forecasthist.dat SE CREA VACIO EN LA  *
      *     PRIMERA CORRIDA (STATUS 35).                               *
      *----------------------------------------------------------------*
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT SALES-HISTORY-FILE
           IF HST-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING SALES HISTORY FILE - STATUS: "
                   HST-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           OPEN OUTPUT FORECAST-FILE
           IF FCS-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING FORECAST FILE - STATUS: "
                   FCS-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           OPEN I-O FORECAST-HIST-FILE
           IF FCH-STATUS EQUAL '35'
               OPEN OUTPUT FORECAST-HIST-FILE
               CLOSE FORECAST-HIST-FILE
               OPEN I-O FORECAST-HIST-FILE
           END-IF
           IF FCH-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING FORECAST HISTORY FILE - STATUS: "
                   FCH-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           OPEN OUTPUT FORECAST-REPORT-FILE
           IF RPT-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING FORECAST REPORT FILE"
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           .

      *----------------------------------------------------------------*
      * 2000-PROCESO-PROGRAMA                                          *
      *----------------------------------------------------------------*
       2000-PROCESO-PROGRAMA.
           MOVE PRN-FECHA-INICIO-LECTURA   TO HIST-FECHA-CORRIDA
           MOVE LOW-VALUES                 TO HIST-TIENDA
           MOVE LOW-VALUES                 TO HIST-PRODUCT-NAME
           START SALES-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HST-EOF             TO TRUE
           END-START
           PERFORM 2010-LEER-HISTORIA THRU 2010-LEER-HISTORIA-EXIT
               UNTIL HST-EOF
           PERFORM 2200-ENCABEZADO-PRONOSTICO
           PERFORM 2210-PRONOSTICAR THRU 2210-PRONOSTICAR-EXIT
               VARYING STP-IDX FROM 1 BY 1 UNTIL STP-IDX > STP-COUNT
           PERFORM 2290-PIE-PRONOSTICO
           PERFORM 2400-PRECISION THRU 2400-PRECISION-EXIT
           IF PRN-FUERA-DE-TABLA > ZERO
               MOVE 4                      TO PRN-CODIGO-RETORNO
           ELSE
               MOVE ZERO                   TO PRN-CODIGO-RETORNO
           END-IF
           DISPLAY "=========================================="
           DISPLAY "  PRONOSTICO DE DEMANDA"
           DISPLAY "=========================================="
           DISPLAY "FECHA DE CORRIDA      : " PRN-FECHA-CORRIDA
           DISPLAY "HISTORIA LEIDA        : " PRN-HISTORIA-LEIDOS
           DISPLAY "PRONOSTICOS GRABADOS  : " PRN-PRONOSTICOS
           DISPLAY "  CON FACTOR ESTACION.: " PRN-CON-ESTACIONAL
           DISPLAY "SIN VENTA EN VENTANA  : " PRN-SIN-VENTA
           DISPLAY "FUERA DE TABLA        : " PRN-FUERA-DE-TABLA
           DISPLAY "PRONOSTICOS MEDIDOS   : " PRN-HIST-PRECISION
           DISPLAY "CON ERROR SOBRE UMBRAL: " PRN-LINEAS-ERROR
           DISPLAY "=========================================="
           DISPLAY "CODIGO DE RETORNO DEL PRONOSTICO: "
               PRN-CODIGO-RETORNO
           .

      *----------------------------------------------------------------*
      * 2010-LEER-HISTORIA                                             *
      *     CLASIFICA CADA REGISTRO EN LA VENTANA RECIENTE (POR        *
      *     TIENDA+PRODUCTO, SEMANA Y DIA) O EN LAS VENTANAS DEL ANO   *
      *     ANTERIOR (POR PRODUCTO, CADENA)                            *
      *----------------------------------------------------------------*
       2010-LEER-HISTORIA.
           READ SALES-HISTORY-FILE NEXT RECORD
               AT END
                   SET HST-EOF             TO TRUE
                   GO TO 2010-LEER-HISTORIA-EXIT
           END-READ
           IF HIST-FECHA-CORRIDA > PRN-FECHA-CORRIDA
               SET HST-EOF                 TO TRUE
               GO TO 2010-LEER-HISTORIA-EXIT
           END-IF
           ADD 1                           TO PRN-HISTORIA-LEIDOS
           MOVE HIST-FECHA-CORRIDA         TO PRN-CNV-FECHA
           PERFORM 1300-FECHA-A-SERIAL
           MOVE PRN-CNV-SERIAL             TO PRN-SERIAL-HIST
           IF PRN-SERIAL-HIST NOT < PRN-SERIAL-RECIENTE-INI
               PERFORM 2020-ACUMULAR-RECIENTE THRU
                       2020-ACUMULAR-RECIENTE-EXIT
               GO TO 2010-LEER-HISTORIA-EXIT
           END-IF
           IF PRN-SERIAL-HIST NOT < PRN-SERIAL-AA-BASE-INI
               AND PRN-SERIAL-HIST NOT > PRN-SERIAL-AA-FUTURO-FIN
               PERFORM 2030-ACUMULAR-ESTACIONAL THRU
                       2030-ACUMULAR-ESTACIONAL-EXIT
           END-IF
           .
       2010-LEER-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2020-ACUMULAR-RECIENTE                                         *
      *----------------------------------------------------------------*
       2020-ACUMULAR-RECIENTE.
           MOVE HIST-TIENDA                TO STP-BUSCAR-TIENDA
           MOVE HIST-PRODUCT-NAME          TO STP-BUSCAR-PRODUCTO
           PERFORM 2040-BUSCAR-TIENDA-PRODUCTO
           IF NOT STP-ENCONTRADO
               IF STP-COUNT NOT < STP-MAX-ENTRADAS
                   IF PRN-FUERA-DE-TABLA EQUAL ZERO
                       DISPLAY "TABLA TIENDA+PRODUCTO LLENA - DESDE "
                           HIST-TIENDA " " HIST-PRODUCT-NAME
                           " NO SE PRONOSTICA"
                   END-IF
                   ADD 1                   TO PRN-FUERA-DE-TABLA
                   GO TO 2020-ACUMULAR-RECIENTE-EXIT
               END-IF
               ADD 1                       TO STP-COUNT
               SET STP-IDX                 TO STP-COUNT
               MOVE HIST-TIENDA            TO STP-TIENDA(STP-IDX)
               MOVE HIST-PRODUCT-NAME      TO STP-PRODUCTO(STP-IDX)
               MOVE 'N'                    TO STP-CRUZADO-SW(STP-IDX)
               PERFORM 2025-LIMPIAR-ENTRADA
                   VARYING PRN-DIA FROM 1 BY 1 UNTIL PRN-DIA > 12
           END-IF
           COMPUTE PRN-DIAS-ATRAS =
               PRN-SERIAL-CORRIDA - PRN-SERIAL-HIST
           DIVIDE PRN-DIAS-ATRAS BY 7 GIVING PRN-SEMANA
           ADD 1                           TO PRN-SEMANA
           PERFORM 1320-DIA-DE-LA-SEMANA
           ADD HIST-QUANTITY TO STP-SEMANA(STP-IDX, PRN-SEMANA)
           ADD HIST-QUANTITY TO STP-DIA(STP-IDX, PRN-CNV-DIA-SEMANA)
           .
       2020-ACUMULAR-RECIENTE-EXIT.
           EXIT.

       2025-LIMPIAR-ENTRADA.
           MOVE ZERO                 TO STP-SEMANA(STP-IDX, PRN-DIA)
           IF PRN-DIA NOT > 7
               MOVE ZERO             TO STP-DIA(STP-IDX, PRN-DIA)
           END-IF
           .

      *----------------------------------------------------------------*
      * 2030-ACUMULAR-ESTACIONAL                                       *
      *----------------------------------------------------------------*
       2030-ACUMULAR-ESTACIONAL.
           MOVE 'N'                        TO SEA-ENCONTRADO-SW
           SET SEA-IDX                     TO 1
           PERFORM 2031-COMPARAR-ESTACIONAL THRU
                   2031-COMPARAR-ESTACIONAL-EXIT
               UNTIL SEA-IDX > SEA-COUNT OR SEA-ENCONTRADO
           IF NOT SEA-ENCONTRADO
               IF SEA-COUNT NOT < SEA-MAX-PRODUCTOS
                   GO TO 2030-ACUMULAR-ESTACIONAL-EXIT
               END-IF
               ADD 1                       TO SEA-COUNT
               SET SEA-IDX                 TO SEA-COUNT
               MOVE HIST-PRODUCT-NAME      TO SEA-PRODUCTO(SEA-IDX)
               MOVE ZERO                   TO SEA-AA-BASE(SEA-IDX)
               MOVE ZERO                   TO SEA-AA-FUTURO(SEA-IDX)
           END-IF
           IF PRN-SERIAL-HIST NOT > PRN-SERIAL-AA-BASE-FIN
               ADD HIST-QUANTITY           TO SEA-AA-BASE(SEA-IDX)
           ELSE
               ADD HIST-QUANTITY           TO SEA-AA-FUTURO(SEA-IDX)
           END-IF
           .
       2030-ACUMULAR-ESTACIONAL-EXIT.
           EXIT.

       2031-COMPARAR-ESTACIONAL.
           IF SEA-PRODUCTO(SEA-IDX) EQUAL HIST-PRODUCT-NAME
               SET SEA-ENCONTRADO          TO TRUE
               GO TO 2031-COMPARAR-ESTACIONAL-EXIT
           END-IF
           SET SEA-IDX UP BY 1
           .
       2031-COMPARAR-ESTACIONAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2040-BUSCAR-TIENDA-PRODUCTO                                    *
      *     BUSCA STP-BUSCAR-TIENDA + STP-BUSCAR-PRODUCTO EN LA TABLA  *
      *----------------------------------------------------------------*
       2040-BUSCAR-TIENDA-PRODUCTO.
           MOVE 'N'                        TO STP-ENCONTRADO-SW
           SET STP-IDX                     TO 1
           PERFORM 2041-COMPARAR-TIENDA-PRODUCTO THRU
                   2041-COMPARAR-TIENDA-PRODUCTO-EXIT
               UNTIL STP-IDX > STP-COUNT OR STP-ENCONTRADO
           .

       2041-COMPARAR-TIENDA-PRODUCTO.
           IF STP-TIENDA(STP-IDX) EQUAL STP-BUSCAR-TIENDA
               AND STP-PRODUCTO(STP-IDX) EQUAL STP-BUSCAR-PRODUCTO
               SET STP-ENCONTRADO          TO TRUE
               GO TO 2041-COMPARAR-TIENDA-PRODUCTO-EXIT
           END-IF
           SET STP-IDX UP BY 1
           .
       2041-COMPARAR-TIENDA-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-ENCABEZADO-PRONOSTICO                                     *
      *----------------------------------------------------------------*
       2200-ENCABEZADO-PRONOSTICO.
           MOVE SPACES                     TO REPORT-RECORD
           STRING "PRONOSTICO DE DEMANDA Y PUNTO DE REORDEN - FECHA: "
                  DELIMITED BY SIZE
                  PRN-FECHA-CORRIDA        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE PRN-SEMANAS                TO PRN-NUMERO-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "SEMANAS BASE: "         DELIMITED BY SIZE
                  PRN-NUMERO-ED            DELIMITED BY SIZE
                  INTO REPORT-RECORD
           MOVE PRN-HORIZONTE              TO PRN-NUMERO-ED
           MOVE "HORIZONTE (SEMANAS):"     TO REPORT-RECORD(20:20)
           MOVE PRN-NUMERO-ED              TO REPORT-RECORD(41:2)
           MOVE PRN-PCT-SEGURIDAD          TO PRN-CONTEO-ED
           MOVE "STOCK DE SEGURIDAD PCT:"  TO REPORT-RECORD(46:23)
           MOVE PRN-CONTEO-ED              TO REPORT-RECORD(70:8)
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "TIENDA"                   TO REPORT-RECORD(1:6)
           MOVE "PRODUCTO"                 TO REPORT-RECORD(12:8)
           MOVE "PROM SEMAN"               TO REPORT-RECORD(53:10)
           MOVE "FACT"                     TO REPORT-RECORD(64:4)
           MOVE "PRON SEM"                 TO REPORT-RECORD(69:8)
           MOVE "HORIZONT"                 TO REPORT-RECORD(78:8)
           MOVE "DIA"                      TO REPORT-RECORD(87:3)
           MOVE "DEM PLAZ"                 TO REPORT-RECORD(91:8)
           MOVE "SEGURID."                 TO REPORT-RECORD(100:8)
           MOVE "PTO REOR"                 TO REPORT-RECORD(109:8)
           MOVE "MIN MAES"                 TO REPORT-RECORD(118:8)
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2210-PRONOSTICAR                                               *
      *     CALCULA Y GRABA EL PRONOSTICO DE UNA TIENDA+PRODUCTO       *
      *----------------------------------------------------------------*
       2210-PRONOSTICAR.
           MOVE ZERO                       TO PRN-SEMANAS-USADAS
           PERFORM 2215-BUSCAR-PRIMERA-SEMANA
               VARYING PRN-SEMANA FROM 1 BY 1
               UNTIL PRN-SEMANA > PRN-SEMANAS
           IF PRN-SEMANAS-USADAS EQUAL ZERO
               ADD 1                       TO PRN-SIN-VENTA
               GO TO 2210-PRONOSTICAR-EXIT
           END-IF
           MOVE ZERO                       TO PRN-SUMA-PESOS
           MOVE ZERO                       TO PRN-SUMA-PONDERADA
           PERFORM 2220-PONDERAR-SEMANA
               VARYING PRN-SEMANA FROM 1 BY 1
               UNTIL PRN-SEMANA > PRN-SEMANAS-USADAS
           COMPUTE PRN-PROMEDIO ROUNDED =
               PRN-SUMA-PONDERADA / PRN-SUMA-PESOS
           IF PRN-PROMEDIO EQUAL ZERO
               ADD 1                       TO PRN-SIN-VENTA
               GO TO 2210-PRONOSTICAR-EXIT
           END-IF
           PERFORM 2230-FACTOR-ESTACIONAL THRU
                   2230-FACTOR-ESTACIONAL-EXIT
           COMPUTE PRN-SEMANAL ROUNDED = PRN-PROMEDIO * PRN-FACTOR
           PERFORM 2240-PERFIL-SEMANAL
           PERFORM 2250-DIAS-ENTREGA THRU 2250-DIAS-ENTREGA-EXIT
           MOVE ZERO                       TO PRN-DEMANDA
           PERFORM 2260-DEMANDA-DEL-DIA
               VARYING PRN-K FROM 1 BY 1
               UNTIL PRN-K > PRN-DIAS-ENTREGA
           COMPUTE PRN-SEGURIDAD =
               PRN-DEMANDA * PRN-PCT-SEGURIDAD / 100
           COMPUTE PRN-PUNTO = PRN-DEMANDA + PRN-SEGURIDAD
           MOVE PRN-PUNTO                  TO PRN-PUNTO-ENTERO
           IF PRN-PUNTO > PRN-PUNTO-ENTERO
               ADD 1                       TO PRN-PUNTO-ENTERO
           END-IF
           IF PRN-PUNTO-ENTERO EQUAL ZERO
               MOVE 1                      TO PRN-PUNTO-ENTERO
           END-IF
           COMPUTE PRN-DEMANDA-ENTERA ROUNDED = PRN-DEMANDA
           COMPUTE PRN-SEGURIDAD-ENTERA ROUNDED = PRN-SEGURIDAD
           COMPUTE PRN-PRONOSTICO-ENTERO ROUNDED = PRN-SEMANAL
           COMPUTE PRN-HORIZONTE-ENTERO ROUNDED =
               PRN-SEMANAL * PRN-HORIZONTE
           PERFORM 2270-GRABAR-PRONOSTICO
           PERFORM 2280-IMPRIMIR-PRONOSTICO
           .
       2210-PRONOSTICAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2215-BUSCAR-PRIMERA-SEMANA                                     *
      *     LA SEMANA MAS ANTIGUA CON MOVIMIENTO DEFINE CUANTAS        *
      *     SEMANAS ENTRAN AL PROMEDIO                                 *
      *----------------------------------------------------------------*
       2215-BUSCAR-PRIMERA-SEMANA.
           IF STP-SEMANA(STP-IDX, PRN-SEMANA) NOT EQUAL ZERO
               MOVE PRN-SEMANA             TO PRN-SEMANAS-USADAS
           END-IF
           .

      *----------------------------------------------------------------*
      * 2220-PONDERAR-SEMANA                                           *
      *     PESO = SEMANAS USADAS - SEMANA + 1; UNA SEMANA CON MAS     *
      *     DEVOLUCIONES QUE VENTAS CUENTA COMO CERO                   *
      *----------------------------------------------------------------*
       2220-PONDERAR-SEMANA.
           COMPUTE PRN-PESO = PRN-SEMANAS-USADAS - PRN-SEMANA + 1
           ADD PRN-PESO                    TO PRN-SUMA-PESOS
           MOVE STP-SEMANA(STP-IDX, PRN-SEMANA) TO PRN-UNIDADES
           IF PRN-UNIDADES > ZERO
               COMPUTE PRN-SUMA-PONDERADA =
                   PRN-SUMA-PONDERADA + PRN-UNIDADES * PRN-PESO
           END-IF
           .

      *----------------------------------------------------------------*
      * 2230-FACTOR-ESTACIONAL                                         *
      *     (VENTA AA-FUTURO / H) / (VENTA AA-BASE / N) DEL PRODUCTO   *
      *     EN LA CADENA, ACOTADO ENTRE 0,50 Y 2,00                    *
      *----------------------------------------------------------------*
       2230-FACTOR-ESTACIONAL.
           MOVE 1                          TO PRN-FACTOR
           MOVE 'N'                        TO SEA-ENCONTRADO-SW
           SET SEA-IDX                     TO 1
           PERFORM 2231-BUSCAR-ESTACIONAL THRU
                   2231-BUSCAR-ESTACIONAL-EXIT
               UNTIL SEA-IDX > SEA-COUNT OR SEA-ENCONTRADO
           IF NOT SEA-ENCONTRADO
               GO TO 2230-FACTOR-ESTACIONAL-EXIT
           END-IF
           IF SEA-AA-BASE(SEA-IDX) NOT > ZERO
               OR SEA-AA-FUTURO(SEA-IDX) NOT > ZERO
               GO TO 2230-FACTOR-ESTACIONAL-EXIT
           END-IF
           COMPUTE PRN-FACTOR-CALC ROUNDED =
               (SEA-AA-FUTURO(SEA-IDX) * PRN-SEMANAS)
               / (SEA-AA-BASE(SEA-IDX) * PRN-HORIZONTE)
               ON SIZE ERROR
                   MOVE 2                  TO PRN-FACTOR-CALC
           END-COMPUTE
           EVALUATE TRUE
               WHEN PRN-FACTOR-CALC < 0,5
                   MOVE 0,5                TO PRN-FACTOR
               WHEN PRN-FACTOR-CALC > 2
                   MOVE 2                  TO PRN-FACTOR
               WHEN OTHER
                   COMPUTE PRN-FACTOR ROUNDED = PRN-FACTOR-CALC
           END-EVALUATE
           ADD 1                           TO PRN-CON-ESTACIONAL
           .
       2230-FACTOR-ESTACIONAL-EXIT.
           EXIT.

       2231-BUSCAR-ESTACIONAL.
           IF SEA-PRODUCTO(SEA-IDX) EQUAL STP-PRODUCTO(STP-IDX)
               SET SEA-ENCONTRADO          TO TRUE
               GO TO 2231-BUSCAR-ESTACIONAL-EXIT
           END-IF
           SET SEA-IDX UP BY 1
           .
       2231-BUSCAR-ESTACIONAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2240-PERFIL-SEMANAL                                            *
      *     PARTICIPACION DE CADA DIA DE LA SEMANA EN LA VENTA DE LA   *
      *     VENTANA; SIN VENTA POSITIVA EL PERFIL ES PAREJO            *
      *----------------------------------------------------------------*
       2240-PERFIL-SEMANAL.
           MOVE ZERO                       TO PRN-TOTAL-DIAS
           PERFORM 2241-SUMAR-DIA
               VARYING PRN-DIA FROM 1 BY 1 UNTIL PRN-DIA > 7
           PERFORM 2242-PARTICIPACION-DIA
               VARYING PRN-DIA FROM 1 BY 1 UNTIL PRN-DIA > 7
           .

       2241-SUMAR-DIA.
           IF STP-DIA(STP-IDX, PRN-DIA) > ZERO
               ADD STP-DIA(STP-IDX, PRN-DIA) TO PRN-TOTAL-DIAS
           END-IF
           .

       2242-PARTICIPACION-DIA.
           IF PRN-TOTAL-DIAS EQUAL ZERO
               MOVE 0,143                 TO PRN-PARTICIPACION(PRN-DIA)
           ELSE
               IF STP-DIA(STP-IDX, PRN-DIA) > ZERO
                   COMPUTE PRN-PARTICIPACION(PRN-DIA) ROUNDED =
                       STP-DIA(STP-IDX, PRN-DIA) / PRN-TOTAL-DIAS
               ELSE
                   MOVE ZERO              TO PRN-PARTICIPACION(PRN-DIA)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 2250-DIAS-ENTREGA                                              *
      *     PLAZO DEL PROVEEDOR DEL PRODUCTO EN suppliermaster.dat, O  *
      *     EL PLAZO POR DEFECTO                                       *
      *----------------------------------------------------------------*
       2250-DIAS-ENTREGA.
           MOVE PRN-DIAS-ENTREGA-DEF       TO PRN-DIAS-ENTREGA
           MOVE 'N'                        TO SPR-ENCONTRADO-SW
           SET SPR-IDX                     TO 1
           PERFORM 2251-COMPARAR-PRODUCTO THRU
                   2251-COMPARAR-PRODUCTO-EXIT
               UNTIL SPR-IDX > SPR-COUNT OR SPR-ENCONTRADO
           IF NOT SPR-ENCONTRADO
               GO TO 2250-DIAS-ENTREGA-EXIT
           END-IF
           MOVE 'N'                        TO SUP-ENCONTRADO-SW
           SET SUP-IDX                     TO 1
           PERFORM 2252-COMPARAR-PROVEEDOR THRU
                   2252-COMPARAR-PROVEEDOR-EXIT
               UNTIL SUP-IDX > SUP-COUNT OR SUP-ENCONTRADO
           IF SUP-ENCONTRADO AND SUP-DIAS-ENTREGA(SUP-IDX) > ZERO
               MOVE SUP-DIAS-ENTREGA(SUP-IDX) TO PRN-DIAS-ENTREGA
           END-IF
           .
       2250-DIAS-ENTREGA-EXIT.
           EXIT.

       2251-COMPARAR-PRODUCTO.
           IF SPR-PRODUCTO(SPR-IDX) EQUAL STP-PRODUCTO(STP-IDX)
               SET SPR-ENCONTRADO          TO TRUE
               GO TO 2251-COMPARAR-PRODUCTO-EXIT
           END-IF
           SET SPR-IDX UP BY 1
           .
       2251-COMPARAR-PRODUCTO-EXIT.
           EXIT.

       2252-COMPARAR-PROVEEDOR.
           IF SUP-CODIGO(SUP-IDX) EQUAL SPR-PROVEEDOR(SPR-IDX)
               SET SUP-ENCONTRADO          TO TRUE
               GO TO 2252-COMPARAR-PROVEEDOR-EXIT
           END-IF
           SET SUP-IDX UP BY 1
           .
       2252-COMPARAR-PROVEEDOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2260-DEMANDA-DEL-DIA                                           *
      *     DEMANDA DEL K-ESIMO DIA DESPUES DE LA CORRIDA = PRONOSTICO *
      *     SEMANAL POR LA PARTICIPACION DE SU DIA DE LA SEMANA        *
      *----------------------------------------------------------------*
       2260-DEMANDA-DEL-DIA.
           COMPUTE PRN-CNV-SERIAL = PRN-SERIAL-CORRIDA + PRN-K
           PERFORM 1320-DIA-DE-LA-SEMANA
           COMPUTE PRN-DEMANDA = PRN-DEMANDA +
               PRN-SEMANAL * PRN-PARTICIPACION(PRN-CNV-DIA-SEMANA)
           .

      *----------------------------------------------------------------*
      * 2270-GRABAR-PRONOSTICO                                         *
      *     forecast.dat (VIGENTE) Y forecasthist.dat (PARA MEDIR LA   *
      *     PRECISION); UNA SEGUNDA CORRIDA DE LA MISMA FECHA REEMPLAZA*
      *     EL HISTORICO DE ESA FECHA                                  *
      *----------------------------------------------------------------*
       2270-GRABAR-PRONOSTICO.
           MOVE SPACES                     TO FORECAST-RECORD
           MOVE STP-TIENDA(STP-IDX)        TO FC-TIENDA
           MOVE STP-PRODUCTO(STP-IDX)      TO FC-PRODUCT-NAME
           MOVE PRN-FECHA-CORRIDA          TO FC-FECHA-CALCULO
           MOVE PRN-SEMANAS-USADAS         TO FC-SEMANAS-USADAS
           MOVE PRN-PROMEDIO               TO FC-PROMEDIO-SEMANAL
           MOVE PRN-FACTOR                 TO FC-FACTOR-ESTACIONAL
           MOVE PRN-PRONOSTICO-ENTERO      TO FC-PRONOSTICO-SEMANAL
           MOVE PRN-HORIZONTE              TO FC-SEMANAS-HORIZONTE
           PERFORM 2271-COPIAR-PARTICIPACION
               VARYING PRN-DIA FROM 1 BY 1 UNTIL PRN-DIA > 7
           MOVE PRN-DIAS-ENTREGA           TO FC-DIAS-ENTREGA
           MOVE PRN-DEMANDA-ENTERA         TO FC-DEMANDA-ENTREGA
           MOVE PRN-SEGURIDAD-ENTERA       TO FC-STOCK-SEGURIDAD
           MOVE PRN-PUNTO-ENTERO           TO FC-PUNTO-REORDEN
           WRITE FORECAST-RECORD
           IF FCS-STATUS NOT EQUAL '00'
               DISPLAY "ERROR WRITING FORECAST FILE - STATUS: "
                   FCS-STATUS " - " FC-PRODUCT-NAME
           ELSE
               ADD 1                       TO PRN-PRONOSTICOS
           END-IF
           MOVE PRN-FECHA-CORRIDA          TO FCH-FECHA-CALCULO
           MOVE STP-TIENDA(STP-IDX)        TO FCH-TIENDA
           MOVE STP-PRODUCTO(STP-IDX)      TO FCH-PRODUCT-NAME
           MOVE PRN-PRONOSTICO-ENTERO      TO FCH-PRONOSTICO-SEMANAL
           MOVE PRN-PUNTO-ENTERO           TO FCH-PUNTO-REORDEN
           WRITE FORECAST-HIST-RECORD
           IF FCH-STATUS EQUAL '22'
               REWRITE FORECAST-HIST-RECORD
           END-IF
           IF FCH-STATUS NOT EQUAL '00'
               DISPLAY "ERROR WRITING FORECAST HISTORY - STATUS: "
                   FCH-STATUS " - " FCH-PRODUCT-NAME
           END-IF
           .

       2271-COPIAR-PARTICIPACION.
           MOVE PRN-PARTICIPACION(PRN-DIA)
               TO FC-PARTICIPACION-DIA(PRN-DIA)
           .

      *----------------------------------------------------------------*
      * 2280-IMPRIMIR-PRONOSTICO                                       *
      *----------------------------------------------------------------*
       2280-IMPRIMIR-PRONOSTICO.
           MOVE 'N'                        TO MST-ENCONTRADO-SW
           MOVE ZERO                       TO MST-MINIMO-ACTUAL
           SET MST-IDX                     TO 1
           PERFORM 2281-COMPARAR-MAESTRO THRU
                   2281-COMPARAR-MAESTRO-EXIT
               UNTIL MST-IDX > MST-COUNT OR MST-ENCONTRADO
           MOVE SPACES                     TO PRN-LINEA-PRONOSTICO
           MOVE STP-TIENDA(STP-IDX)        TO PRN-LP-TIENDA
           MOVE STP-PRODUCTO(STP-IDX)      TO PRN-LP-PRODUCTO
           MOVE PRN-PROMEDIO               TO PRN-LP-PROMEDIO
           MOVE PRN-FACTOR                 TO PRN-LP-FACTOR
           MOVE PRN-PRONOSTICO-ENTERO      TO PRN-LP-SEMANAL
           MOVE PRN-HORIZONTE-ENTERO       TO PRN-LP-HORIZONTE
           MOVE PRN-DIAS-ENTREGA           TO PRN-LP-DIAS
           MOVE PRN-DEMANDA-ENTERA         TO PRN-LP-DEMANDA
           MOVE PRN-SEGURIDAD-ENTERA       TO PRN-LP-SEGURIDAD
           MOVE PRN-PUNTO-ENTERO           TO PRN-LP-PUNTO
           MOVE MST-MINIMO-ACTUAL          TO PRN-LP-MINIMO
           MOVE SPACES                     TO REPORT-RECORD
           MOVE PRN-LINEA-PRONOSTICO       TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       2281-COMPARAR-MAESTRO.
           IF MST-PRODUCT-NAME(MST-IDX) EQUAL STP-PRODUCTO(STP-IDX)
               MOVE MST-STOCK-MINIMO(MST-IDX) TO MST-MINIMO-ACTUAL
               SET MST-ENCONTRADO          TO TRUE
               GO TO 2281-COMPARAR-MAESTRO-EXIT
           END-IF
           SET MST-IDX UP BY 1
           .
       2281-COMPARAR-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2290-PIE-PRONOSTICO                                            *
      *----------------------------------------------------------------*
       2290-PIE-PRONOSTICO.
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE PRN-PRONOSTICOS            TO PRN-CONTEO-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "PRONOSTICOS GRABADOS: " DELIMITED BY SIZE
                  PRN-CONTEO-ED            DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE PRN-SIN-VENTA              TO PRN-CONTEO-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "SIN VENTA EN LA VENTANA (USAN EL MINIMO DEL "
                  DELIMITED BY SIZE
                  "MAESTRO): "             DELIMITED BY SIZE
                  PRN-CONTEO-ED            DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2400-PRECISION                                                 *
      *     CRUZA EL PRONOSTICO CALCULADO 7 DIAS ANTES CONTRA LA VENTA *
      *     REAL DE ESOS 7 DIAS (SEMANA 1 DE LA VENTANA RECIENTE).     *
      *     LO VENDIDO SIN PRONOSTICO CUENTA CON PRONOSTICO CERO.      *
      *     PRECISION = 100 - ERROR ABSOLUTO * 100 / VENTA REAL.       *
      *----------------------------------------------------------------*
       2400-PRECISION.
           MOVE SPACES                     TO REPORT-RECORD
           STRING "PRECISION DEL PRONOSTICO CALCULADO EL "
                  DELIMITED BY SIZE
                  PRN-FECHA-PRECISION      DELIMITED BY SIZE
                  " CONTRA LA VENTA DE LOS 7 DIAS SIGUIENTES"
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           MOVE PRN-PCT-ERROR              TO PRN-CONTEO-ED
           STRING "PRODUCTOS CON ERROR SOBRE EL " DELIMITED BY SIZE
                  PRN-CONTEO-ED            DELIMITED BY SIZE
                  " PCT DE LA VENTA REAL:" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 2490-ENCABEZADO-PRECISION
           MOVE PRN-FECHA-PRECISION        TO FCH-FECHA-CALCULO
           MOVE LOW-VALUES                 TO FCH-TIENDA
           MOVE LOW-VALUES                 TO FCH-PRODUCT-NAME
           START FORECAST-HIST-FILE KEY IS NOT LESS THAN FCH-KEY
               INVALID KEY
                   SET FCH-EOF             TO TRUE
           END-START
           PERFORM 2410-LEER-PRONOSTICO-ANTERIOR THRU
                   2410-LEER-PRONOSTICO-ANTERIOR-EXIT
               UNTIL FCH-EOF
           IF PRN-HIST-PRECISION EQUAL ZERO
               MOVE SPACES                 TO REPORT-RECORD
               MOVE "NO HAY PRONOSTICO GRABADO PARA ESA FECHA"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 2400-PRECISION-EXIT
           END-IF
           PERFORM 2430-VENTA-SIN-PRONOSTICO
               VARYING STP-IDX FROM 1 BY 1 UNTIL STP-IDX > STP-COUNT
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "PRECISION POR TIENDA"     TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 2490-ENCABEZADO-PRECISION
           PERFORM 2450-RESUMEN-TIENDA
               VARYING ACC-IDX FROM 1 BY 1 UNTIL ACC-IDX > ACC-COUNT
           MOVE SPACES                     TO PRN-LINEA-PRECISION
           MOVE "CADENA"                   TO PRN-LA-TIENDA
           MOVE ACC-TOT-PRODUCTOS          TO PRN-LA-PRODUCTOS
           MOVE ACC-TOT-PRONOSTICO         TO PRN-LA-PRONOSTICO
           MOVE ACC-TOT-REAL               TO PRN-LA-REAL
           MOVE ACC-TOT-ERROR-ABS          TO PRN-LA-ERROR
           MOVE ACC-TOT-SESGO              TO PRN-LA-SESGO
           MOVE ACC-TOT-REAL               TO PRN-REAL
           MOVE ACC-TOT-ERROR-ABS          TO PRN-ERROR-ABS
           PERFORM 2460-CALCULAR-PRECISION
           MOVE SPACES                     TO REPORT-RECORD
           MOVE PRN-LINEA-PRECISION        TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       2400-PRECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2410-LEER-PRONOSTICO-ANTERIOR                                  *
      *----------------------------------------------------------------*
       2410-LEER-PRONOSTICO-ANTERIOR.
           READ FORECAST-HIST-FILE NEXT RECORD
               AT END
                   SET FCH-EOF             TO TRUE
                   GO TO 2410-LEER-PRONOSTICO-ANTERIOR-EXIT
           END-READ
           IF FCH-FECHA-CALCULO NOT EQUAL PRN-FECHA-PRECISION
               SET FCH-EOF                 TO TRUE
               GO TO 2410-LEER-PRONOSTICO-ANTERIOR-EXIT
           END-IF
           ADD 1                           TO PRN-HIST-PRECISION
           MOVE FCH-TIENDA                 TO STP-BUSCAR-TIENDA
           MOVE FCH-PRODUCT-NAME           TO STP-BUSCAR-PRODUCTO
           PERFORM 2040-BUSCAR-TIENDA-PRODUCTO
           MOVE ZERO                       TO PRN-REAL
           IF STP-ENCONTRADO
               SET STP-CRUZADO(STP-IDX)    TO TRUE
               IF STP-SEMANA(STP-IDX, 1) > ZERO
                   MOVE STP-SEMANA(STP-IDX, 1) TO PRN-REAL
               END-IF
           END-IF
           MOVE FCH-PRONOSTICO-SEMANAL     TO PRN-PRONOSTICO-ENTERO
           PERFORM 2420-ACUMULAR-PRECISION THRU
                   2420-ACUMULAR-PRECISION-EXIT
           .
       2410-LEER-PRONOSTICO-ANTERIOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2420-ACUMULAR-PRECISION                                        *
      *     SUMA UN PAR PRONOSTICO/REAL DE STP-BUSCAR-TIENDA Y LISTA   *
      *     EL PRODUCTO SI SU ERROR SUPERA EL UMBRAL                   *
      *----------------------------------------------------------------*
       2420-ACUMULAR-PRECISION.
           COMPUTE PRN-ERROR = PRN-PRONOSTICO-ENTERO - PRN-REAL
           IF PRN-ERROR < ZERO
               COMPUTE PRN-ERROR-ABS = ZERO - PRN-ERROR
           ELSE
               MOVE PRN-ERROR              TO PRN-ERROR-ABS
           END-IF
           MOVE 'N'                        TO ACC-ENCONTRADO-SW
           SET ACC-IDX                     TO 1
           PERFORM 2421-COMPARAR-TIENDA THRU 2421-COMPARAR-TIENDA-EXIT
               UNTIL ACC-IDX > ACC-COUNT OR ACC-ENCONTRADO
           IF NOT ACC-ENCONTRADO
               IF ACC-COUNT NOT < ACC-MAX-TIENDAS
                   ADD 1                   TO PRN-FUERA-DE-TABLA
                   GO TO 2420-ACUMULAR-PRECISION-EXIT
               END-IF
               ADD 1                       TO ACC-COUNT
               SET ACC-IDX                 TO ACC-COUNT
               MOVE STP-BUSCAR-TIENDA      TO ACC-TIENDA(ACC-IDX)
               MOVE ZERO                   TO ACC-PRODUCTOS(ACC-IDX)
               MOVE ZERO                   TO ACC-PRONOSTICO(ACC-IDX)
               MOVE ZERO                   TO ACC-REAL(ACC-IDX)
               MOVE ZERO                   TO ACC-ERROR-ABS(ACC-IDX)
               MOVE ZERO                   TO ACC-SESGO(ACC-IDX)
           END-IF
           ADD 1                           TO ACC-PRODUCTOS(ACC-IDX)
           ADD PRN-PRONOSTICO-ENTERO       TO ACC-PRONOSTICO(ACC-IDX)
           ADD PRN-REAL                    TO ACC-REAL(ACC-IDX)
           ADD PRN-ERROR-ABS               TO ACC-ERROR-ABS(ACC-IDX)
           ADD PRN-ERROR                   TO ACC-SESGO(ACC-IDX)
           ADD 1                           TO ACC-TOT-PRODUCTOS
           ADD PRN-PRONOSTICO-ENTERO       TO ACC-TOT-PRONOSTICO
           ADD PRN-REAL                    TO ACC-TOT-REAL
           ADD PRN-ERROR-ABS               TO ACC-TOT-ERROR-ABS
           ADD PRN-ERROR                   TO ACC-TOT-SESGO
           IF PRN-ERROR-ABS EQUAL ZERO
               GO TO 2420-ACUMULAR-PRECISION-EXIT
           END-IF
           IF PRN-REAL > ZERO
               AND PRN-ERROR-ABS * 100 NOT > PRN-REAL * PRN-PCT-ERROR
               GO TO 2420-ACUMULAR-PRECISION-EXIT
           END-IF
           ADD 1                           TO PRN-LINEAS-ERROR
           MOVE SPACES                     TO PRN-LINEA-PRECISION
           MOVE STP-BUSCAR-TIENDA          TO PRN-LA-TIENDA
           MOVE STP-BUSCAR-PRODUCTO        TO PRN-LA-PRODUCTO
           MOVE PRN-PRONOSTICO-ENTERO      TO PRN-LA-PRONOSTICO
           MOVE PRN-REAL                   TO PRN-LA-REAL
           MOVE PRN-ERROR-ABS              TO PRN-LA-ERROR
           MOVE PRN-ERROR                  TO PRN-LA-SESGO
           PERFORM 2460-CALCULAR-PRECISION
           MOVE SPACES                     TO REPORT-RECORD
           MOVE PRN-LINEA-PRECISION        TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       2420-ACUMULAR-PRECISION-EXIT.
           EXIT.

       2421-COMPARAR-TIENDA.
           IF ACC-TIENDA(ACC-IDX) EQUAL STP-BUSCAR-TIENDA
               SET ACC-ENCONTRADO          TO TRUE
               GO TO 2421-COMPARAR-TIENDA-EXIT
           END-IF
           SET ACC-IDX UP BY 1
           .
       2421-COMPARAR-TIENDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2430-VENTA-SIN-PRONOSTICO                                      *
      *     TIENDA+PRODUCTO QUE VENDIO EN LA SEMANA MEDIDA SIN TENER   *
      *     PRONOSTICO GRABADO                                         *
      *----------------------------------------------------------------*
       2430-VENTA-SIN-PRONOSTICO.
           IF NOT STP-CRUZADO(STP-IDX)
               AND STP-SEMANA(STP-IDX, 1) > ZERO
               MOVE STP-TIENDA(STP-IDX)    TO STP-BUSCAR-TIENDA
               MOVE STP-PRODUCTO(STP-IDX)  TO STP-BUSCAR-PRODUCTO
               MOVE STP-SEMANA(STP-IDX, 1) TO PRN-REAL
               MOVE ZERO                   TO PRN-PRONOSTICO-ENTERO
               PERFORM 2420-ACUMULAR-PRECISION THRU
                       2420-ACUMULAR-PRECISION-EXIT
           END-IF
           .

      *----------------------------------------------------------------*
      * 2450-RESUMEN-TIENDA                                            *
      *----------------------------------------------------------------*
       2450-RESUMEN-TIENDA.
           MOVE SPACES                     TO PRN-LINEA-PRECISION
           MOVE ACC-TIENDA(ACC-IDX)        TO PRN-LA-TIENDA
           MOVE ACC-PRODUCTOS(ACC-IDX)     TO PRN-LA-PRODUCTOS
           MOVE ACC-PRONOSTICO(ACC-IDX)    TO PRN-LA-PRONOSTICO
           MOVE ACC-REAL(ACC-IDX)          TO PRN-LA-REAL
           MOVE ACC-ERROR-ABS(ACC-IDX)     TO PRN-LA-ERROR
           MOVE ACC-SESGO(ACC-IDX)         TO PRN-LA-SESGO
           MOVE ACC-REAL(ACC-IDX)          TO PRN-REAL
           MOVE ACC-ERROR-ABS(ACC-IDX)     TO PRN-ERROR-ABS
           PERFORM 2460-CALCULAR-PRECISION
           MOVE SPACES                     TO REPORT-RECORD
           MOVE PRN-LINEA-PRECISION        TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2460-CALCULAR-PRECISION                                        *
      *     PRECISION DE PRN-REAL / PRN-ERROR-ABS EN PRN-LA-PORCENTAJE;*
      *     SIN VENTA REAL NO HAY BASE ("N/D"), Y UN ERROR MAYOR QUE   *
      *     LA VENTA DA PRECISION CERO                                 *
      *----------------------------------------------------------------*
       2460-CALCULAR-PRECISION.
           IF PRN-REAL EQUAL ZERO
               MOVE "    N/D"              TO PRN-LA-PORCENTAJE
           ELSE
               IF PRN-ERROR-ABS NOT < PRN-REAL
                   MOVE ZERO               TO PRN-PORCENTAJE
               ELSE
                   COMPUTE PRN-PORCENTAJE ROUNDED =
                       100 - (PRN-ERROR-ABS * 100 / PRN-REAL)
               END-IF
               MOVE PRN-PORCENTAJE         TO PRN-PORCENTAJE-ED
               MOVE PRN-PORCENTAJE-ED      TO PRN-LA-PORCENTAJE
           END-IF
           .

      *----------------------------------------------------------------*
      * 2490-ENCABEZADO-PRECISION                                      *
      *----------------------------------------------------------------*
       2490-ENCABEZADO-PRECISION.
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "TIENDA"                   TO REPORT-RECORD(1:6)
           MOVE "PRODUCTO"                 TO REPORT-RECORD(12:8)
           MOVE "PRODUC"                   TO REPORT-RECORD(63:6)
           MOVE "PRONOSTICO"               TO REPORT-RECORD(70:10)
           MOVE "      REAL"               TO REPORT-RECORD(81:10)
           MOVE "ERROR ABS."               TO REPORT-RECORD(92:10)
           MOVE "     SESGO"               TO REPORT-RECORD(103:10)
           MOVE "PRECIS."                  TO REPORT-RECORD(114:7)
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 1240-CONVERTIR-ENTERO                                          *
      *     CONVIERTE UN CAMPO DE TEXTO A ENTERO, COMO EN              *
      *     SalesDataProcessor: ESPACIOS ALREDEDOR PERMITIDOS, SOLO    *
      *     DIGITOS ADENTRO                                            *
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
      * 1300-FECHA-A-SERIAL                                            *
      *     CONVIERTE PRN-CNV-FECHA (AAMMDD) EN PRN-CNV-SERIAL, EL     *
      *     NUMERO DE DIA CORRIDO DESDE EL 2000.01.01, COMO EN         *
      *     SalesTrendReport                                           *
      *----------------------------------------------------------------*
       1300-FECHA-A-SERIAL.
           COMPUTE PRN-CNV-BISIESTOS = (PRN-CNV-AA + 3) / 4
           COMPUTE PRN-CNV-SERIAL =
               PRN-CNV-AA * 365 + PRN-CNV-BISIESTOS +
               PRN-DIAS-ACUM-MES(PRN-CNV-MM) + PRN-CNV-DD
           DIVIDE PRN-CNV-AA BY 4
               GIVING PRN-CNV-BISIESTOS REMAINDER PRN-CNV-RESTO
           IF PRN-CNV-RESTO EQUAL ZERO AND PRN-CNV-MM > 2
               ADD 1                       TO PRN-CNV-SERIAL
           END-IF
           .

      *----------------------------------------------------------------*
      * 1310-RESTAR-UN-DIA                                             *
      *     RESTA UN DIA A PRN-CAL-FECHA, CAMBIANDO DE MES Y ANO       *
      *     CUANDO HACE FALTA (FEBRERO DE ANO BISIESTO = 29)           *
      *----------------------------------------------------------------*
       1310-RESTAR-UN-DIA.
           IF PRN-CAL-DD > 1
               SUBTRACT 1                  FROM PRN-CAL-DD
           ELSE
               IF PRN-CAL-MM EQUAL 1
                   SUBTRACT 1              FROM PRN-CAL-AA
                   MOVE 12                 TO PRN-CAL-MM
               ELSE
                   SUBTRACT 1              FROM PRN-CAL-MM
               END-IF
               MOVE PRN-LARGO-MES(PRN-CAL-MM) TO PRN-CAL-LARGO
               DIVIDE PRN-CAL-AA BY 4
                   GIVING PRN-CAL-COCIENTE REMAINDER PRN-CAL-RESTO
               IF PRN-CAL-MM EQUAL 2 AND PRN-CAL-RESTO EQUAL ZERO
                   MOVE 29                 TO PRN-CAL-LARGO
               END-IF
               MOVE PRN-CAL-LARGO          TO PRN-CAL-DD
           END-IF
           .

      *----------------------------------------------------------------*
      * 1320-DIA-DE-LA-SEMANA                                          *
      *     DIA DE LA SEMANA (1=LUNES ... 7=DOMINGO) DE PRN-CNV-SERIAL *
      *----------------------------------------------------------------*
       1320-DIA-DE-LA-SEMANA.
           COMPUTE PRN-CNV-SEMANAS = PRN-CNV-SERIAL + 4
           DIVIDE PRN-CNV-SEMANAS BY 7
               GIVING PRN-CNV-SEMANAS REMAINDER PRN-CNV-DIA-SEMANA
           ADD 1                           TO PRN-CNV-DIA-SEMANA
           .

      *----------------------------------------------------------------*
      * 3000-FINAL-PROGRAMA                                            *
      *----------------------------------------------------------------*
       3000-FINAL-PROGRAMA.
           CLOSE SALES-HISTORY-FILE
           CLOSE FORECAST-FILE
           CLOSE FORECAST-HIST-FILE
           CLOSE FORECAST-REPORT-FILE
           MOVE PRN-CODIGO-RETORNO         TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM SalesDemandForecast.
