      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SalesPromoLiftReport.
       AUTHOR.        ERICK STIVEN FIERRO PERDOMO.
       INSTALLATION.  TIENDA-01.
       DATE-WRITTEN.  2026.09.29
      *----------------------------------------------------------------*
      *    DESCRIPCION : REPORTE DE EFECTIVIDAD (ALZA) DE LAS          *
      *                  PROMOCIONES DEL CALENDARIO promotions.dat     *
      *                  (MANTENIDO POR SDPR).  PARA CADA PROMOCION    *
      *                  CUYA FECHA FIN CAE EN EL RANGO                *
      *                  SALES_PROMO_FROM / SALES_PROMO_TO (AAMMDD;    *
      *                  POR DEFECTO EL MES CALENDARIO DE LA FECHA DE  *
      *                  CORRIDA) COMPARA, CON LA HISTORIA DE VENTAS   *
      *                  (saleshistory.dat) DEL PRODUCTO EN LA TIENDA  *
      *                  (O EN TODA LA CADENA SI LA PROMOCION ES '*'): *
      *                  - BASE: LOS SALES_PROMO_BASE_DAYS (28) DIAS   *
      *                    ANTERIORES AL INICIO.                       *
      *                  - PROMOCION: DEL INICIO AL FIN.               *
      *                  - POSTERIOR: LOS SALES_PROMO_POST_DAYS (14)   *
      *                    DIAS SIGUIENTES AL FIN.                     *
      *                  UNIDADES, INGRESOS Y MARGEN BRUTO (INGRESOS   *
      *                  MENOS PM-COSTO-UNITARIO POR UNIDADES, COMO EN *
      *                  SalesProfitReport) DE CADA PERIODO, Y LOS     *
      *                  PROMEDIOS DIARIOS PORQUE LOS PERIODOS TIENEN  *
      *                  LARGOS DISTINTOS.  CON ESO:                   *
      *                  - ALZA DE UNIDADES E INGRESOS: PROMEDIO       *
      *                    DIARIO EN PROMOCION CONTRA EL DE LA BASE.   *
      *                  - MARGEN CEDIDO: LO QUE LAS UNIDADES DE LA    *
      *                    PROMOCION HABRIAN VALIDO AL PRECIO MEDIO DE *
      *                    LA BASE (O AL PRECIO DEL MAESTRO SI NO HUBO *
      *                    VENTA BASE) MENOS LO COBRADO.               *
      *                  - MARGEN INCREMENTAL: MARGEN DE LA PROMOCION  *
      *                    MENOS EL QUE LA BASE HABRIA DADO EN LOS     *
      *                    MISMOS DIAS; POSITIVO = LA PROMOCION PAGO.  *
      *                  - POSTERIOR CONTRA BASE: CAIDA DE LAS VENTAS  *
      *                    DESPUES DE LA PROMOCION (COMPRA ADELANTADA).*
      *                  LOS PERIODOS SE CORTAN EN LA FECHA DE CORRIDA *
      *                  (PROMOCION EN CURSO O POSTERIOR INCOMPLETO SE *
      *                  MARCAN), Y SE ADVIERTE CUANDO LA BASE TRASLAPA*
      *                  OTRA PROMOCION DEL MISMO PRODUCTO.            *
      *                  CODIGOS DE RETORNO: 0=LIMPIA, 4=ADVERTENCIA   *
      *                  (TABLA DE PROMOCIONES LLENA), 12=FALLA.       *
      *----------------------------------------------------------------*
      *    HISTORIAL DE MODIFICACIONES                                 *
      *    FECHA        INIC.  DESCRIPCION                             *
      *    2026.09.29   ESFP   VERSION INICIAL                         *
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
           SELECT OPTIONAL PROMO-FILE ASSIGN TO 'promotions.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRM-KEY
           FILE STATUS IS PRO-STATUS.
           SELECT OPTIONAL PRODUCT-MASTER-FILE
           ASSIGN TO DYNAMIC PARM-MAESTRO-PRODUCTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PM-PRODUCT-NAME
           FILE STATUS IS MST-STATUS.
           SELECT LIFT-REPORT-FILE
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
      * FD PROMO-FILE                                                  *
      *     CALENDARIO DE PROMOCIONES: PRODUCTO + TIENDA ('*' = TODA   *
      *     LA CADENA) + FECHA DE INICIO, FECHA FIN, Y PRECIO          *
      *     PROMOCIONAL ('P') O PORCENTAJE DE DESCUENTO ('D').  DEBE   *
      *     COINCIDIR CON PROMO-RECORD EN SalesDataProcessor.cbl.      *
      *----------------------------------------------------------------*
       FD PROMO-FILE.
       01 PROMO-RECORD.
           05 PRM-KEY.
               10 PRM-PRODUCT-NAME         PIC X(60).
               10 PRM-TIENDA               PIC X(10).
               10 PRM-FECHA-INICIO         PIC 9(06).
           05 PRM-FECHA-FIN                PIC 9(06).
           05 PRM-TIPO                     PIC X(01).
               88 PRM-TIPO-PRECIO                     VALUE 'P'.
               88 PRM-TIPO-DESCUENTO                  VALUE 'D'.
           05 PRM-PRECIO-PROMO             PIC 9(08).
           05 PRM-DESCUENTO-PCT            PIC 9(03).
      *----------------------------------------------------------------*
      * FD PRODUCT-MASTER-FILE                                         *
      *     MAESTRO DE PRODUCTOS; ESTE LAYOUT DEBE COINCIDIR CON EL DE *
      *     SalesDataProcessor.cbl Y SalesProductMaintTransaction.cbl. *
      *     AQUI INTERESAN PM-COSTO-UNITARIO Y PM-PRECIO-ESPERADO.     *
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
      * FD LIFT-REPORT-FILE                                            *
      *     REPORTE IMPRIMIBLE DE ALZA DE PROMOCIONES (132 COL.)       *
      *----------------------------------------------------------------*
       FD LIFT-REPORT-FILE.
       01 REPORT-RECORD                    PIC X(132).
      *----------------------------------------------------------------*
      *          W O R K I N G  S T O R A G E   S E C T I O N          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 HST-STATUS                       PIC X(02).
       77 PRO-STATUS                       PIC X(02).
       77 MST-STATUS                       PIC X(02).
       77 RPT-STATUS                       PIC X(02).
       77 HST-EOF-SW                       PIC X(01) VALUE 'N'.
           88 HST-EOF                      VALUE 'Y'.
       77 PRO-EOF-SW                       PIC X(01) VALUE 'N'.
           88 PRO-EOF                      VALUE 'Y'.
       77 MST-EOF-SW                       PIC X(01) VALUE 'N'.
           88 MST-EOF                      VALUE 'Y'.
      *----------------------------------------------------------------*
      *     PARAMETROS DE EJECUCION                                    *
      *----------------------------------------------------------------*
       77 PARM-FECHA-ENV                   PIC X(06) VALUE SPACES.
       77 PARM-DESDE-ENV                   PIC X(06) VALUE SPACES.
       77 PARM-HASTA-ENV                   PIC X(06) VALUE SPACES.
       77 PARM-NUMERO-ENV                  PIC X(04) VALUE SPACES.
       77 PARM-MAESTRO-PRODUCTOS           PIC X(80) VALUE SPACES.
       77 PARM-ARCHIVO-REPORTE             PIC X(80) VALUE SPACES.
       01 LFT-PARAMETROS.
           05 LFT-FECHA-CORRIDA            PIC 9(06) VALUE ZERO.
           05 LFT-FECHA-CORRIDA-R REDEFINES LFT-FECHA-CORRIDA.
               10 LFT-FC-AAMM              PIC 9(04).
               10 LFT-FC-DD                PIC 9(02).
           05 LFT-FECHA-DESDE              PIC 9(06) VALUE ZERO.
           05 LFT-FECHA-HASTA              PIC 9(06) VALUE ZERO.
           05 LFT-DIAS-BASE                PIC 9(03) COMP VALUE 28.
           05 LFT-DIAS-POSTERIOR           PIC 9(03) COMP VALUE 14.
           05 LFT-TOPE-DIAS                PIC 9(03) COMP VALUE 365.
       77 LFT-CODIGO-RETORNO               PIC 9(02) COMP VALUE 12.
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
      *     ARITMETICA DE FECHAS AAMMDD (ANOS 2000-2099), COMO EN      *
      *     SalesTrendReport (DIA CORRIDO) Y SalesPurchaseOrder        *
      *     (SUMAR/RESTAR UN DIA)                                      *
      *----------------------------------------------------------------*
       01 LFT-CALENDARIO.
           05 LFT-CAL-FECHA                PIC 9(06).
           05 LFT-CAL-FECHA-R REDEFINES LFT-CAL-FECHA.
               10 LFT-CAL-AA               PIC 9(02).
               10 LFT-CAL-MM               PIC 9(02).
               10 LFT-CAL-DD               PIC 9(02).
           05 LFT-CAL-COCIENTE             PIC 9(02) COMP.
           05 LFT-CAL-RESTO                PIC 9(02) COMP.
           05 LFT-CAL-LARGO                PIC 9(02) COMP.
       01 LFT-LARGO-MESES.
           05 FILLER                       PIC X(24) VALUE
               "312831303130313130313031".
       01 LFT-LARGO-MESES-R REDEFINES LFT-LARGO-MESES.
           05 LFT-LARGO-MES PIC 9(02) OCCURS 12 TIMES.
       01 LFT-CONVERSION.
           05 LFT-CNV-FECHA                PIC 9(06).
           05 LFT-CNV-FECHA-R REDEFINES LFT-CNV-FECHA.
               10 LFT-CNV-AA               PIC 9(02).
               10 LFT-CNV-MM               PIC 9(02).
               10 LFT-CNV-DD               PIC 9(02).
           05 LFT-CNV-SERIAL               PIC 9(08) COMP.
           05 LFT-CNV-BISIESTOS            PIC 9(04) COMP.
           05 LFT-CNV-RESTO                PIC 9(04) COMP.
       01 LFT-DIAS-ACUMULADOS.
           05 FILLER                       PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01 LFT-DIAS-ACUM-R REDEFINES LFT-DIAS-ACUMULADOS.
           05 LFT-DIAS-ACUM-MES PIC 9(03) OCCURS 12 TIMES.
      *----------------------------------------------------------------*
      *     T A B L A   D E L   M A E S T R O   D E   P R O D U C T O S*
      *----------------------------------------------------------------*
       01 MST-TABLE.
           05 MST-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 MST-ENTRY OCCURS 500 TIMES INDEXED BY MST-IDX.
               10 MST-PRODUCT-NAME         PIC X(60).
               10 MST-PRECIO-ESPERADO      PIC 9(08).
               10 MST-COSTO-UNITARIO       PIC 9(08).
       77 MST-MAX-PRODUCTOS                PIC 9(04) COMP VALUE 500.
       01 MST-BUSQUEDA.
           05 MST-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 MST-ENCONTRADO                     VALUE 'Y'.
           05 MST-COSTO-ACTUAL             PIC 9(08).
           05 MST-PRECIO-ACTUAL            PIC 9(08).
      *----------------------------------------------------------------*
      *     T A B L A   D E   P R O M O C I O N E S                    *
      *     TODO EL CALENDARIO (PARA DETECTAR TRASLAPES CON LA BASE);  *
      *     SE REPORTAN LAS QUE TERMINAN EN EL RANGO                   *
      *----------------------------------------------------------------*
       01 PRL-TABLE.
           05 PRL-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 PRL-ENTRY OCCURS 1000 TIMES INDEXED BY PRL-IDX PRL-IDX2.
               10 PRL-PRODUCTO             PIC X(60).
               10 PRL-TIENDA               PIC X(10).
               10 PRL-FECHA-INICIO         PIC 9(06).
               10 PRL-FECHA-FIN            PIC 9(06).
               10 PRL-TIPO                 PIC X(01).
                   88 PRL-TIPO-PRECIO                VALUE 'P'.
                   88 PRL-TIPO-DESCUENTO             VALUE 'D'.
               10 PRL-PRECIO-PROMO         PIC 9(08).
               10 PRL-DESCUENTO-PCT        PIC 9(03).
       77 PRL-MAX-PROMOCIONES              PIC 9(04) COMP VALUE 1000.
      *----------------------------------------------------------------*
      *     PERIODOS DE LA PROMOCION EN CURSO                          *
      *     1 = BASE, 2 = PROMOCION, 3 = POSTERIOR                     *
      *----------------------------------------------------------------*
       01 PER-TABLE.
           05 PER-ENTRY OCCURS 3 TIMES INDEXED BY PER-IDX.
               10 PER-NOMBRE               PIC X(10).
               10 PER-DESDE                PIC 9(06).
               10 PER-HASTA                PIC 9(06).
               10 PER-DIAS                 PIC 9(04) COMP.
               10 PER-UNIDADES             PIC S9(10) COMP-3.
               10 PER-INGRESOS             PIC S9(14) COMP-3.
               10 PER-MARGEN               PIC S9(14) COMP-3.
               10 PER-UNID-DIA             PIC S9(08)V99 COMP-3.
               10 PER-INGR-DIA             PIC S9(12)V99 COMP-3.
               10 PER-MARG-DIA             PIC S9(12)V99 COMP-3.
       01 LFT-PERIODO-NOMBRES.
           05 FILLER                       PIC X(10) VALUE "BASE".
           05 FILLER                       PIC X(10) VALUE "PROMOCION".
           05 FILLER                       PIC X(10) VALUE "POSTERIOR".
       01 LFT-PERIODO-NOMBRES-R REDEFINES LFT-PERIODO-NOMBRES.
           05 LFT-NOMBRE-PERIODO PIC X(10) OCCURS 3 TIMES.
       01 LFT-PROMOCION.
           05 LFT-LEER-HASTA               PIC 9(06).
           05 LFT-SERIAL-CORRIDA           PIC 9(08) COMP.
           05 LFT-SERIAL-DESDE             PIC 9(08) COMP.
           05 LFT-SERIAL-HASTA             PIC 9(08) COMP.
           05 LFT-CONTADOR                 PIC 9(04) COMP.
           05 LFT-SIN-COSTO-SW             PIC X(01).
               88 LFT-SIN-COSTO                      VALUE 'S'.
           05 LFT-EN-CURSO-SW              PIC X(01).
               88 LFT-EN-CURSO                       VALUE 'S'.
           05 LFT-POST-INCOMPLETO-SW       PIC X(01).
               88 LFT-POST-INCOMPLETO                VALUE 'S'.
           05 LFT-TRASLAPE-SW              PIC X(01).
               88 LFT-TRASLAPE                       VALUE 'S'.
           05 LFT-PRECIO-BASE              PIC 9(10)V99 COMP-3.
           05 LFT-PRECIO-ORIGEN            PIC X(07).
           05 LFT-ALZA-UNIDADES            PIC S9(07)V9 COMP-3.
           05 LFT-ALZA-INGRESOS            PIC S9(07)V9 COMP-3.
           05 LFT-POST-VS-BASE             PIC S9(07)V9 COMP-3.
           05 LFT-UNID-INCREMENTAL         PIC S9(10) COMP-3.
           05 LFT-MARGEN-CEDIDO            PIC S9(14) COMP-3.
           05 LFT-MARGEN-INCREMENTAL       PIC S9(14) COMP-3.
      *----------------------------------------------------------------*
      *     CONTEOS Y TOTALES DE LA CORRIDA                            *
      *----------------------------------------------------------------*
       01 LFT-CONTADORES.
           05 LFT-PROMOCIONES-LEIDAS       PIC 9(06) COMP VALUE ZERO.
           05 LFT-PROMOCIONES-REPORTADAS   PIC 9(06) COMP VALUE ZERO.
           05 LFT-PROMOCIONES-FUTURAS      PIC 9(06) COMP VALUE ZERO.
           05 LFT-PROMOCIONES-PAGARON      PIC 9(06) COMP VALUE ZERO.
           05 LFT-PROMOCIONES-NO-PAGARON   PIC 9(06) COMP VALUE ZERO.
           05 LFT-PROMOCIONES-SIN-COSTO    PIC 9(06) COMP VALUE ZERO.
           05 LFT-PROMOCIONES-OMITIDAS     PIC 9(06) COMP VALUE ZERO.
           05 LFT-TOT-MARGEN-CEDIDO        PIC S9(16) COMP-3
                                           VALUE ZERO.
           05 LFT-TOT-MARGEN-INCREMENTAL   PIC S9(16) COMP-3
                                           VALUE ZERO.
      *----------------------------------------------------------------*
      *     LINEAS DEL REPORTE                                         *
      *----------------------------------------------------------------*
       01 LFT-LINEA-PERIODO.
           05 LFT-LP-PERIODO               PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LFT-LP-DESDE                 PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LFT-LP-HASTA                 PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LFT-LP-DIAS                  PIC ZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LFT-LP-UNIDADES              PIC -(09)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LFT-LP-UNID-DIA              PIC -(07)9,99.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LFT-LP-INGRESOS              PIC -(13)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LFT-LP-INGR-DIA              PIC -(11)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LFT-LP-MARGEN                PIC X(14).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 LFT-LP-MARG-DIA              PIC X(12).
       01 LFT-EDITADOS.
           05 LFT-IMPORTE-ED               PIC -(13)9.
           05 LFT-IMPORTE-DIA-ED           PIC -(11)9.
           05 LFT-IMPORTE-TOT-ED           PIC -(15)9.
           05 LFT-PCT-ED                   PIC -(06)9,9.
           05 LFT-UNIDADES-ED              PIC -(09)9.
           05 LFT-PRECIO-ED                PIC Z(07)9.
           05 LFT-DESCUENTO-ED             PIC ZZ9.
           05 LFT-CONTEO-ED                PIC Z(05)9.
           05 LFT-TEXTO-PCT                PIC X(10).
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
           PERFORM 1070-CARGAR-MAESTRO
           PERFORM 1080-CARGAR-PROMOCIONES
           PERFORM 1100-ABRIR-ARCHIVOS
           .

      *----------------------------------------------------------------*
      * 1050-OBTENER-PARAMETROS                                        *
      *     RANGO DE FECHAS FIN A REPORTAR: SALES_PROMO_FROM /         *
      *     SALES_PROMO_TO (AAMMDD); SI NO VIENEN, EL MES CALENDARIO   *
      *     DE LA FECHA DE CORRIDA, COMO EN SalesProfitReport.         *
      *----------------------------------------------------------------*
       1050-OBTENER-PARAMETROS.
           ACCEPT PARM-FECHA-ENV FROM ENVIRONMENT "SALES_RUN_DATE"
           IF PARM-FECHA-ENV EQUAL SPACES
               ACCEPT LFT-FECHA-CORRIDA FROM DATE
           ELSE
               MOVE PARM-FECHA-ENV         TO LFT-FECHA-CORRIDA
           END-IF
           ACCEPT PARM-DESDE-ENV FROM ENVIRONMENT "SALES_PROMO_FROM"
           IF PARM-DESDE-ENV EQUAL SPACES
               COMPUTE LFT-FECHA-DESDE = LFT-FC-AAMM * 100 + 1
           ELSE
               MOVE PARM-DESDE-ENV         TO LFT-FECHA-DESDE
           END-IF
           ACCEPT PARM-HASTA-ENV FROM ENVIRONMENT "SALES_PROMO_TO"
           IF PARM-HASTA-ENV EQUAL SPACES
               COMPUTE LFT-FECHA-HASTA = LFT-FC-AAMM * 100 + 31
           ELSE
               MOVE PARM-HASTA-ENV         TO LFT-FECHA-HASTA
           END-IF
           ACCEPT PARM-NUMERO-ENV
               FROM ENVIRONMENT "SALES_PROMO_BASE_DAYS"
           IF PARM-NUMERO-ENV NOT EQUAL SPACES
               MOVE PARM-NUMERO-ENV        TO CNV-TEXTO
               PERFORM 1240-CONVERTIR-ENTERO
               IF CNV-VALIDO AND CNV-NUMERO > ZERO
                   AND CNV-NUMERO NOT > LFT-TOPE-DIAS
                   MOVE CNV-NUMERO         TO LFT-DIAS-BASE
               ELSE
                   DISPLAY "SALES_PROMO_BASE_DAYS INVALIDO - SE USA "
                       "EL VALOR POR DEFECTO"
               END-IF
           END-IF
           MOVE SPACES                     TO PARM-NUMERO-ENV
           ACCEPT PARM-NUMERO-ENV
               FROM ENVIRONMENT "SALES_PROMO_POST_DAYS"
           IF PARM-NUMERO-ENV NOT EQUAL SPACES
               MOVE PARM-NUMERO-ENV        TO CNV-TEXTO
               PERFORM 1240-CONVERTIR-ENTERO
               IF CNV-VALIDO AND CNV-NUMERO > ZERO
                   AND CNV-NUMERO NOT > LFT-TOPE-DIAS
                   MOVE CNV-NUMERO         TO LFT-DIAS-POSTERIOR
               ELSE
                   DISPLAY "SALES_PROMO_POST_DAYS INVALIDO - SE USA "
                       "EL VALOR POR DEFECTO"
               END-IF
           END-IF
           ACCEPT PARM-MAESTRO-PRODUCTOS
               FROM ENVIRONMENT "SALES_PRODUCT_MASTER"
           IF PARM-MAESTRO-PRODUCTOS EQUAL SPACES
               MOVE "productmaster.dat" TO PARM-MAESTRO-PRODUCTOS
           END-IF
           ACCEPT PARM-ARCHIVO-REPORTE
               FROM ENVIRONMENT "SALES_PROMO_REPORT_FILE"
           IF PARM-ARCHIVO-REPORTE EQUAL SPACES
               MOVE "promoliftreport.txt"  TO PARM-ARCHIVO-REPORTE
           END-IF
           MOVE LFT-FECHA-CORRIDA          TO LFT-CNV-FECHA
           PERFORM 1300-FECHA-A-SERIAL
           MOVE LFT-CNV-SERIAL             TO LFT-SERIAL-CORRIDA
           .

      *----------------------------------------------------------------*
      * 1070-CARGAR-MAESTRO                                            *
      *     SIN MAESTRO EL REPORTE SALE, PERO SIN MARGEN ("SIN COSTO") *
      *----------------------------------------------------------------*
       1070-CARGAR-MAESTRO.
           OPEN INPUT PRODUCT-MASTER-FILE
           IF MST-STATUS EQUAL '00' OR MST-STATUS EQUAL '05'
               PERFORM 1071-LEER-MAESTRO UNTIL MST-EOF
               CLOSE PRODUCT-MASTER-FILE
           ELSE
               DISPLAY "ADVERTENCIA: MAESTRO DE PRODUCTOS NO "
                   "DISPONIBLE (STATUS " MST-STATUS ") - TODA "
                   "PROMOCION SALDRA SIN COSTO"
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
                   MOVE PM-PRECIO-ESPERADO
                       TO MST-PRECIO-ESPERADO(MST-IDX)
                   MOVE PM-COSTO-UNITARIO
                       TO MST-COSTO-UNITARIO(MST-IDX)
               ELSE
                   DISPLAY "TABLA DEL MAESTRO LLENA - PRODUCTO NO "
                       "CARGADO: " PM-PRODUCT-NAME
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1080-CARGAR-PROMOCIONES                                        *
      *     CARGA TODO EL CALENDARIO; SIN ARCHIVO NO HAY NADA QUE      *
      *     REPORTAR                                                   *
      *----------------------------------------------------------------*
       1080-CARGAR-PROMOCIONES.
           OPEN INPUT PROMO-FILE
           IF PRO-STATUS EQUAL '00' OR PRO-STATUS EQUAL '05'
               PERFORM 1081-LEER-PROMOCION UNTIL PRO-EOF
               CLOSE PROMO-FILE
           ELSE
               DISPLAY "ADVERTENCIA: CALENDARIO DE PROMOCIONES NO "
                   "DISPONIBLE (STATUS " PRO-STATUS ")"
           END-IF
           .

       1081-LEER-PROMOCION.
           READ PROMO-FILE NEXT RECORD
               AT END
                   SET PRO-EOF             TO TRUE
           END-READ
           IF NOT PRO-EOF
               AND PRM-FECHA-INICIO NUMERIC
               AND PRM-FECHA-FIN NUMERIC
               AND PRM-FECHA-FIN NOT < PRM-FECHA-INICIO
               ADD 1                       TO LFT-PROMOCIONES-LEIDAS
               IF PRL-COUNT < PRL-MAX-PROMOCIONES
                   ADD 1                   TO PRL-COUNT
                   SET PRL-IDX             TO PRL-COUNT
                   MOVE PRM-PRODUCT-NAME   TO PRL-PRODUCTO(PRL-IDX)
                   MOVE PRM-TIENDA         TO PRL-TIENDA(PRL-IDX)
                   MOVE PRM-FECHA-INICIO
                       TO PRL-FECHA-INICIO(PRL-IDX)
                   MOVE PRM-FECHA-FIN      TO PRL-FECHA-FIN(PRL-IDX)
                   MOVE PRM-TIPO           TO PRL-TIPO(PRL-IDX)
                   MOVE PRM-PRECIO-PROMO
                       TO PRL-PRECIO-PROMO(PRL-IDX)
                   MOVE PRM-DESCUENTO-PCT
                       TO PRL-DESCUENTO-PCT(PRL-IDX)
               ELSE
                   ADD 1                   TO LFT-PROMOCIONES-OMITIDAS
                   DISPLAY "TABLA DE PROMOCIONES LLENA - NO CARGADA: "
                       PRM-PRODUCT-NAME
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1100-ABRIR-ARCHIVOS                                            *
      *----------------------------------------------------------------*
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT SALES-HISTORY-FILE
           IF HST-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING SALES HISTORY FILE - STATUS: "
                       HST-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           OPEN OUTPUT LIFT-REPORT-FILE
           IF RPT-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING PROMO LIFT REPORT FILE"
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           .

      *----------------------------------------------------------------*
      * 2000-PROCESO-PROGRAMA                                          *
      *----------------------------------------------------------------*
       2000-PROCESO-PROGRAMA.
           PERFORM 2200-ENCABEZADO-REPORTE
           PERFORM 2100-EVALUAR-PROMOCION THRU
                   2100-EVALUAR-PROMOCION-EXIT
               VARYING PRL-IDX FROM 1 BY 1 UNTIL PRL-IDX > PRL-COUNT
           PERFORM 2400-TOTALES-REPORTE
           IF LFT-PROMOCIONES-OMITIDAS > ZERO
               MOVE 4                      TO LFT-CODIGO-RETORNO
           ELSE
               MOVE ZERO                   TO LFT-CODIGO-RETORNO
           END-IF
           DISPLAY "=========================================="
           DISPLAY "  REPORTE DE ALZA DE PROMOCIONES"
           DISPLAY "=========================================="
           DISPLAY "FECHAS FIN            : " LFT-FECHA-DESDE " - "
               LFT-FECHA-HASTA
           DISPLAY "PROMOCIONES LEIDAS    : " LFT-PROMOCIONES-LEIDAS
           DISPLAY "PROMOCIONES REPORTADAS: "
               LFT-PROMOCIONES-REPORTADAS
           DISPLAY "  PAGARON             : " LFT-PROMOCIONES-PAGARON
           DISPLAY "  NO PAGARON          : "
               LFT-PROMOCIONES-NO-PAGARON
           DISPLAY "  SIN COSTO           : "
               LFT-PROMOCIONES-SIN-COSTO
           DISPLAY "SIN INICIAR (OMITIDAS): " LFT-PROMOCIONES-FUTURAS
           DISPLAY "=========================================="
           DISPLAY "CODIGO DE RETORNO DEL REPORTE: "
               LFT-CODIGO-RETORNO
           .

      *----------------------------------------------------------------*
      * 2100-EVALUAR-PROMOCION                                         *
      *     ARMA LOS TRES PERIODOS DE LA PROMOCION, LEE LA HISTORIA    *
      *     DESDE EL INICIO DE LA BASE HASTA EL FIN DEL POSTERIOR (O   *
      *     LA FECHA DE CORRIDA) E IMPRIME SU BLOQUE                   *
      *----------------------------------------------------------------*
       2100-EVALUAR-PROMOCION.
           IF PRL-FECHA-FIN(PRL-IDX) < LFT-FECHA-DESDE
               OR PRL-FECHA-FIN(PRL-IDX) > LFT-FECHA-HASTA
               GO TO 2100-EVALUAR-PROMOCION-EXIT
           END-IF
           IF PRL-FECHA-INICIO(PRL-IDX) > LFT-FECHA-CORRIDA
               ADD 1                       TO LFT-PROMOCIONES-FUTURAS
               GO TO 2100-EVALUAR-PROMOCION-EXIT
           END-IF
           ADD 1                           TO LFT-PROMOCIONES-REPORTADAS
           PERFORM 2110-ARMAR-PERIODOS
           PERFORM 2120-BUSCAR-TRASLAPE
           PERFORM 2130-BUSCAR-MAESTRO
           MOVE PER-DESDE(1)               TO HIST-FECHA-CORRIDA
           MOVE LOW-VALUES                 TO HIST-TIENDA
           MOVE LOW-VALUES                 TO HIST-PRODUCT-NAME
           MOVE 'N'                        TO HST-EOF-SW
           START SALES-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HST-EOF             TO TRUE
           END-START
           PERFORM 2140-LEER-HISTORIA THRU 2140-LEER-HISTORIA-EXIT
               UNTIL HST-EOF
           PERFORM 2150-CALCULAR-ALZA
           PERFORM 2300-IMPRIMIR-PROMOCION
           .
       2100-EVALUAR-PROMOCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2110-ARMAR-PERIODOS                                            *
      *     BASE = LOS N DIAS ANTES DEL INICIO; PROMOCION = INICIO A   *
      *     FIN; POSTERIOR = LOS M DIAS DESPUES DEL FIN.  PROMOCION Y  *
      *     POSTERIOR SE CORTAN EN LA FECHA DE CORRIDA.                *
      *----------------------------------------------------------------*
       2110-ARMAR-PERIODOS.
           MOVE 'N'                        TO LFT-EN-CURSO-SW
           MOVE 'N'                        TO LFT-POST-INCOMPLETO-SW
           PERFORM 2111-LIMPIAR-PERIODO
               VARYING PER-IDX FROM 1 BY 1 UNTIL PER-IDX > 3
           MOVE PRL-FECHA-INICIO(PRL-IDX)  TO LFT-CAL-FECHA
           PERFORM 1310-RESTAR-UN-DIA
           MOVE LFT-CAL-FECHA              TO PER-HASTA(1)
           PERFORM 1310-RESTAR-UN-DIA LFT-DIAS-BASE TIMES
           PERFORM 1320-SUMAR-UN-DIA
           MOVE LFT-CAL-FECHA              TO PER-DESDE(1)
           MOVE LFT-DIAS-BASE              TO PER-DIAS(1)
           MOVE PRL-FECHA-INICIO(PRL-IDX)  TO PER-DESDE(2)
           MOVE PRL-FECHA-FIN(PRL-IDX)     TO PER-HASTA(2)
           IF PER-HASTA(2) > LFT-FECHA-CORRIDA
               MOVE LFT-FECHA-CORRIDA      TO PER-HASTA(2)
               SET LFT-EN-CURSO            TO TRUE
           END-IF
           MOVE PER-DESDE(2)               TO LFT-CNV-FECHA
           PERFORM 1300-FECHA-A-SERIAL
           MOVE LFT-CNV-SERIAL             TO LFT-SERIAL-DESDE
           MOVE PER-HASTA(2)               TO LFT-CNV-FECHA
           PERFORM 1300-FECHA-A-SERIAL
           COMPUTE PER-DIAS(2) = LFT-CNV-SERIAL - LFT-SERIAL-DESDE + 1
           MOVE PER-HASTA(2)               TO LFT-LEER-HASTA
           IF LFT-EN-CURSO
               MOVE ZERO                   TO PER-DESDE(3)
               MOVE ZERO                   TO PER-HASTA(3)
               MOVE ZERO                   TO PER-DIAS(3)
           ELSE
               MOVE PRL-FECHA-FIN(PRL-IDX) TO LFT-CAL-FECHA
               PERFORM 1320-SUMAR-UN-DIA
               MOVE LFT-CAL-FECHA          TO PER-DESDE(3)
               PERFORM 1320-SUMAR-UN-DIA LFT-DIAS-POSTERIOR TIMES
               PERFORM 1310-RESTAR-UN-DIA
               MOVE LFT-CAL-FECHA          TO PER-HASTA(3)
               MOVE LFT-DIAS-POSTERIOR     TO PER-DIAS(3)
               IF PER-DESDE(3) > LFT-FECHA-CORRIDA
                   SET LFT-POST-INCOMPLETO TO TRUE
                   MOVE ZERO               TO PER-DIAS(3)
               ELSE
                   IF PER-HASTA(3) > LFT-FECHA-CORRIDA
                       SET LFT-POST-INCOMPLETO TO TRUE
                       MOVE LFT-FECHA-CORRIDA  TO PER-HASTA(3)
                       MOVE PER-DESDE(3)   TO LFT-CNV-FECHA
                       PERFORM 1300-FECHA-A-SERIAL
                       COMPUTE PER-DIAS(3) =
                           LFT-SERIAL-CORRIDA - LFT-CNV-SERIAL + 1
                   END-IF
                   MOVE PER-HASTA(3)       TO LFT-LEER-HASTA
               END-IF
           END-IF
           .

       2111-LIMPIAR-PERIODO.
           SET LFT-CONTADOR                TO PER-IDX
           MOVE LFT-NOMBRE-PERIODO(LFT-CONTADOR)
               TO PER-NOMBRE(PER-IDX)
           MOVE ZERO                       TO PER-UNIDADES(PER-IDX)
           MOVE ZERO                       TO PER-INGRESOS(PER-IDX)
           MOVE ZERO                       TO PER-MARGEN(PER-IDX)
           MOVE ZERO                       TO PER-UNID-DIA(PER-IDX)
           MOVE ZERO                       TO PER-INGR-DIA(PER-IDX)
           MOVE ZERO                       TO PER-MARG-DIA(PER-IDX)
           .

      *----------------------------------------------------------------*
      * 2120-BUSCAR-TRASLAPE                                           *
      *     OTRA PROMOCION DEL MISMO PRODUCTO, EN LA MISMA TIENDA O EN *
      *     TODA LA CADENA, QUE TOQUE EL PERIODO BASE LO CONTAMINA     *
      *----------------------------------------------------------------*
       2120-BUSCAR-TRASLAPE.
           MOVE 'N'                        TO LFT-TRASLAPE-SW
           PERFORM 2121-COMPARAR-TRASLAPE
               VARYING PRL-IDX2 FROM 1 BY 1
               UNTIL PRL-IDX2 > PRL-COUNT OR LFT-TRASLAPE
           .

       2121-COMPARAR-TRASLAPE.
           IF PRL-IDX2 NOT EQUAL PRL-IDX
               AND PRL-PRODUCTO(PRL-IDX2) EQUAL PRL-PRODUCTO(PRL-IDX)
               AND (PRL-TIENDA(PRL-IDX2) EQUAL PRL-TIENDA(PRL-IDX)
                    OR PRL-TIENDA(PRL-IDX2) EQUAL '*'
                    OR PRL-TIENDA(PRL-IDX) EQUAL '*')
               AND PRL-FECHA-INICIO(PRL-IDX2) NOT > PER-HASTA(1)
               AND PRL-FECHA-FIN(PRL-IDX2) NOT < PER-DESDE(1)
               SET LFT-TRASLAPE            TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * 2130-BUSCAR-MAESTRO                                            *
      *----------------------------------------------------------------*
       2130-BUSCAR-MAESTRO.
           MOVE 'N'                        TO MST-ENCONTRADO-SW
           MOVE ZERO                       TO MST-COSTO-ACTUAL
           MOVE ZERO                       TO MST-PRECIO-ACTUAL
           SET MST-IDX                     TO 1
           PERFORM 2131-COMPARAR-MAESTRO THRU
                   2131-COMPARAR-MAESTRO-EXIT
               UNTIL MST-IDX > MST-COUNT OR MST-ENCONTRADO
           IF MST-COSTO-ACTUAL EQUAL ZERO
               SET LFT-SIN-COSTO           TO TRUE
           ELSE
               MOVE 'N'                    TO LFT-SIN-COSTO-SW
           END-IF
           .

       2131-COMPARAR-MAESTRO.
           IF MST-PRODUCT-NAME(MST-IDX) EQUAL PRL-PRODUCTO(PRL-IDX)
               MOVE MST-COSTO-UNITARIO(MST-IDX) TO MST-COSTO-ACTUAL
               MOVE MST-PRECIO-ESPERADO(MST-IDX) TO MST-PRECIO-ACTUAL
               SET MST-ENCONTRADO          TO TRUE
               GO TO 2131-COMPARAR-MAESTRO-EXIT
           END-IF
           SET MST-IDX UP BY 1
           .
       2131-COMPARAR-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2140-LEER-HISTORIA                                             *
      *     SUMA AL PERIODO QUE CORRESPONDA LAS VENTAS DEL PRODUCTO    *
      *     EN LA TIENDA DE LA PROMOCION (O EN TODAS SI ES '*')        *
      *----------------------------------------------------------------*
       2140-LEER-HISTORIA.
           READ SALES-HISTORY-FILE NEXT RECORD
               AT END
                   SET HST-EOF             TO TRUE
                   GO TO 2140-LEER-HISTORIA-EXIT
           END-READ
           IF HIST-FECHA-CORRIDA > LFT-LEER-HASTA
               SET HST-EOF                 TO TRUE
               GO TO 2140-LEER-HISTORIA-EXIT
           END-IF
           IF HIST-PRODUCT-NAME NOT EQUAL PRL-PRODUCTO(PRL-IDX)
               GO TO 2140-LEER-HISTORIA-EXIT
           END-IF
           IF PRL-TIENDA(PRL-IDX) NOT EQUAL '*'
               AND HIST-TIENDA NOT EQUAL PRL-TIENDA(PRL-IDX)
               GO TO 2140-LEER-HISTORIA-EXIT
           END-IF
           EVALUATE TRUE
               WHEN HIST-FECHA-CORRIDA < PER-DESDE(2)
                   SET PER-IDX             TO 1
               WHEN HIST-FECHA-CORRIDA NOT > PER-HASTA(2)
                   SET PER-IDX             TO 2
               WHEN OTHER
                   SET PER-IDX             TO 3
           END-EVALUATE
           ADD HIST-QUANTITY               TO PER-UNIDADES(PER-IDX)
           ADD HIST-REVENUE                TO PER-INGRESOS(PER-IDX)
           .
       2140-LEER-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2150-CALCULAR-ALZA                                             *
      *----------------------------------------------------------------*
       2150-CALCULAR-ALZA.
           PERFORM 2151-PROMEDIOS-PERIODO
               VARYING PER-IDX FROM 1 BY 1 UNTIL PER-IDX > 3
           MOVE ZERO                       TO LFT-ALZA-UNIDADES
           MOVE ZERO                       TO LFT-ALZA-INGRESOS
           MOVE ZERO                       TO LFT-POST-VS-BASE
           IF PER-UNID-DIA(1) > ZERO
               COMPUTE LFT-ALZA-UNIDADES ROUNDED =
                   (PER-UNID-DIA(2) - PER-UNID-DIA(1)) * 100
                   / PER-UNID-DIA(1)
                   ON SIZE ERROR
                       MOVE 999999,9       TO LFT-ALZA-UNIDADES
               END-COMPUTE
               COMPUTE LFT-POST-VS-BASE ROUNDED =
                   (PER-UNID-DIA(3) - PER-UNID-DIA(1)) * 100
                   / PER-UNID-DIA(1)
                   ON SIZE ERROR
                       MOVE 999999,9       TO LFT-POST-VS-BASE
               END-COMPUTE
           END-IF
           IF PER-INGR-DIA(1) > ZERO
               COMPUTE LFT-ALZA-INGRESOS ROUNDED =
                   (PER-INGR-DIA(2) - PER-INGR-DIA(1)) * 100
                   / PER-INGR-DIA(1)
                   ON SIZE ERROR
                       MOVE 999999,9       TO LFT-ALZA-INGRESOS
               END-COMPUTE
           END-IF
           COMPUTE LFT-UNID-INCREMENTAL ROUNDED =
               PER-UNIDADES(2) - PER-UNID-DIA(1) * PER-DIAS(2)
           IF PER-UNIDADES(1) > ZERO AND PER-INGRESOS(1) > ZERO
               COMPUTE LFT-PRECIO-BASE ROUNDED =
                   PER-INGRESOS(1) / PER-UNIDADES(1)
               MOVE "BASE"                 TO LFT-PRECIO-ORIGEN
           ELSE
               MOVE MST-PRECIO-ACTUAL      TO LFT-PRECIO-BASE
               MOVE "MAESTRO"              TO LFT-PRECIO-ORIGEN
           END-IF
           MOVE ZERO                       TO LFT-MARGEN-CEDIDO
           IF PER-UNIDADES(2) > ZERO
               COMPUTE LFT-MARGEN-CEDIDO ROUNDED =
                   PER-UNIDADES(2) * LFT-PRECIO-BASE - PER-INGRESOS(2)
           END-IF
           MOVE ZERO                       TO LFT-MARGEN-INCREMENTAL
           IF NOT LFT-SIN-COSTO
               COMPUTE LFT-MARGEN-INCREMENTAL ROUNDED =
                   PER-MARGEN(2) - PER-MARG-DIA(1) * PER-DIAS(2)
               ADD LFT-MARGEN-CEDIDO       TO LFT-TOT-MARGEN-CEDIDO
               ADD LFT-MARGEN-INCREMENTAL  TO LFT-TOT-MARGEN-INCREMENTAL
               IF LFT-MARGEN-INCREMENTAL > ZERO
                   ADD 1                   TO LFT-PROMOCIONES-PAGARON
               ELSE
                   ADD 1                TO LFT-PROMOCIONES-NO-PAGARON
               END-IF
           ELSE
               ADD LFT-MARGEN-CEDIDO       TO LFT-TOT-MARGEN-CEDIDO
               ADD 1                       TO LFT-PROMOCIONES-SIN-COSTO
           END-IF
           .

      *----------------------------------------------------------------*
      * 2151-PROMEDIOS-PERIODO                                         *
      *     MARGEN DEL PERIODO Y PROMEDIOS DIARIOS                     *
      *----------------------------------------------------------------*
       2151-PROMEDIOS-PERIODO.
           IF NOT LFT-SIN-COSTO
               COMPUTE PER-MARGEN(PER-IDX) =
                   PER-INGRESOS(PER-IDX)
                   - PER-UNIDADES(PER-IDX) * MST-COSTO-ACTUAL
           END-IF
           IF PER-DIAS(PER-IDX) > ZERO
               COMPUTE PER-UNID-DIA(PER-IDX) ROUNDED =
                   PER-UNIDADES(PER-IDX) / PER-DIAS(PER-IDX)
               COMPUTE PER-INGR-DIA(PER-IDX) ROUNDED =
                   PER-INGRESOS(PER-IDX) / PER-DIAS(PER-IDX)
               COMPUTE PER-MARG-DIA(PER-IDX) ROUNDED =
                   PER-MARGEN(PER-IDX) / PER-DIAS(PER-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * 2200-ENCABEZADO-REPORTE                                        *
      *----------------------------------------------------------------*
       2200-ENCABEZADO-REPORTE.
           MOVE SPACES                 TO REPORT-RECORD
           STRING "REPORTE DE ALZA DE PROMOCIONES "
                  DELIMITED BY SIZE
                  "(IMPORTES NETOS EN COP)" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE LFT-DIAS-BASE          TO LFT-CONTEO-ED
           MOVE SPACES                 TO REPORT-RECORD
           STRING "PROMOCIONES TERMINADAS DEL " DELIMITED BY SIZE
                  LFT-FECHA-DESDE      DELIMITED BY SIZE
                  " AL "               DELIMITED BY SIZE
                  LFT-FECHA-HASTA      DELIMITED BY SIZE
                  "   FECHA DE CORRIDA: " DELIMITED BY SIZE
                  LFT-FECHA-CORRIDA    DELIMITED BY SIZE
                  "   DIAS BASE: "     DELIMITED BY SIZE
                  LFT-CONTEO-ED        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           MOVE LFT-DIAS-POSTERIOR     TO LFT-CONTEO-ED
           STRING "   DIAS POSTERIOR: " DELIMITED BY SIZE
                  LFT-CONTEO-ED        DELIMITED BY SIZE
                  INTO REPORT-RECORD(93:)
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2300-IMPRIMIR-PROMOCION                                        *
      *     BLOQUE DE UNA PROMOCION: IDENTIFICACION, LOS TRES PERIODOS *
      *     Y EL RESULTADO                                             *
      *----------------------------------------------------------------*
       2300-IMPRIMIR-PROMOCION.
           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                 TO REPORT-RECORD
           STRING "PROMOCION: "        DELIMITED BY SIZE
                  PRL-PRODUCTO(PRL-IDX) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           IF PRL-TIENDA(PRL-IDX) EQUAL '*'
               MOVE "TIENDA: CADENA"   TO REPORT-RECORD(73:14)
           ELSE
               MOVE "TIENDA:"          TO REPORT-RECORD(73:7)
               MOVE PRL-TIENDA(PRL-IDX) TO REPORT-RECORD(81:10)
           END-IF
           IF PRL-TIPO-DESCUENTO(PRL-IDX)
               MOVE PRL-DESCUENTO-PCT(PRL-IDX) TO LFT-DESCUENTO-ED
               STRING "DESCUENTO "     DELIMITED BY SIZE
                      LFT-DESCUENTO-ED DELIMITED BY SIZE
                      " PCT"           DELIMITED BY SIZE
                      INTO REPORT-RECORD(93:)
           ELSE
               MOVE PRL-PRECIO-PROMO(PRL-IDX) TO LFT-PRECIO-ED
               STRING "PRECIO PROMO "  DELIMITED BY SIZE
                      LFT-PRECIO-ED    DELIMITED BY SIZE
                      INTO REPORT-RECORD(93:)
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES                 TO REPORT-RECORD
           MOVE "PERIODO"              TO REPORT-RECORD(1:7)
           MOVE " DESDE"               TO REPORT-RECORD(12:6)
           MOVE " HASTA"               TO REPORT-RECORD(19:6)
           MOVE "DIAS"                 TO REPORT-RECORD(26:4)
           MOVE "  UNIDADES"           TO REPORT-RECORD(31:10)
           MOVE "   UNID/DIA"          TO REPORT-RECORD(42:11)
           MOVE "      INGRESOS"       TO REPORT-RECORD(54:14)
           MOVE "    INGR/DIA"         TO REPORT-RECORD(69:12)
           MOVE "        MARGEN"       TO REPORT-RECORD(82:14)
           MOVE "  MARGEN/DIA"         TO REPORT-RECORD(97:12)
           WRITE REPORT-RECORD
           PERFORM 2310-IMPRIMIR-PERIODO
               VARYING PER-IDX FROM 1 BY 1 UNTIL PER-IDX > 3
           MOVE SPACES                 TO REPORT-RECORD
           MOVE LFT-ALZA-UNIDADES      TO LFT-PCT-ED
           PERFORM 2320-TEXTO-PORCENTAJE
           STRING "ALZA UNIDADES: "    DELIMITED BY SIZE
                  LFT-TEXTO-PCT        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           MOVE LFT-ALZA-INGRESOS      TO LFT-PCT-ED
           PERFORM 2320-TEXTO-PORCENTAJE
           STRING "ALZA INGRESOS: "    DELIMITED BY SIZE
                  LFT-TEXTO-PCT        DELIMITED BY SIZE
                  INTO REPORT-RECORD(29:)
           MOVE LFT-UNID-INCREMENTAL   TO LFT-UNIDADES-ED
           STRING "UNID. INCREMENTALES: " DELIMITED BY SIZE
                  LFT-UNIDADES-ED      DELIMITED BY SIZE
                  INTO REPORT-RECORD(57:)
           IF PER-DIAS(3) > ZERO
               MOVE LFT-POST-VS-BASE   TO LFT-PCT-ED
               PERFORM 2320-TEXTO-PORCENTAJE
           ELSE
               MOVE "       N/D"       TO LFT-TEXTO-PCT
           END-IF
           STRING "POSTERIOR VS BASE: " DELIMITED BY SIZE
                  LFT-TEXTO-PCT        DELIMITED BY SIZE
                  INTO REPORT-RECORD(92:)
           WRITE REPORT-RECORD
           MOVE SPACES                 TO REPORT-RECORD
           MOVE LFT-MARGEN-CEDIDO      TO LFT-IMPORTE-ED
           STRING "MARGEN CEDIDO: "    DELIMITED BY SIZE
                  LFT-IMPORTE-ED       DELIMITED BY SIZE
                  " (PRECIO "          DELIMITED BY SIZE
                  LFT-PRECIO-ORIGEN    DELIMITED BY SPACE
                  ")"                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           IF LFT-SIN-COSTO
               MOVE "MARGEN INCREMENTAL: SIN COSTO EN EL MAESTRO"
                   TO REPORT-RECORD(48:43)
           ELSE
               MOVE LFT-MARGEN-INCREMENTAL TO LFT-IMPORTE-ED
               STRING "MARGEN INCREMENTAL: " DELIMITED BY SIZE
                      LFT-IMPORTE-ED   DELIMITED BY SIZE
                      INTO REPORT-RECORD(48:)
               IF LFT-MARGEN-INCREMENTAL > ZERO
                   MOVE "RESULTADO: PAGO" TO REPORT-RECORD(92:15)
               ELSE
                   MOVE "RESULTADO: NO PAGO" TO REPORT-RECORD(92:18)
               END-IF
           END-IF
           WRITE REPORT-RECORD
           IF LFT-EN-CURSO OR LFT-POST-INCOMPLETO OR LFT-TRASLAPE
               OR PER-UNIDADES(1) NOT > ZERO
               MOVE SPACES             TO REPORT-RECORD
               MOVE "ADVERTENCIAS:"    TO REPORT-RECORD(1:13)
               MOVE 15                 TO LFT-CONTADOR
               IF LFT-EN-CURSO
                   MOVE "*EN CURSO"    TO REPORT-RECORD(LFT-CONTADOR:9)
                   ADD 11              TO LFT-CONTADOR
               END-IF
               IF LFT-POST-INCOMPLETO
                   MOVE "*POSTERIOR INCOMPLETO"
                       TO REPORT-RECORD(LFT-CONTADOR:21)
                   ADD 23              TO LFT-CONTADOR
               END-IF
               IF LFT-TRASLAPE
                   MOVE "*BASE CON OTRA PROMOCION"
                       TO REPORT-RECORD(LFT-CONTADOR:24)
                   ADD 26              TO LFT-CONTADOR
               END-IF
               IF PER-UNIDADES(1) NOT > ZERO
                   MOVE "*SIN VENTA BASE"
                       TO REPORT-RECORD(LFT-CONTADOR:15)
               END-IF
               WRITE REPORT-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * 2310-IMPRIMIR-PERIODO                                          *
      *----------------------------------------------------------------*
       2310-IMPRIMIR-PERIODO.
           MOVE SPACES                 TO LFT-LINEA-PERIODO
           MOVE PER-NOMBRE(PER-IDX)    TO LFT-LP-PERIODO
           IF PER-DIAS(PER-IDX) EQUAL ZERO
               MOVE SPACES             TO REPORT-RECORD
               MOVE LFT-LP-PERIODO     TO REPORT-RECORD(1:10)
               MOVE "SIN DIAS TRANSCURRIDOS A LA FECHA DE CORRIDA"
                   TO REPORT-RECORD(12:44)
               WRITE REPORT-RECORD
           ELSE
               MOVE PER-DESDE(PER-IDX)   TO LFT-LP-DESDE
               MOVE PER-HASTA(PER-IDX)   TO LFT-LP-HASTA
               MOVE PER-DIAS(PER-IDX)    TO LFT-LP-DIAS
               MOVE PER-UNIDADES(PER-IDX) TO LFT-LP-UNIDADES
               MOVE PER-UNID-DIA(PER-IDX) TO LFT-LP-UNID-DIA
               MOVE PER-INGRESOS(PER-IDX) TO LFT-LP-INGRESOS
               MOVE PER-INGR-DIA(PER-IDX) TO LFT-LP-INGR-DIA
               IF LFT-SIN-COSTO
                   MOVE "     SIN COSTO" TO LFT-LP-MARGEN
               ELSE
                   MOVE PER-MARGEN(PER-IDX) TO LFT-IMPORTE-ED
                   MOVE LFT-IMPORTE-ED   TO LFT-LP-MARGEN
                   MOVE PER-MARG-DIA(PER-IDX) TO LFT-IMPORTE-DIA-ED
                   MOVE LFT-IMPORTE-DIA-ED TO LFT-LP-MARG-DIA
               END-IF
               MOVE SPACES             TO REPORT-RECORD
               MOVE LFT-LINEA-PERIODO  TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * 2320-TEXTO-PORCENTAJE                                          *
      *     SIN VENTA BASE NO HAY CONTRA QUE COMPARAR ("N/D")          *
      *----------------------------------------------------------------*
       2320-TEXTO-PORCENTAJE.
           IF PER-UNID-DIA(1) > ZERO
               MOVE LFT-PCT-ED         TO LFT-TEXTO-PCT
           ELSE
               MOVE "       N/D"       TO LFT-TEXTO-PCT
           END-IF
           .

      *----------------------------------------------------------------*
      * 2400-TOTALES-REPORTE                                           *
      *----------------------------------------------------------------*
       2400-TOTALES-REPORTE.
           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE LFT-PROMOCIONES-REPORTADAS TO LFT-CONTEO-ED
           MOVE SPACES                 TO REPORT-RECORD
           STRING "PROMOCIONES REPORTADAS: " DELIMITED BY SIZE
                  LFT-CONTEO-ED        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           MOVE LFT-PROMOCIONES-PAGARON TO LFT-CONTEO-ED
           STRING "   PAGARON: "       DELIMITED BY SIZE
                  LFT-CONTEO-ED        DELIMITED BY SIZE
                  INTO REPORT-RECORD(31:)
           MOVE LFT-PROMOCIONES-NO-PAGARON TO LFT-CONTEO-ED
           STRING "   NO PAGARON: "    DELIMITED BY SIZE
                  LFT-CONTEO-ED        DELIMITED BY SIZE
                  INTO REPORT-RECORD(49:)
           MOVE LFT-PROMOCIONES-SIN-COSTO TO LFT-CONTEO-ED
           STRING "   SIN COSTO: "     DELIMITED BY SIZE
                  LFT-CONTEO-ED        DELIMITED BY SIZE
                  INTO REPORT-RECORD(70:)
           WRITE REPORT-RECORD
           MOVE LFT-TOT-MARGEN-CEDIDO  TO LFT-IMPORTE-TOT-ED
           MOVE SPACES                 TO REPORT-RECORD
           STRING "TOTAL MARGEN CEDIDO     : " DELIMITED BY SIZE
                  LFT-IMPORTE-TOT-ED   DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE LFT-TOT-MARGEN-INCREMENTAL TO LFT-IMPORTE-TOT-ED
           MOVE SPACES                 TO REPORT-RECORD
           STRING "TOTAL MARGEN INCREMENTAL: " DELIMITED BY SIZE
                  LFT-IMPORTE-TOT-ED   DELIMITED BY SIZE
                  " (SOLO PROMOCIONES CON COSTO)" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF LFT-PROMOCIONES-FUTURAS > ZERO
               MOVE LFT-PROMOCIONES-FUTURAS TO LFT-CONTEO-ED
               MOVE SPACES             TO REPORT-RECORD
               STRING "PROMOCIONES DEL RANGO AUN SIN INICIAR: "
                      DELIMITED BY SIZE
                      LFT-CONTEO-ED    DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
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
      *     CONVIERTE LFT-CNV-FECHA (AAMMDD) EN LFT-CNV-SERIAL, EL     *
      *     NUMERO DE DIA CORRIDO DESDE EL 2000.01.01, COMO EN         *
      *     SalesTrendReport                                           *
      *----------------------------------------------------------------*
       1300-FECHA-A-SERIAL.
           COMPUTE LFT-CNV-BISIESTOS = (LFT-CNV-AA + 3) / 4
           COMPUTE LFT-CNV-SERIAL =
               LFT-CNV-AA * 365 + LFT-CNV-BISIESTOS +
               LFT-DIAS-ACUM-MES(LFT-CNV-MM) + LFT-CNV-DD
           DIVIDE LFT-CNV-AA BY 4
               GIVING LFT-CNV-BISIESTOS REMAINDER LFT-CNV-RESTO
           IF LFT-CNV-RESTO EQUAL ZERO AND LFT-CNV-MM > 2
               ADD 1                       TO LFT-CNV-SERIAL
           END-IF
           .

      *----------------------------------------------------------------*
      * 1310-RESTAR-UN-DIA                                             *
      *     RESTA UN DIA A LFT-CAL-FECHA (FEBRERO BISIESTO = 29)       *
      *----------------------------------------------------------------*
       1310-RESTAR-UN-DIA.
           IF LFT-CAL-DD > 1
               SUBTRACT 1                  FROM LFT-CAL-DD
           ELSE
               IF LFT-CAL-MM EQUAL 1
                   SUBTRACT 1              FROM LFT-CAL-AA
                   MOVE 12                 TO LFT-CAL-MM
               ELSE
                   SUBTRACT 1              FROM LFT-CAL-MM
               END-IF
               PERFORM 1330-LARGO-DEL-MES
               MOVE LFT-CAL-LARGO          TO LFT-CAL-DD
           END-IF
           .

      *----------------------------------------------------------------*
      * 1320-SUMAR-UN-DIA                                              *
      *     SUMA UN DIA A LFT-CAL-FECHA                                *
      *----------------------------------------------------------------*
       1320-SUMAR-UN-DIA.
           PERFORM 1330-LARGO-DEL-MES
           IF LFT-CAL-DD < LFT-CAL-LARGO
               ADD 1                       TO LFT-CAL-DD
           ELSE
               MOVE 1                      TO LFT-CAL-DD
               IF LFT-CAL-MM EQUAL 12
                   ADD 1                   TO LFT-CAL-AA
                   MOVE 1                  TO LFT-CAL-MM
               ELSE
                   ADD 1                   TO LFT-CAL-MM
               END-IF
           END-IF
           .

       1330-LARGO-DEL-MES.
           MOVE LFT-LARGO-MES(LFT-CAL-MM)  TO LFT-CAL-LARGO
           DIVIDE LFT-CAL-AA BY 4
               GIVING LFT-CAL-COCIENTE REMAINDER LFT-CAL-RESTO
           IF LFT-CAL-MM EQUAL 2 AND LFT-CAL-RESTO EQUAL ZERO
               MOVE 29                     TO LFT-CAL-LARGO
           END-IF
           .

      *----------------------------------------------------------------*
      * 3000-FINAL-PROGRAMA                                            *
      *----------------------------------------------------------------*
       3000-FINAL-PROGRAMA.
           CLOSE SALES-HISTORY-FILE
           CLOSE LIFT-REPORT-FILE
           MOVE LFT-CODIGO-RETORNO         TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM SalesPromoLiftReport.
