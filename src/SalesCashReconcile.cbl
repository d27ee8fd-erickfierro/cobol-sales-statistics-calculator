      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SalesCashReconcile.
       AUTHOR.        ERICK STIVEN FIERRO PERDOMO.
       INSTALLATION.  TIENDA-01.
       DATE-WRITTEN.  2026.09.08
      *----------------------------------------------------------------*
      *    DESCRIPCION : ARQUEO DIARIO DE CAJA (SOBRANTES/FALTANTES),  *
      *                  A CORRER DESPUES DE SalesDataProcessor.       *
      *                  COMPARA LO RECAUDADO POR MEDIO DE PAGO        *
      *                  (tenderhistory.dat, REGISTROS 'P' DEL         *
      *                  EXTRACTO POS) CONTRA LA VENTA NETA CON        *
      *                  IMPUESTO DE LA FECHA:                         *
      *                  1. POR TIENDA, CONTRA saleshistory.dat (SUMA  *
      *                     DE HIST-REVENUE-IMPUESTO, YA NETA DE       *
      *                     DEVOLUCIONES).                             *
      *                  2. POR CAJERO, CONTRA cashierhistory.dat      *
      *                     (VENTAS MENOS DEVOLUCIONES DEL CAJERO).    *
      *                     LA HISTORIA POR CAJERO ES SIN IMPUESTO: SE *
      *                     LLEVA A VALOR CON IMPUESTO CON LA RELACION *
      *                     IMPUESTO/BASE DE SU TIENDA EN EL DIA, POR  *
      *                     LO QUE EL DESCUADRE POR CAJERO ES          *
      *                     INDICATIVO; EL DE TIENDA ES EL EXACTO.     *
      *                  3. EL EFECTIVO RECAUDADO DE CADA TIENDA       *
      *                     CONTRA SU CONSIGNACION BANCARIA DECLARADA  *
      *                     (bankdeposits.txt, LINEAS TIENDA;IMPORTE;  *
      *                     ARCHIVO AUSENTE = SIN CONSIGNACIONES).     *
      *                  IMPRIME EL REPORTE DE ARQUEO (cashreconcile.  *
      *                  txt, 132 COL.) Y AGREGA A exceptions.txt Y A  *
      *                  exceptionshist.txt, CON LAS CONVENCIONES DE   *
      *                  SalesDataProcessor, LAS TIENDAS CUYO          *
      *                  DESCUADRE EXCEDE LA TOLERANCIA                *
      *                  (SALES_CASH_TOLERANCE, COP):                  *
      *                  E006 = PAGOS CONTRA VENTAS,                   *
      *                  E007 = CONSIGNACION CONTRA EFECTIVO.          *
      *                  EXIGE CORRIDA COMPLETA DEL PROCESADOR EN      *
      *                  runcontrol.dat Y REGISTRA SU PROPIA CORRIDA   *
      *                  COMO PROGRAMA "SALESCSH".                     *
      *                  CODIGOS DE RETORNO COMO EN SalesDataProcessor:*
      *                  0=LIMPIA, 4=ADVERTENCIA (TIENDAS FUERA DE     *
      *                  TOLERANCIA), 8=RECHAZO DE CONTROL, 12=FALLA.  *
      *----------------------------------------------------------------*
      *    HISTORIAL DE MODIFICACIONES                                 *
      *    FECHA        INIC.  DESCRIPCION                             *
      *    2026.09.08   ESFP   VERSION INICIAL                         *
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
           SELECT OPTIONAL CASHIER-HISTORY-FILE
           ASSIGN TO 'cashierhistory.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CJH-KEY
           FILE STATUS IS CJH-STATUS.
           SELECT OPTIONAL TENDER-HISTORY-FILE
           ASSIGN TO 'tenderhistory.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PGH-KEY
           FILE STATUS IS PGH-STATUS.
           SELECT OPTIONAL BANK-DEPOSIT-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-CONSIGNACIONES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BCO-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'runcontrol.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS RCF-STATUS.
           SELECT CASH-REPORT-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.
           SELECT OPTIONAL EXCEPTIONS-FILE
           ASSIGN TO 'exceptions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXC-STATUS.
           SELECT OPTIONAL EXCEPTIONS-HIST-FILE
           ASSIGN TO 'exceptionshist.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXH-STATUS.
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
      * FD CASHIER-HISTORY-FILE                                        *
      *     UN REGISTRO POR FECHA+TIENDA+CAJERO (VER SalesDataProc-    *
      *     essor.cbl, 2167); ESTE LAYOUT DEBE COINCIDIR CON EL SUYO   *
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
      * FD TENDER-HISTORY-FILE                                         *
      *     UN REGISTRO POR FECHA+TIENDA+CAJERO+MEDIO DE PAGO (VER     *
      *     SalesDataProcessor.cbl, 2169); IMPORTES EN COP CON         *
      *     IMPUESTO, TAL COMO LOS COBRO LA CAJA                       *
      *----------------------------------------------------------------*
       FD TENDER-HISTORY-FILE.
       01 TENDER-HISTORY-RECORD.
           05 PGH-KEY.
               10 PGH-FECHA-CORRIDA        PIC 9(06).
               10 PGH-TIENDA               PIC X(10).
               10 PGH-CAJERO               PIC X(08).
               10 PGH-MEDIO                PIC X(01).
                   88 PGH-EFECTIVO                   VALUE 'E'.
                   88 PGH-TARJETA                    VALUE 'T'.
                   88 PGH-VALE                       VALUE 'V'.
           05 PGH-IMPORTE                  PIC S9(14) COMP-3.
           05 PGH-CONTEO                   PIC 9(06) COMP.
      *----------------------------------------------------------------*
      * FD BANK-DEPOSIT-FILE                                           *
      *     CONSIGNACIONES BANCARIAS DECLARADAS POR TIENDA PARA LA     *
      *     FECHA: LINEAS TIENDA;IMPORTE (COP ENTEROS).  VARIAS LINEAS *
      *     DE UNA MISMA TIENDA SE SUMAN.                              *
      *----------------------------------------------------------------*
       FD BANK-DEPOSIT-FILE.
       01 BANK-DEPOSIT-RECORD              PIC X(80).
      *----------------------------------------------------------------*
      * FD RUN-CONTROL-FILE                                            *
      *     CONTROL DE CORRIDAS ESCRITO POR SalesDataProcessor (VER    *
      *     ESE PROGRAMA); EL LAYOUT DEBE COINCIDIR CON EL SUYO.       *
      *     ESTE PROGRAMA LO CONSULTA PARA EXIGIR CORRIDA COMPLETA     *
      *     DEL PROCESADOR Y REGISTRA ALLI SU PROPIA CORRIDA COMO      *
      *     "SALESCSH".                                                *
      *----------------------------------------------------------------*
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RC-KEY.
               10 RC-FECHA                 PIC 9(06).
               10 RC-TIENDA                PIC X(10).
               10 RC-PROGRAMA              PIC X(08).
           05 RC-ESTADO                    PIC X(01).
               88 RC-EN-PROCESO                       VALUE 'E'.
               88 RC-COMPLETA                         VALUE 'C'.
               88 RC-ANULADA                          VALUE 'B'.
           05 RC-INICIO-FECHA              PIC 9(06).
           05 RC-INICIO-HORA               PIC 9(08).
           05 RC-FIN-FECHA                 PIC 9(06).
           05 RC-FIN-HORA                  PIC 9(08).
           05 RC-REG-LEIDOS                PIC 9(08).
           05 RC-REG-RECHAZADOS            PIC 9(08).
           05 RC-REG-DUPLICADOS            PIC 9(08).
           05 RC-ARCHIVO-ENTRADA           PIC X(80).
           05 RC-CODIGO-RETORNO            PIC 9(02).
      *----------------------------------------------------------------*
      * FD CASH-REPORT-FILE                                            *
      *     REPORTE DE ARQUEO DE CAJA POR TIENDA Y POR CAJERO (132     *
      *     COL.)                                                      *
      *----------------------------------------------------------------*
       FD CASH-REPORT-FILE.
       01 REPORT-RECORD                    PIC X(132).
      *----------------------------------------------------------------*
      * FD EXCEPTIONS-FILE / EXCEPTIONS-HIST-FILE                      *
      *     MISMO FORMATO DE SalesDataProcessor.  exceptions.txt SE    *
      *     ABRE EN EXTEND PARA NO BORRAR LO QUE DEJO EL PROCESADOR    *
      *     EN LA MISMA NOCHE.                                         *
      *----------------------------------------------------------------*
       FD EXCEPTIONS-FILE.
       01 EXCEPTION-RECORD.
           05 EXC-CODIGO                   PIC X(04).
           05 FILLER                       PIC X(01).
           05 EXC-SEVERIDAD                PIC X(01).
           05 FILLER                       PIC X(01).
           05 EXC-VALOR                    PIC 9(08).
           05 FILLER                       PIC X(01).
           05 EXC-UMBRAL                   PIC 9(08).
           05 FILLER                       PIC X(01).
           05 EXC-DESCRIPCION              PIC X(40).
       FD EXCEPTIONS-HIST-FILE.
       01 EXCEPTION-HIST-RECORD.
           05 EXH-FECHA-CORRIDA            PIC 9(06).
           05 FILLER                       PIC X(01).
           05 EXH-DETALLE                  PIC X(65).
      *----------------------------------------------------------------*
      *          W O R K I N G  S T O R A G E   S E C T I O N          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 HST-STATUS                       PIC X(02).
       77 CJH-STATUS                       PIC X(02).
       77 PGH-STATUS                       PIC X(02).
       77 BCO-STATUS                       PIC X(02).
       77 RCF-STATUS                       PIC X(02).
       77 RPT-STATUS                       PIC X(02).
       77 EXC-STATUS                       PIC X(02).
       77 EXH-STATUS                       PIC X(02).
       77 HST-EOF-SW                       PIC X(01) VALUE 'N'.
           88 HST-EOF                      VALUE 'Y'.
       77 CJH-EOF-SW                       PIC X(01) VALUE 'N'.
           88 CJH-EOF                      VALUE 'Y'.
       77 PGH-EOF-SW                       PIC X(01) VALUE 'N'.
           88 PGH-EOF                      VALUE 'Y'.
       77 BCO-EOF-SW                       PIC X(01) VALUE 'N'.
           88 BCO-EOF                      VALUE 'Y'.
       77 RCF-EOF-SW                       PIC X(01) VALUE 'N'.
           88 RCF-EOF                      VALUE 'Y'.
       77 RCF-COMPLETAS                    PIC 9(04) COMP VALUE ZERO.
       77 RCF-INCOMPLETAS                  PIC 9(04) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *     PARAMETROS DE EJECUCION                                    *
      *     FECHA (SALES_RUN_DATE), CONSIGNACIONES, TOLERANCIA EN COP  *
      *     (SALES_CASH_TOLERANCE, POR DEFECTO 5000) Y REPORTE         *
      *----------------------------------------------------------------*
       77 PARM-FECHA-ENV                   PIC X(06) VALUE SPACES.
       77 PARM-ARCHIVO-CONSIGNACIONES      PIC X(80) VALUE SPACES.
       77 PARM-ARCHIVO-REPORTE             PIC X(80) VALUE SPACES.
       77 PARM-TOLERANCIA-ENV              PIC X(16) VALUE SPACES.
       77 ARQ-FECHA-CORRIDA                PIC 9(06) VALUE ZERO.
       77 ARQ-TOLERANCIA                   PIC 9(14) COMP-3 VALUE 5000.
      *----------------------------------------------------------------*
      *     IDENTIFICACION DE ESTA CORRIDA EN EL CONTROL DE CORRIDAS   *
      *----------------------------------------------------------------*
       01 RCC-CORRIDA-ACTUAL.
           05 RCC-TIENDA                   PIC X(10) VALUE "CADENA".
           05 RCC-PROGRAMA                 PIC X(08) VALUE "SALESCSH".
           05 RCC-HORA-ACTUAL              PIC 9(08).
      *----------------------------------------------------------------*
      *     CODIGO DE RETORNO PARA EL PLANIFICADOR (CONVENCION DE      *
      *     SalesDataProcessor): ARRANCA EN 12 Y SOLO EL CIERRE        *
      *     NORMAL LO REBAJA.                                          *
      *----------------------------------------------------------------*
       77 ARQ-CODIGO-RETORNO               PIC 9(02) COMP VALUE 12.
      *----------------------------------------------------------------*
      *     ANALISIS DE UNA LINEA DE CONSIGNACIONES (TIENDA;IMPORTE)   *
      *----------------------------------------------------------------*
       01 BCO-CAMPOS.
           05 BCO-C-TIENDA                 PIC X(60).
           05 BCO-C-IMPORTE                PIC X(16).
           05 BCO-SOBRANTE                 PIC X(16).
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
      *     T A B L A   D E   T I E N D A S   D E L   D I A            *
      *     VENTA NETA (BASE Y CON IMPUESTO), RECAUDO POR MEDIO Y      *
      *     CONSIGNACION DECLARADA                                     *
      *----------------------------------------------------------------*
       01 TDA-TABLE.
           05 TDA-COUNT                    PIC 9(03) COMP VALUE ZERO.
           05 TDA-ENTRY OCCURS 50 TIMES INDEXED BY TDA-IDX.
               10 TDA-TIENDA               PIC X(10).
               10 TDA-VENTA-BASE           PIC S9(14) COMP-3.
               10 TDA-VENTA-IMPUESTO       PIC S9(14) COMP-3.
               10 TDA-EFECTIVO             PIC S9(14) COMP-3.
               10 TDA-TARJETA              PIC S9(14) COMP-3.
               10 TDA-VALE                 PIC S9(14) COMP-3.
               10 TDA-CONSIGNACION         PIC S9(14) COMP-3.
               10 TDA-CONSIGNACION-SW      PIC X(01).
                   88 TDA-CON-CONSIGNACION           VALUE 'S'.
       77 TDA-MAX-TIENDAS                  PIC 9(03) COMP VALUE 50.
       01 TDA-BUSQUEDA.
           05 TDA-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 TDA-ENCONTRADO                     VALUE 'Y'.
           05 TDA-BUSCAR-TIENDA            PIC X(10).
      *----------------------------------------------------------------*
      *     T A B L A   D E   C A J E R O S   D E L   D I A            *
      *----------------------------------------------------------------*
       01 CAJ-TABLE.
           05 CAJ-COUNT                    PIC 9(03) COMP VALUE ZERO.
           05 CAJ-ENTRY OCCURS 200 TIMES INDEXED BY CAJ-IDX.
               10 CAJ-TIENDA               PIC X(10).
               10 CAJ-CAJERO               PIC X(08).
               10 CAJ-VENTA-BASE           PIC S9(14) COMP-3.
               10 CAJ-RECAUDO              PIC S9(14) COMP-3.
       77 CAJ-MAX-CAJEROS                  PIC 9(03) COMP VALUE 200.
       01 CAJ-BUSQUEDA.
           05 CAJ-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 CAJ-ENCONTRADO                     VALUE 'Y'.
           05 CAJ-BUSCAR-TIENDA            PIC X(10).
           05 CAJ-BUSCAR-CAJERO            PIC X(08).
      *----------------------------------------------------------------*
      *     CALCULO DEL DESCUADRE DE LA ENTRADA ACTUAL                 *
      *----------------------------------------------------------------*
       01 ARQ-CALCULO.
           05 ARQ-RECAUDO                  PIC S9(14) COMP-3.
           05 ARQ-VENTA                    PIC S9(14) COMP-3.
           05 ARQ-DIFERENCIA               PIC S9(14) COMP-3.
           05 ARQ-DIF-CONSIGNACION         PIC S9(14) COMP-3.
           05 ARQ-DIF-ABSOLUTA             PIC 9(14) COMP-3.
           05 ARQ-FUERA-SW                 PIC X(01).
               88 ARQ-FUERA-TOLERANCIA               VALUE 'S'.
           05 ARQ-CONSIG-FUERA-SW          PIC X(01).
               88 ARQ-CONSIG-FUERA                   VALUE 'S'.
      *----------------------------------------------------------------*
      *     CONTEOS Y TOTALES DE LA CORRIDA                            *
      *----------------------------------------------------------------*
       77 ARQ-PAGOS-LEIDOS                 PIC 9(08) COMP VALUE ZERO.
       77 ARQ-CONSIG-LEIDAS                PIC 9(08) COMP VALUE ZERO.
       77 ARQ-CONSIG-RECHAZADAS            PIC 9(08) COMP VALUE ZERO.
       77 ARQ-TIENDAS-FUERA                PIC 9(04) COMP VALUE ZERO.
       77 ARQ-CAJEROS-FUERA                PIC 9(04) COMP VALUE ZERO.
       01 ARQ-TOTALES.
           05 ARQ-TOT-VENTA                PIC S9(16) COMP-3 VALUE ZERO.
           05 ARQ-TOT-RECAUDO              PIC S9(16) COMP-3 VALUE ZERO.
           05 ARQ-TOT-DIFERENCIA           PIC S9(16) COMP-3 VALUE ZERO.
      *----------------------------------------------------------------*
      *     LINEA DE DETALLE POR TIENDA                                *
      *----------------------------------------------------------------*
       01 ARQ-LINEA-TIENDA.
           05 ARQ-LT-TIENDA                PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ARQ-LT-VENTA                 PIC -(13)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ARQ-LT-EFECTIVO              PIC -(13)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ARQ-LT-TARJETA               PIC -(13)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ARQ-LT-VALE                  PIC -(13)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ARQ-LT-DIFERENCIA            PIC -(13)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ARQ-LT-CONSIGNACION          PIC -(13)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ARQ-LT-DIF-CONSIG            PIC -(13)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ARQ-LT-NOTA                  PIC X(12).
      *----------------------------------------------------------------*
      *     LINEA DE DETALLE POR CAJERO                                *
      *----------------------------------------------------------------*
       01 ARQ-LINEA-CAJERO.
           05 ARQ-LC-TIENDA                PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ARQ-LC-CAJERO                PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ARQ-LC-VENTA-BASE            PIC -(13)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ARQ-LC-VENTA                 PIC -(13)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ARQ-LC-RECAUDO               PIC -(13)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ARQ-LC-DIFERENCIA            PIC -(13)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ARQ-LC-NOTA                  PIC X(12).
       01 ARQ-EDITADOS.
           05 ARQ-IMPORTE-ED               PIC -(15)9.
           05 ARQ-CONTEO-ED                PIC Z(03)9.
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
           PERFORM 1055-VERIFICAR-CORRIDA-COMPLETA
           PERFORM 1090-REGISTRAR-INICIO-CORRIDA
           OPEN OUTPUT CASH-REPORT-FILE
           IF RPT-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING CASH RECONCILIATION REPORT FILE"
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           .

      *----------------------------------------------------------------*
      * 1050-OBTENER-PARAMETROS                                        *
      *----------------------------------------------------------------*
       1050-OBTENER-PARAMETROS.
           ACCEPT PARM-FECHA-ENV FROM ENVIRONMENT "SALES_RUN_DATE"
           IF PARM-FECHA-ENV EQUAL SPACES
               ACCEPT ARQ-FECHA-CORRIDA FROM DATE
           ELSE
               MOVE PARM-FECHA-ENV         TO ARQ-FECHA-CORRIDA
           END-IF
           ACCEPT PARM-ARCHIVO-CONSIGNACIONES
               FROM ENVIRONMENT "SALES_BANK_DEPOSITS"
           IF PARM-ARCHIVO-CONSIGNACIONES EQUAL SPACES
               MOVE "bankdeposits.txt" TO PARM-ARCHIVO-CONSIGNACIONES
           END-IF
           ACCEPT PARM-ARCHIVO-REPORTE
               FROM ENVIRONMENT "SALES_CASH_REPORT_FILE"
           IF PARM-ARCHIVO-REPORTE EQUAL SPACES
               MOVE "cashreconcile.txt"    TO PARM-ARCHIVO-REPORTE
           END-IF
           ACCEPT PARM-TOLERANCIA-ENV
               FROM ENVIRONMENT "SALES_CASH_TOLERANCE"
           IF PARM-TOLERANCIA-ENV NOT EQUAL SPACES
               MOVE PARM-TOLERANCIA-ENV    TO CNV-TEXTO
               PERFORM 1240-CONVERTIR-ENTERO
               IF CNV-VALIDO
                   MOVE CNV-NUMERO         TO ARQ-TOLERANCIA
               ELSE
                   DISPLAY "SALES_CASH_TOLERANCE INVALIDA - SE USA "
                       "LA TOLERANCIA POR DEFECTO"
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1055-VERIFICAR-CORRIDA-COMPLETA                                *
      *     COMO EN SalesInventoryUpdate: SIN CORRIDA COMPLETA DEL     *
      *     PROCESADOR PARA LA FECHA NO HAY VENTA CONTRA QUE ARQUEAR   *
      *----------------------------------------------------------------*
       1055-VERIFICAR-CORRIDA-COMPLETA.
           OPEN INPUT RUN-CONTROL-FILE
           IF RCF-STATUS NOT EQUAL '00'
               DISPLAY "ARQUEO RECHAZADO: NO HAY CONTROL DE "
                   "CORRIDAS (runcontrol.dat, STATUS " RCF-STATUS
                   ") - EJECUTE SalesDataProcessor PRIMERO"
               MOVE 8                      TO ARQ-CODIGO-RETORNO
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           MOVE ARQ-FECHA-CORRIDA          TO RC-FECHA
           MOVE LOW-VALUES                 TO RC-TIENDA
           MOVE LOW-VALUES                 TO RC-PROGRAMA
           START RUN-CONTROL-FILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   SET RCF-EOF             TO TRUE
           END-START
           PERFORM 1056-LEER-CONTROL-CORRIDA THRU
                   1056-LEER-CONTROL-CORRIDA-EXIT
               UNTIL RCF-EOF
           CLOSE RUN-CONTROL-FILE
           IF RCF-INCOMPLETAS > ZERO
               OR RCF-COMPLETAS EQUAL ZERO
               DISPLAY "ARQUEO RECHAZADO: LA FECHA "
                   ARQ-FECHA-CORRIDA " NO TIENE CORRIDA COMPLETA DE "
                   "SalesDataProcessor EN EL CONTROL DE CORRIDAS"
               MOVE 8                      TO ARQ-CODIGO-RETORNO
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           .

      *----------------------------------------------------------------*
      * 1056-LEER-CONTROL-CORRIDA                                      *
      *----------------------------------------------------------------*
       1056-LEER-CONTROL-CORRIDA.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET RCF-EOF             TO TRUE
                   GO TO 1056-LEER-CONTROL-CORRIDA-EXIT
           END-READ
           IF RC-FECHA NOT EQUAL ARQ-FECHA-CORRIDA
               SET RCF-EOF                 TO TRUE
               GO TO 1056-LEER-CONTROL-CORRIDA-EXIT
           END-IF
           IF RC-PROGRAMA EQUAL "SALESPRC"
               IF RC-COMPLETA
                   ADD 1                   TO RCF-COMPLETAS
               ELSE
                   ADD 1                   TO RCF-INCOMPLETAS
               END-IF
           END-IF
           .
       1056-LEER-CONTROL-CORRIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1090-REGISTRAR-INICIO-CORRIDA                                  *
      *     GRABA EL REGISTRO 'E' DE ESTA CORRIDA, COMO EN             *
      *     SalesDataProcessor (1090).  EL ARQUEO PUEDE REPETIRSE PARA *
      *     UNA FECHA (NO MUEVE SALDOS), ASI QUE UNA CORRIDA ANTERIOR  *
      *     SIMPLEMENTE SE REEMPLAZA.                                  *
      *----------------------------------------------------------------*
       1090-REGISTRAR-INICIO-CORRIDA.
           OPEN I-O RUN-CONTROL-FILE
           IF RCF-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING RUN CONTROL FILE - STATUS: "
                   RCF-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           MOVE SPACES                     TO RUN-CONTROL-RECORD
           MOVE ARQ-FECHA-CORRIDA          TO RC-FECHA
           MOVE RCC-TIENDA                 TO RC-TIENDA
           MOVE RCC-PROGRAMA               TO RC-PROGRAMA
           SET RC-EN-PROCESO               TO TRUE
           ACCEPT RC-INICIO-FECHA FROM DATE
           ACCEPT RCC-HORA-ACTUAL FROM TIME
           MOVE RCC-HORA-ACTUAL            TO RC-INICIO-HORA
           MOVE ZERO                       TO RC-FIN-FECHA
           MOVE ZERO                       TO RC-FIN-HORA
           MOVE ZERO                       TO RC-REG-LEIDOS
           MOVE ZERO                       TO RC-REG-RECHAZADOS
           MOVE ZERO                       TO RC-REG-DUPLICADOS
           MOVE PARM-ARCHIVO-CONSIGNACIONES TO RC-ARCHIVO-ENTRADA
           MOVE ZERO                       TO RC-CODIGO-RETORNO
           WRITE RUN-CONTROL-RECORD
           IF RCF-STATUS EQUAL '22'
               REWRITE RUN-CONTROL-RECORD
               IF RCF-STATUS NOT EQUAL '00'
                   DISPLAY "ERROR REWRITING RUN CONTROL - STATUS: "
                       RCF-STATUS
               END-IF
           END-IF
           CLOSE RUN-CONTROL-FILE
           .

      *----------------------------------------------------------------*
      * 2000-PROCESO-PROGRAMA                                          *
      *----------------------------------------------------------------*
       2000-PROCESO-PROGRAMA.
           PERFORM 2100-CARGAR-VENTAS
           PERFORM 2200-CARGAR-PAGOS THRU 2200-CARGAR-PAGOS-FIN
           PERFORM 2300-CARGAR-CAJEROS THRU 2300-CARGAR-CAJEROS-FIN
           PERFORM 2400-CARGAR-CONSIGNACIONES
           PERFORM 2500-ABRIR-EXCEPCIONES
           PERFORM 2600-REPORTE-TIENDAS
           PERFORM 2700-REPORTE-CAJEROS
           CLOSE EXCEPTIONS-FILE
           CLOSE EXCEPTIONS-HIST-FILE
           IF ARQ-TIENDAS-FUERA > ZERO
               OR ARQ-CONSIG-RECHAZADAS > ZERO
               MOVE 4                      TO ARQ-CODIGO-RETORNO
           ELSE
               MOVE ZERO                   TO ARQ-CODIGO-RETORNO
           END-IF
           PERFORM 2175-REGISTRAR-FIN-CORRIDA THRU
                   2175-REGISTRAR-FIN-CORRIDA-FIN
           DISPLAY "=========================================="
           DISPLAY "  ARQUEO DIARIO DE CAJA"
           DISPLAY "=========================================="
           DISPLAY "FECHA DE CORRIDA      : " ARQ-FECHA-CORRIDA
           DISPLAY "TOLERANCIA (COP)      : " ARQ-TOLERANCIA
           DISPLAY "TIENDAS ARQUEADAS     : " TDA-COUNT
           DISPLAY "CAJEROS ARQUEADOS     : " CAJ-COUNT
           DISPLAY "REGISTROS DE PAGO     : " ARQ-PAGOS-LEIDOS
           DISPLAY "CONSIGNACIONES LEIDAS : " ARQ-CONSIG-LEIDAS
           DISPLAY "CONSIGNAC. RECHAZADAS : " ARQ-CONSIG-RECHAZADAS
           DISPLAY "TIENDAS FUERA DE TOL. : " ARQ-TIENDAS-FUERA
           DISPLAY "CAJEROS FUERA DE TOL. : " ARQ-CAJEROS-FUERA
           DISPLAY "=========================================="
           DISPLAY "CODIGO DE RETORNO DEL ARQUEO: "
               ARQ-CODIGO-RETORNO
           .

      *----------------------------------------------------------------*
      * 2100-CARGAR-VENTAS                                             *
      *     SUMA POR TIENDA LA VENTA NETA DE LA FECHA SEGUN LA         *
      *     HISTORIA (BASE Y CON IMPUESTO)                             *
      *----------------------------------------------------------------*
       2100-CARGAR-VENTAS.
           OPEN INPUT SALES-HISTORY-FILE
           IF HST-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING SALES HISTORY FILE - STATUS: "
                   HST-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           MOVE ARQ-FECHA-CORRIDA          TO HIST-FECHA-CORRIDA
           MOVE LOW-VALUES                 TO HIST-TIENDA
           MOVE LOW-VALUES                 TO HIST-PRODUCT-NAME
           START SALES-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HST-EOF             TO TRUE
           END-START
           PERFORM 2110-LEER-HISTORIA THRU 2110-LEER-HISTORIA-EXIT
               UNTIL HST-EOF
           CLOSE SALES-HISTORY-FILE
           .

      *----------------------------------------------------------------*
      * 2110-LEER-HISTORIA                                             *
      *----------------------------------------------------------------*
       2110-LEER-HISTORIA.
           READ SALES-HISTORY-FILE NEXT RECORD
               AT END
                   SET HST-EOF             TO TRUE
                   GO TO 2110-LEER-HISTORIA-EXIT
           END-READ
           IF HIST-FECHA-CORRIDA NOT EQUAL ARQ-FECHA-CORRIDA
               SET HST-EOF                 TO TRUE
               GO TO 2110-LEER-HISTORIA-EXIT
           END-IF
           MOVE HIST-TIENDA                TO TDA-BUSCAR-TIENDA
           PERFORM 2800-UBICAR-TIENDA THRU 2800-UBICAR-TIENDA-FIN
           IF TDA-ENCONTRADO
               ADD HIST-REVENUE          TO TDA-VENTA-BASE(TDA-IDX)
               ADD HIST-REVENUE-IMPUESTO TO TDA-VENTA-IMPUESTO(TDA-IDX)
           END-IF
           .
       2110-LEER-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-CARGAR-PAGOS                                              *
      *     SUMA LO RECAUDADO EN LA FECHA POR TIENDA Y MEDIO DE PAGO,  *
      *     Y POR TIENDA+CAJERO.  SIN ARCHIVO DE PAGOS TODA TIENDA CON *
      *     VENTA QUEDA DESCUADRADA POR EL TOTAL, QUE ES LO CORRECTO   *
      *     SI EL POS NO ENVIO SUS REGISTROS 'P'.                      *
      *----------------------------------------------------------------*
       2200-CARGAR-PAGOS.
           OPEN INPUT TENDER-HISTORY-FILE
           IF PGH-STATUS NOT EQUAL '00'
               DISPLAY "ADVERTENCIA: SIN HISTORIA DE PAGOS "
                   "(tenderhistory.dat, STATUS " PGH-STATUS ")"
               GO TO 2200-CARGAR-PAGOS-FIN
           END-IF
           MOVE ARQ-FECHA-CORRIDA          TO PGH-FECHA-CORRIDA
           MOVE LOW-VALUES                 TO PGH-TIENDA
           MOVE LOW-VALUES                 TO PGH-CAJERO
           MOVE LOW-VALUES                 TO PGH-MEDIO
           START TENDER-HISTORY-FILE KEY IS NOT LESS THAN PGH-KEY
               INVALID KEY
                   SET PGH-EOF             TO TRUE
           END-START
           PERFORM 2210-LEER-PAGO THRU 2210-LEER-PAGO-EXIT
               UNTIL PGH-EOF
           CLOSE TENDER-HISTORY-FILE
           .
       2200-CARGAR-PAGOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2210-LEER-PAGO                                                 *
      *----------------------------------------------------------------*
       2210-LEER-PAGO.
           READ TENDER-HISTORY-FILE NEXT RECORD
               AT END
                   SET PGH-EOF             TO TRUE
                   GO TO 2210-LEER-PAGO-EXIT
           END-READ
           IF PGH-FECHA-CORRIDA NOT EQUAL ARQ-FECHA-CORRIDA
               SET PGH-EOF                 TO TRUE
               GO TO 2210-LEER-PAGO-EXIT
           END-IF
           ADD 1                           TO ARQ-PAGOS-LEIDOS
           MOVE PGH-TIENDA                 TO TDA-BUSCAR-TIENDA
           PERFORM 2800-UBICAR-TIENDA THRU 2800-UBICAR-TIENDA-FIN
           IF TDA-ENCONTRADO
               EVALUATE TRUE
                   WHEN PGH-EFECTIVO
                       ADD PGH-IMPORTE     TO TDA-EFECTIVO(TDA-IDX)
                   WHEN PGH-TARJETA
                       ADD PGH-IMPORTE     TO TDA-TARJETA(TDA-IDX)
                   WHEN OTHER
                       ADD PGH-IMPORTE     TO TDA-VALE(TDA-IDX)
               END-EVALUATE
           END-IF
           MOVE PGH-TIENDA                 TO CAJ-BUSCAR-TIENDA
           MOVE PGH-CAJERO                 TO CAJ-BUSCAR-CAJERO
           PERFORM 2850-UBICAR-CAJERO THRU 2850-UBICAR-CAJERO-FIN
           IF CAJ-ENCONTRADO
               ADD PGH-IMPORTE             TO CAJ-RECAUDO(CAJ-IDX)
           END-IF
           .
       2210-LEER-PAGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-CARGAR-CAJEROS                                            *
      *     VENTA NETA SIN IMPUESTO DE CADA CAJERO EN LA FECHA         *
      *----------------------------------------------------------------*
       2300-CARGAR-CAJEROS.
           OPEN INPUT CASHIER-HISTORY-FILE
           IF CJH-STATUS NOT EQUAL '00'
               DISPLAY "ADVERTENCIA: SIN HISTORIA POR CAJERO "
                   "(cashierhistory.dat, STATUS " CJH-STATUS ")"
               GO TO 2300-CARGAR-CAJEROS-FIN
           END-IF
           MOVE ARQ-FECHA-CORRIDA          TO CJH-FECHA-CORRIDA
           MOVE LOW-VALUES                 TO CJH-TIENDA
           MOVE LOW-VALUES                 TO CJH-CAJERO
           START CASHIER-HISTORY-FILE KEY IS NOT LESS THAN CJH-KEY
               INVALID KEY
                   SET CJH-EOF             TO TRUE
           END-START
           PERFORM 2310-LEER-CAJERO THRU 2310-LEER-CAJERO-EXIT
               UNTIL CJH-EOF
           CLOSE CASHIER-HISTORY-FILE
           .
       2300-CARGAR-CAJEROS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2310-LEER-CAJERO                                               *
      *----------------------------------------------------------------*
       2310-LEER-CAJERO.
           READ CASHIER-HISTORY-FILE NEXT RECORD
               AT END
                   SET CJH-EOF             TO TRUE
                   GO TO 2310-LEER-CAJERO-EXIT
           END-READ
           IF CJH-FECHA-CORRIDA NOT EQUAL ARQ-FECHA-CORRIDA
               SET CJH-EOF                 TO TRUE
               GO TO 2310-LEER-CAJERO-EXIT
           END-IF
           MOVE CJH-TIENDA                 TO CAJ-BUSCAR-TIENDA
           MOVE CJH-CAJERO                 TO CAJ-BUSCAR-CAJERO
           PERFORM 2850-UBICAR-CAJERO THRU 2850-UBICAR-CAJERO-FIN
           IF CAJ-ENCONTRADO
               ADD CJH-INGR-VENDIDOS       TO CAJ-VENTA-BASE(CAJ-IDX)
               SUBTRACT CJH-INGR-DEVUELTOS
                   FROM CAJ-VENTA-BASE(CAJ-IDX)
           END-IF
           .
       2310-LEER-CAJERO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-CARGAR-CONSIGNACIONES                                     *
      *     CONSIGNACION DECLARADA POR TIENDA; ARCHIVO AUSENTE =       *
      *     NINGUNA TIENDA DECLARO (NO SE ARQUEA EFECTIVO CONTRA BANCO)*
      *----------------------------------------------------------------*
       2400-CARGAR-CONSIGNACIONES.
           OPEN INPUT BANK-DEPOSIT-FILE
           IF BCO-STATUS EQUAL '00' OR BCO-STATUS EQUAL '05'
               PERFORM 2410-LEER-CONSIGNACION THRU
                       2410-LEER-CONSIGNACION-EXIT
                   UNTIL BCO-EOF
               CLOSE BANK-DEPOSIT-FILE
           ELSE
               DISPLAY "SIN ARCHIVO DE CONSIGNACIONES ("
                   BCO-STATUS ") - NO SE ARQUEA EFECTIVO CONTRA BANCO"
           END-IF
           .

      *----------------------------------------------------------------*
      * 2410-LEER-CONSIGNACION                                         *
      *----------------------------------------------------------------*
       2410-LEER-CONSIGNACION.
           READ BANK-DEPOSIT-FILE
               AT END
                   SET BCO-EOF             TO TRUE
                   GO TO 2410-LEER-CONSIGNACION-EXIT
           END-READ
           IF BANK-DEPOSIT-RECORD EQUAL SPACES
               GO TO 2410-LEER-CONSIGNACION-EXIT
           END-IF
           ADD 1                           TO ARQ-CONSIG-LEIDAS
           MOVE SPACES                     TO BCO-CAMPOS
           UNSTRING BANK-DEPOSIT-RECORD DELIMITED BY ';'
               INTO BCO-C-TIENDA BCO-C-IMPORTE BCO-SOBRANTE
           END-UNSTRING
           MOVE BCO-C-IMPORTE              TO CNV-TEXTO
           PERFORM 1240-CONVERTIR-ENTERO
           IF BCO-C-TIENDA EQUAL SPACES
               OR NOT CNV-VALIDO
               OR CNV-NUMERO > 99999999999999
               ADD 1                       TO ARQ-CONSIG-RECHAZADAS
               DISPLAY "CONSIGNACION RECHAZADA: "
                   BANK-DEPOSIT-RECORD(1:60)
               GO TO 2410-LEER-CONSIGNACION-EXIT
           END-IF
           MOVE BCO-C-TIENDA(1:10)         TO TDA-BUSCAR-TIENDA
           PERFORM 2800-UBICAR-TIENDA THRU 2800-UBICAR-TIENDA-FIN
           IF TDA-ENCONTRADO
               ADD CNV-NUMERO          TO TDA-CONSIGNACION(TDA-IDX)
               SET TDA-CON-CONSIGNACION(TDA-IDX) TO TRUE
           END-IF
           .
       2410-LEER-CONSIGNACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-ABRIR-EXCEPCIONES                                         *
      *     exceptions.txt SE ABRE EN EXTEND: EL PROCESADOR YA DEJO    *
      *     ALLI LAS EXCEPCIONES DE LA NOCHE Y NO DEBEN PERDERSE       *
      *----------------------------------------------------------------*
       2500-ABRIR-EXCEPCIONES.
           OPEN EXTEND EXCEPTIONS-FILE
           IF EXC-STATUS NOT EQUAL '00' AND EXC-STATUS NOT EQUAL '05'
               DISPLAY "ERROR OPENING EXCEPTIONS FILE - STATUS: "
                   EXC-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           OPEN EXTEND EXCEPTIONS-HIST-FILE
           IF EXH-STATUS NOT EQUAL '00' AND EXH-STATUS NOT EQUAL '05'
               DISPLAY "ADVERTENCIA: NO SE PUDO ABRIR EL HISTORIAL "
                   "DE EXCEPCIONES - STATUS: " EXH-STATUS
           END-IF
           .

      *----------------------------------------------------------------*
      * 2600-REPORTE-TIENDAS                                           *
      *     SECCION POR TIENDA: VENTA NETA CON IMPUESTO, RECAUDO POR   *
      *     MEDIO, SOBRANTE(+)/FALTANTE(-) = RECAUDO - VENTA, Y        *
      *     CONSIGNACION - EFECTIVO CUANDO LA TIENDA DECLARO           *
      *----------------------------------------------------------------*
       2600-REPORTE-TIENDAS.
           MOVE SPACES                 TO REPORT-RECORD
           STRING "ARQUEO DIARIO DE CAJA - FECHA: "
                  DELIMITED BY SIZE
                  ARQ-FECHA-CORRIDA    DELIMITED BY SIZE
                  "   (IMPORTES EN COP CON IMPUESTO)"
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ARQ-TOLERANCIA         TO ARQ-IMPORTE-ED
           MOVE SPACES                 TO REPORT-RECORD
           STRING "TOLERANCIA: "       DELIMITED BY SIZE
                  ARQ-IMPORTE-ED       DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                 TO REPORT-RECORD
           MOVE "TIENDA"               TO REPORT-RECORD(1:6)
           MOVE "VENTA NETA"           TO REPORT-RECORD(16:10)
           MOVE "EFECTIVO"             TO REPORT-RECORD(33:8)
           MOVE "TARJETA"              TO REPORT-RECORD(49:7)
           MOVE "VALES"                TO REPORT-RECORD(66:5)
           MOVE "SOBR/FALT"            TO REPORT-RECORD(77:9)
           MOVE "CONSIGNACION"         TO REPORT-RECORD(89:12)
           MOVE "CONS-EFECT"           TO REPORT-RECORD(106:10)
           WRITE REPORT-RECORD
           PERFORM 2610-ARQUEAR-TIENDA
               VARYING TDA-IDX FROM 1 BY 1 UNTIL TDA-IDX > TDA-COUNT
           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ARQ-TOT-VENTA          TO ARQ-IMPORTE-ED
           MOVE SPACES                 TO REPORT-RECORD
           STRING "TOTAL VENTA NETA:   " DELIMITED BY SIZE
                  ARQ-IMPORTE-ED       DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ARQ-TOT-RECAUDO        TO ARQ-IMPORTE-ED
           MOVE SPACES                 TO REPORT-RECORD
           STRING "TOTAL RECAUDADO:    " DELIMITED BY SIZE
                  ARQ-IMPORTE-ED       DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ARQ-TOT-DIFERENCIA     TO ARQ-IMPORTE-ED
           MOVE SPACES                 TO REPORT-RECORD
           STRING "SOBRANTE/FALTANTE:  " DELIMITED BY SIZE
                  ARQ-IMPORTE-ED       DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ARQ-TIENDAS-FUERA      TO ARQ-CONTEO-ED
           MOVE SPACES                 TO REPORT-RECORD
           STRING "TIENDAS FUERA DE TOLERANCIA: " DELIMITED BY SIZE
                  ARQ-CONTEO-ED        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2610-ARQUEAR-TIENDA                                            *
      *----------------------------------------------------------------*
       2610-ARQUEAR-TIENDA.
           COMPUTE ARQ-RECAUDO =
               TDA-EFECTIVO(TDA-IDX) + TDA-TARJETA(TDA-IDX) +
               TDA-VALE(TDA-IDX)
           MOVE TDA-VENTA-IMPUESTO(TDA-IDX) TO ARQ-VENTA
           COMPUTE ARQ-DIFERENCIA = ARQ-RECAUDO - ARQ-VENTA
           ADD ARQ-VENTA               TO ARQ-TOT-VENTA
           ADD ARQ-RECAUDO             TO ARQ-TOT-RECAUDO
           ADD ARQ-DIFERENCIA          TO ARQ-TOT-DIFERENCIA
           MOVE 'N'                    TO ARQ-FUERA-SW
           MOVE 'N'                    TO ARQ-CONSIG-FUERA-SW
           MOVE ZERO                   TO ARQ-DIF-CONSIGNACION
           PERFORM 2620-EVALUAR-DIFERENCIA
           IF TDA-CON-CONSIGNACION(TDA-IDX)
               COMPUTE ARQ-DIF-CONSIGNACION =
                   TDA-CONSIGNACION(TDA-IDX) - TDA-EFECTIVO(TDA-IDX)
               IF ARQ-DIF-CONSIGNACION < ZERO
                   COMPUTE ARQ-DIF-ABSOLUTA =
                       ZERO - ARQ-DIF-CONSIGNACION
               ELSE
                   MOVE ARQ-DIF-CONSIGNACION TO ARQ-DIF-ABSOLUTA
               END-IF
               IF ARQ-DIF-ABSOLUTA > ARQ-TOLERANCIA
                   SET ARQ-CONSIG-FUERA TO TRUE
               END-IF
           END-IF
           MOVE SPACES                 TO ARQ-LINEA-TIENDA
           MOVE TDA-TIENDA(TDA-IDX)    TO ARQ-LT-TIENDA
           MOVE ARQ-VENTA              TO ARQ-LT-VENTA
           MOVE TDA-EFECTIVO(TDA-IDX)  TO ARQ-LT-EFECTIVO
           MOVE TDA-TARJETA(TDA-IDX)   TO ARQ-LT-TARJETA
           MOVE TDA-VALE(TDA-IDX)      TO ARQ-LT-VALE
           MOVE ARQ-DIFERENCIA         TO ARQ-LT-DIFERENCIA
           IF TDA-CON-CONSIGNACION(TDA-IDX)
               MOVE TDA-CONSIGNACION(TDA-IDX) TO ARQ-LT-CONSIGNACION
               MOVE ARQ-DIF-CONSIGNACION  TO ARQ-LT-DIF-CONSIG
           END-IF
           IF ARQ-FUERA-TOLERANCIA OR ARQ-CONSIG-FUERA
               ADD 1                   TO ARQ-TIENDAS-FUERA
               MOVE "*DESCUADRE*"      TO ARQ-LT-NOTA
           END-IF
           MOVE SPACES                 TO REPORT-RECORD
           MOVE ARQ-LINEA-TIENDA       TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF ARQ-FUERA-TOLERANCIA
               MOVE SPACES             TO EXCEPTION-RECORD
               MOVE "E006"             TO EXC-CODIGO
               PERFORM 2630-VALOR-EXCEPCION
               MOVE SPACES             TO EXC-DESCRIPCION
               STRING "DESCUADRE PAGOS/VENTAS: " DELIMITED BY SIZE
                      TDA-TIENDA(TDA-IDX)        DELIMITED BY SIZE
                      INTO EXC-DESCRIPCION
               PERFORM 2181-EXCEPCION-ADVERTENCIA
           END-IF
           IF ARQ-CONSIG-FUERA
               MOVE SPACES             TO EXCEPTION-RECORD
               MOVE "E007"             TO EXC-CODIGO
               MOVE ARQ-DIF-CONSIGNACION TO ARQ-DIFERENCIA
               PERFORM 2630-VALOR-EXCEPCION
               MOVE SPACES             TO EXC-DESCRIPCION
               STRING "CONSIGNACION VS EFECTIVO: " DELIMITED BY SIZE
                      TDA-TIENDA(TDA-IDX)          DELIMITED BY SIZE
                      INTO EXC-DESCRIPCION
               PERFORM 2181-EXCEPCION-ADVERTENCIA
           END-IF
           .

      *----------------------------------------------------------------*
      * 2620-EVALUAR-DIFERENCIA                                        *
      *     MARCA ARQ-FUERA-TOLERANCIA SI EL VALOR ABSOLUTO DE         *
      *     ARQ-DIFERENCIA EXCEDE LA TOLERANCIA                        *
      *----------------------------------------------------------------*
       2620-EVALUAR-DIFERENCIA.
           IF ARQ-DIFERENCIA < ZERO
               COMPUTE ARQ-DIF-ABSOLUTA = ZERO - ARQ-DIFERENCIA
           ELSE
               MOVE ARQ-DIFERENCIA     TO ARQ-DIF-ABSOLUTA
           END-IF
           IF ARQ-DIF-ABSOLUTA > ARQ-TOLERANCIA
               SET ARQ-FUERA-TOLERANCIA TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * 2630-VALOR-EXCEPCION                                           *
      *     VALOR ABSOLUTO DE ARQ-DIFERENCIA Y TOLERANCIA EN LOS       *
      *     CAMPOS DE 8 DIGITOS DE LA EXCEPCION (TOPADOS EN 99999999)  *
      *----------------------------------------------------------------*
       2630-VALOR-EXCEPCION.
           IF ARQ-DIFERENCIA < ZERO
               COMPUTE ARQ-DIF-ABSOLUTA = ZERO - ARQ-DIFERENCIA
           ELSE
               MOVE ARQ-DIFERENCIA     TO ARQ-DIF-ABSOLUTA
           END-IF
           IF ARQ-DIF-ABSOLUTA > 99999999
               MOVE 99999999           TO EXC-VALOR
           ELSE
               MOVE ARQ-DIF-ABSOLUTA   TO EXC-VALOR
           END-IF
           IF ARQ-TOLERANCIA > 99999999
               MOVE 99999999           TO EXC-UMBRAL
           ELSE
               MOVE ARQ-TOLERANCIA     TO EXC-UMBRAL
           END-IF
           .

      *----------------------------------------------------------------*
      * 2700-REPORTE-CAJEROS                                           *
      *     SECCION POR CAJERO.  LA VENTA DEL CAJERO ES SIN IMPUESTO   *
      *     EN LA HISTORIA; SE LLEVA A VALOR CON IMPUESTO CON LA       *
      *     RELACION IMPUESTO/BASE DE SU TIENDA EN EL DIA, ASI QUE ESTA*
      *     SECCION ES INDICATIVA Y NO GENERA EXCEPCIONES.             *
      *----------------------------------------------------------------*
       2700-REPORTE-CAJEROS.
           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                 TO REPORT-RECORD
           MOVE "ARQUEO POR CAJERO (VENTA CON IMPUESTO ESTIMADA CON "
               TO REPORT-RECORD(1:51)
           MOVE "LA RELACION IMPUESTO/BASE DE LA TIENDA)"
               TO REPORT-RECORD(52:39)
           WRITE REPORT-RECORD
           MOVE SPACES                 TO REPORT-RECORD
           MOVE "TIENDA"               TO REPORT-RECORD(1:6)
           MOVE "CAJERO"               TO REPORT-RECORD(12:6)
           MOVE "VENTA SIN IMP"        TO REPORT-RECORD(22:13)
           MOVE "VENTA CON IMP"        TO REPORT-RECORD(37:13)
           MOVE "RECAUDADO"            TO REPORT-RECORD(56:9)
           MOVE "SOBR/FALT"            TO REPORT-RECORD(71:9)
           WRITE REPORT-RECORD
           PERFORM 2710-ARQUEAR-CAJERO
               VARYING CAJ-IDX FROM 1 BY 1 UNTIL CAJ-IDX > CAJ-COUNT
           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ARQ-CAJEROS-FUERA      TO ARQ-CONTEO-ED
           MOVE SPACES                 TO REPORT-RECORD
           STRING "CAJEROS FUERA DE TOLERANCIA: " DELIMITED BY SIZE
                  ARQ-CONTEO-ED        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2710-ARQUEAR-CAJERO                                            *
      *----------------------------------------------------------------*
       2710-ARQUEAR-CAJERO.
           MOVE CAJ-TIENDA(CAJ-IDX)        TO TDA-BUSCAR-TIENDA
           MOVE 'N'                        TO TDA-ENCONTRADO-SW
           SET TDA-IDX                     TO 1
           PERFORM 2810-BUSCAR-TIENDA THRU 2810-BUSCAR-TIENDA-EXIT
               UNTIL TDA-IDX > TDA-COUNT OR TDA-ENCONTRADO
           MOVE CAJ-VENTA-BASE(CAJ-IDX)    TO ARQ-VENTA
           IF TDA-ENCONTRADO
               IF TDA-VENTA-BASE(TDA-IDX) NOT EQUAL ZERO
                   COMPUTE ARQ-VENTA ROUNDED =
                       CAJ-VENTA-BASE(CAJ-IDX) *
                       TDA-VENTA-IMPUESTO(TDA-IDX) /
                       TDA-VENTA-BASE(TDA-IDX)
               END-IF
           END-IF
           MOVE CAJ-RECAUDO(CAJ-IDX)       TO ARQ-RECAUDO
           COMPUTE ARQ-DIFERENCIA = ARQ-RECAUDO - ARQ-VENTA
           MOVE 'N'                        TO ARQ-FUERA-SW
           PERFORM 2620-EVALUAR-DIFERENCIA
           MOVE SPACES                     TO ARQ-LINEA-CAJERO
           MOVE CAJ-TIENDA(CAJ-IDX)        TO ARQ-LC-TIENDA
           MOVE CAJ-CAJERO(CAJ-IDX)        TO ARQ-LC-CAJERO
           MOVE CAJ-VENTA-BASE(CAJ-IDX)    TO ARQ-LC-VENTA-BASE
           MOVE ARQ-VENTA                  TO ARQ-LC-VENTA
           MOVE ARQ-RECAUDO                TO ARQ-LC-RECAUDO
           MOVE ARQ-DIFERENCIA             TO ARQ-LC-DIFERENCIA
           IF ARQ-FUERA-TOLERANCIA
               ADD 1                       TO ARQ-CAJEROS-FUERA
               MOVE "*DESCUADRE*"          TO ARQ-LC-NOTA
           END-IF
           MOVE SPACES                     TO REPORT-RECORD
           MOVE ARQ-LINEA-CAJERO           TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2800-UBICAR-TIENDA                                             *
      *     DEJA TDA-IDX EN LA ENTRADA DE TDA-BUSCAR-TIENDA, CREANDOLA *
      *     EN CERO SI NO EXISTE                                       *
      *----------------------------------------------------------------*
       2800-UBICAR-TIENDA.
           MOVE 'N'                        TO TDA-ENCONTRADO-SW
           SET TDA-IDX                     TO 1
           PERFORM 2810-BUSCAR-TIENDA THRU 2810-BUSCAR-TIENDA-EXIT
               UNTIL TDA-IDX > TDA-COUNT OR TDA-ENCONTRADO
           IF TDA-ENCONTRADO
               GO TO 2800-UBICAR-TIENDA-FIN
           END-IF
           IF TDA-COUNT NOT < TDA-MAX-TIENDAS
               DISPLAY "TABLA DE TIENDAS LLENA - NO ARQUEADA: "
                   TDA-BUSCAR-TIENDA
               GO TO 2800-UBICAR-TIENDA-FIN
           END-IF
           ADD 1                           TO TDA-COUNT
           SET TDA-IDX                     TO TDA-COUNT
           MOVE TDA-BUSCAR-TIENDA          TO TDA-TIENDA(TDA-IDX)
           MOVE ZERO                       TO TDA-VENTA-BASE(TDA-IDX)
           MOVE ZERO                   TO TDA-VENTA-IMPUESTO(TDA-IDX)
           MOVE ZERO                       TO TDA-EFECTIVO(TDA-IDX)
           MOVE ZERO                       TO TDA-TARJETA(TDA-IDX)
           MOVE ZERO                       TO TDA-VALE(TDA-IDX)
           MOVE ZERO                       TO TDA-CONSIGNACION(TDA-IDX)
           MOVE 'N'                    TO TDA-CONSIGNACION-SW(TDA-IDX)
           SET TDA-ENCONTRADO              TO TRUE
           .
       2800-UBICAR-TIENDA-FIN.
           EXIT.

       2810-BUSCAR-TIENDA.
           IF TDA-TIENDA(TDA-IDX) EQUAL TDA-BUSCAR-TIENDA
               SET TDA-ENCONTRADO          TO TRUE
               GO TO 2810-BUSCAR-TIENDA-EXIT
           END-IF
           SET TDA-IDX UP BY 1
           .
       2810-BUSCAR-TIENDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2850-UBICAR-CAJERO                                             *
      *     DEJA CAJ-IDX EN LA ENTRADA DE CAJ-BUSCAR-TIENDA/CAJERO,    *
      *     CREANDOLA EN CERO SI NO EXISTE                             *
      *----------------------------------------------------------------*
       2850-UBICAR-CAJERO.
           MOVE 'N'                        TO CAJ-ENCONTRADO-SW
           SET CAJ-IDX                     TO 1
           PERFORM 2860-BUSCAR-CAJERO THRU 2860-BUSCAR-CAJERO-EXIT
               UNTIL CAJ-IDX > CAJ-COUNT OR CAJ-ENCONTRADO
           IF CAJ-ENCONTRADO
               GO TO 2850-UBICAR-CAJERO-FIN
           END-IF
           IF CAJ-COUNT NOT < CAJ-MAX-CAJEROS
               DISPLAY "TABLA DE CAJEROS LLENA - NO ARQUEADO: "
                   CAJ-BUSCAR-CAJERO
               GO TO 2850-UBICAR-CAJERO-FIN
           END-IF
           ADD 1                           TO CAJ-COUNT
           SET CAJ-IDX                     TO CAJ-COUNT
           MOVE CAJ-BUSCAR-TIENDA          TO CAJ-TIENDA(CAJ-IDX)
           MOVE CAJ-BUSCAR-CAJERO          TO CAJ-CAJERO(CAJ-IDX)
           MOVE ZERO                       TO CAJ-VENTA-BASE(CAJ-IDX)
           MOVE ZERO                       TO CAJ-RECAUDO(CAJ-IDX)
           SET CAJ-ENCONTRADO              TO TRUE
           .
       2850-UBICAR-CAJERO-FIN.
           EXIT.

       2860-BUSCAR-CAJERO.
           IF CAJ-TIENDA(CAJ-IDX) EQUAL CAJ-BUSCAR-TIENDA
               AND CAJ-CAJERO(CAJ-IDX) EQUAL CAJ-BUSCAR-CAJERO
               SET CAJ-ENCONTRADO          TO TRUE
               GO TO 2860-BUSCAR-CAJERO-EXIT
           END-IF
           SET CAJ-IDX UP BY 1
           .
       2860-BUSCAR-CAJERO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2181-EXCEPCION-ADVERTENCIA / 2183-EXCEPCION-AL-HISTORIAL       *
      *     GRABAN LA EXCEPCION ARMADA EN LOS CAMPOS EXC-* CON         *
      *     SEVERIDAD 'W' Y LA AGREGAN AL HISTORIAL FECHADO, COMO EN   *
      *     SalesDataProcessor                                         *
      *----------------------------------------------------------------*
       2181-EXCEPCION-ADVERTENCIA.
           MOVE 'W'                        TO EXC-SEVERIDAD
           WRITE EXCEPTION-RECORD
           PERFORM 2183-EXCEPCION-AL-HISTORIAL
           .

       2183-EXCEPCION-AL-HISTORIAL.
           IF EXH-STATUS EQUAL '00' OR EXH-STATUS EQUAL '05'
               MOVE SPACES                 TO EXCEPTION-HIST-RECORD
               MOVE ARQ-FECHA-CORRIDA      TO EXH-FECHA-CORRIDA
               MOVE EXCEPTION-RECORD       TO EXH-DETALLE
               WRITE EXCEPTION-HIST-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * 2175-REGISTRAR-FIN-CORRIDA                                     *
      *     MARCA LA CORRIDA SALESCSH COMO COMPLETA ('C'), COMO EN     *
      *     SalesDataProcessor (2175)                                  *
      *----------------------------------------------------------------*
       2175-REGISTRAR-FIN-CORRIDA.
           OPEN I-O RUN-CONTROL-FILE
           IF RCF-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING RUN CONTROL FILE - STATUS: "
                   RCF-STATUS
               GO TO 2175-REGISTRAR-FIN-CORRIDA-FIN
           END-IF
           MOVE ARQ-FECHA-CORRIDA          TO RC-FECHA
           MOVE RCC-TIENDA                 TO RC-TIENDA
           MOVE RCC-PROGRAMA               TO RC-PROGRAMA
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY "REGISTRO DE CONTROL DE CORRIDA NO "
                       "ENCONTRADO AL CERRAR - STATUS: " RCF-STATUS
                   CLOSE RUN-CONTROL-FILE
                   GO TO 2175-REGISTRAR-FIN-CORRIDA-FIN
           END-READ
           SET RC-COMPLETA                 TO TRUE
           ACCEPT RC-FIN-FECHA FROM DATE
           ACCEPT RCC-HORA-ACTUAL FROM TIME
           MOVE RCC-HORA-ACTUAL            TO RC-FIN-HORA
           MOVE ARQ-PAGOS-LEIDOS           TO RC-REG-LEIDOS
           MOVE ARQ-CONSIG-RECHAZADAS      TO RC-REG-RECHAZADOS
           MOVE ARQ-CODIGO-RETORNO         TO RC-CODIGO-RETORNO
           REWRITE RUN-CONTROL-RECORD
           IF RCF-STATUS NOT EQUAL '00'
               DISPLAY "ERROR REWRITING RUN CONTROL - STATUS: "
                   RCF-STATUS
           END-IF
           CLOSE RUN-CONTROL-FILE
           .
       2175-REGISTRAR-FIN-CORRIDA-FIN.
           EXIT.

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
      * 3000-FINAL-PROGRAMA                                            *
      *----------------------------------------------------------------*
       3000-FINAL-PROGRAMA.
           CLOSE CASH-REPORT-FILE
           MOVE ARQ-CODIGO-RETORNO         TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM SalesCashReconcile.
