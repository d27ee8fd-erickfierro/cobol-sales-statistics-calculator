      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SalesBalanceAudit.
       AUTHOR.        ERICK STIVEN FIERRO PERDOMO.
       INSTALLATION.  TIENDA-01.
       DATE-WRITTEN.  2026.10.15
      *----------------------------------------------------------------*
      *    DESCRIPCION : AUDITORIA DE CUADRE ENTRE LOS ARCHIVOS QUE    *
      *                  ESCRIBEN SalesDataProcessor Y LOS PASOS       *
      *                  POSTERIORES, PARA CADA FECHA DEL RANGO        *
      *                  SALES_AUDIT_DATE_FROM (POR DEFECTO LA FECHA   *
      *                  DE CORRIDA) A SALES_RUN_DATE:                 *
      *                  1. INGRESOS DE saleshistory.dat (HIST-REVENUE)*
      *                     CONTRA LA BASE DE taxhistory.dat (TH-BASE).*
      *                  2. INGRESOS CON IMPUESTO MENOS INGRESOS DE LA *
      *                     HISTORIA CONTRA TH-IMPUESTO.               *
      *                  3. POR TIENDA, LO VENDIDO Y DEVUELTO POR      *
      *                     CAJERO (cashierhistory.dat) CONTRA LA      *
      *                     HISTORIA: LOS CAJEROS MAS EL REGISTRO EN   *
      *                     BLANCO (LINEAS SIN CAJERO ATRIBUIDO) DEBEN *
      *                     IGUALARLA EN UNIDADES E INGRESOS.          *
      *                  4. DEBITOS Y CREDITOS DEL LOTE CONTABLE       *
      *                     (glbatchreg.dat) CONTRA LOS INGRESOS CON   *
      *                     IMPUESTO DE LA HISTORIA (VER               *
      *                     SalesGLFeedExport).                        *
      *                  5. POR TIENDA Y PRODUCTO, LAS VENTAS NETAS    *
      *                     RELEVADAS A LA EXISTENCIA (MOVIMIENTOS 'V' *
      *                     DE stockmoves.dat) CONTRA HIST-QUANTITY.   *
      *                  LOS IMPUESTOS Y EL LOTE CONTABLE NO TIENEN    *
      *                  DIMENSION DE TIENDA Y SE INFORMAN COMO        *
      *                  "CADENA".  CADA DIFERENCIA SE LISTA POR FECHA *
      *                  Y TIENDA EN auditreport.txt                   *
      *                  (SALES_AUDIT_REPORT_FILE).                    *
      *                  CODIGOS DE RETORNO: 0=TODO CUADRA,            *
      *                  4=CUADRA PERO HAY FECHAS SIN EXPORTAR AL GL O *
      *                  SIN INVENTARIO APLICADO, 8=HAY DIFERENCIAS,   *
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
           SELECT OPTIONAL SALES-HISTORY-FILE
           ASSIGN TO 'saleshistory.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HST-STATUS.
           SELECT OPTIONAL TAX-HISTORY-FILE ASSIGN TO 'taxhistory.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TH-KEY
           FILE STATUS IS THS-STATUS.
           SELECT OPTIONAL CASHIER-HISTORY-FILE
           ASSIGN TO 'cashierhistory.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CJH-KEY
           FILE STATUS IS CJH-STATUS.
           SELECT OPTIONAL GL-BATCH-REG-FILE ASSIGN TO 'glbatchreg.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GBR-FECHA
           FILE STATUS IS GBR-STATUS.
           SELECT OPTIONAL STOCK-MOVE-FILE ASSIGN TO 'stockmoves.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SMV-KEY
           FILE STATUS IS SMV-STATUS.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'runcontrol.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS RCF-STATUS.
           SELECT AUDIT-REPORT-FILE
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
      * FD TAX-HISTORY-FILE                                            *
      *     UN REGISTRO POR FECHA Y TASA (VER SalesDataProcessor.cbl)  *
      *----------------------------------------------------------------*
       FD TAX-HISTORY-FILE.
       01 TAX-HISTORY-RECORD.
           05 TH-KEY.
               10 TH-FECHA-CORRIDA         PIC 9(06).
               10 TH-TASA                  PIC 9(02)V9(02).
           05 TH-BASE                      PIC S9(16) COMP-3.
           05 TH-IMPUESTO                  PIC S9(16) COMP-3.
      *----------------------------------------------------------------*
      * FD CASHIER-HISTORY-FILE                                        *
      *     UN REGISTRO POR FECHA+TIENDA+CAJERO (VER SalesDataProc-    *
      *     essor.cbl, 2167)                                           *
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
      * FD GL-BATCH-REG-FILE                                           *
      *     REGISTRO DE LOTES ENTREGADOS (VER SalesGLFeedExport.cbl)   *
      *----------------------------------------------------------------*
       FD GL-BATCH-REG-FILE.
       01 GL-BATCH-REG-RECORD.
           05 GBR-FECHA                    PIC 9(06).
           05 GBR-ESTADO                   PIC X(01).
               88 GBR-PENDIENTE                       VALUE 'P'.
               88 GBR-CONFIRMADO                      VALUE 'A'.
               88 GBR-RECHAZADO                       VALUE 'R'.
               88 GBR-DIFERENCIA                      VALUE 'D'.
           05 GBR-REGISTROS                PIC 9(06).
           05 GBR-TOTAL-DEBITOS            PIC S9(16) COMP-3.
           05 GBR-TOTAL-CREDITOS           PIC S9(16) COMP-3.
           05 GBR-ENTREGA-FECHA            PIC 9(06).
           05 GBR-ENTREGA-HORA             PIC 9(08).
           05 GBR-ARCHIVO                  PIC X(80).
      *----------------------------------------------------------------*
      * FD STOCK-MOVE-FILE                                             *
      *     BITACORA DE MOVIMIENTOS DE EXISTENCIA (VER                 *
      *     SalesInventoryUpdate.cbl); AQUI SOLO INTERESAN LAS VENTAS  *
      *     NETAS RELEVADAS ('V'), ANOTADAS COMO MENOS HIST-QUANTITY   *
      *----------------------------------------------------------------*
       FD STOCK-MOVE-FILE.
       01 STOCK-MOVE-RECORD.
           05 SMV-KEY.
               10 SMV-FECHA                PIC 9(06).
               10 SMV-TIENDA               PIC X(10).
               10 SMV-PRODUCT-NAME         PIC X(60).
               10 SMV-TIPO                 PIC X(01).
                   88 SMV-RECIBO                      VALUE 'R'.
                   88 SMV-VENTA                       VALUE 'V'.
                   88 SMV-AJUSTE-CONTEO               VALUE 'A'.
                   88 SMV-SALIDA-TRASPASO             VALUE 'S'.
                   88 SMV-ENTRADA-TRASPASO            VALUE 'E'.
           05 SMV-CANTIDAD                 PIC S9(08) COMP.
           05 SMV-FECHA-GRABACION          PIC 9(06).
      *----------------------------------------------------------------*
      * FD RUN-CONTROL-FILE                                            *
      *     CONTROL DE CORRIDAS (VER SalesDataProcessor.cbl); AQUI     *
      *     SOLO SE CONSULTA SI EL INVENTARIO ("SALESINV") SE APLICO   *
      *     PARA LA FECHA                                              *
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
      * FD AUDIT-REPORT-FILE                                           *
      *     REPORTE DE DIFERENCIAS DE CUADRE (132 COL.)                *
      *----------------------------------------------------------------*
       FD AUDIT-REPORT-FILE.
       01 REPORT-RECORD                    PIC X(132).
      *----------------------------------------------------------------*
      *          W O R K I N G  S T O R A G E   S E C T I O N          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 HST-STATUS                       PIC X(02).
       77 THS-STATUS                       PIC X(02).
       77 CJH-STATUS                       PIC X(02).
       77 GBR-STATUS                       PIC X(02).
       77 SMV-STATUS                       PIC X(02).
       77 RCF-STATUS                       PIC X(02).
       77 RPT-STATUS                       PIC X(02).
       77 HST-EOF-SW                       PIC X(01) VALUE 'N'.
           88 HST-EOF                      VALUE 'Y'.
       77 THS-EOF-SW                       PIC X(01) VALUE 'N'.
           88 THS-EOF                      VALUE 'Y'.
       77 CJH-EOF-SW                       PIC X(01) VALUE 'N'.
           88 CJH-EOF                      VALUE 'Y'.
       77 SMV-EOF-SW                       PIC X(01) VALUE 'N'.
           88 SMV-EOF                      VALUE 'Y'.
       77 HST-ABIERTO-SW                   PIC X(01) VALUE 'N'.
           88 HST-ABIERTO                  VALUE 'S'.
       77 THS-ABIERTO-SW                   PIC X(01) VALUE 'N'.
           88 THS-ABIERTO                  VALUE 'S'.
       77 CJH-ABIERTO-SW                   PIC X(01) VALUE 'N'.
           88 CJH-ABIERTO                  VALUE 'S'.
       77 GBR-ABIERTO-SW                   PIC X(01) VALUE 'N'.
           88 GBR-ABIERTO                  VALUE 'S'.
       77 SMV-ABIERTO-SW                   PIC X(01) VALUE 'N'.
           88 SMV-ABIERTO                  VALUE 'S'.
       77 RCF-ABIERTO-SW                   PIC X(01) VALUE 'N'.
           88 RCF-ABIERTO                  VALUE 'S'.
      *----------------------------------------------------------------*
      *     PARAMETROS DE EJECUCION                                    *
      *----------------------------------------------------------------*
       77 PARM-FECHA-ENV                   PIC X(06) VALUE SPACES.
       77 PARM-FECHA-DESDE-ENV             PIC X(06) VALUE SPACES.
       77 PARM-ARCHIVO-REPORTE             PIC X(80) VALUE SPACES.
       01 AUD-PARAMETROS.
           05 AUD-FECHA-CORRIDA            PIC 9(06) VALUE ZERO.
           05 AUD-FECHA-DESDE              PIC 9(06) VALUE ZERO.
           05 AUD-TOPE-DIAS                PIC 9(04) COMP VALUE 366.
      *----------------------------------------------------------------*
      *     CODIGO DE RETORNO PARA EL PLANIFICADOR (CONVENCION DE      *
      *     SalesDataProcessor): ARRANCA EN 12 Y SOLO EL CIERRE        *
      *     NORMAL LO REBAJA.                                          *
      *----------------------------------------------------------------*
       77 AUD-CODIGO-RETORNO               PIC 9(02) COMP VALUE 12.
      *----------------------------------------------------------------*
      *     CALENDARIO: AVANCE DE UN DIA SOBRE UNA FECHA AAMMDD, COMO  *
      *     EN SalesPromoLiftReport (ANOS 2000-2099)                   *
      *----------------------------------------------------------------*
       01 AUD-CALENDARIO.
           05 AUD-CAL-FECHA                PIC 9(06).
           05 AUD-CAL-FECHA-R REDEFINES AUD-CAL-FECHA.
               10 AUD-CAL-AA               PIC 9(02).
               10 AUD-CAL-MM               PIC 9(02).
               10 AUD-CAL-DD               PIC 9(02).
           05 AUD-CAL-COCIENTE             PIC 9(02) COMP.
           05 AUD-CAL-RESTO                PIC 9(02) COMP.
           05 AUD-CAL-LARGO                PIC 9(02) COMP.
           05 AUD-CAL-DIAS                 PIC 9(04) COMP.
       01 AUD-LARGO-MESES.
           05 FILLER                       PIC X(24) VALUE
               "312831303130313130313031".
       01 AUD-LARGO-MESES-R REDEFINES AUD-LARGO-MESES.
           05 AUD-LARGO-MES PIC 9(02) OCCURS 12 TIMES.
      *----------------------------------------------------------------*
      *     TOTALES DE LA FECHA EN CURSO (SIN DIMENSION DE TIENDA)     *
      *----------------------------------------------------------------*
       01 AUD-FECHA.
           05 AUD-F-FECHA                  PIC 9(06).
           05 AUD-F-PRODUCTOS              PIC 9(08) COMP.
           05 AUD-F-INGRESOS               PIC S9(16) COMP-3.
           05 AUD-F-INGRESOS-IMP           PIC S9(16) COMP-3.
           05 AUD-F-IMPUESTO-HIST          PIC S9(16) COMP-3.
           05 AUD-F-TASAS                  PIC 9(04) COMP.
           05 AUD-F-IVA-BASE               PIC S9(16) COMP-3.
           05 AUD-F-IVA-IMPUESTO           PIC S9(16) COMP-3.
           05 AUD-F-CAJEROS                PIC 9(06) COMP.
           05 AUD-F-LOTE-SW                PIC X(01).
               88 AUD-F-CON-LOTE                     VALUE 'S'.
           05 AUD-F-LOTE-ESTADO            PIC X(01).
           05 AUD-F-GL-DEBITOS             PIC S9(16) COMP-3.
           05 AUD-F-GL-CREDITOS            PIC S9(16) COMP-3.
           05 AUD-F-INVENTARIO-SW          PIC X(01).
               88 AUD-F-INVENTARIO-APLICADO          VALUE 'S'.
           05 AUD-F-MOVIMIENTOS            PIC 9(08) COMP.
           05 AUD-F-DIFERENCIAS            PIC 9(06) COMP.
      *----------------------------------------------------------------*
      *     TOTALES POR TIENDA DE LA FECHA EN CURSO                    *
      *----------------------------------------------------------------*
       01 AUD-TIENDAS.
           05 AUD-TDA-COUNT                PIC 9(04) COMP VALUE ZERO.
           05 AUD-TDA-MAX                  PIC 9(04) COMP VALUE 200.
           05 AUD-TDA OCCURS 200 TIMES INDEXED BY AUD-TDA-IDX.
               10 AUD-T-TIENDA             PIC X(10).
               10 AUD-T-HISTORIA-SW        PIC X(01).
                   88 AUD-T-CON-HISTORIA              VALUE 'S'.
               10 AUD-T-CAJEROS-SW         PIC X(01).
                   88 AUD-T-CON-CAJEROS               VALUE 'S'.
               10 AUD-T-UNID-VENDIDAS      PIC S9(10) COMP.
               10 AUD-T-INGR-VENDIDOS      PIC S9(16) COMP-3.
               10 AUD-T-UNID-DEVUELTAS     PIC S9(10) COMP.
               10 AUD-T-INGR-DEVUELTOS     PIC S9(16) COMP-3.
               10 AUD-T-CJ-UNID-VENDIDAS   PIC S9(10) COMP.
               10 AUD-T-CJ-INGR-VENDIDOS   PIC S9(16) COMP-3.
               10 AUD-T-CJ-UNID-DEVUELTAS  PIC S9(10) COMP.
               10 AUD-T-CJ-INGR-DEVUELTOS  PIC S9(16) COMP-3.
               10 AUD-T-UNID-NETAS         PIC S9(10) COMP.
               10 AUD-T-UNID-RELEVADAS     PIC S9(10) COMP.
       77 AUD-TDA-BUSCADA                  PIC X(10).
       77 AUD-TDA-HALLADA-SW               PIC X(01).
           88 AUD-TDA-HALLADA              VALUE 'S'.
       77 AUD-TDA-LLENA-SW                 PIC X(01) VALUE 'N'.
           88 AUD-TDA-LLENA                VALUE 'S'.
      *----------------------------------------------------------------*
      *     COMPARACION EN CURSO                                       *
      *----------------------------------------------------------------*
       01 AUD-COMPARACION.
           05 AUD-C-TIENDA                 PIC X(10).
           05 AUD-C-CONTROL                PIC X(34).
           05 AUD-C-VALOR-A                PIC S9(16) COMP-3.
           05 AUD-C-VALOR-B                PIC S9(16) COMP-3.
           05 AUD-C-DETALLE                PIC X(28).
       77 AUD-CANTIDAD-RELEVADA            PIC S9(10) COMP.
      *----------------------------------------------------------------*
      *     CONTEOS DEL RANGO                                          *
      *----------------------------------------------------------------*
       01 AUD-CONTADORES.
           05 AUD-DIAS-REVISADOS           PIC 9(04) COMP VALUE ZERO.
           05 AUD-DIAS-CON-DATOS           PIC 9(04) COMP VALUE ZERO.
           05 AUD-DIAS-CON-DIFERENCIAS     PIC 9(04) COMP VALUE ZERO.
           05 AUD-CONTROLES                PIC 9(08) COMP VALUE ZERO.
           05 AUD-DIFERENCIAS              PIC 9(08) COMP VALUE ZERO.
           05 AUD-OBSERVACIONES            PIC 9(08) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *     LINEAS DEL REPORTE                                         *
      *----------------------------------------------------------------*
       01 AUD-LINEA-DIFERENCIA.
           05 AUD-LD-FECHA                 PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 AUD-LD-TIENDA                PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 AUD-LD-CONTROL               PIC X(34).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 AUD-LD-VALOR-A               PIC -(15)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 AUD-LD-VALOR-B               PIC -(15)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 AUD-LD-DIFERENCIA            PIC -(15)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 AUD-LD-DETALLE               PIC X(28).
       01 AUD-LINEA-PRODUCTO.
           05 FILLER                       PIC X(18) VALUE SPACES.
           05 FILLER                       PIC X(10) VALUE "PRODUCTO: ".
           05 AUD-LP-PRODUCTO              PIC X(60).
       01 AUD-EDITADOS.
           05 AUD-CONTEO-ED                PIC Z(07)9.
           05 AUD-TIENDAS-ED               PIC Z(03)9.
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
           OPEN OUTPUT AUDIT-REPORT-FILE
           IF RPT-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING AUDIT REPORT FILE"
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           PERFORM 1100-ABRIR-ARCHIVOS
           .

      *----------------------------------------------------------------*
      * 1050-OBTENER-PARAMETROS                                        *
      *----------------------------------------------------------------*
       1050-OBTENER-PARAMETROS.
           ACCEPT PARM-FECHA-ENV FROM ENVIRONMENT "SALES_RUN_DATE"
           IF PARM-FECHA-ENV EQUAL SPACES
               ACCEPT AUD-FECHA-CORRIDA FROM DATE
           ELSE
               MOVE PARM-FECHA-ENV         TO AUD-FECHA-CORRIDA
           END-IF
           ACCEPT PARM-FECHA-DESDE-ENV
               FROM ENVIRONMENT "SALES_AUDIT_DATE_FROM"
           IF PARM-FECHA-DESDE-ENV EQUAL SPACES
               MOVE AUD-FECHA-CORRIDA      TO AUD-FECHA-DESDE
           ELSE
               MOVE PARM-FECHA-DESDE-ENV   TO AUD-FECHA-DESDE
           END-IF
           IF AUD-FECHA-DESDE > AUD-FECHA-CORRIDA
               DISPLAY "SALES_AUDIT_DATE_FROM POSTERIOR A "
                   "SALES_RUN_DATE - SE USA SOLO LA FECHA DE CORRIDA"
               MOVE AUD-FECHA-CORRIDA      TO AUD-FECHA-DESDE
           END-IF
           ACCEPT PARM-ARCHIVO-REPORTE
               FROM ENVIRONMENT "SALES_AUDIT_REPORT_FILE"
           IF PARM-ARCHIVO-REPORTE EQUAL SPACES
               MOVE "auditreport.txt"      TO PARM-ARCHIVO-REPORTE
           END-IF
           .

      *----------------------------------------------------------------*
      * 1100-ABRIR-ARCHIVOS                                            *
      *     TODOS LOS ARCHIVOS SON OPCIONALES: UNO AUSENTE SE AUDITA   *
      *     COMO VACIO (Y SUS CONTROLES MUESTRAN LA DIFERENCIA)        *
      *----------------------------------------------------------------*
       1100-ABRIR-ARCHIVOS.
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
           END-IF
           OPEN INPUT TAX-HISTORY-FILE
           IF THS-STATUS EQUAL '00'
               SET THS-ABIERTO             TO TRUE
           ELSE
               IF THS-STATUS NOT EQUAL '05'
                   DISPLAY "ERROR OPENING TAX HISTORY FILE - STATUS: "
                       THS-STATUS
                   PERFORM 3000-FINAL-PROGRAMA
               END-IF
               DISPLAY "SIN HISTORIA DE IMPUESTOS (taxhistory.dat)"
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
           END-IF
           OPEN INPUT GL-BATCH-REG-FILE
           IF GBR-STATUS EQUAL '00'
               SET GBR-ABIERTO             TO TRUE
           ELSE
               IF GBR-STATUS NOT EQUAL '05'
                   DISPLAY "ERROR OPENING GL BATCH REGISTER - STATUS: "
                       GBR-STATUS
                   PERFORM 3000-FINAL-PROGRAMA
               END-IF
               DISPLAY "SIN REGISTRO DE LOTES CONTABLES "
                   "(glbatchreg.dat)"
           END-IF
           OPEN INPUT STOCK-MOVE-FILE
           IF SMV-STATUS EQUAL '00'
               SET SMV-ABIERTO             TO TRUE
           ELSE
               IF SMV-STATUS NOT EQUAL '05'
                   DISPLAY "ERROR OPENING STOCK MOVE FILE - STATUS: "
                       SMV-STATUS
                   PERFORM 3000-FINAL-PROGRAMA
               END-IF
               DISPLAY "SIN BITACORA DE MOVIMIENTOS (stockmoves.dat)"
           END-IF
           OPEN INPUT RUN-CONTROL-FILE
           IF RCF-STATUS EQUAL '00'
               SET RCF-ABIERTO             TO TRUE
           ELSE
               IF RCF-STATUS NOT EQUAL '05'
                   DISPLAY "ERROR OPENING RUN CONTROL FILE - STATUS: "
                       RCF-STATUS
                   PERFORM 3000-FINAL-PROGRAMA
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1320-SUMAR-UN-DIA                                              *
      *     SUMA UN DIA A AUD-CAL-FECHA, CAMBIANDO DE MES Y ANO        *
      *     CUANDO HACE FALTA (FEBRERO DE ANO BISIESTO = 29)           *
      *----------------------------------------------------------------*
       1320-SUMAR-UN-DIA.
           PERFORM 1330-LARGO-DEL-MES
           IF AUD-CAL-DD < AUD-CAL-LARGO
               ADD 1                       TO AUD-CAL-DD
           ELSE
               MOVE 1                      TO AUD-CAL-DD
               IF AUD-CAL-MM EQUAL 12
                   ADD 1                   TO AUD-CAL-AA
                   MOVE 1                  TO AUD-CAL-MM
               ELSE
                   ADD 1                   TO AUD-CAL-MM
               END-IF
           END-IF
           .

       1330-LARGO-DEL-MES.
           MOVE AUD-LARGO-MES(AUD-CAL-MM)  TO AUD-CAL-LARGO
           DIVIDE AUD-CAL-AA BY 4
               GIVING AUD-CAL-COCIENTE REMAINDER AUD-CAL-RESTO
           IF AUD-CAL-MM EQUAL 2 AND AUD-CAL-RESTO EQUAL ZERO
               MOVE 29                     TO AUD-CAL-LARGO
           END-IF
           .

      *----------------------------------------------------------------*
      * 2000-PROCESO-PROGRAMA                                          *
      *     AUDITA CADA FECHA DEL RANGO (HASTA 366 DIAS)               *
      *----------------------------------------------------------------*
       2000-PROCESO-PROGRAMA.
           MOVE SPACES                     TO REPORT-RECORD
           STRING "AUDITORIA DE CUADRE ENTRE ARCHIVOS - FECHAS "
                  DELIMITED BY SIZE
                  AUD-FECHA-DESDE          DELIMITED BY SIZE
                  " A "                    DELIMITED BY SIZE
                  AUD-FECHA-CORRIDA        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           STRING "CAJEROS: LO DE LOS CAJEROS MAS LO NO ATRIBUIDO "
                  DELIMITED BY SIZE
                  "DEBE IGUALAR LA HISTORIA DE LA TIENDA"
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "FECHA"                    TO REPORT-RECORD(1:5)
           MOVE "TIENDA"                   TO REPORT-RECORD(8:6)
           MOVE "CONTROL"                  TO REPORT-RECORD(19:7)
           MOVE "        ORIGEN A"         TO REPORT-RECORD(54:16)
           MOVE "     CONTRASTE B"         TO REPORT-RECORD(71:16)
           MOVE "      DIFERENCIA"         TO REPORT-RECORD(88:16)
           MOVE "DETALLE"                  TO REPORT-RECORD(105:7)
           WRITE REPORT-RECORD
           MOVE AUD-FECHA-DESDE            TO AUD-CAL-FECHA
           MOVE ZERO                       TO AUD-CAL-DIAS
           PERFORM 2050-AUDITAR-DIA
               UNTIL AUD-CAL-FECHA > AUD-FECHA-CORRIDA
                  OR AUD-CAL-DIAS NOT < AUD-TOPE-DIAS
           PERFORM 2900-TOTALES-REPORTE
           EVALUATE TRUE
               WHEN AUD-DIFERENCIAS > ZERO
                   MOVE 8                  TO AUD-CODIGO-RETORNO
               WHEN AUD-OBSERVACIONES > ZERO
                   MOVE 4                  TO AUD-CODIGO-RETORNO
               WHEN OTHER
                   MOVE ZERO               TO AUD-CODIGO-RETORNO
           END-EVALUATE
           DISPLAY "=========================================="
           DISPLAY "  AUDITORIA DE CUADRE ENTRE ARCHIVOS"
           DISPLAY "=========================================="
           DISPLAY "FECHA DESDE           : " AUD-FECHA-DESDE
           DISPLAY "FECHA HASTA           : " AUD-FECHA-CORRIDA
           DISPLAY "DIAS REVISADOS        : " AUD-DIAS-REVISADOS
           DISPLAY "DIAS CON DATOS        : " AUD-DIAS-CON-DATOS
           DISPLAY "DIAS CON DIFERENCIAS  : " AUD-DIAS-CON-DIFERENCIAS
           DISPLAY "CONTROLES             : " AUD-CONTROLES
           DISPLAY "DIFERENCIAS           : " AUD-DIFERENCIAS
           DISPLAY "OBSERVACIONES         : " AUD-OBSERVACIONES
           DISPLAY "=========================================="
           DISPLAY "CODIGO DE RETORNO DE LA AUDITORIA: "
               AUD-CODIGO-RETORNO
           .

      *----------------------------------------------------------------*
      * 2050-AUDITAR-DIA                                               *
      *----------------------------------------------------------------*
       2050-AUDITAR-DIA.
           PERFORM 2100-AUDITAR-FECHA THRU 2100-AUDITAR-FECHA-EXIT
           PERFORM 1320-SUMAR-UN-DIA
           ADD 1                           TO AUD-CAL-DIAS
           .

      *----------------------------------------------------------------*
      * 2100-AUDITAR-FECHA                                             *
      *     REUNE LOS TOTALES DE CADA ARCHIVO PARA AUD-CAL-FECHA Y     *
      *     LOS COMPARA; UNA FECHA SIN DATOS EN NINGUN ARCHIVO NO SE   *
      *     LISTA                                                      *
      *----------------------------------------------------------------*
       2100-AUDITAR-FECHA.
           ADD 1                           TO AUD-DIAS-REVISADOS
           MOVE AUD-CAL-FECHA              TO AUD-F-FECHA
           MOVE ZERO                       TO AUD-F-PRODUCTOS
                                              AUD-F-INGRESOS
                                              AUD-F-INGRESOS-IMP
                                              AUD-F-IMPUESTO-HIST
                                              AUD-F-TASAS
                                              AUD-F-IVA-BASE
                                              AUD-F-IVA-IMPUESTO
                                              AUD-F-CAJEROS
                                              AUD-F-GL-DEBITOS
                                              AUD-F-GL-CREDITOS
                                              AUD-F-MOVIMIENTOS
                                              AUD-F-DIFERENCIAS
           MOVE 'N'                        TO AUD-F-LOTE-SW
                                              AUD-F-INVENTARIO-SW
           MOVE SPACES                     TO AUD-F-LOTE-ESTADO
           MOVE ZERO                       TO AUD-TDA-COUNT
           PERFORM 2200-ACUMULAR-HISTORIA THRU
                   2200-ACUMULAR-HISTORIA-EXIT
           PERFORM 2300-ACUMULAR-IMPUESTO THRU
                   2300-ACUMULAR-IMPUESTO-EXIT
           PERFORM 2400-ACUMULAR-CAJEROS THRU
                   2400-ACUMULAR-CAJEROS-EXIT
           PERFORM 2500-LEER-LOTE-CONTABLE THRU
                   2500-LEER-LOTE-CONTABLE-EXIT
           PERFORM 2550-VERIFICAR-INVENTARIO THRU
                   2550-VERIFICAR-INVENTARIO-EXIT
           IF AUD-F-PRODUCTOS EQUAL ZERO
              AND AUD-F-TASAS EQUAL ZERO
              AND AUD-F-CAJEROS EQUAL ZERO
              AND NOT AUD-F-CON-LOTE
              AND AUD-F-MOVIMIENTOS EQUAL ZERO
               GO TO 2100-AUDITAR-FECHA-EXIT
           END-IF
           ADD 1                           TO AUD-DIAS-CON-DATOS
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 2600-CONTROLES-CADENA THRU
                   2600-CONTROLES-CADENA-EXIT
           PERFORM 2700-CONTROLES-CAJEROS THRU
                   2700-CONTROLES-CAJEROS-EXIT
               VARYING AUD-TDA-IDX FROM 1 BY 1
               UNTIL AUD-TDA-IDX > AUD-TDA-COUNT
           PERFORM 2800-CONTROLES-EXISTENCIA THRU
                   2800-CONTROLES-EXISTENCIA-EXIT
           MOVE AUD-TDA-COUNT              TO AUD-TIENDAS-ED
           MOVE AUD-F-DIFERENCIAS          TO AUD-CONTEO-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING AUD-F-FECHA              DELIMITED BY SIZE
                  " - TIENDAS: "           DELIMITED BY SIZE
                  AUD-TIENDAS-ED           DELIMITED BY SIZE
                  "  DIFERENCIAS: "        DELIMITED BY SIZE
                  AUD-CONTEO-ED            DELIMITED BY SIZE
                  INTO REPORT-RECORD
           IF AUD-F-DIFERENCIAS EQUAL ZERO
               MOVE "  CUADRA"             TO REPORT-RECORD(52:8)
           ELSE
               ADD 1                       TO AUD-DIAS-CON-DIFERENCIAS
               MOVE "  *** NO CUADRA"      TO REPORT-RECORD(52:15)
           END-IF
           WRITE REPORT-RECORD
           .
       2100-AUDITAR-FECHA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-ACUMULAR-HISTORIA                                         *
      *     INGRESOS DE LA FECHA Y, POR TIENDA, LO VENDIDO Y DEVUELTO  *
      *     (LA HISTORIA TRAE NETOS: VENDIDO = NETO + DEVUELTO)        *
      *----------------------------------------------------------------*
       2200-ACUMULAR-HISTORIA.
           IF NOT HST-ABIERTO
               GO TO 2200-ACUMULAR-HISTORIA-EXIT
           END-IF
           MOVE 'N'                        TO HST-EOF-SW
           MOVE AUD-F-FECHA                TO HIST-FECHA-CORRIDA
           MOVE LOW-VALUES                 TO HIST-TIENDA
           MOVE LOW-VALUES                 TO HIST-PRODUCT-NAME
           START SALES-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HST-EOF             TO TRUE
           END-START
           PERFORM 2210-LEER-HISTORIA THRU 2210-LEER-HISTORIA-EXIT
               UNTIL HST-EOF
           .
       2200-ACUMULAR-HISTORIA-EXIT.
           EXIT.

       2210-LEER-HISTORIA.
           READ SALES-HISTORY-FILE NEXT RECORD
               AT END
                   SET HST-EOF             TO TRUE
                   GO TO 2210-LEER-HISTORIA-EXIT
           END-READ
           IF HIST-FECHA-CORRIDA NOT EQUAL AUD-F-FECHA
               SET HST-EOF                 TO TRUE
               GO TO 2210-LEER-HISTORIA-EXIT
           END-IF
           ADD 1                           TO AUD-F-PRODUCTOS
           ADD HIST-REVENUE                TO AUD-F-INGRESOS
           ADD HIST-REVENUE-IMPUESTO       TO AUD-F-INGRESOS-IMP
           COMPUTE AUD-F-IMPUESTO-HIST =
               AUD-F-IMPUESTO-HIST +
               (HIST-REVENUE-IMPUESTO - HIST-REVENUE)
           MOVE HIST-TIENDA                TO AUD-TDA-BUSCADA
           PERFORM 2250-UBICAR-TIENDA THRU
                   2250-UBICAR-TIENDA-EXIT
           IF NOT AUD-TDA-HALLADA
               GO TO 2210-LEER-HISTORIA-EXIT
           END-IF
           SET AUD-T-CON-HISTORIA(AUD-TDA-IDX) TO TRUE
           COMPUTE AUD-T-UNID-VENDIDAS(AUD-TDA-IDX) =
               AUD-T-UNID-VENDIDAS(AUD-TDA-IDX) +
               HIST-QUANTITY + HIST-UNID-DEVUELTAS
           COMPUTE AUD-T-INGR-VENDIDOS(AUD-TDA-IDX) =
               AUD-T-INGR-VENDIDOS(AUD-TDA-IDX) +
               HIST-REVENUE + HIST-INGR-DEVUELTOS
           ADD HIST-UNID-DEVUELTAS
               TO AUD-T-UNID-DEVUELTAS(AUD-TDA-IDX)
           ADD HIST-INGR-DEVUELTOS
               TO AUD-T-INGR-DEVUELTOS(AUD-TDA-IDX)
           ADD HIST-QUANTITY
               TO AUD-T-UNID-NETAS(AUD-TDA-IDX)
           .
       2210-LEER-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2250-UBICAR-TIENDA                                             *
      *     DEJA AUD-TDA-IDX EN LA TIENDA AUD-TDA-BUSCADA, AGREGANDOLA *
      *     SI NO ESTA (TABLA LLENA = NO HALLADA, SE ADVIERTE UNA VEZ) *
      *----------------------------------------------------------------*
       2250-UBICAR-TIENDA.
           MOVE 'N'                        TO AUD-TDA-HALLADA-SW
           SET AUD-TDA-IDX                 TO 1
           SEARCH AUD-TDA VARYING AUD-TDA-IDX
               AT END
                   CONTINUE
               WHEN AUD-TDA-IDX > AUD-TDA-COUNT
                   CONTINUE
               WHEN AUD-T-TIENDA(AUD-TDA-IDX) EQUAL AUD-TDA-BUSCADA
                   SET AUD-TDA-HALLADA     TO TRUE
           END-SEARCH
           IF AUD-TDA-HALLADA
               GO TO 2250-UBICAR-TIENDA-EXIT
           END-IF
           IF AUD-TDA-COUNT NOT < AUD-TDA-MAX
               IF NOT AUD-TDA-LLENA
                   SET AUD-TDA-LLENA       TO TRUE
                   DISPLAY "TABLA DE TIENDAS LLENA - TIENDA NO "
                       "AUDITADA: " AUD-TDA-BUSCADA
               END-IF
               GO TO 2250-UBICAR-TIENDA-EXIT
           END-IF
           ADD 1                           TO AUD-TDA-COUNT
           SET AUD-TDA-IDX                 TO AUD-TDA-COUNT
           MOVE AUD-TDA-BUSCADA            TO AUD-T-TIENDA(AUD-TDA-IDX)
           MOVE 'N'
               TO AUD-T-HISTORIA-SW(AUD-TDA-IDX)
                  AUD-T-CAJEROS-SW(AUD-TDA-IDX)
           MOVE ZERO
               TO AUD-T-UNID-VENDIDAS(AUD-TDA-IDX)
                  AUD-T-INGR-VENDIDOS(AUD-TDA-IDX)
                  AUD-T-UNID-DEVUELTAS(AUD-TDA-IDX)
                  AUD-T-INGR-DEVUELTOS(AUD-TDA-IDX)
                  AUD-T-CJ-UNID-VENDIDAS(AUD-TDA-IDX)
                  AUD-T-CJ-INGR-VENDIDOS(AUD-TDA-IDX)
                  AUD-T-CJ-UNID-DEVUELTAS(AUD-TDA-IDX)
                  AUD-T-CJ-INGR-DEVUELTOS(AUD-TDA-IDX)
                  AUD-T-UNID-NETAS(AUD-TDA-IDX)
                  AUD-T-UNID-RELEVADAS(AUD-TDA-IDX)
           SET AUD-TDA-HALLADA             TO TRUE
           .
       2250-UBICAR-TIENDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-ACUMULAR-IMPUESTO                                         *
      *----------------------------------------------------------------*
       2300-ACUMULAR-IMPUESTO.
           IF NOT THS-ABIERTO
               GO TO 2300-ACUMULAR-IMPUESTO-EXIT
           END-IF
           MOVE 'N'                        TO THS-EOF-SW
           MOVE AUD-F-FECHA                TO TH-FECHA-CORRIDA
           MOVE ZERO                       TO TH-TASA
           START TAX-HISTORY-FILE KEY IS NOT LESS THAN TH-KEY
               INVALID KEY
                   SET THS-EOF             TO TRUE
           END-START
           PERFORM 2310-LEER-IMPUESTO THRU 2310-LEER-IMPUESTO-EXIT
               UNTIL THS-EOF
           .
       2300-ACUMULAR-IMPUESTO-EXIT.
           EXIT.

       2310-LEER-IMPUESTO.
           READ TAX-HISTORY-FILE NEXT RECORD
               AT END
                   SET THS-EOF             TO TRUE
                   GO TO 2310-LEER-IMPUESTO-EXIT
           END-READ
           IF TH-FECHA-CORRIDA NOT EQUAL AUD-F-FECHA
               SET THS-EOF                 TO TRUE
               GO TO 2310-LEER-IMPUESTO-EXIT
           END-IF
           ADD 1                           TO AUD-F-TASAS
           ADD TH-BASE                     TO AUD-F-IVA-BASE
           ADD TH-IMPUESTO                 TO AUD-F-IVA-IMPUESTO
           .
       2310-LEER-IMPUESTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-ACUMULAR-CAJEROS                                          *
      *----------------------------------------------------------------*
       2400-ACUMULAR-CAJEROS.
           IF NOT CJH-ABIERTO
               GO TO 2400-ACUMULAR-CAJEROS-EXIT
           END-IF
           MOVE 'N'                        TO CJH-EOF-SW
           MOVE AUD-F-FECHA                TO CJH-FECHA-CORRIDA
           MOVE LOW-VALUES                 TO CJH-TIENDA
           MOVE LOW-VALUES                 TO CJH-CAJERO
           START CASHIER-HISTORY-FILE KEY IS NOT LESS THAN CJH-KEY
               INVALID KEY
                   SET CJH-EOF             TO TRUE
           END-START
           PERFORM 2410-LEER-CAJERO THRU 2410-LEER-CAJERO-EXIT
               UNTIL CJH-EOF
           .
       2400-ACUMULAR-CAJEROS-EXIT.
           EXIT.

       2410-LEER-CAJERO.
           READ CASHIER-HISTORY-FILE NEXT RECORD
               AT END
                   SET CJH-EOF             TO TRUE
                   GO TO 2410-LEER-CAJERO-EXIT
           END-READ
           IF CJH-FECHA-CORRIDA NOT EQUAL AUD-F-FECHA
               SET CJH-EOF                 TO TRUE
               GO TO 2410-LEER-CAJERO-EXIT
           END-IF
           ADD 1                           TO AUD-F-CAJEROS
           MOVE CJH-TIENDA                 TO AUD-TDA-BUSCADA
           PERFORM 2250-UBICAR-TIENDA THRU
                   2250-UBICAR-TIENDA-EXIT
           IF NOT AUD-TDA-HALLADA
               GO TO 2410-LEER-CAJERO-EXIT
           END-IF
           SET AUD-T-CON-CAJEROS(AUD-TDA-IDX) TO TRUE
           ADD CJH-UNID-VENDIDAS
               TO AUD-T-CJ-UNID-VENDIDAS(AUD-TDA-IDX)
           ADD CJH-INGR-VENDIDOS
               TO AUD-T-CJ-INGR-VENDIDOS(AUD-TDA-IDX)
           ADD CJH-UNID-DEVUELTAS
               TO AUD-T-CJ-UNID-DEVUELTAS(AUD-TDA-IDX)
           ADD CJH-INGR-DEVUELTOS
               TO AUD-T-CJ-INGR-DEVUELTOS(AUD-TDA-IDX)
           .
       2410-LEER-CAJERO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-LEER-LOTE-CONTABLE                                        *
      *----------------------------------------------------------------*
       2500-LEER-LOTE-CONTABLE.
           IF NOT GBR-ABIERTO
               GO TO 2500-LEER-LOTE-CONTABLE-EXIT
           END-IF
           MOVE AUD-F-FECHA                TO GBR-FECHA
           READ GL-BATCH-REG-FILE
               INVALID KEY
                   GO TO 2500-LEER-LOTE-CONTABLE-EXIT
           END-READ
           SET AUD-F-CON-LOTE              TO TRUE
           MOVE GBR-ESTADO                 TO AUD-F-LOTE-ESTADO
           MOVE GBR-TOTAL-DEBITOS          TO AUD-F-GL-DEBITOS
           MOVE GBR-TOTAL-CREDITOS         TO AUD-F-GL-CREDITOS
           .
       2500-LEER-LOTE-CONTABLE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2550-VERIFICAR-INVENTARIO                                      *
      *     EL INVENTARIO SE DA POR APLICADO SI "SALESINV" TERMINO     *
      *     PARA LA FECHA O SI HAY MOVIMIENTOS DE VENTA ('V') DE ELLA  *
      *----------------------------------------------------------------*
       2550-VERIFICAR-INVENTARIO.
           IF RCF-ABIERTO
               MOVE AUD-F-FECHA            TO RC-FECHA
               MOVE "CADENA"               TO RC-TIENDA
               MOVE "SALESINV"             TO RC-PROGRAMA
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RC-COMPLETA
                           SET AUD-F-INVENTARIO-APLICADO TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NOT SMV-ABIERTO
               GO TO 2550-VERIFICAR-INVENTARIO-EXIT
           END-IF
           MOVE 'N'                        TO SMV-EOF-SW
           MOVE AUD-F-FECHA                TO SMV-FECHA
           MOVE LOW-VALUES                 TO SMV-TIENDA
           MOVE LOW-VALUES                 TO SMV-PRODUCT-NAME
           MOVE LOW-VALUES                 TO SMV-TIPO
           START STOCK-MOVE-FILE KEY IS NOT LESS THAN SMV-KEY
               INVALID KEY
                   SET SMV-EOF             TO TRUE
           END-START
           PERFORM 2560-CONTAR-MOVIMIENTO THRU
                   2560-CONTAR-MOVIMIENTO-EXIT
               UNTIL SMV-EOF
           IF AUD-F-MOVIMIENTOS > ZERO
               SET AUD-F-INVENTARIO-APLICADO TO TRUE
           END-IF
           .
       2550-VERIFICAR-INVENTARIO-EXIT.
           EXIT.

       2560-CONTAR-MOVIMIENTO.
           READ STOCK-MOVE-FILE NEXT RECORD
               AT END
                   SET SMV-EOF             TO TRUE
                   GO TO 2560-CONTAR-MOVIMIENTO-EXIT
           END-READ
           IF SMV-FECHA NOT EQUAL AUD-F-FECHA
               SET SMV-EOF                 TO TRUE
               GO TO 2560-CONTAR-MOVIMIENTO-EXIT
           END-IF
           IF SMV-VENTA
               ADD 1                       TO AUD-F-MOVIMIENTOS
           END-IF
           .
       2560-CONTAR-MOVIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-CONTROLES-CADENA                                          *
      *     IMPUESTOS Y LOTE CONTABLE, QUE NO TIENEN DIMENSION DE      *
      *     TIENDA: DEBITOS = CREDITOS = INGRESOS CON IMPUESTO (VER    *
      *     SalesGLFeedExport, 2050)                                   *
      *----------------------------------------------------------------*
       2600-CONTROLES-CADENA.
           MOVE "CADENA"                   TO AUD-C-TIENDA
           MOVE "INGRESOS HISTORIA VS BASE IVA"
               TO AUD-C-CONTROL
           MOVE AUD-F-INGRESOS             TO AUD-C-VALOR-A
           MOVE AUD-F-IVA-BASE             TO AUD-C-VALOR-B
           MOVE SPACES                     TO AUD-C-DETALLE
           IF AUD-F-TASAS EQUAL ZERO
               MOVE "SIN REGISTROS DE IMPUESTO" TO AUD-C-DETALLE
           END-IF
           PERFORM 5000-COMPARAR-IGUALES
           MOVE "IMPUESTO HISTORIA VS TH-IMPUESTO"
               TO AUD-C-CONTROL
           MOVE AUD-F-IMPUESTO-HIST        TO AUD-C-VALOR-A
           MOVE AUD-F-IVA-IMPUESTO         TO AUD-C-VALOR-B
           PERFORM 5000-COMPARAR-IGUALES
           IF NOT AUD-F-CON-LOTE
               IF AUD-F-PRODUCTOS > ZERO
                   MOVE "FECHA SIN EXPORTAR AL LIBRO MAYOR"
                       TO AUD-C-CONTROL
                   MOVE "SIN LOTE EN glbatchreg.dat" TO AUD-C-DETALLE
                   PERFORM 5100-OBSERVACION
               END-IF
               GO TO 2600-CONTROLES-CADENA-EXIT
           END-IF
           MOVE SPACES                     TO AUD-C-DETALLE
           STRING "LOTE EN ESTADO "        DELIMITED BY SIZE
                  AUD-F-LOTE-ESTADO        DELIMITED BY SIZE
                  INTO AUD-C-DETALLE
           MOVE "DEBITOS LOTE GL VS HISTORIA"
               TO AUD-C-CONTROL
           MOVE AUD-F-GL-DEBITOS           TO AUD-C-VALOR-A
           MOVE AUD-F-INGRESOS-IMP         TO AUD-C-VALOR-B
           PERFORM 5000-COMPARAR-IGUALES
           MOVE "CREDITOS LOTE GL VS HISTORIA"
               TO AUD-C-CONTROL
           MOVE AUD-F-GL-CREDITOS          TO AUD-C-VALOR-A
           MOVE AUD-F-INGRESOS-IMP         TO AUD-C-VALOR-B
           PERFORM 5000-COMPARAR-IGUALES
           .
       2600-CONTROLES-CADENA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2700-CONTROLES-CAJEROS                                         *
      *     LO VENDIDO Y DEVUELTO POR LOS CAJEROS DE LA TIENDA, MAS    *
      *     EL REGISTRO EN BLANCO DE LO NO ATRIBUIDO, CONTRA SU        *
      *     HISTORIA: DEBE IGUALARLA (UNA LINEA QUE NO LLEGO A         *
      *     cashierhistory.dat SALE COMO DIFERENCIA)                   *
      *----------------------------------------------------------------*
       2700-CONTROLES-CAJEROS.
           IF NOT CJH-ABIERTO
               GO TO 2700-CONTROLES-CAJEROS-EXIT
           END-IF
           MOVE AUD-T-TIENDA(AUD-TDA-IDX)  TO AUD-C-TIENDA
           MOVE SPACES                     TO AUD-C-DETALLE
           IF NOT AUD-T-CON-HISTORIA(AUD-TDA-IDX)
               MOVE "CAJEROS SIN HISTORIA DE VENTAS"
                   TO AUD-C-DETALLE
           END-IF
           IF NOT AUD-T-CON-CAJEROS(AUD-TDA-IDX)
               MOVE "SIN HISTORIA DE CAJEROS" TO AUD-C-DETALLE
           END-IF
           MOVE "UNID. VENDIDAS CAJEROS VS HISTOR."
               TO AUD-C-CONTROL
           MOVE AUD-T-CJ-UNID-VENDIDAS(AUD-TDA-IDX) TO AUD-C-VALOR-A
           MOVE AUD-T-UNID-VENDIDAS(AUD-TDA-IDX)    TO AUD-C-VALOR-B
           PERFORM 5000-COMPARAR-IGUALES
           MOVE "INGR. VENDIDOS CAJEROS VS HISTOR."
               TO AUD-C-CONTROL
           MOVE AUD-T-CJ-INGR-VENDIDOS(AUD-TDA-IDX) TO AUD-C-VALOR-A
           MOVE AUD-T-INGR-VENDIDOS(AUD-TDA-IDX)    TO AUD-C-VALOR-B
           PERFORM 5000-COMPARAR-IGUALES
           MOVE "UNID. DEVUELTAS CAJEROS VS HISTOR."
               TO AUD-C-CONTROL
           MOVE AUD-T-CJ-UNID-DEVUELTAS(AUD-TDA-IDX) TO AUD-C-VALOR-A
           MOVE AUD-T-UNID-DEVUELTAS(AUD-TDA-IDX)    TO AUD-C-VALOR-B
           PERFORM 5000-COMPARAR-IGUALES
           MOVE "INGR. DEVUELTOS CAJEROS VS HISTOR."
               TO AUD-C-CONTROL
           MOVE AUD-T-CJ-INGR-DEVUELTOS(AUD-TDA-IDX) TO AUD-C-VALOR-A
           MOVE AUD-T-INGR-DEVUELTOS(AUD-TDA-IDX)    TO AUD-C-VALOR-B
           PERFORM 5000-COMPARAR-IGUALES
           .
       2700-CONTROLES-CAJEROS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-CONTROLES-EXISTENCIA                                      *
      *     CON EL INVENTARIO APLICADO, CADA PRODUCTO DE LA HISTORIA   *
      *     DEBE TENER SU MOVIMIENTO 'V' POR MENOS HIST-QUANTITY, Y    *
      *     CADA MOVIMIENTO 'V' SU REGISTRO DE HISTORIA; LUEGO SE      *
      *     COMPARAN LOS TOTALES POR TIENDA                            *
      *----------------------------------------------------------------*
       2800-CONTROLES-EXISTENCIA.
           IF NOT AUD-F-INVENTARIO-APLICADO
               IF AUD-F-PRODUCTOS > ZERO
                   MOVE "CADENA"           TO AUD-C-TIENDA
                   MOVE "INVENTARIO NO APLICADO A LA FECHA"
                       TO AUD-C-CONTROL
                   MOVE "SIN CONTROL DE EXISTENCIAS" TO AUD-C-DETALLE
                   PERFORM 5100-OBSERVACION
               END-IF
               GO TO 2800-CONTROLES-EXISTENCIA-EXIT
           END-IF
           IF HST-ABIERTO
               MOVE 'N'                    TO HST-EOF-SW
               MOVE AUD-F-FECHA            TO HIST-FECHA-CORRIDA
               MOVE LOW-VALUES             TO HIST-TIENDA
               MOVE LOW-VALUES             TO HIST-PRODUCT-NAME
               START SALES-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       SET HST-EOF         TO TRUE
               END-START
               PERFORM 2810-PRODUCTO-HISTORIA THRU
                       2810-PRODUCTO-HISTORIA-EXIT
                   UNTIL HST-EOF
           END-IF
           IF SMV-ABIERTO
               MOVE 'N'                    TO SMV-EOF-SW
               MOVE AUD-F-FECHA            TO SMV-FECHA
               MOVE LOW-VALUES             TO SMV-TIENDA
               MOVE LOW-VALUES             TO SMV-PRODUCT-NAME
               MOVE LOW-VALUES             TO SMV-TIPO
               START STOCK-MOVE-FILE KEY IS NOT LESS THAN SMV-KEY
                   INVALID KEY
                       SET SMV-EOF         TO TRUE
               END-START
               PERFORM 2820-MOVIMIENTO-SIN-HISTORIA THRU
                       2820-MOVIMIENTO-SIN-HISTORIA-EXIT
                   UNTIL SMV-EOF
           END-IF
           PERFORM 2830-TOTAL-TIENDA
               VARYING AUD-TDA-IDX FROM 1 BY 1
               UNTIL AUD-TDA-IDX > AUD-TDA-COUNT
           .
       2800-CONTROLES-EXISTENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2810-PRODUCTO-HISTORIA                                         *
      *----------------------------------------------------------------*
       2810-PRODUCTO-HISTORIA.
           READ SALES-HISTORY-FILE NEXT RECORD
               AT END
                   SET HST-EOF             TO TRUE
                   GO TO 2810-PRODUCTO-HISTORIA-EXIT
           END-READ
           IF HIST-FECHA-CORRIDA NOT EQUAL AUD-F-FECHA
               SET HST-EOF                 TO TRUE
               GO TO 2810-PRODUCTO-HISTORIA-EXIT
           END-IF
           MOVE ZERO                       TO AUD-CANTIDAD-RELEVADA
           IF SMV-ABIERTO
               MOVE HIST-FECHA-CORRIDA     TO SMV-FECHA
               MOVE HIST-TIENDA            TO SMV-TIENDA
               MOVE HIST-PRODUCT-NAME      TO SMV-PRODUCT-NAME
               MOVE 'V'                    TO SMV-TIPO
               READ STOCK-MOVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE AUD-CANTIDAD-RELEVADA =
                           ZERO - SMV-CANTIDAD
               END-READ
           END-IF
           MOVE HIST-TIENDA                TO AUD-TDA-BUSCADA
           PERFORM 2250-UBICAR-TIENDA THRU
                   2250-UBICAR-TIENDA-EXIT
           IF AUD-TDA-HALLADA
               ADD AUD-CANTIDAD-RELEVADA
                   TO AUD-T-UNID-RELEVADAS(AUD-TDA-IDX)
           END-IF
           IF AUD-CANTIDAD-RELEVADA NOT EQUAL HIST-QUANTITY
               MOVE HIST-TIENDA            TO AUD-C-TIENDA
               MOVE "UNID. NETAS HISTORIA VS RELEVADAS"
                   TO AUD-C-CONTROL
               MOVE HIST-QUANTITY          TO AUD-C-VALOR-A
               MOVE AUD-CANTIDAD-RELEVADA  TO AUD-C-VALOR-B
               MOVE "POR PRODUCTO (VER ABAJO)" TO AUD-C-DETALLE
               PERFORM 5200-ESCRIBIR-DIFERENCIA
               MOVE HIST-PRODUCT-NAME      TO AUD-LP-PRODUCTO
               MOVE SPACES                 TO REPORT-RECORD
               MOVE AUD-LINEA-PRODUCTO     TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
       2810-PRODUCTO-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2820-MOVIMIENTO-SIN-HISTORIA                                   *
      *     MOVIMIENTOS 'V' DE LA FECHA CUYO PRODUCTO YA NO ESTA EN LA *
      *     HISTORIA (P.EJ. UNA FECHA REVERSADA DESPUES DE APLICAR EL  *
      *     INVENTARIO)                                                *
      *----------------------------------------------------------------*
       2820-MOVIMIENTO-SIN-HISTORIA.
           READ STOCK-MOVE-FILE NEXT RECORD
               AT END
                   SET SMV-EOF             TO TRUE
                   GO TO 2820-MOVIMIENTO-SIN-HISTORIA-EXIT
           END-READ
           IF SMV-FECHA NOT EQUAL AUD-F-FECHA
               SET SMV-EOF                 TO TRUE
               GO TO 2820-MOVIMIENTO-SIN-HISTORIA-EXIT
           END-IF
           IF NOT SMV-VENTA OR SMV-CANTIDAD EQUAL ZERO
               GO TO 2820-MOVIMIENTO-SIN-HISTORIA-EXIT
           END-IF
           IF HST-ABIERTO
               MOVE SMV-FECHA              TO HIST-FECHA-CORRIDA
               MOVE SMV-TIENDA             TO HIST-TIENDA
               MOVE SMV-PRODUCT-NAME       TO HIST-PRODUCT-NAME
               READ SALES-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO 2820-MOVIMIENTO-SIN-HISTORIA-EXIT
               END-READ
           END-IF
           COMPUTE AUD-CANTIDAD-RELEVADA = ZERO - SMV-CANTIDAD
           MOVE SMV-TIENDA                 TO AUD-TDA-BUSCADA
           PERFORM 2250-UBICAR-TIENDA THRU
                   2250-UBICAR-TIENDA-EXIT
           IF AUD-TDA-HALLADA
               ADD AUD-CANTIDAD-RELEVADA
                   TO AUD-T-UNID-RELEVADAS(AUD-TDA-IDX)
           END-IF
           MOVE SMV-TIENDA                 TO AUD-C-TIENDA
           MOVE "UNID. NETAS HISTORIA VS RELEVADAS"
               TO AUD-C-CONTROL
           MOVE ZERO                       TO AUD-C-VALOR-A
           MOVE AUD-CANTIDAD-RELEVADA      TO AUD-C-VALOR-B
           MOVE "MOVIMIENTO SIN HISTORIA"  TO AUD-C-DETALLE
           PERFORM 5200-ESCRIBIR-DIFERENCIA
           MOVE SMV-PRODUCT-NAME           TO AUD-LP-PRODUCTO
           MOVE SPACES                     TO REPORT-RECORD
           MOVE AUD-LINEA-PRODUCTO         TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       2820-MOVIMIENTO-SIN-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2830-TOTAL-TIENDA                                              *
      *     TOTAL DE LA TIENDA: UNIDADES NETAS DE LA HISTORIA CONTRA   *
      *     LAS RELEVADAS A LA EXISTENCIA                              *
      *----------------------------------------------------------------*
       2830-TOTAL-TIENDA.
           MOVE AUD-T-TIENDA(AUD-TDA-IDX)  TO AUD-C-TIENDA
           MOVE "TOTAL UNID. NETAS VS RELEVADAS"
               TO AUD-C-CONTROL
           MOVE AUD-T-UNID-NETAS(AUD-TDA-IDX) TO AUD-C-VALOR-A
           MOVE AUD-T-UNID-RELEVADAS(AUD-TDA-IDX) TO AUD-C-VALOR-B
           MOVE "EXISTENCIA DE LA TIENDA"  TO AUD-C-DETALLE
           PERFORM 5000-COMPARAR-IGUALES
           .

      *----------------------------------------------------------------*
      * 2900-TOTALES-REPORTE                                           *
      *----------------------------------------------------------------*
       2900-TOTALES-REPORTE.
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE AUD-DIAS-CON-DATOS         TO AUD-CONTEO-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "DIAS CON DATOS: "       DELIMITED BY SIZE
                  AUD-CONTEO-ED            DELIMITED BY SIZE
                  INTO REPORT-RECORD
           MOVE AUD-DIAS-CON-DIFERENCIAS   TO AUD-CONTEO-ED
           MOVE "DIAS CON DIFERENCIAS: "   TO REPORT-RECORD(28:22)
           MOVE AUD-CONTEO-ED              TO REPORT-RECORD(50:8)
           WRITE REPORT-RECORD
           MOVE AUD-CONTROLES              TO AUD-CONTEO-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "CONTROLES     : "       DELIMITED BY SIZE
                  AUD-CONTEO-ED            DELIMITED BY SIZE
                  INTO REPORT-RECORD
           MOVE AUD-DIFERENCIAS            TO AUD-CONTEO-ED
           MOVE "DIFERENCIAS         : "   TO REPORT-RECORD(28:22)
           MOVE AUD-CONTEO-ED              TO REPORT-RECORD(50:8)
           MOVE AUD-OBSERVACIONES          TO AUD-CONTEO-ED
           MOVE "OBSERVACIONES: "          TO REPORT-RECORD(62:15)
           MOVE AUD-CONTEO-ED              TO REPORT-RECORD(77:8)
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 5000-COMPARAR-IGUALES                                          *
      *     CUENTA EL CONTROL Y LISTA LA DIFERENCIA SI A Y B NO SON    *
      *     IGUALES                                                    *
      *----------------------------------------------------------------*
       5000-COMPARAR-IGUALES.
           ADD 1                           TO AUD-CONTROLES
           IF AUD-C-VALOR-A NOT EQUAL AUD-C-VALOR-B
               PERFORM 5200-ESCRIBIR-DIFERENCIA
           END-IF
           .

      *----------------------------------------------------------------*
      * 5100-OBSERVACION                                               *
      *     ALGO QUE NO ES DIFERENCIA PERO IMPIDE UN CONTROL (FECHA    *
      *     SIN EXPORTAR, INVENTARIO SIN APLICAR)                      *
      *----------------------------------------------------------------*
       5100-OBSERVACION.
           ADD 1                           TO AUD-OBSERVACIONES
           MOVE SPACES                     TO AUD-LINEA-DIFERENCIA
           MOVE AUD-F-FECHA                TO AUD-LD-FECHA
           MOVE AUD-C-TIENDA               TO AUD-LD-TIENDA
           MOVE AUD-C-CONTROL              TO AUD-LD-CONTROL
           MOVE AUD-C-DETALLE              TO AUD-LD-DETALLE
           MOVE SPACES                     TO REPORT-RECORD
           MOVE AUD-LINEA-DIFERENCIA       TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 5200-ESCRIBIR-DIFERENCIA                                       *
      *----------------------------------------------------------------*
       5200-ESCRIBIR-DIFERENCIA.
           ADD 1                           TO AUD-DIFERENCIAS
           ADD 1                           TO AUD-F-DIFERENCIAS
           MOVE AUD-F-FECHA                TO AUD-LD-FECHA
           MOVE AUD-C-TIENDA               TO AUD-LD-TIENDA
           MOVE AUD-C-CONTROL              TO AUD-LD-CONTROL
           MOVE AUD-C-VALOR-A              TO AUD-LD-VALOR-A
           MOVE AUD-C-VALOR-B              TO AUD-LD-VALOR-B
           COMPUTE AUD-LD-DIFERENCIA = AUD-C-VALOR-A - AUD-C-VALOR-B
           MOVE AUD-C-DETALLE              TO AUD-LD-DETALLE
           MOVE SPACES                     TO REPORT-RECORD
           MOVE AUD-LINEA-DIFERENCIA       TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 3000-FINAL-PROGRAMA                                            *
      *----------------------------------------------------------------*
       3000-FINAL-PROGRAMA.
           IF HST-ABIERTO
               CLOSE SALES-HISTORY-FILE
           END-IF
           IF THS-ABIERTO
               CLOSE TAX-HISTORY-FILE
           END-IF
           IF CJH-ABIERTO
               CLOSE CASHIER-HISTORY-FILE
           END-IF
           IF GBR-ABIERTO
               CLOSE GL-BATCH-REG-FILE
           END-IF
           IF SMV-ABIERTO
               CLOSE STOCK-MOVE-FILE
           END-IF
           IF RCF-ABIERTO
               CLOSE RUN-CONTROL-FILE
           END-IF
           CLOSE AUDIT-REPORT-FILE
           MOVE AUD-CODIGO-RETORNO         TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM SalesBalanceAudit.
