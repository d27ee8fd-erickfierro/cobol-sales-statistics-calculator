      *                        EXTRACTO TARDIO O UN REENVIO DE UNA     *
      *                        FECHA ANTERIOR NO SE VALIDE CONTRA UN   *
      *                        PRECIO QUE AUN NO REGIA (O YA NO RIGE)  *
      *    2026.09.08   ESFP   REGISTRO DE PAGO 'P' EN EL EXTRACTO     *
      *                        (TIENDA, CAJERO, MEDIO E=EFECTIVO/      *
      *                        T=TARJETA/V=VALE E IMPORTE), VALIDADO   *
      *                        EN LA PREPASADA DE CONTROL JUNTO CON EL *
      *                        TRAILER (QUE PUEDE TRAER CONTEO Y TOTAL *
      *                        DE PAGOS); LO RECAUDADO POR TIENDA,     *
      *                        CAJERO Y MEDIO SE PERSISTE EN           *
      *                        tenderhistory.dat PARA EL ARQUEO DE     *
      *                        CAJA (SalesCashReconcile)               *
      *    2026.09.10   ESFP   NUMERO DE TIQUETE OPCIONAL EN LAS       *
      *                        LINEAS 'D' (NOVENO CAMPO DELIMITADO O   *
      *                        COLS 107-118 EN COLUMNAS FIJAS): CADA   *
      *                        TIQUETE SE RESUME (LINEAS, UNIDADES E   *
      *                        IMPORTE) EN tickethistory.dat Y SUS     *
      *                        PRODUCTOS EN ticketitems.dat PARA EL    *
      *                        ANALISIS DE CANASTA                     *
      *                        (SalesBasketReport); VIAJA EN EL PUNTO  *
      *                        DE CONTROL (REGISTROS 'T' Y 'L') Y SE   *
      *                        FUSIONA EN INTRADIA Y EN LOS REENVIOS   *
      *    2026.09.12   ESFP   HORA DE LA TRANSACCION POS OPCIONAL EN  *
      *                        LAS LINEAS 'D' (DECIMO CAMPO DELIMITADO *
      *                        O COLS 120-123 EN COLUMNAS FIJAS,       *
      *                        HHMM): LINEAS, UNIDADES E INGRESOS POR  *
      *                        TIENDA Y HORA SE ACUMULAN EN            *
      *                        hourlysales.dat (HORA 99 = LINEAS SIN   *
      *                        HORA VALIDA) PARA EL REPORTE POR FRANJA *
      *                        (SalesDaypartReport), CON LOS EXTRACTOS *
      *                        QUE APORTARON A CADA HORA Y LA PRIMERA  *
      *                        CORRIDA QUE LA RECIBIO; VIAJA EN EL     *
      *                        PUNTO DE CONTROL (REGISTROS 'H') Y SE   *
      *                        FUSIONA EN INTRADIA Y EN LOS REENVIOS   *
      *    2026.10.15   ESFP   DIRECTORIO DE TIENDAS AMPLIADO CON      *
      *                        DISTRITO, REGION, GERENTE, FECHA DE     *
      *                        APERTURA Y AREA DE VENTA PARA EL        *
      *                        REPORTE POR REGION (SalesHierarchy-     *
      *                        Report); AQUI SE SIGUEN USANDO SOLO     *
      *                        TIENDA Y ESTADO                         *
      *    2026.10.15   ESFP   HISTORIA DE DEVOLUCIONES                *
      *                        (returnshistory.dat): CADA DEVOLUCION   *
      *                        ACEPTADA SE GUARDA CON FECHA, TIENDA,   *
      *                        CAJERO, TIQUETE, HORA, PRODUCTO E       *
      *                        IMPORTE PARA EL REPORTE DE PREVENCION   *
      *                        DE PERDIDAS (SalesReturnsAudit); EL     *
      *                        LOTE DE LA CORRIDA VIAJA EN EL PUNTO DE *
      *                        CONTROL.  returnsregister.txt LLEVA     *
      *                        TAMBIEN CAJERO Y TIQUETE                *
      *    2026.10.15   ESFP   LAS LINEAS SIN CODIGO DE CAJERO, Y LAS  *
      *                        DE UN CAJERO QUE YA NO CABE EN LA       *
      *                        TABLA, SE ACUMULAN POR TIENDA EN UNA    *
      *                        ENTRADA DE CAJERO EN BLANCO QUE VA A    *
      *                        cashierhistory.dat, PARA QUE CAJEROS    *
      *                        MAS SIN ATRIBUIR CUADRE CON LA HISTORIA *
      *                        (SalesBalanceAudit); HASTA 50 CAJEROS   *
      *                        Y 100 ENTRADAS POR CORRIDA              *
      *----------------------------------------------------------------*
      *            E N V I R O N M E N T   D I V I S I O N             *
      *----------------------------------------------------------------*
           ASSIGN TO 'returnsregister.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEV-STATUS.
           SELECT RETURNS-HIST-FILE ASSIGN TO 'returnshistory.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RDH-KEY
           FILE STATUS IS RDH-STATUS.
           SELECT OPTIONAL EXTRACT-SEQ-FILE
           ASSIGN TO 'extractseq.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ASSIGN TO 'tradingcalendar.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAL-STATUS.
           SELECT TENDER-HISTORY-FILE ASSIGN TO 'tenderhistory.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PGH-KEY
           FILE STATUS IS PGH-STATUS.
           SELECT TICKET-HISTORY-FILE ASSIGN TO 'tickethistory.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TKH-KEY
           FILE STATUS IS TKH-STATUS.
           SELECT TICKET-ITEM-FILE ASSIGN TO 'ticketitems.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TKA-KEY
           FILE STATUS IS TKA-STATUS.
           SELECT HOURLY-SALES-FILE ASSIGN TO 'hourlysales.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HRV-KEY
           FILE STATUS IS HRV-STATUS.
      *----------------------------------------------------------------*
      *                   D A T A   D I V I S I O N                    *
      *----------------------------------------------------------------*
      *     E IMPORTES EXTENDIDOS.  LOS EXTRACTOS DEL FORMATO ANTERIOR *
      *     (SIN REGISTROS DE CONTROL) SOLO SE ACEPTAN CUANDO          *
      *     SALES_CONTROL_OPTIONAL=Y, DURANTE LA TRANSICION DEL POS.   *
      *     LAS LINEAS 'P' TRAEN LO RECAUDADO POR CAJERO Y MEDIO DE    *
      *     PAGO (E=EFECTIVO, T=TARJETA, V=VALE) Y NO SON DETALLE: NO  *
      *     ENTRAN AL CONTEO NI A LOS TOTALES DE COMPROBACION DE LAS   *
      *     LINEAS 'D', SINO AL CONTEO Y TOTAL DE PAGOS, QUE EL        *
      *     TRAILER PUEDE TRAER A CONTINUACION DE LOS SUYOS.           *
      *----------------------------------------------------------------*
       FD SALES-DATA-FILE.
       01 SALES-DATA-RECORD                PIC X(160).
           05 ENT-TIPO-REG                 PIC X(01).
               88 ENT-TIPO-ENCABEZADO                 VALUE 'H'.
               88 ENT-TIPO-DETALLE                    VALUE 'D'.
               88 ENT-TIPO-PAGO                       VALUE 'P'.
               88 ENT-TIPO-FIN                        VALUE 'T'.
           05 FILLER                       PIC X(01).
           05 ENT-CUERPO                   PIC X(158).
           05 FIN-HASH-CANTIDADES          PIC 9(10).
           05 FILLER                       PIC X(01).
           05 FIN-HASH-IMPORTES            PIC 9(16).
           05 FILLER                       PIC X(01).
           05 FIN-CONTEO-PAGOS             PIC 9(08).
           05 FILLER                       PIC X(01).
           05 FIN-HASH-PAGOS               PIC 9(16).
           05 FILLER                       PIC X(96).
       01 ENT-REG-PAGO.
           05 FILLER                       PIC X(02).
           05 ENP-TIENDA                   PIC X(10).
           05 FILLER                       PIC X(01).
           05 ENP-CAJERO                   PIC X(08).
           05 FILLER                       PIC X(01).
           05 ENP-MEDIO                    PIC X(01).
           05 FILLER                       PIC X(01).
           05 ENP-IMPORTE                  PIC 9(14).
           05 FILLER                       PIC X(122).
      *----------------------------------------------------------------*
      * FD REJECT-REPORT-FILE                                          *
               88 CHK-TIPO-DUPLICADO                  VALUE 'D'.
               88 CHK-TIPO-IVA                        VALUE 'I'.
               88 CHK-TIPO-CAJERO                     VALUE 'J'.
               88 CHK-TIPO-PAGO                       VALUE 'K'.
               88 CHK-TIPO-TIQUETE                    VALUE 'T'.
               88 CHK-TIPO-ARTICULO                   VALUE 'L'.
               88 CHK-TIPO-HORA                       VALUE 'H'.
               88 CHK-TIPO-FIN                        VALUE 'F'.
           05 CHK-CUERPO-CONTROL.
               10 CHK-C-ULTIMO-REG         PIC 9(08).
                                           SIGN LEADING SEPARATE.
               10 CHK-C-PROMO-INGRESOS     PIC S9(14)
                                           SIGN LEADING SEPARATE.
               10 CHK-C-LOTE-DEV           PIC X(05).
               10 FILLER                   PIC X(80).
       01 CHK-REG-PRODUCTO REDEFINES CHECKPOINT-RECORD.
           05 FILLER                       PIC X(01).
           05 CHK-P-TIENDA                 PIC X(10).
           05 CHK-J-UNID-DEV               PIC 9(08).
           05 CHK-J-INGR-DEV               PIC 9(14).
           05 FILLER                       PIC X(95).
       01 CHK-REG-PAGO REDEFINES CHECKPOINT-RECORD.
           05 FILLER                       PIC X(01).
           05 CHK-K-TIENDA                 PIC X(10).
           05 CHK-K-CAJERO                 PIC X(08).
           05 CHK-K-MEDIO                  PIC X(01).
           05 CHK-K-IMPORTE                PIC S9(14)
                                           SIGN LEADING SEPARATE.
           05 CHK-K-CONTEO                 PIC 9(06).
           05 FILLER                       PIC X(119).
       01 CHK-REG-TIQUETE REDEFINES CHECKPOINT-RECORD.
           05 FILLER                       PIC X(01).
           05 CHK-T-TIENDA                 PIC X(10).
           05 CHK-T-TIQUETE                PIC X(12).
           05 CHK-T-CAJERO                 PIC X(08).
           05 CHK-T-LINEAS                 PIC 9(04).
           05 CHK-T-UNID-VEND              PIC S9(08)
                                           SIGN LEADING SEPARATE.
           05 CHK-T-UNID-DEV               PIC 9(08).
           05 CHK-T-IMPORTE                PIC S9(14)
                                           SIGN LEADING SEPARATE.
           05 CHK-T-IMPORTE-IMP            PIC S9(14)
                                           SIGN LEADING SEPARATE.
           05 CHK-T-PRIMER-ARTICULO        PIC 9(05).
           05 FILLER                       PIC X(73).
       01 CHK-REG-ARTICULO REDEFINES CHECKPOINT-RECORD.
           05 FILLER                       PIC X(01).
           05 CHK-L-TIQUETE-POS            PIC 9(05).
           05 CHK-L-SIGUIENTE              PIC 9(05).
           05 CHK-L-NOMBRE                 PIC X(60).
           05 CHK-L-CANTIDAD               PIC S9(08)
                                           SIGN LEADING SEPARATE.
           05 FILLER                       PIC X(80).
       01 CHK-REG-HORA REDEFINES CHECKPOINT-RECORD.
           05 FILLER                       PIC X(01).
           05 CHK-H-TIENDA                 PIC X(10).
           05 CHK-H-HORA-POS               PIC 9(02).
           05 CHK-H-LINEAS                 PIC 9(06).
           05 CHK-H-UNID-VEND              PIC 9(08).
           05 CHK-H-UNID-DEV               PIC 9(08).
           05 CHK-H-INGR-VEND              PIC S9(14)
                                           SIGN LEADING SEPARATE.
           05 CHK-H-INGR-DEV               PIC 9(14).
           05 FILLER                       PIC X(96).
      *----------------------------------------------------------------*
      * FD SALES-HISTORY-FILE                                          *
      *     UN REGISTRO POR PRODUCTO POR CORRIDA, PARA REPORTES DE     *
           05 DEV-CANTIDAD-REG             PIC Z(05)9.
           05 FILLER                       PIC X(01).
           05 DEV-IMPORTE-REG              PIC Z(12)9.
           05 FILLER                       PIC X(01).
           05 DEV-CAJERO-REG               PIC X(08).
           05 FILLER                       PIC X(01).
           05 DEV-TIQUETE-REG              PIC X(12).
      *----------------------------------------------------------------*
      * FD RETURNS-HIST-FILE                                           *
      *     UNA ENTRADA POR CADA DEVOLUCION ACEPTADA, CON LA FECHA DE  *
      *     CORRIDA, EL CAJERO, EL TIQUETE Y LA HORA DE LA LINEA Y EL  *
      *     IMPORTE EN COP (SIN Y CON IMPUESTO) Y EN MONEDA DE ORIGEN. *
      *     LA LLAVE LLEVA EL LOTE DE LA CORRIDA (RDH-LOTE-ACTUAL) Y   *
      *     EL NUMERO DE LINEA, DE MODO QUE UNA REPETICION O           *
      *     REANUDACION DEL MISMO EXTRACTO REGRABA LAS MISMAS ENTRADAS *
      *     Y UN EXTRACTO INTRADIA O UN REENVIO AGREGA LAS SUYAS.  LO  *
      *     LEE SalesReturnsAudit PARA PREVENCION DE PERDIDAS.         *
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
      * FD EXTRACT-SEQ-FILE                                            *
      *     ULTIMA SECUENCIA DE EXTRACTO PROCESADA POR TIENDA; SE LEE  *
      *----------------------------------------------------------------*
      * FD STORE-DIR-FILE                                              *
      *     DIRECTORIO DE TIENDAS: LINEAS TIENDA;ESTADO (A=ACTIVA,     *
      *     I=INACTIVA);DISTRITO;REGION;GERENTE;APERTURA (AAMMDD);     *
      *     AREA DE VENTA (M2).  LOS CINCO ULTIMOS CAMPOS SON          *
      *     OPCIONALES Y SOLO LOS USA SalesHierarchyReport (DISTRITO Y *
      *     REGION HASTA 8 POSICIONES, GERENTE HASTA 24; LA LINEA NO   *
      *     PASA DE 80).  LAS TIENDAS ACTIVAS SON LAS QUE SE ESPERA    *
      *     QUE TRANSMITAN EN UN DIA HABIL; SIN ARCHIVO, LA            *
      *     VERIFICACION DE TIENDAS FALTANTES SE OMITE.                *
      *----------------------------------------------------------------*
           05 CJH-UNID-DEVUELTAS           PIC 9(08) COMP.
           05 CJH-INGR-DEVUELTOS           PIC 9(14) COMP-3.
      *----------------------------------------------------------------*
      * FD TENDER-HISTORY-FILE                                         *
      *     UN REGISTRO POR FECHA+TIENDA+CAJERO+MEDIO DE PAGO CON EL   *
      *     IMPORTE RECAUDADO (EN COP, CON IMPUESTO) Y EL NUMERO DE    *
      *     LINEAS 'P' QUE LO COMPONEN.  LO LEE SalesCashReconcile     *
      *     PARA EL ARQUEO DIARIO CONTRA LAS VENTAS Y LA CONSIGNACION. *
      *     LOS PAGOS SIN CODIGO DE CAJERO QUEDAN CON EL CAJERO EN     *
      *     BLANCO (SOLO CUENTAN PARA LA TIENDA).                      *
      *----------------------------------------------------------------*
       FD TENDER-HISTORY-FILE.
       01 TENDER-HISTORY-RECORD.
           05 PGH-KEY.
               10 PGH-FECHA-CORRIDA        PIC 9(06).
               10 PGH-TIENDA               PIC X(10).
               10 PGH-CAJERO               PIC X(08).
               10 PGH-MEDIO                PIC X(01).
           05 PGH-IMPORTE                  PIC S9(14) COMP-3.
           05 PGH-CONTEO                   PIC 9(06) COMP.
      *----------------------------------------------------------------*
      * FD TICKET-HISTORY-FILE                                         *
      *     UN REGISTRO POR FECHA+TIENDA+TIQUETE CON EL CAJERO (EL DE  *
      *     LA PRIMERA LINEA QUE LO TRAE), EL NUMERO DE LINEAS, LAS    *
      *     UNIDADES VENDIDAS Y DEVUELTAS Y EL IMPORTE NETO EN COP,    *
      *     SIN Y CON IMPUESTO.  SOLO LAS LINEAS ACEPTADAS QUE TRAEN   *
      *     NUMERO DE TIQUETE SE RESUMEN AQUI.  LO LEE                 *
      *     SalesBasketReport PARA EL ANALISIS DE CANASTA.             *
      *----------------------------------------------------------------*
       FD TICKET-HISTORY-FILE.
       01 TICKET-HISTORY-RECORD.
           05 TKH-KEY.
               10 TKH-FECHA-CORRIDA        PIC 9(06).
               10 TKH-TIENDA               PIC X(10).
               10 TKH-TIQUETE              PIC X(12).
           05 TKH-CAJERO                   PIC X(08).
           05 TKH-LINEAS                   PIC 9(04) COMP.
           05 TKH-UNID-VENDIDAS            PIC S9(08) COMP.
           05 TKH-UNID-DEVUELTAS           PIC 9(08) COMP.
           05 TKH-IMPORTE                  PIC S9(14) COMP-3.
           05 TKH-IMPORTE-IMPUESTO         PIC S9(14) COMP-3.
      *----------------------------------------------------------------*
      * FD TICKET-ITEM-FILE                                            *
      *     UN REGISTRO POR FECHA+TIENDA+TIQUETE+PRODUCTO CON LAS      *
      *     UNIDADES NETAS DEL PRODUCTO EN EL TIQUETE (LAS             *
      *     DEVOLUCIONES RESTAN), PARA CONTAR QUE PRODUCTOS SE VENDEN  *
      *     JUNTOS EN SalesBasketReport.                               *
      *----------------------------------------------------------------*
       FD TICKET-ITEM-FILE.
       01 TICKET-ITEM-RECORD.
           05 TKA-KEY.
               10 TKA-FECHA-CORRIDA        PIC 9(06).
               10 TKA-TIENDA               PIC X(10).
               10 TKA-TIQUETE              PIC X(12).
               10 TKA-PRODUCT-NAME         PIC X(60).
           05 TKA-CANTIDAD                 PIC S9(08) COMP.
      *----------------------------------------------------------------*
      * FD HOURLY-SALES-FILE                                           *
      *     UN REGISTRO POR FECHA+TIENDA+HORA DE LA TRANSACCION (00-23;*
      *     99 = LINEAS SIN HORA O CON HORA INVALIDA, PARA QUE LA SUMA *
      *     DE LAS HORAS CUADRE CON EL DIA) CON LAS LINEAS, LAS        *
      *     UNIDADES Y LOS INGRESOS EN COP SIN IMPUESTO VENDIDOS Y     *
      *     DEVUELTOS.  HRV-EXTRACTOS CUENTA LAS CORRIDAS (NORMAL E    *
      *     INTRADIA) QUE TRAJERON LINEAS DE LA HORA, Y HRV-PRIMERA-   *
      *     CORRIDA-FECHA/-HORA (AAMMDD/HHMM DEL RELOJ) DICEN CUANDO   *
      *     CORRIO LA PRIMERA, PARA COMPARAR LOS CORTES DE LOS         *
      *     EXTRACTOS DE MEDIODIA CONTRA LAS HORAS DE VENTA.  LO LEE   *
      *     SalesDaypartReport.                                        *
      *----------------------------------------------------------------*
       FD HOURLY-SALES-FILE.
       01 HOURLY-SALES-RECORD.
           05 HRV-KEY.
               10 HRV-FECHA-CORRIDA        PIC 9(06).
               10 HRV-TIENDA               PIC X(10).
               10 HRV-HORA                 PIC 9(02).
           05 HRV-LINEAS                   PIC 9(06) COMP.
           05 HRV-UNID-VENDIDAS            PIC 9(08) COMP.
           05 HRV-UNID-DEVUELTAS           PIC 9(08) COMP.
           05 HRV-INGR-VENDIDOS            PIC S9(14) COMP-3.
           05 HRV-INGR-DEVUELTOS           PIC 9(14) COMP-3.
           05 HRV-EXTRACTOS                PIC 9(02) COMP.
           05 HRV-PRIMERA-CORRIDA-FECHA    PIC 9(06).
           05 HRV-PRIMERA-CORRIDA-HORA     PIC 9(04).
      *----------------------------------------------------------------*
      * FD PERIOD-CLOSE-FILE                                           *
      *     MARCA DE CIERRE POR MES (AAMM), ESCRITA POR                *
      *     SalesPeriodClose; EL LAYOUT DEBE COINCIDIR CON EL SUYO.    *
       77 RPT-STATUS                       PIC X(02).
       77 DUP-STATUS                       PIC X(02).
       77 DEV-STATUS                       PIC X(02).
       77 RDH-STATUS                       PIC X(02).
       77 SEQ-STATUS                       PIC X(02).
       77 RCF-STATUS                       PIC X(02).
       77 EXC-STATUS                       PIC X(02).
           05 CSV-C6                       PIC X(16).
           05 CSV-C7                       PIC X(16).
           05 CSV-C8                       PIC X(16).
           05 CSV-C9                       PIC X(16).
           05 CSV-C10                      PIC X(16).
           05 CSV-CAMPOS-RECIBIDOS         PIC 9(02) COMP.
           05 CSV-SEPARADORES              PIC 9(03) COMP.
       01 REG-PARSE.
               88 TRANS-DEVOLUCION                    VALUE 'D'.
           05 FILLER                       PIC X(01).
           05 CASHIER-CODE                 PIC X(08).
           05 FILLER                       PIC X(01).
           05 TICKET-NUMBER                PIC X(12).
           05 FILLER                       PIC X(01).
           05 SALE-TIME.
               10 SALE-TIME-HH             PIC 9(02).
               10 SALE-TIME-MM             PIC 9(02).
      *----------------------------------------------------------------*
      *     VALIDACION DE REGISTROS DE CONTROL DEL EXTRACTO            *
      *----------------------------------------------------------------*
           88 INTRADIA-ACTIVO                         VALUE 'Y'.
       77 CHK-SECUENCIA-RESTAURADA         PIC X(04) VALUE SPACES.
      *----------------------------------------------------------------*
      *     LOTE DE LA HISTORIA DE DEVOLUCIONES: 'E' + SECUENCIA DEL   *
      *     EXTRACTO (E0000 SIN REGISTROS DE CONTROL), 'H' + HORA EN   *
      *     INTRADIA SIN CONTROL, 'R' + HORA EN UN REENVIO             *
      *----------------------------------------------------------------*
       01 RDH-LOTE-ACTUAL.
           05 RDH-LOTE-TIPO                PIC X(01) VALUE 'E'.
           05 RDH-LOTE-NUMERO              PIC X(04) VALUE '0000'.
       77 RDH-LOTE-RESTAURADO              PIC X(05) VALUE SPACES.
       77 RDH-HORA-LOTE                    PIC 9(08) VALUE ZERO.
      *----------------------------------------------------------------*
      *     DIRECTORIO DE TIENDAS Y CALENDARIO DE DIAS HABILES, PARA   *
      *     DETECTAR TIENDAS QUE NO TRANSMITIERON ANTES DE CERRAR LA   *
      *     CORRIDA (2190-VERIFICAR-TIENDAS-FALTANTES)                 *
           05 CTL-ENC-TIENDA               PIC X(10).
           05 CTL-ENC-SECUENCIA            PIC 9(04).
           05 CTL-MOTIVO-ABORTO            PIC X(60).
           05 CTL-CONTEO-PAGOS             PIC 9(08) COMP VALUE ZERO.
           05 CTL-HASH-PAGOS               PIC 9(16) COMP-3 VALUE ZERO.
           05 CTL-T-PAGOS-SW               PIC X(01) VALUE 'N'.
               88 CTL-T-PAGOS-INFORMADOS             VALUE 'Y'.
           05 CTL-T-CONTEO-PAGOS           PIC 9(08).
           05 CTL-T-HASH-PAGOS             PIC 9(16).
      *----------------------------------------------------------------*
      *     REGISTRO DE PAGO DE TRABAJO                                *
      *     UNA LINEA 'P' DEL EXTRACTO, DELIMITADA                     *
      *     ('P;TIENDA;CAJERO;MEDIO;IMPORTE') O DE COLUMNAS FIJAS      *
      *     (ENT-REG-PAGO), SE LLEVA AQUI PARA VALIDARLA Y ACUMULARLA. *
      *     LA TIENDA EN BLANCO TOMA LA DEL ENCABEZADO.                *
      *----------------------------------------------------------------*
       01 REG-PAGO-ENTRADA.
           05 PAGO-TIENDA                  PIC X(10).
           05 PAGO-CAJERO                  PIC X(08).
           05 PAGO-MEDIO                   PIC X(01).
               88 PAGO-EFECTIVO                       VALUE 'E'.
               88 PAGO-TARJETA                        VALUE 'T'.
               88 PAGO-VALE                           VALUE 'V'.
               88 PAGO-MEDIO-VALIDO                   VALUE 'E' 'T' 'V'.
           05 PAGO-IMPORTE                 PIC 9(14).
           05 PAGO-VALIDO-SW               PIC X(01) VALUE 'S'.
               88 PAGO-VALIDO                        VALUE 'S'.
           05 PAGO-MOTIVO                  PIC X(40).
      *----------------------------------------------------------------*
      *     CONTROL DE SECUENCIA DE EXTRACTOS (extractseq.dat)         *
      *     ULTIMA SECUENCIA PROCESADA POR TIENDA; EL ENCABEZADO DEL   *
       77 CJH-STATUS                       PIC X(02).
       01 CJR-TABLE.
           05 CJR-COUNT                    PIC 9(03) COMP VALUE ZERO.
           05 CJR-CAJEROS                  PIC 9(03) COMP VALUE ZERO.
           05 CJR-ENTRY OCCURS 100 TIMES INDEXED BY CJR-IDX.
               10 CJR-TIENDA               PIC X(10).
               10 CJR-CAJERO               PIC X(08).
               10 CJR-UNID-VENDIDAS        PIC S9(08) COMP.
               10 CJR-UNID-DEVUELTAS       PIC 9(08) COMP.
               10 CJR-INGR-DEVUELTOS       PIC 9(14) COMP-3.
       77 CJR-MAX-CAJEROS                  PIC 9(03) COMP VALUE 50.
       77 CJR-MAX-ENTRADAS                 PIC 9(03) COMP VALUE 100.
       01 CJR-BUSQUEDA.
           05 CJR-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 CJR-ENCONTRADO                     VALUE 'Y'.
           05 CJR-CAJERO-LINEA             PIC X(08).
      *----------------------------------------------------------------*
      *     T A B L A   D E   P A G O S   P O R   C A J E R O          *
      *     IMPORTE RECAUDADO (LINEAS 'P') POR TIENDA, CAJERO Y MEDIO  *
      *     DE PAGO; AL CERRAR LA CORRIDA SE PERSISTE EN               *
      *     tenderhistory.dat PARA EL ARQUEO DE CAJA                   *
      *----------------------------------------------------------------*
       77 PGH-STATUS                       PIC X(02).
       01 PAG-TABLE.
           05 PAG-COUNT                    PIC 9(03) COMP VALUE ZERO.
           05 PAG-ENTRY OCCURS 150 TIMES INDEXED BY PAG-IDX.
               10 PAG-TIENDA               PIC X(10).
               10 PAG-CAJERO               PIC X(08).
               10 PAG-MEDIO                PIC X(01).
               10 PAG-IMPORTE              PIC S9(14) COMP-3.
               10 PAG-CONTEO               PIC 9(06) COMP.
       77 PAG-MAX-PAGOS                    PIC 9(03) COMP VALUE 150.
       01 PAG-BUSQUEDA.
           05 PAG-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 PAG-ENCONTRADO                     VALUE 'Y'.
           05 PAG-LINEAS                   PIC 9(08) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *     T A B L A S   D E   T I Q U E T E S                        *
      *     RESUMEN POR TIENDA+TIQUETE DE LAS LINEAS QUE TRAEN NUMERO  *
      *     DE TIQUETE, Y LOS PRODUCTOS DE CADA TIQUETE EN TIL-TABLE   *
      *     ENCADENADOS DESDE TIQ-PRIMER-ARTICULO POR TIL-SIGUIENTE    *
      *     (CERO CIERRA LA CADENA), PARA NO RECORRER TODOS LOS        *
      *     PRODUCTOS DEL DIA EN CADA LINEA.  LAS LINEAS DE UN MISMO   *
      *     TIQUETE LLEGAN NORMALMENTE SEGUIDAS, ASI QUE ANTES DE      *
      *     BUSCAR SE PRUEBA EL ULTIMO TIQUETE USADO (TIQ-ULTIMO).     *
      *     AL CERRAR LA CORRIDA SE PERSISTEN EN tickethistory.dat Y   *
      *     ticketitems.dat PARA EL ANALISIS DE CANASTA.               *
      *----------------------------------------------------------------*
       77 TKH-STATUS                       PIC X(02).
       77 TKA-STATUS                       PIC X(02).
       01 TIQ-TABLE.
           05 TIQ-COUNT                    PIC 9(05) COMP VALUE ZERO.
           05 TIQ-ENTRY OCCURS 3000 TIMES INDEXED BY TIQ-IDX.
               10 TIQ-TIENDA               PIC X(10).
               10 TIQ-TIQUETE              PIC X(12).
               10 TIQ-CAJERO               PIC X(08).
               10 TIQ-LINEAS               PIC 9(04) COMP.
               10 TIQ-UNID-VENDIDAS        PIC S9(08) COMP.
               10 TIQ-UNID-DEVUELTAS       PIC 9(08) COMP.
               10 TIQ-IMPORTE              PIC S9(14) COMP-3.
               10 TIQ-IMPORTE-IMP          PIC S9(14) COMP-3.
               10 TIQ-PRIMER-ARTICULO      PIC 9(05) COMP.
       77 TIQ-MAX-TIQUETES                 PIC 9(05) COMP VALUE 3000.
       01 TIL-TABLE.
           05 TIL-COUNT                    PIC 9(05) COMP VALUE ZERO.
           05 TIL-ENTRY OCCURS 9000 TIMES INDEXED BY TIL-IDX.
               10 TIL-TIQUETE-POS          PIC 9(05) COMP.
               10 TIL-SIGUIENTE            PIC 9(05) COMP.
               10 TIL-PRODUCT-NAME         PIC X(60).
               10 TIL-CANTIDAD             PIC S9(08) COMP.
       77 TIL-MAX-ARTICULOS                PIC 9(05) COMP VALUE 9000.
       01 TIQ-BUSQUEDA.
           05 TIQ-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 TIQ-ENCONTRADO                     VALUE 'Y'.
           05 TIQ-ULTIMO                   PIC 9(05) COMP VALUE ZERO.
           05 TIL-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 TIL-ENCONTRADO                     VALUE 'Y'.
           05 TIL-ACTUAL                   PIC 9(05) COMP VALUE ZERO.
           05 TIL-ANTERIOR                 PIC 9(05) COMP VALUE ZERO.
           05 TIQ-LINEAS-SIN-RESUMEN       PIC 9(08) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *     T A B L A   D E   V E N T A S   P O R   H O R A            *
      *     POR TIENDA, 25 CASILLAS: LAS HORAS 00 A 23 EN LAS          *
      *     POSICIONES 1 A 24 Y LAS LINEAS SIN HORA VALIDA EN LA 25    *
      *     (HORA 99 EN hourlysales.dat).  LA TIENDA DE LA LINEA       *
      *     ANTERIOR (HRA-ULTIMA) SE PRUEBA ANTES DE BUSCAR.           *
      *----------------------------------------------------------------*
       77 HRV-STATUS                       PIC X(02).
       01 HRA-TABLE.
           05 HRA-COUNT                    PIC 9(03) COMP VALUE ZERO.
           05 HRA-ENTRY OCCURS 50 TIMES INDEXED BY HRA-IDX.
               10 HRA-TIENDA               PIC X(10).
               10 HRA-HORA-ENTRY OCCURS 25 TIMES
                                 INDEXED BY HRA-HIDX.
                   15 HRA-LINEAS           PIC 9(06) COMP.
                   15 HRA-UNID-VENDIDAS    PIC 9(08) COMP.
                   15 HRA-UNID-DEVUELTAS   PIC 9(08) COMP.
                   15 HRA-INGR-VENDIDOS    PIC S9(14) COMP-3.
                   15 HRA-INGR-DEVUELTOS   PIC 9(14) COMP-3.
       77 HRA-MAX-TIENDAS                  PIC 9(03) COMP VALUE 50.
       77 HRA-POS-SIN-HORA                 PIC 9(02) COMP VALUE 25.
       01 HRA-BUSQUEDA.
           05 HRA-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 HRA-ENCONTRADO                     VALUE 'Y'.
           05 HRA-BUSCAR-TIENDA            PIC X(10).
           05 HRA-ULTIMA                   PIC 9(03) COMP VALUE ZERO.
           05 HRA-POS-HORA                 PIC 9(02) COMP.
           05 HRA-HORA-ARCHIVO             PIC 9(02).
           05 HRA-LINEAS-SIN-HORA          PIC 9(08) COMP VALUE ZERO.
           05 HRA-HORAS-INVALIDAS          PIC 9(08) COMP VALUE ZERO.
           05 HRA-LINEAS-SIN-TABLA         PIC 9(08) COMP VALUE ZERO.
      *    LOS REENVIOS CORRIGEN LINEAS DE UN EXTRACTO YA CONTADO: NO
      *    SUMAN UN EXTRACTO MAS A LAS HORAS QUE TOCAN
           05 HRA-SUMAR-EXTRACTO-SW        PIC X(01) VALUE 'S'.
               88 HRA-SUMAR-EXTRACTO                 VALUE 'S'.
           05 HRA-RELOJ-FECHA              PIC 9(06).
           05 HRA-RELOJ-HORA               PIC 9(08).
      *----------------------------------------------------------------*
      *     T A B L A   D E   P R O M O C I O N E S   V I G E N T E S  *
      *     SOLO LAS PROMOCIONES CUYO RANGO DE FECHAS CUBRE LA FECHA   *
           PERFORM 1077-CARGAR-PRECIOS-VIGENTES
           PERFORM 1078-CARGAR-PROMOCIONES
           PERFORM 1060-LEER-CHECKPOINT
           PERFORM 1095-ASIGNAR-LOTE-DEVOLUCIONES
           PERFORM 1230-ESCRIBIR-PUNTO-CONTROL
           PERFORM 1100-ABRIR-ARCHIVO
           PERFORM 1200-LEER-DATOS
                       PERFORM 1067-RESTAURAR-IVA
                   WHEN CHK-TIPO-CAJERO
                       PERFORM 1068-RESTAURAR-CAJERO
                   WHEN CHK-TIPO-PAGO
                       PERFORM 1069-RESTAURAR-PAGO
                   WHEN CHK-TIPO-TIQUETE
                       PERFORM 1057-RESTAURAR-TIQUETE
                   WHEN CHK-TIPO-ARTICULO
                       PERFORM 1058-RESTAURAR-ARTICULO
                   WHEN CHK-TIPO-HORA
                       PERFORM 1059-RESTAURAR-HORA
                   WHEN CHK-TIPO-FIN
                       SET CHK-FIN-VISTO   TO TRUE
               END-EVALUATE
           MOVE CHK-C-PRIMERA-MONEDA       TO MON-PRIMERA-MONEDA
           MOVE CHK-C-MEZCLADA-SW          TO MON-MEZCLADA-SW
           MOVE CHK-C-SECUENCIA            TO CHK-SECUENCIA-RESTAURADA
           MOVE CHK-C-LOTE-DEV             TO RDH-LOTE-RESTAURADO
           IF CHK-C-PROMO-LINEAS NUMERIC
               MOVE CHK-C-PROMO-LINEAS     TO PRO-LINEAS
               MOVE CHK-C-PROMO-UNIDADES   TO PRO-UNIDADES
      *     CONTROL                                                    *
      *----------------------------------------------------------------*
       1068-RESTAURAR-CAJERO.
           IF CJR-COUNT < CJR-MAX-ENTRADAS
               ADD 1                       TO CJR-COUNT
               SET CJR-IDX                 TO CJR-COUNT
               IF CHK-J-CAJERO NOT EQUAL SPACES
                   ADD 1                   TO CJR-CAJEROS
               END-IF
               MOVE CHK-J-TIENDA     TO CJR-TIENDA(CJR-IDX)
               MOVE CHK-J-CAJERO     TO CJR-CAJERO(CJR-IDX)
               MOVE CHK-J-UNID-VEND  TO CJR-UNID-VENDIDAS(CJR-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * 1069-RESTAURAR-PAGO                                            *
      *     RESTAURA UNA ENTRADA DE PAG-TABLE DESDE EL PUNTO DE        *
      *     CONTROL                                                    *
      *----------------------------------------------------------------*
       1069-RESTAURAR-PAGO.
           IF PAG-COUNT < PAG-MAX-PAGOS
               ADD 1                       TO PAG-COUNT
               SET PAG-IDX                 TO PAG-COUNT
               MOVE CHK-K-TIENDA     TO PAG-TIENDA(PAG-IDX)
               MOVE CHK-K-CAJERO     TO PAG-CAJERO(PAG-IDX)
               MOVE CHK-K-MEDIO      TO PAG-MEDIO(PAG-IDX)
               MOVE CHK-K-IMPORTE    TO PAG-IMPORTE(PAG-IDX)
               MOVE CHK-K-CONTEO     TO PAG-CONTEO(PAG-IDX)
               ADD CHK-K-CONTEO      TO PAG-LINEAS
           ELSE
               DISPLAY
                 "TABLA DE PAGOS LLENA AL RESTAURAR PUNTO DE "
                 "CONTROL: " CHK-K-CAJERO
           END-IF
           .

      *----------------------------------------------------------------*
      * 1057-RESTAURAR-TIQUETE                                         *
      *     RESTAURA UNA ENTRADA DE TIQ-TABLE DESDE EL PUNTO DE        *
      *     CONTROL.  LOS REGISTROS 'T' Y 'L' SE GRABAN EN EL ORDEN DE *
      *     SUS TABLAS, ASI QUE LAS POSICIONES DE LA CADENA DE         *
      *     PRODUCTOS SE RESTAURAN TAL CUAL                            *
      *----------------------------------------------------------------*
       1057-RESTAURAR-TIQUETE.
           IF TIQ-COUNT < TIQ-MAX-TIQUETES
               ADD 1                       TO TIQ-COUNT
               SET TIQ-IDX                 TO TIQ-COUNT
               MOVE CHK-T-TIENDA     TO TIQ-TIENDA(TIQ-IDX)
               MOVE CHK-T-TIQUETE    TO TIQ-TIQUETE(TIQ-IDX)
               MOVE CHK-T-CAJERO     TO TIQ-CAJERO(TIQ-IDX)
               MOVE CHK-T-LINEAS     TO TIQ-LINEAS(TIQ-IDX)
               MOVE CHK-T-UNID-VEND  TO TIQ-UNID-VENDIDAS(TIQ-IDX)
               MOVE CHK-T-UNID-DEV   TO TIQ-UNID-DEVUELTAS(TIQ-IDX)
               MOVE CHK-T-IMPORTE    TO TIQ-IMPORTE(TIQ-IDX)
               MOVE CHK-T-IMPORTE-IMP TO TIQ-IMPORTE-IMP(TIQ-IDX)
               MOVE CHK-T-PRIMER-ARTICULO
                   TO TIQ-PRIMER-ARTICULO(TIQ-IDX)
           ELSE
               DISPLAY
                 "TABLA DE TIQUETES LLENA AL RESTAURAR PUNTO DE "
                 "CONTROL: " CHK-T-TIQUETE
           END-IF
           .

      *----------------------------------------------------------------*
      * 1058-RESTAURAR-ARTICULO                                        *
      *     RESTAURA UNA ENTRADA DE TIL-TABLE DESDE EL PUNTO DE        *
      *     CONTROL                                                    *
      *----------------------------------------------------------------*
       1058-RESTAURAR-ARTICULO.
           IF TIL-COUNT < TIL-MAX-ARTICULOS
               ADD 1                       TO TIL-COUNT
               SET TIL-IDX                 TO TIL-COUNT
               MOVE CHK-L-TIQUETE-POS TO TIL-TIQUETE-POS(TIL-IDX)
               MOVE CHK-L-SIGUIENTE  TO TIL-SIGUIENTE(TIL-IDX)
               MOVE CHK-L-NOMBRE     TO TIL-PRODUCT-NAME(TIL-IDX)
               MOVE CHK-L-CANTIDAD   TO TIL-CANTIDAD(TIL-IDX)
           ELSE
               DISPLAY
                 "TABLA DE PRODUCTOS POR TIQUETE LLENA AL RESTAURAR "
                 "PUNTO DE CONTROL: " CHK-L-NOMBRE
           END-IF
           .

      *----------------------------------------------------------------*
      * 1059-RESTAURAR-HORA                                            *
      *     RESTAURA UNA CASILLA TIENDA+HORA DE HRA-TABLE DESDE EL     *
      *     PUNTO DE CONTROL                                           *
      *----------------------------------------------------------------*
       1059-RESTAURAR-HORA.
           MOVE CHK-H-TIENDA               TO HRA-BUSCAR-TIENDA
           PERFORM 1243-UBICAR-TIENDA-HORA THRU
                   1243-UBICAR-TIENDA-HORA-FIN
           IF HRA-ENCONTRADO
               SET HRA-HIDX                TO CHK-H-HORA-POS
               MOVE CHK-H-LINEAS   TO HRA-LINEAS(HRA-IDX HRA-HIDX)
               MOVE CHK-H-UNID-VEND
                   TO HRA-UNID-VENDIDAS(HRA-IDX HRA-HIDX)
               MOVE CHK-H-UNID-DEV
                   TO HRA-UNID-DEVUELTAS(HRA-IDX HRA-HIDX)
               MOVE CHK-H-INGR-VEND
                   TO HRA-INGR-VENDIDOS(HRA-IDX HRA-HIDX)
               MOVE CHK-H-INGR-DEV
                   TO HRA-INGR-DEVUELTOS(HRA-IDX HRA-HIDX)
           ELSE
               DISPLAY
                 "TABLA DE VENTAS POR HORA LLENA AL RESTAURAR PUNTO "
                 "DE CONTROL: " CHK-H-TIENDA
           END-IF
           .

      *----------------------------------------------------------------*
      * 1066-DESCARTAR-PUNTO-CONTROL-INCOMPLETO                        *
      *     EL RASTRO DE PUNTO DE CONTROL LLEGO A EOF SIN EL REGISTRO  *
           MOVE ZERO                       TO DUP-COUNT
           MOVE ZERO                       TO IVA-COUNT
           MOVE ZERO                       TO CJR-COUNT
           MOVE ZERO                       TO CJR-CAJEROS
           MOVE ZERO                       TO PAG-COUNT
           MOVE ZERO                       TO PAG-LINEAS
           MOVE ZERO                       TO TIQ-COUNT
           MOVE ZERO                       TO TIQ-ULTIMO
           MOVE ZERO                       TO TIL-COUNT
           MOVE ZERO                       TO HRA-COUNT
           MOVE ZERO                       TO HRA-ULTIMA
           MOVE ZERO                       TO PRO-LINEAS
           MOVE ZERO                       TO PRO-UNIDADES
           MOVE ZERO                       TO PRO-INGRESOS
                   TO CTL-MOTIVO-ABORTO
               PERFORM 3100-ABORTAR-CONTROL
           END-IF
      *    EL CONTEO Y TOTAL DE PAGOS SOLO SE EXIGEN CUANDO EL TRAILER
      *    LOS TRAE (POS QUE YA TRANSMITEN LINEAS 'P')
           IF CTL-T-PAGOS-INFORMADOS
               IF CTL-T-CONTEO-PAGOS NOT EQUAL CTL-CONTEO-PAGOS
                   MOVE "CONTEO DE PAGOS DEL TRAILER NO CUADRA"
                       TO CTL-MOTIVO-ABORTO
                   PERFORM 3100-ABORTAR-CONTROL
               END-IF
               IF CTL-T-HASH-PAGOS NOT EQUAL CTL-HASH-PAGOS
                   MOVE "TOTAL DE COMPROBACION DE PAGOS NO CUADRA"
                       TO CTL-MOTIVO-ABORTO
                   PERFORM 3100-ABORTAR-CONTROL
               END-IF
           END-IF
           CLOSE SALES-DATA-FILE
           .
       1080-VALIDAR-CONTROL-EXTRACTO-FIN.
                           CTL-HASH-IMPORTES +
                           (UNIT-PRICE * QUANTITY-SOLD)
                   END-IF
               WHEN ENT-TIPO-PAGO
                   ADD 1                   TO CTL-CONTEO-PAGOS
                   PERFORM 1088-PARSEAR-PAGO THRU
                           1088-PARSEAR-PAGO-FIN
                   IF NOT PAGO-VALIDO
                       MOVE PAGO-MOTIVO    TO CTL-MOTIVO-ABORTO
                       PERFORM 3100-ABORTAR-CONTROL
                   END-IF
                   ADD PAGO-IMPORTE        TO CTL-HASH-PAGOS
               WHEN ENT-TIPO-FIN
                   SET CTL-TRAILER-VISTO   TO TRUE
                   PERFORM 1087-PARSEAR-TRAILER
      *----------------------------------------------------------------*
      * 1087-PARSEAR-TRAILER                                           *
      *     EXTRAE CONTEO Y TOTALES DE COMPROBACION DEL TRAILER, EN    *
      *     FORMATO DELIMITADO ('T;N;HQ;HI') O DE COLUMNAS FIJAS.      *
      *     A CONTINUACION PUEDEN VENIR EL CONTEO Y EL TOTAL DE LAS    *
      *     LINEAS DE PAGO ('T;N;HQ;HI;NP;HP'); SI NO VIENEN, LOS      *
      *     PAGOS SOLO SE VALIDAN LINEA A LINEA                        *
      *----------------------------------------------------------------*
       1087-PARSEAR-TRAILER.
           IF SALES-DATA-RECORD(2:1) EQUAL ';'
               MOVE SPACES                 TO CSV-CAMPOS
               UNSTRING SALES-DATA-RECORD DELIMITED BY ';'
                   INTO CSV-TIPO CSV-C3 CSV-C4 CSV-C5 CSV-C6 CSV-C7
               END-UNSTRING
               MOVE CSV-C3                 TO CNV-TEXTO
               PERFORM 1240-CONVERTIR-ENTERO
                   PERFORM 3100-ABORTAR-CONTROL
               END-IF
               MOVE CNV-NUMERO             TO CTL-T-HASH-IMPORTES
               IF CSV-C6 NOT EQUAL SPACES
                   MOVE CSV-C6             TO CNV-TEXTO
                   PERFORM 1240-CONVERTIR-ENTERO
                   IF NOT CNV-VALIDO
                       MOVE "CONTEO DE PAGOS DEL TRAILER INVALIDO"
                           TO CTL-MOTIVO-ABORTO
                       PERFORM 3100-ABORTAR-CONTROL
                   END-IF
                   MOVE CNV-NUMERO         TO CTL-T-CONTEO-PAGOS
                   MOVE CSV-C7             TO CNV-TEXTO
                   PERFORM 1240-CONVERTIR-ENTERO
                   IF NOT CNV-VALIDO
                       MOVE "TOTAL DE PAGOS DEL TRAILER INVALIDO"
                           TO CTL-MOTIVO-ABORTO
                       PERFORM 3100-ABORTAR-CONTROL
                   END-IF
                   MOVE CNV-NUMERO         TO CTL-T-HASH-PAGOS
                   SET CTL-T-PAGOS-INFORMADOS TO TRUE
               END-IF
           ELSE
               MOVE FIN-CONTEO-REG         TO CTL-T-CONTEO
               MOVE FIN-HASH-CANTIDADES    TO CTL-T-HASH-CANTIDADES
               MOVE FIN-HASH-IMPORTES      TO CTL-T-HASH-IMPORTES
               IF FIN-CONTEO-PAGOS NUMERIC
                   AND FIN-HASH-PAGOS NUMERIC
                   MOVE FIN-CONTEO-PAGOS   TO CTL-T-CONTEO-PAGOS
                   MOVE FIN-HASH-PAGOS     TO CTL-T-HASH-PAGOS
                   SET CTL-T-PAGOS-INFORMADOS TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1088-PARSEAR-PAGO                                              *
      *     LLEVA UNA LINEA 'P' AL REGISTRO DE PAGO DE TRABAJO, EN     *
      *     FORMATO DELIMITADO ('P;TIENDA;CAJERO;MEDIO;IMPORTE') O DE  *
      *     COLUMNAS FIJAS, Y LA VALIDA: MEDIO E/T/V E IMPORTE ENTERO  *
      *     MAYOR QUE CERO.  SE USA EN LA PREPASADA (DONDE UN PAGO     *
      *     INVALIDO DETIENE LA CORRIDA) Y EN LA PASADA PRINCIPAL      *
      *----------------------------------------------------------------*
       1088-PARSEAR-PAGO.
           MOVE 'S'                        TO PAGO-VALIDO-SW
           MOVE SPACES                     TO PAGO-MOTIVO
           MOVE ZERO                       TO PAGO-IMPORTE
           IF SALES-DATA-RECORD(2:1) EQUAL ';'
               MOVE SPACES                 TO CSV-CAMPOS
               UNSTRING SALES-DATA-RECORD DELIMITED BY ';'
                   INTO CSV-TIPO CSV-C1 CSV-C3 CSV-C4 CSV-C5
               END-UNSTRING
               MOVE CSV-C1(1:10)           TO PAGO-TIENDA
               MOVE CSV-C3(1:8)            TO PAGO-CAJERO
               MOVE CSV-C4(1:1)            TO PAGO-MEDIO
               MOVE CSV-C5                 TO CNV-TEXTO
               PERFORM 1240-CONVERTIR-ENTERO
               IF NOT CNV-VALIDO OR CNV-NUMERO > 99999999999999
                   MOVE 'N'                TO PAGO-VALIDO-SW
                   MOVE "IMPORTE DEL PAGO 'P' INVALIDO"
                       TO PAGO-MOTIVO
                   GO TO 1088-PARSEAR-PAGO-FIN
               END-IF
               MOVE CNV-NUMERO             TO PAGO-IMPORTE
           ELSE
               MOVE ENP-TIENDA             TO PAGO-TIENDA
               MOVE ENP-CAJERO             TO PAGO-CAJERO
               MOVE ENP-MEDIO              TO PAGO-MEDIO
               IF ENP-IMPORTE NOT NUMERIC
                   MOVE 'N'                TO PAGO-VALIDO-SW
                   MOVE "IMPORTE DEL PAGO 'P' INVALIDO"
                       TO PAGO-MOTIVO
                   GO TO 1088-PARSEAR-PAGO-FIN
               END-IF
               MOVE ENP-IMPORTE            TO PAGO-IMPORTE
           END-IF
           IF NOT PAGO-MEDIO-VALIDO
               MOVE 'N'                    TO PAGO-VALIDO-SW
               MOVE "MEDIO DEL PAGO 'P' NO ES E, T NI V"
                   TO PAGO-MOTIVO
               GO TO 1088-PARSEAR-PAGO-FIN
           END-IF
           IF PAGO-IMPORTE EQUAL ZERO
               MOVE 'N'                    TO PAGO-VALIDO-SW
               MOVE "IMPORTE DEL PAGO 'P' EN CERO"
                   TO PAGO-MOTIVO
               GO TO 1088-PARSEAR-PAGO-FIN
           END-IF
           IF PAGO-TIENDA EQUAL SPACES
               MOVE CTL-ENC-TIENDA         TO PAGO-TIENDA
           END-IF
           .
       1088-PARSEAR-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 1083-VERIFICAR-SECUENCIA                                       *
      *     EL ENCABEZADO DEBE TRAER LA SECUENCIA SIGUIENTE A LA       *
           CLOSE RUN-CONTROL-FILE
           .

      *----------------------------------------------------------------*
      * 1095-ASIGNAR-LOTE-DEVOLUCIONES                                 *
      *     FIJA EL LOTE CON QUE ESTA CORRIDA GRABA SUS DEVOLUCIONES   *
      *     EN returnshistory.dat.  UNA REANUDACION CONSERVA EL LOTE   *
      *     DEL PUNTO DE CONTROL, PARA NO DUPLICAR LAS DEVOLUCIONES    *
      *     YA GRABADAS ANTES DE LA CAIDA.                             *
      *----------------------------------------------------------------*
       1095-ASIGNAR-LOTE-DEVOLUCIONES.
           IF CHK-ULTIMO-REGISTRO-INICIAL > ZERO
               AND RDH-LOTE-RESTAURADO NOT EQUAL SPACES
               MOVE RDH-LOTE-RESTAURADO    TO RDH-LOTE-ACTUAL
           ELSE
               IF CTL-CON-CONTROL
                   MOVE 'E'                TO RDH-LOTE-TIPO
                   MOVE CTL-ENC-SECUENCIA  TO RDH-LOTE-NUMERO
               ELSE
                   IF INTRADIA-ACTIVO
                       ACCEPT RDH-HORA-LOTE FROM TIME
                       MOVE 'H'            TO RDH-LOTE-TIPO
                       MOVE RDH-HORA-LOTE(1:4)
                                           TO RDH-LOTE-NUMERO
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1096-ABRIR-HISTORIA-DEVOLUCIONES                               *
      *     ABRE returnshistory.dat PARA ACTUALIZAR; SI NO EXISTE      *
      *     TODAVIA, SE CREA.                                          *
      *----------------------------------------------------------------*
       1096-ABRIR-HISTORIA-DEVOLUCIONES.
           OPEN I-O RETURNS-HIST-FILE
           IF RDH-STATUS EQUAL '35'
               OPEN OUTPUT RETURNS-HIST-FILE
               CLOSE RETURNS-HIST-FILE
               OPEN I-O RETURNS-HIST-FILE
           END-IF
           IF RDH-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING RETURNS HISTORY FILE - STATUS: "
                   RDH-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           .

      *----------------------------------------------------------------*
      * 1070-CARGAR-MAESTRO                                            *
      *     CARGA EL MAESTRO DE PRODUCTOS COMPLETO EN MST-TABLE.  SI   *
               DISPLAY "ERROR OPENING RETURNS REGISTER FILE"
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           PERFORM 1096-ABRIR-HISTORIA-DEVOLUCIONES
           PERFORM 1200-LEER-DATOS
           PERFORM 1230-ESCRIBIR-PUNTO-CONTROL
           CLOSE SALES-DATA-FILE
           CLOSE REJECT-REPORT-FILE
           CLOSE DUP-REVIEW-FILE
           CLOSE RETURNS-REGISTER-FILE
           CLOSE RETURNS-HIST-FILE
           .

      *----------------------------------------------------------------*
      *     'D' SON DETALLE (EL ENCABEZADO Y EL TRAILER YA FUERON      *
      *     VALIDADOS EN LA PREPASADA Y AQUI SOLO SE SALTAN); EN EL    *
      *     FORMATO ANTERIOR CADA LINEA COMPLETA ES UN DETALLE.        *
      *     LAS LINEAS 'P' (YA VALIDADAS EN LA PREPASADA) NO SON       *
      *     DETALLE: SE ACUMULAN EN LA TABLA DE PAGOS, SALVO LAS QUE   *
      *     UN REINICIO YA HABIA ACUMULADO.                            *
      *----------------------------------------------------------------*
       1202-CLASIFICAR-REGISTRO.
           MOVE SALES-DATA-RECORD          TO REG-LINEA-ORIGINAL
           IF CTL-CON-CONTROL AND NOT ENT-TIPO-DETALLE
               MOVE 'N'                    TO CTL-ES-DETALLE-SW
               IF ENT-TIPO-PAGO
                   AND REC-LINEA-NUM > CHK-ULTIMO-REGISTRO
                   PERFORM 1088-PARSEAR-PAGO THRU
                           1088-PARSEAR-PAGO-FIN
                   IF PAGO-VALIDO
                       PERFORM 1225-ACUMULAR-PAGO THRU
                               1225-ACUMULAR-PAGO-FIN
                   END-IF
               END-IF
           ELSE
               SET CTL-ES-DETALLE          TO TRUE
               PERFORM 1203-PARSEAR-DETALLE THRU
           MOVE ZERO                       TO CSV-CAMPOS-RECIBIDOS
           UNSTRING REG-LINEA-ORIGINAL DELIMITED BY ';'
               INTO CSV-TIPO CSV-C1 CSV-C2 CSV-C3 CSV-C4 CSV-C5
                    CSV-C6 CSV-C7 CSV-C8 CSV-C9 CSV-C10
               TALLYING IN CSV-CAMPOS-RECIBIDOS
           END-UNSTRING
           MOVE SPACES                     TO REG-DETALLE-ENTRADA
      *    EL CODIGO DE CAJERO/VENDEDOR ES OPCIONAL (OCTAVO CAMPO);
      *    EN BLANCO LA LINEA NO SE ATRIBUYE A NINGUN CAJERO
           MOVE CSV-C8(1:8)                TO CASHIER-CODE
      *    EL NUMERO DE TIQUETE TAMBIEN ES OPCIONAL (NOVENO CAMPO); EN
      *    BLANCO LA LINEA NO ENTRA AL ANALISIS DE CANASTA
           MOVE CSV-C9(1:12)               TO TICKET-NUMBER
      *    LA HORA DE LA TRANSACCION ES OPCIONAL (DECIMO CAMPO, HHMM O
      *    HH:MM); SE VALIDA AL ACUMULAR POR HORA (1242), Y SIN HORA
      *    VALIDA LA LINEA VA A LA HORA 99 SIN RECHAZARSE
           IF CSV-C10(3:1) EQUAL ':'
               MOVE CSV-C10(1:2)           TO SALE-TIME(1:2)
               MOVE CSV-C10(4:2)           TO SALE-TIME(3:2)
           ELSE
               MOVE CSV-C10(1:4)           TO SALE-TIME
           END-IF
           .
       1203-PARSEAR-DETALLE-FIN.
           EXIT.
               ADD QUANTITY-SOLD           TO PRO-UNIDADES
               ADD REG-IMPORTE-CONV        TO PRO-INGRESOS
           END-IF
           PERFORM 1223-ACUMULAR-CAJERO THRU
                   1223-ACUMULAR-CAJERO-FIN
           IF TICKET-NUMBER NOT EQUAL SPACES
               PERFORM 1228-ACUMULAR-TIQUETE THRU
                       1228-ACUMULAR-TIQUETE-FIN
           END-IF
           PERFORM 1242-ACUMULAR-HORA THRU 1242-ACUMULAR-HORA-FIN
           PERFORM 1212-VERIFICAR-MONEDA
           PERFORM 1219-ACUMULAR-IMPUESTO THRU
                   1219-ACUMULAR-IMPUESTO-FIN
      *     ACUMULA LA LINEA EN LA ENTRADA DE SU TIENDA+CAJERO: UNA    *
      *     VENTA SUMA A LO VENDIDO, UNA DEVOLUCION A LO DEVUELTO      *
      *     (AMBOS EN COP), PARA QUE LA COMISION SE LIQUIDE SOBRE EL   *
      *     NETO DEL CAJERO.  LAS LINEAS SIN CAJERO, O DE UN CAJERO    *
      *     QUE YA NO CABE, VAN A LA ENTRADA EN BLANCO DE LA TIENDA,   *
      *     PARA QUE NINGUNA LINEA QUEDE FUERA DE cashierhistory.dat   *
      *----------------------------------------------------------------*
       1223-ACUMULAR-CAJERO.
           MOVE CASHIER-CODE               TO CJR-CAJERO-LINEA
           PERFORM 1224-UBICAR-CAJERO
           IF NOT CJR-ENCONTRADO
              AND CJR-CAJERO-LINEA NOT EQUAL SPACES
              AND CJR-CAJEROS NOT < CJR-MAX-CAJEROS
               DISPLAY "TABLA DE CAJEROS LLENA - LINEA NO "
                   "ATRIBUIDA: " CASHIER-CODE
               MOVE SPACES                 TO CJR-CAJERO-LINEA
               PERFORM 1224-UBICAR-CAJERO
           END-IF
           IF NOT CJR-ENCONTRADO
               IF CJR-COUNT NOT < CJR-MAX-ENTRADAS
                   DISPLAY "TABLA DE CAJEROS LLENA - LINEA NO "
                       "TOTALIZADA POR CAJERO: " STORE-ID
                   GO TO 1223-ACUMULAR-CAJERO-FIN
               END-IF
               ADD 1                       TO CJR-COUNT
               SET CJR-IDX                 TO CJR-COUNT
               MOVE STORE-ID               TO CJR-TIENDA(CJR-IDX)
               MOVE CJR-CAJERO-LINEA       TO CJR-CAJERO(CJR-IDX)
               MOVE ZERO               TO CJR-UNID-VENDIDAS(CJR-IDX)
               MOVE ZERO               TO CJR-INGR-VENDIDOS(CJR-IDX)
               MOVE ZERO               TO CJR-UNID-DEVUELTAS(CJR-IDX)
               MOVE ZERO               TO CJR-INGR-DEVUELTOS(CJR-IDX)
               IF CJR-CAJERO-LINEA NOT EQUAL SPACES
                   ADD 1                   TO CJR-CAJEROS
               END-IF
           END-IF
           IF TRANS-DEVOLUCION
               ADD QUANTITY-SOLD   TO CJR-UNID-DEVUELTAS(CJR-IDX)
           EXIT.

      *----------------------------------------------------------------*
      * 1224-UBICAR-CAJERO                                             *
      *     DEJA CJR-IDX EN LA ENTRADA DE STORE-ID+CJR-CAJERO-LINEA    *
      *----------------------------------------------------------------*
       1224-UBICAR-CAJERO.
           MOVE 'N'                        TO CJR-ENCONTRADO-SW
           SET CJR-IDX                     TO 1
           PERFORM 1224-BUSCAR-CAJERO THRU 1224-BUSCAR-CAJERO-EXIT
               UNTIL CJR-IDX > CJR-COUNT OR CJR-ENCONTRADO
           .

       1224-BUSCAR-CAJERO.
           IF CJR-TIENDA(CJR-IDX) EQUAL STORE-ID
               AND CJR-CAJERO(CJR-IDX) EQUAL CJR-CAJERO-LINEA
               SET CJR-ENCONTRADO          TO TRUE
               GO TO 1224-BUSCAR-CAJERO-EXIT
           END-IF
       1224-BUSCAR-CAJERO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1225-ACUMULAR-PAGO                                             *
      *     ACUMULA LA LINEA 'P' EN LA ENTRADA DE SU TIENDA+CAJERO+    *
      *     MEDIO DE PAGO                                              *
      *----------------------------------------------------------------*
       1225-ACUMULAR-PAGO.
           ADD 1                           TO PAG-LINEAS
           MOVE 'N'                        TO PAG-ENCONTRADO-SW
           SET PAG-IDX                     TO 1
           PERFORM 1225-BUSCAR-PAGO THRU 1225-BUSCAR-PAGO-EXIT
               UNTIL PAG-IDX > PAG-COUNT OR PAG-ENCONTRADO
           IF NOT PAG-ENCONTRADO
               IF PAG-COUNT < PAG-MAX-PAGOS
                   ADD 1                   TO PAG-COUNT
                   SET PAG-IDX             TO PAG-COUNT
                   MOVE PAGO-TIENDA        TO PAG-TIENDA(PAG-IDX)
                   MOVE PAGO-CAJERO        TO PAG-CAJERO(PAG-IDX)
                   MOVE PAGO-MEDIO         TO PAG-MEDIO(PAG-IDX)
                   MOVE ZERO               TO PAG-IMPORTE(PAG-IDX)
                   MOVE ZERO               TO PAG-CONTEO(PAG-IDX)
               ELSE
                   DISPLAY "TABLA DE PAGOS LLENA - PAGO NO "
                       "ACUMULADO: " PAGO-TIENDA " " PAGO-CAJERO
                   GO TO 1225-ACUMULAR-PAGO-FIN
               END-IF
           END-IF
           ADD PAGO-IMPORTE                TO PAG-IMPORTE(PAG-IDX)
           ADD 1                           TO PAG-CONTEO(PAG-IDX)
           .
       1225-ACUMULAR-PAGO-FIN.
           EXIT.

       1225-BUSCAR-PAGO.
           IF PAG-TIENDA(PAG-IDX) EQUAL PAGO-TIENDA
               AND PAG-CAJERO(PAG-IDX) EQUAL PAGO-CAJERO
               AND PAG-MEDIO(PAG-IDX) EQUAL PAGO-MEDIO
               SET PAG-ENCONTRADO          TO TRUE
               GO TO 1225-BUSCAR-PAGO-EXIT
           END-IF
           SET PAG-IDX UP BY 1
           .
       1225-BUSCAR-PAGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1228-ACUMULAR-TIQUETE                                          *
      *     ACUMULA LA LINEA EN EL RESUMEN DE SU TIENDA+TIQUETE (UNA   *
      *     DEVOLUCION RESTA DEL IMPORTE Y SUMA A LO DEVUELTO) Y EN LA *
      *     ENTRADA DE SU PRODUCTO DENTRO DEL TIQUETE                  *
      *----------------------------------------------------------------*
       1228-ACUMULAR-TIQUETE.
           MOVE 'N'                        TO TIQ-ENCONTRADO-SW
           IF TIQ-ULTIMO > ZERO
               SET TIQ-IDX                 TO TIQ-ULTIMO
               IF TIQ-TIENDA(TIQ-IDX) EQUAL STORE-ID
                   AND TIQ-TIQUETE(TIQ-IDX) EQUAL TICKET-NUMBER
                   SET TIQ-ENCONTRADO      TO TRUE
               END-IF
           END-IF
           IF NOT TIQ-ENCONTRADO
               SET TIQ-IDX                 TO 1
               PERFORM 1228-BUSCAR-TIQUETE THRU
                       1228-BUSCAR-TIQUETE-EXIT
                   UNTIL TIQ-IDX > TIQ-COUNT OR TIQ-ENCONTRADO
           END-IF
           IF NOT TIQ-ENCONTRADO
               IF TIQ-COUNT < TIQ-MAX-TIQUETES
                   ADD 1                   TO TIQ-COUNT
                   SET TIQ-IDX             TO TIQ-COUNT
                   MOVE STORE-ID           TO TIQ-TIENDA(TIQ-IDX)
                   MOVE TICKET-NUMBER      TO TIQ-TIQUETE(TIQ-IDX)
                   MOVE CASHIER-CODE       TO TIQ-CAJERO(TIQ-IDX)
                   MOVE ZERO               TO TIQ-LINEAS(TIQ-IDX)
                   MOVE ZERO           TO TIQ-UNID-VENDIDAS(TIQ-IDX)
                   MOVE ZERO           TO TIQ-UNID-DEVUELTAS(TIQ-IDX)
                   MOVE ZERO               TO TIQ-IMPORTE(TIQ-IDX)
                   MOVE ZERO               TO TIQ-IMPORTE-IMP(TIQ-IDX)
                   MOVE ZERO         TO TIQ-PRIMER-ARTICULO(TIQ-IDX)
               ELSE
                   ADD 1                   TO TIQ-LINEAS-SIN-RESUMEN
                   IF TIQ-LINEAS-SIN-RESUMEN EQUAL 1
                       DISPLAY "TABLA DE TIQUETES LLENA - LINEAS SIN "
                           "RESUMEN DE TIQUETE DESDE: " TICKET-NUMBER
                   END-IF
                   GO TO 1228-ACUMULAR-TIQUETE-FIN
               END-IF
           END-IF
           SET TIQ-ULTIMO                  TO TIQ-IDX
           IF TIQ-CAJERO(TIQ-IDX) EQUAL SPACES
               MOVE CASHIER-CODE           TO TIQ-CAJERO(TIQ-IDX)
           END-IF
           ADD 1                           TO TIQ-LINEAS(TIQ-IDX)
           IF TRANS-DEVOLUCION
               ADD QUANTITY-SOLD   TO TIQ-UNID-DEVUELTAS(TIQ-IDX)
               SUBTRACT REG-IMPORTE-CONV FROM TIQ-IMPORTE(TIQ-IDX)
               SUBTRACT REG-IMPORTE-IMP-CONV
                   FROM TIQ-IMPORTE-IMP(TIQ-IDX)
           ELSE
               ADD QUANTITY-SOLD   TO TIQ-UNID-VENDIDAS(TIQ-IDX)
               ADD REG-IMPORTE-CONV     TO TIQ-IMPORTE(TIQ-IDX)
               ADD REG-IMPORTE-IMP-CONV TO TIQ-IMPORTE-IMP(TIQ-IDX)
           END-IF
           PERFORM 1229-ACUMULAR-ARTICULO THRU
                   1229-ACUMULAR-ARTICULO-FIN
           .
       1228-ACUMULAR-TIQUETE-FIN.
           EXIT.

       1228-BUSCAR-TIQUETE.
           IF TIQ-TIENDA(TIQ-IDX) EQUAL STORE-ID
               AND TIQ-TIQUETE(TIQ-IDX) EQUAL TICKET-NUMBER
               SET TIQ-ENCONTRADO          TO TRUE
               GO TO 1228-BUSCAR-TIQUETE-EXIT
           END-IF
           SET TIQ-IDX UP BY 1
           .
       1228-BUSCAR-TIQUETE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1229-ACUMULAR-ARTICULO                                         *
      *     RECORRE LA CADENA DE PRODUCTOS DEL TIQUETE (TIQ-IDX); SI   *
      *     EL PRODUCTO NO ESTA, LO AGREGA AL FINAL DE LA CADENA.  LAS *
      *     DEVOLUCIONES RESTAN UNIDADES DEL PRODUCTO                  *
      *----------------------------------------------------------------*
       1229-ACUMULAR-ARTICULO.
           MOVE 'N'                        TO TIL-ENCONTRADO-SW
           MOVE ZERO                       TO TIL-ANTERIOR
           MOVE TIQ-PRIMER-ARTICULO(TIQ-IDX) TO TIL-ACTUAL
           PERFORM 1229-BUSCAR-ARTICULO THRU
                   1229-BUSCAR-ARTICULO-EXIT
               UNTIL TIL-ACTUAL EQUAL ZERO OR TIL-ENCONTRADO
           IF NOT TIL-ENCONTRADO
               IF TIL-COUNT < TIL-MAX-ARTICULOS
                   ADD 1                   TO TIL-COUNT
                   MOVE TIL-COUNT          TO TIL-ACTUAL
                   SET TIL-TIQUETE-POS(TIL-ACTUAL) TO TIQ-IDX
                   MOVE ZERO           TO TIL-SIGUIENTE(TIL-ACTUAL)
                   MOVE PRODUCT-NAME
                       TO TIL-PRODUCT-NAME(TIL-ACTUAL)
                   MOVE ZERO           TO TIL-CANTIDAD(TIL-ACTUAL)
                   IF TIL-ANTERIOR EQUAL ZERO
                       MOVE TIL-ACTUAL
                           TO TIQ-PRIMER-ARTICULO(TIQ-IDX)
                   ELSE
                       MOVE TIL-ACTUAL
                           TO TIL-SIGUIENTE(TIL-ANTERIOR)
                   END-IF
               ELSE
                   DISPLAY "TABLA DE PRODUCTOS POR TIQUETE LLENA - "
                       "NO ANOTADO: " TICKET-NUMBER " " PRODUCT-NAME
                   GO TO 1229-ACUMULAR-ARTICULO-FIN
               END-IF
           END-IF
           IF TRANS-DEVOLUCION
               SUBTRACT QUANTITY-SOLD  FROM TIL-CANTIDAD(TIL-ACTUAL)
           ELSE
               ADD QUANTITY-SOLD       TO TIL-CANTIDAD(TIL-ACTUAL)
           END-IF
           .
       1229-ACUMULAR-ARTICULO-FIN.
           EXIT.

       1229-BUSCAR-ARTICULO.
           IF TIL-PRODUCT-NAME(TIL-ACTUAL) EQUAL PRODUCT-NAME
               SET TIL-ENCONTRADO          TO TRUE
               GO TO 1229-BUSCAR-ARTICULO-EXIT
           END-IF
           MOVE TIL-ACTUAL                 TO TIL-ANTERIOR
           MOVE TIL-SIGUIENTE(TIL-ACTUAL)  TO TIL-ACTUAL
           .
       1229-BUSCAR-ARTICULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1242-ACUMULAR-HORA                                             *
      *     ACUMULA LA LINEA EN LA CASILLA DE SU TIENDA Y SU HORA DE   *
      *     TRANSACCION.  UNA HORA AUSENTE O INVALIDA (HH MAYOR A 23 O *
      *     MM MAYOR A 59) NO RECHAZA LA LINEA: VA A LA CASILLA SIN    *
      *     HORA, PARA QUE LAS HORAS SIGAN CUADRANDO CON EL DIA        *
      *----------------------------------------------------------------*
       1242-ACUMULAR-HORA.
           MOVE 'N'                        TO HRA-ENCONTRADO-SW
           IF HRA-ULTIMA > ZERO
               SET HRA-IDX                 TO HRA-ULTIMA
               IF HRA-TIENDA(HRA-IDX) EQUAL STORE-ID
                   SET HRA-ENCONTRADO      TO TRUE
               END-IF
           END-IF
           IF NOT HRA-ENCONTRADO
               MOVE STORE-ID               TO HRA-BUSCAR-TIENDA
               PERFORM 1243-UBICAR-TIENDA-HORA THRU
                       1243-UBICAR-TIENDA-HORA-FIN
           END-IF
           IF NOT HRA-ENCONTRADO
               ADD 1                       TO HRA-LINEAS-SIN-TABLA
               IF HRA-LINEAS-SIN-TABLA EQUAL 1
                   DISPLAY "TABLA DE VENTAS POR HORA LLENA - LINEAS "
                       "SIN ACUMULAR POR HORA DESDE LA TIENDA: "
                       STORE-ID
               END-IF
               GO TO 1242-ACUMULAR-HORA-FIN
           END-IF
           SET HRA-ULTIMA                  TO HRA-IDX
           IF SALE-TIME NUMERIC
               AND SALE-TIME-HH < 24 AND SALE-TIME-MM < 60
               COMPUTE HRA-POS-HORA = SALE-TIME-HH + 1
           ELSE
               MOVE HRA-POS-SIN-HORA       TO HRA-POS-HORA
               IF SALE-TIME EQUAL SPACES
                   ADD 1                   TO HRA-LINEAS-SIN-HORA
               ELSE
                   ADD 1                   TO HRA-HORAS-INVALIDAS
               END-IF
           END-IF
           SET HRA-HIDX                    TO HRA-POS-HORA
           ADD 1                   TO HRA-LINEAS(HRA-IDX HRA-HIDX)
           IF TRANS-DEVOLUCION
               ADD QUANTITY-SOLD
                   TO HRA-UNID-DEVUELTAS(HRA-IDX HRA-HIDX)
               ADD REG-IMPORTE-CONV
                   TO HRA-INGR-DEVUELTOS(HRA-IDX HRA-HIDX)
           ELSE
               ADD QUANTITY-SOLD
                   TO HRA-UNID-VENDIDAS(HRA-IDX HRA-HIDX)
               ADD REG-IMPORTE-CONV
                   TO HRA-INGR-VENDIDOS(HRA-IDX HRA-HIDX)
           END-IF
           .
       1242-ACUMULAR-HORA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 1243-UBICAR-TIENDA-HORA                                        *
      *     BUSCA HRA-BUSCAR-TIENDA EN HRA-TABLE Y, SI NO ESTA Y HAY   *
      *     CUPO, LA AGREGA CON SUS 25 CASILLAS EN CERO                *
      *----------------------------------------------------------------*
       1243-UBICAR-TIENDA-HORA.
           MOVE 'N'                        TO HRA-ENCONTRADO-SW
           SET HRA-IDX                     TO 1
           PERFORM 1243-BUSCAR-TIENDA-HORA THRU
                   1243-BUSCAR-TIENDA-HORA-EXIT
               UNTIL HRA-IDX > HRA-COUNT OR HRA-ENCONTRADO
           IF HRA-ENCONTRADO OR HRA-COUNT NOT < HRA-MAX-TIENDAS
               GO TO 1243-UBICAR-TIENDA-HORA-FIN
           END-IF
           ADD 1                           TO HRA-COUNT
           SET HRA-IDX                     TO HRA-COUNT
           MOVE HRA-BUSCAR-TIENDA          TO HRA-TIENDA(HRA-IDX)
           PERFORM 1244-LIMPIAR-HORA
               VARYING HRA-HIDX FROM 1 BY 1
               UNTIL HRA-HIDX > HRA-POS-SIN-HORA
           SET HRA-ENCONTRADO              TO TRUE
           .
       1243-UBICAR-TIENDA-HORA-FIN.
           EXIT.

       1243-BUSCAR-TIENDA-HORA.
           IF HRA-TIENDA(HRA-IDX) EQUAL HRA-BUSCAR-TIENDA
               SET HRA-ENCONTRADO          TO TRUE
               GO TO 1243-BUSCAR-TIENDA-HORA-EXIT
           END-IF
           SET HRA-IDX UP BY 1
           .
       1243-BUSCAR-TIENDA-HORA-EXIT.
           EXIT.

       1244-LIMPIAR-HORA.
           MOVE ZERO               TO HRA-LINEAS(HRA-IDX HRA-HIDX)
           MOVE ZERO           TO HRA-UNID-VENDIDAS(HRA-IDX HRA-HIDX)
           MOVE ZERO          TO HRA-UNID-DEVUELTAS(HRA-IDX HRA-HIDX)
           MOVE ZERO           TO HRA-INGR-VENDIDOS(HRA-IDX HRA-HIDX)
           MOVE ZERO          TO HRA-INGR-DEVUELTOS(HRA-IDX HRA-HIDX)
           .

      *----------------------------------------------------------------*
      * 1216-REGISTRAR-DEVOLUCION                                      *
      *     ESCRIBE LA DEVOLUCION ACEPTADA AL REGISTRO DIARIO DE       *
           MOVE PRODUCT-NAME                TO DEV-PRODUCTO-REG
           MOVE QUANTITY-SOLD               TO DEV-CANTIDAD-REG
           MOVE REG-IMPORTE-LINEA           TO DEV-IMPORTE-REG
           MOVE CASHIER-CODE                TO DEV-CAJERO-REG
           MOVE TICKET-NUMBER               TO DEV-TIQUETE-REG
           WRITE RETURNS-REGISTER-RECORD
           MOVE RPT-FECHA-CORRIDA           TO RDH-FECHA-CORRIDA
           MOVE STORE-ID                    TO RDH-TIENDA
           MOVE RDH-LOTE-ACTUAL             TO RDH-LOTE
           MOVE REC-LINEA-NUM               TO RDH-LINEA
           MOVE CASHIER-CODE                TO RDH-CAJERO
           MOVE TICKET-NUMBER               TO RDH-TIQUETE
           MOVE SALE-TIME                   TO RDH-HORA
           MOVE PRODUCT-NAME                TO RDH-PRODUCT-NAME
           MOVE QUANTITY-SOLD               TO RDH-CANTIDAD
           MOVE REG-IMPORTE-CONV            TO RDH-IMPORTE
           MOVE REG-IMPORTE-IMP-CONV        TO RDH-IMPORTE-IMPUESTO
           MOVE REG-IMPORTE-LINEA           TO RDH-IMPORTE-ORIGEN
           MOVE CURRENCY-CODE               TO RDH-MONEDA
           WRITE RETURNS-HIST-RECORD
           IF RDH-STATUS EQUAL '22'
               REWRITE RETURNS-HIST-RECORD
           END-IF
           IF RDH-STATUS NOT EQUAL '00'
               DISPLAY "ERROR WRITING RETURNS HISTORY - STATUS: "
                   RDH-STATUS
           END-IF
           .

      *----------------------------------------------------------------*
           MOVE PRO-LINEAS                 TO CHK-C-PROMO-LINEAS
           MOVE PRO-UNIDADES               TO CHK-C-PROMO-UNIDADES
           MOVE PRO-INGRESOS               TO CHK-C-PROMO-INGRESOS
           MOVE RDH-LOTE-ACTUAL            TO CHK-C-LOTE-DEV
           WRITE CHECKPOINT-RECORD
           PERFORM 1231-GRABAR-PUNTO-CONTROL-PRODUCTO
               VARYING TOT-IDX FROM 1 BY 1 UNTIL TOT-IDX > TOT-COUNT
           PERFORM 1235-GRABAR-PUNTO-CONTROL-CAJERO
               VARYING CJR-IDX FROM 1 BY 1
               UNTIL CJR-IDX > CJR-COUNT
           PERFORM 1236-GRABAR-PUNTO-CONTROL-PAGO
               VARYING PAG-IDX FROM 1 BY 1
               UNTIL PAG-IDX > PAG-COUNT
           PERFORM 1237-GRABAR-PUNTO-CONTROL-TIQUETE
               VARYING TIQ-IDX FROM 1 BY 1
               UNTIL TIQ-IDX > TIQ-COUNT
           PERFORM 1238-GRABAR-PUNTO-CONTROL-ARTICULO
               VARYING TIL-IDX FROM 1 BY 1
               UNTIL TIL-IDX > TIL-COUNT
           PERFORM 1239-GRABAR-PUNTO-CONTROL-HORA
               VARYING HRA-IDX FROM 1 BY 1
               UNTIL HRA-IDX > HRA-COUNT
               AFTER HRA-HIDX FROM 1 BY 1
               UNTIL HRA-HIDX > HRA-POS-SIN-HORA
           MOVE SPACES                     TO CHECKPOINT-RECORD
           SET CHK-TIPO-FIN                TO TRUE
           WRITE CHECKPOINT-RECORD
           WRITE CHECKPOINT-RECORD
           .

      *----------------------------------------------------------------*
      * 1236-GRABAR-PUNTO-CONTROL-PAGO                                 *
      *     GRABA UN REGISTRO 'K' DEL PUNTO DE CONTROL POR CADA        *
      *     ENTRADA DE PAG-TABLE                                       *
      *----------------------------------------------------------------*
       1236-GRABAR-PUNTO-CONTROL-PAGO.
           MOVE SPACES                     TO CHECKPOINT-RECORD
           SET CHK-TIPO-PAGO               TO TRUE
           MOVE PAG-TIENDA(PAG-IDX)        TO CHK-K-TIENDA
           MOVE PAG-CAJERO(PAG-IDX)        TO CHK-K-CAJERO
           MOVE PAG-MEDIO(PAG-IDX)         TO CHK-K-MEDIO
           MOVE PAG-IMPORTE(PAG-IDX)       TO CHK-K-IMPORTE
           MOVE PAG-CONTEO(PAG-IDX)        TO CHK-K-CONTEO
           WRITE CHECKPOINT-RECORD
           .

      *----------------------------------------------------------------*
      * 1237-GRABAR-PUNTO-CONTROL-TIQUETE                              *
      *     GRABA UN REGISTRO 'T' DEL PUNTO DE CONTROL POR CADA        *
      *     ENTRADA DE TIQ-TABLE                                       *
      *----------------------------------------------------------------*
       1237-GRABAR-PUNTO-CONTROL-TIQUETE.
           MOVE SPACES                     TO CHECKPOINT-RECORD
           SET CHK-TIPO-TIQUETE            TO TRUE
           MOVE TIQ-TIENDA(TIQ-IDX)        TO CHK-T-TIENDA
           MOVE TIQ-TIQUETE(TIQ-IDX)       TO CHK-T-TIQUETE
           MOVE TIQ-CAJERO(TIQ-IDX)        TO CHK-T-CAJERO
           MOVE TIQ-LINEAS(TIQ-IDX)        TO CHK-T-LINEAS
           MOVE TIQ-UNID-VENDIDAS(TIQ-IDX) TO CHK-T-UNID-VEND
           MOVE TIQ-UNID-DEVUELTAS(TIQ-IDX) TO CHK-T-UNID-DEV
           MOVE TIQ-IMPORTE(TIQ-IDX)       TO CHK-T-IMPORTE
           MOVE TIQ-IMPORTE-IMP(TIQ-IDX)   TO CHK-T-IMPORTE-IMP
           MOVE TIQ-PRIMER-ARTICULO(TIQ-IDX)
               TO CHK-T-PRIMER-ARTICULO
           WRITE CHECKPOINT-RECORD
           .

      *----------------------------------------------------------------*
      * 1238-GRABAR-PUNTO-CONTROL-ARTICULO                             *
      *     GRABA UN REGISTRO 'L' DEL PUNTO DE CONTROL POR CADA        *
      *     ENTRADA DE TIL-TABLE                                       *
      *----------------------------------------------------------------*
       1238-GRABAR-PUNTO-CONTROL-ARTICULO.
           MOVE SPACES                     TO CHECKPOINT-RECORD
           SET CHK-TIPO-ARTICULO           TO TRUE
           MOVE TIL-TIQUETE-POS(TIL-IDX)   TO CHK-L-TIQUETE-POS
           MOVE TIL-SIGUIENTE(TIL-IDX)     TO CHK-L-SIGUIENTE
           MOVE TIL-PRODUCT-NAME(TIL-IDX)  TO CHK-L-NOMBRE
           MOVE TIL-CANTIDAD(TIL-IDX)      TO CHK-L-CANTIDAD
           WRITE CHECKPOINT-RECORD
           .

      *----------------------------------------------------------------*
      * 1239-GRABAR-PUNTO-CONTROL-HORA                                 *
      *     GRABA UN REGISTRO 'H' DEL PUNTO DE CONTROL POR CADA        *
      *     CASILLA TIENDA+HORA DE HRA-TABLE CON LINEAS                *
      *----------------------------------------------------------------*
       1239-GRABAR-PUNTO-CONTROL-HORA.
           IF HRA-LINEAS(HRA-IDX HRA-HIDX) > ZERO
               MOVE SPACES                 TO CHECKPOINT-RECORD
               SET CHK-TIPO-HORA           TO TRUE
               MOVE HRA-TIENDA(HRA-IDX)    TO CHK-H-TIENDA
               SET CHK-H-HORA-POS          TO HRA-HIDX
               MOVE HRA-LINEAS(HRA-IDX HRA-HIDX) TO CHK-H-LINEAS
               MOVE HRA-UNID-VENDIDAS(HRA-IDX HRA-HIDX)
                   TO CHK-H-UNID-VEND
               MOVE HRA-UNID-DEVUELTAS(HRA-IDX HRA-HIDX)
                   TO CHK-H-UNID-DEV
               MOVE HRA-INGR-VENDIDOS(HRA-IDX HRA-HIDX)
                   TO CHK-H-INGR-VEND
               MOVE HRA-INGR-DEVUELTOS(HRA-IDX HRA-HIDX)
                   TO CHK-H-INGR-DEV
               WRITE CHECKPOINT-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * 2000-PROCESO-PROGRAMA                                          *
      *----------------------------------------------------------------*
           DISPLAY "REGISTROS RECHAZADOS : " REC-RECHAZOS
           DISPLAY "REGISTROS DUPLICADOS : " REC-DUPLICADOS
           DISPLAY "DEVOLUCIONES         : " REC-DEVOLUCIONES
           DISPLAY "LINEAS DE PAGO       : " PAG-LINEAS
           DISPLAY "TIQUETES RESUMIDOS   : " TIQ-COUNT
           DISPLAY "LINEAS SIN HORA      : " HRA-LINEAS-SIN-HORA
           DISPLAY "LINEAS HORA INVALIDA : " HRA-HORAS-INVALIDAS
           DISPLAY "=========================================="
           PERFORM 2080-TOTALES-REPORTE
           PERFORM 2082-RESUMEN-PROMOCIONES
                   2165-ESCRIBIR-HISTORIA-IMPUESTO-FIN
           PERFORM 2167-ESCRIBIR-HISTORIA-CAJEROS THRU
                   2167-ESCRIBIR-HISTORIA-CAJEROS-FIN
           PERFORM 2169-ESCRIBIR-HISTORIA-PAGOS THRU
                   2169-ESCRIBIR-HISTORIA-PAGOS-FIN
           PERFORM 2172-ESCRIBIR-HISTORIA-TIQUETES THRU
                   2172-ESCRIBIR-HISTORIA-TIQUETES-FIN
           PERFORM 2174-ESCRIBIR-HISTORIA-HORAS THRU
                   2174-ESCRIBIR-HISTORIA-HORAS-FIN
           PERFORM 2170-ACTUALIZAR-SECUENCIA THRU
                   2170-ACTUALIZAR-SECUENCIA-FIN
           PERFORM 2175-REGISTRAR-FIN-CORRIDA THRU
           END-IF
           .

      *----------------------------------------------------------------*
      * 2169-ESCRIBIR-HISTORIA-PAGOS                                   *
      *     PERSISTE (O ACTUALIZA, SI LA CORRIDA SE REPITE) LO         *
      *     RECAUDADO POR TIENDA, CAJERO Y MEDIO DE PAGO DE ESTA FECHA *
      *     EN tenderhistory.dat, LA FUENTE DEL ARQUEO DE CAJA         *
      *----------------------------------------------------------------*
       2169-ESCRIBIR-HISTORIA-PAGOS.
           IF PAG-COUNT EQUAL ZERO
               GO TO 2169-ESCRIBIR-HISTORIA-PAGOS-FIN
           END-IF
           OPEN I-O TENDER-HISTORY-FILE
           IF PGH-STATUS EQUAL '35'
               OPEN OUTPUT TENDER-HISTORY-FILE
               CLOSE TENDER-HISTORY-FILE
               OPEN I-O TENDER-HISTORY-FILE
           END-IF
           IF PGH-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING TENDER HISTORY FILE - STATUS: "
                   PGH-STATUS
               GO TO 2169-ESCRIBIR-HISTORIA-PAGOS-FIN
           END-IF
           IF INTRADIA-ACTIVO
               PERFORM 5190-FUSIONAR-PAGO
                   VARYING PAG-IDX FROM 1 BY 1
                   UNTIL PAG-IDX > PAG-COUNT
           ELSE
               PERFORM 2169-GRABAR-PAGO
                   VARYING PAG-IDX FROM 1 BY 1
                   UNTIL PAG-IDX > PAG-COUNT
           END-IF
           CLOSE TENDER-HISTORY-FILE
           .
       2169-ESCRIBIR-HISTORIA-PAGOS-FIN.
           EXIT.

       2169-GRABAR-PAGO.
           MOVE RPT-FECHA-CORRIDA          TO PGH-FECHA-CORRIDA
           MOVE PAG-TIENDA(PAG-IDX)        TO PGH-TIENDA
           MOVE PAG-CAJERO(PAG-IDX)        TO PGH-CAJERO
           MOVE PAG-MEDIO(PAG-IDX)         TO PGH-MEDIO
           MOVE PAG-IMPORTE(PAG-IDX)       TO PGH-IMPORTE
           MOVE PAG-CONTEO(PAG-IDX)        TO PGH-CONTEO
           WRITE TENDER-HISTORY-RECORD
           IF PGH-STATUS EQUAL '22'
               REWRITE TENDER-HISTORY-RECORD
               IF PGH-STATUS NOT EQUAL '00'
                   DISPLAY
                     "ERROR REWRITING TENDER HISTORY FILE - STATUS: "
                     PGH-STATUS
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 2172-ESCRIBIR-HISTORIA-TIQUETES                                *
      *     PERSISTE (O ACTUALIZA, SI LA CORRIDA SE REPITE) EL RESUMEN *
      *     DE CADA TIQUETE DE ESTA FECHA EN tickethistory.dat Y SUS   *
      *     PRODUCTOS EN ticketitems.dat; EN MODO INTRADIA SE SUMAN A  *
      *     LO YA PUBLICADO                                            *
      *----------------------------------------------------------------*
       2172-ESCRIBIR-HISTORIA-TIQUETES.
           IF TIQ-COUNT EQUAL ZERO
               GO TO 2172-ESCRIBIR-HISTORIA-TIQUETES-FIN
           END-IF
           PERFORM 2173-ABRIR-HISTORIA-TIQUETES THRU
                   2173-ABRIR-HISTORIA-TIQUETES-FIN
           IF TKH-STATUS NOT EQUAL '00' OR TKA-STATUS NOT EQUAL '00'
               GO TO 2172-ESCRIBIR-HISTORIA-TIQUETES-FIN
           END-IF
           IF INTRADIA-ACTIVO
               PERFORM 5191-FUSIONAR-TIQUETE
                   VARYING TIQ-IDX FROM 1 BY 1
                   UNTIL TIQ-IDX > TIQ-COUNT
               PERFORM 5192-FUSIONAR-ARTICULO
                   VARYING TIL-IDX FROM 1 BY 1
                   UNTIL TIL-IDX > TIL-COUNT
           ELSE
               PERFORM 2172-GRABAR-TIQUETE
                   VARYING TIQ-IDX FROM 1 BY 1
                   UNTIL TIQ-IDX > TIQ-COUNT
               PERFORM 2172-GRABAR-ARTICULO
                   VARYING TIL-IDX FROM 1 BY 1
                   UNTIL TIL-IDX > TIL-COUNT
           END-IF
           CLOSE TICKET-HISTORY-FILE
           CLOSE TICKET-ITEM-FILE
           .
       2172-ESCRIBIR-HISTORIA-TIQUETES-FIN.
           EXIT.

       2172-GRABAR-TIQUETE.
           MOVE RPT-FECHA-CORRIDA          TO TKH-FECHA-CORRIDA
           MOVE TIQ-TIENDA(TIQ-IDX)        TO TKH-TIENDA
           MOVE TIQ-TIQUETE(TIQ-IDX)       TO TKH-TIQUETE
           MOVE TIQ-CAJERO(TIQ-IDX)        TO TKH-CAJERO
           MOVE TIQ-LINEAS(TIQ-IDX)        TO TKH-LINEAS
           MOVE TIQ-UNID-VENDIDAS(TIQ-IDX) TO TKH-UNID-VENDIDAS
           MOVE TIQ-UNID-DEVUELTAS(TIQ-IDX) TO TKH-UNID-DEVUELTAS
           MOVE TIQ-IMPORTE(TIQ-IDX)       TO TKH-IMPORTE
           MOVE TIQ-IMPORTE-IMP(TIQ-IDX)   TO TKH-IMPORTE-IMPUESTO
           WRITE TICKET-HISTORY-RECORD
           IF TKH-STATUS EQUAL '22'
               REWRITE TICKET-HISTORY-RECORD
               IF TKH-STATUS NOT EQUAL '00'
                   DISPLAY
                     "ERROR REWRITING TICKET HISTORY FILE - STATUS: "
                     TKH-STATUS
               END-IF
           END-IF
           .

       2172-GRABAR-ARTICULO.
           SET TIQ-IDX                 TO TIL-TIQUETE-POS(TIL-IDX)
           MOVE RPT-FECHA-CORRIDA          TO TKA-FECHA-CORRIDA
           MOVE TIQ-TIENDA(TIQ-IDX)        TO TKA-TIENDA
           MOVE TIQ-TIQUETE(TIQ-IDX)       TO TKA-TIQUETE
           MOVE TIL-PRODUCT-NAME(TIL-IDX)  TO TKA-PRODUCT-NAME
           MOVE TIL-CANTIDAD(TIL-IDX)      TO TKA-CANTIDAD
           WRITE TICKET-ITEM-RECORD
           IF TKA-STATUS EQUAL '22'
               REWRITE TICKET-ITEM-RECORD
               IF TKA-STATUS NOT EQUAL '00'
                   DISPLAY
                     "ERROR REWRITING TICKET ITEM FILE - STATUS: "
                     TKA-STATUS
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 2173-ABRIR-HISTORIA-TIQUETES                                   *
      *     ABRE EN I-O LOS DOS ARCHIVOS DE TIQUETES, CREANDOLOS LA    *
      *     PRIMERA VEZ                                                *
      *----------------------------------------------------------------*
       2173-ABRIR-HISTORIA-TIQUETES.
           OPEN I-O TICKET-HISTORY-FILE
           IF TKH-STATUS EQUAL '35'
               OPEN OUTPUT TICKET-HISTORY-FILE
               CLOSE TICKET-HISTORY-FILE
               OPEN I-O TICKET-HISTORY-FILE
           END-IF
           IF TKH-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING TICKET HISTORY FILE - STATUS: "
                   TKH-STATUS
               GO TO 2173-ABRIR-HISTORIA-TIQUETES-FIN
           END-IF
           OPEN I-O TICKET-ITEM-FILE
           IF TKA-STATUS EQUAL '35'
               OPEN OUTPUT TICKET-ITEM-FILE
               CLOSE TICKET-ITEM-FILE
               OPEN I-O TICKET-ITEM-FILE
           END-IF
           IF TKA-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING TICKET ITEM FILE - STATUS: "
                   TKA-STATUS
               CLOSE TICKET-HISTORY-FILE
           END-IF
           .
       2173-ABRIR-HISTORIA-TIQUETES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2174-ESCRIBIR-HISTORIA-HORAS                                   *
      *     PERSISTE LAS VENTAS POR TIENDA Y HORA EN hourlysales.dat.  *
      *     LA CORRIDA NORMAL REEMPLAZA LAS HORAS DE LA FECHA; EN MODO *
      *     INTRADIA SE SUMAN A LO YA PUBLICADO Y LA HORA CUENTA UN    *
      *     EXTRACTO MAS                                               *
      *----------------------------------------------------------------*
       2174-ESCRIBIR-HISTORIA-HORAS.
           IF HRA-COUNT EQUAL ZERO
               GO TO 2174-ESCRIBIR-HISTORIA-HORAS-FIN
           END-IF
           PERFORM 2176-ABRIR-HISTORIA-HORAS THRU
                   2176-ABRIR-HISTORIA-HORAS-FIN
           IF HRV-STATUS NOT EQUAL '00'
               GO TO 2174-ESCRIBIR-HISTORIA-HORAS-FIN
           END-IF
           IF INTRADIA-ACTIVO
               PERFORM 5193-FUSIONAR-HORA THRU 5193-FUSIONAR-HORA-FIN
                   VARYING HRA-IDX FROM 1 BY 1
                   UNTIL HRA-IDX > HRA-COUNT
                   AFTER HRA-HIDX FROM 1 BY 1
                   UNTIL HRA-HIDX > HRA-POS-SIN-HORA
           ELSE
               PERFORM 2174-GRABAR-HORA THRU 2174-GRABAR-HORA-FIN
                   VARYING HRA-IDX FROM 1 BY 1
                   UNTIL HRA-IDX > HRA-COUNT
                   AFTER HRA-HIDX FROM 1 BY 1
                   UNTIL HRA-HIDX > HRA-POS-SIN-HORA
           END-IF
           CLOSE HOURLY-SALES-FILE
           .
       2174-ESCRIBIR-HISTORIA-HORAS-FIN.
           EXIT.

       2174-GRABAR-HORA.
           IF HRA-LINEAS(HRA-IDX HRA-HIDX) EQUAL ZERO
               GO TO 2174-GRABAR-HORA-FIN
           END-IF
           PERFORM 2177-CLAVE-HORA
           MOVE HRA-LINEAS(HRA-IDX HRA-HIDX) TO HRV-LINEAS
           MOVE HRA-UNID-VENDIDAS(HRA-IDX HRA-HIDX)
               TO HRV-UNID-VENDIDAS
           MOVE HRA-UNID-DEVUELTAS(HRA-IDX HRA-HIDX)
               TO HRV-UNID-DEVUELTAS
           MOVE HRA-INGR-VENDIDOS(HRA-IDX HRA-HIDX)
               TO HRV-INGR-VENDIDOS
           MOVE HRA-INGR-DEVUELTOS(HRA-IDX HRA-HIDX)
               TO HRV-INGR-DEVUELTOS
           MOVE 1                          TO HRV-EXTRACTOS
           MOVE HRA-RELOJ-FECHA            TO HRV-PRIMERA-CORRIDA-FECHA
           MOVE HRA-RELOJ-HORA(1:4)        TO HRV-PRIMERA-CORRIDA-HORA
           WRITE HOURLY-SALES-RECORD
           IF HRV-STATUS EQUAL '22'
               REWRITE HOURLY-SALES-RECORD
               IF HRV-STATUS NOT EQUAL '00'
                   DISPLAY
                     "ERROR REWRITING HOURLY SALES FILE - STATUS: "
                     HRV-STATUS
               END-IF
           END-IF
           .
       2174-GRABAR-HORA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2176-ABRIR-HISTORIA-HORAS                                      *
      *     ABRE hourlysales.dat EN I-O, CREANDOLO LA PRIMERA VEZ, Y   *
      *     TOMA EL RELOJ DE LA CORRIDA QUE SE ANOTA EN LAS HORAS      *
      *----------------------------------------------------------------*
       2176-ABRIR-HISTORIA-HORAS.
           ACCEPT HRA-RELOJ-FECHA FROM DATE
           ACCEPT HRA-RELOJ-HORA FROM TIME
           OPEN I-O HOURLY-SALES-FILE
           IF HRV-STATUS EQUAL '35'
               OPEN OUTPUT HOURLY-SALES-FILE
               CLOSE HOURLY-SALES-FILE
               OPEN I-O HOURLY-SALES-FILE
           END-IF
           IF HRV-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING HOURLY SALES FILE - STATUS: "
                   HRV-STATUS
           END-IF
           .
       2176-ABRIR-HISTORIA-HORAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2177-CLAVE-HORA                                                *
      *     ARMA LA CLAVE DE hourlysales.dat PARA LA CASILLA ACTUAL:   *
      *     POSICIONES 1-24 = HORAS 00-23, POSICION 25 = HORA 99       *
      *----------------------------------------------------------------*
       2177-CLAVE-HORA.
           IF HRA-HIDX EQUAL HRA-POS-SIN-HORA
               MOVE 99                     TO HRA-HORA-ARCHIVO
           ELSE
               SET HRA-POS-HORA            TO HRA-HIDX
               COMPUTE HRA-HORA-ARCHIVO = HRA-POS-HORA - 1
           END-IF
           MOVE RPT-FECHA-CORRIDA          TO HRV-FECHA-CORRIDA
           MOVE HRA-TIENDA(HRA-IDX)        TO HRV-TIENDA
           MOVE HRA-HORA-ARCHIVO           TO HRV-HORA
           .

      *----------------------------------------------------------------*
      * 2170-ACTUALIZAR-SECUENCIA                                      *
      *     AL TERMINAR UNA CORRIDA CON REGISTROS DE CONTROL, ANOTA LA *
               DISPLAY "ERROR OPENING RETURNS REGISTER FILE"
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           ACCEPT RDH-HORA-LOTE FROM TIME
           MOVE 'R'                        TO RDH-LOTE-TIPO
           MOVE RDH-HORA-LOTE(1:4)         TO RDH-LOTE-NUMERO
           PERFORM 1096-ABRIR-HISTORIA-DEVOLUCIONES
           PERFORM 5010-LEER-REENVIO THRU 5010-LEER-REENVIO-EXIT
               UNTIL RSB-EOF
           CLOSE RESUBMIT-FILE
           CLOSE REJECT-REPORT-FILE
           CLOSE RETURNS-REGISTER-FILE
           CLOSE RETURNS-HIST-FILE
           PERFORM 5100-FUSIONAR-HISTORIA
           PERFORM 5150-FUSIONAR-HISTORIA-IMPUESTO THRU
                   5150-FUSIONAR-HISTORIA-IMPUESTO-FIN
           PERFORM 5170-FUSIONAR-HISTORIA-CAJEROS THRU
                   5170-FUSIONAR-HISTORIA-CAJEROS-FIN
           PERFORM 5175-FUSIONAR-HISTORIA-TIQUETES THRU
                   5175-FUSIONAR-HISTORIA-TIQUETES-FIN
           PERFORM 5176-FUSIONAR-HISTORIA-HORAS THRU
                   5176-FUSIONAR-HISTORIA-HORAS-FIN
           PERFORM 5200-REPORTE-SUPLEMENTARIO
           COMPUTE RSB-RECHAZADOS = RSB-LEIDOS - RSB-ACEPTADOS
           IF RSB-RECHAZADOS > ZERO
       5170-FUSIONAR-HISTORIA-CAJEROS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 5175-FUSIONAR-HISTORIA-TIQUETES                                *
      *     SUMA LOS TIQUETES (Y SUS PRODUCTOS) DEL REENVIO A LOS      *
      *     REGISTROS DE tickethistory.dat/ticketitems.dat DE LA FECHA *
      *----------------------------------------------------------------*
       5175-FUSIONAR-HISTORIA-TIQUETES.
           IF TIQ-COUNT EQUAL ZERO
               GO TO 5175-FUSIONAR-HISTORIA-TIQUETES-FIN
           END-IF
           PERFORM 2173-ABRIR-HISTORIA-TIQUETES THRU
                   2173-ABRIR-HISTORIA-TIQUETES-FIN
           IF TKH-STATUS NOT EQUAL '00' OR TKA-STATUS NOT EQUAL '00'
               GO TO 5175-FUSIONAR-HISTORIA-TIQUETES-FIN
           END-IF
           PERFORM 5191-FUSIONAR-TIQUETE
               VARYING TIQ-IDX FROM 1 BY 1 UNTIL TIQ-IDX > TIQ-COUNT
           PERFORM 5192-FUSIONAR-ARTICULO
               VARYING TIL-IDX FROM 1 BY 1 UNTIL TIL-IDX > TIL-COUNT
           CLOSE TICKET-HISTORY-FILE
           CLOSE TICKET-ITEM-FILE
           .
       5175-FUSIONAR-HISTORIA-TIQUETES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 5176-FUSIONAR-HISTORIA-HORAS                                   *
      *     SUMA LAS LINEAS DEL REENVIO A LAS HORAS DE hourlysales.dat *
      *     DE LA FECHA, SIN CONTAR UN EXTRACTO MAS                    *
      *----------------------------------------------------------------*
       5176-FUSIONAR-HISTORIA-HORAS.
           IF HRA-COUNT EQUAL ZERO
               GO TO 5176-FUSIONAR-HISTORIA-HORAS-FIN
           END-IF
           PERFORM 2176-ABRIR-HISTORIA-HORAS THRU
                   2176-ABRIR-HISTORIA-HORAS-FIN
           IF HRV-STATUS NOT EQUAL '00'
               GO TO 5176-FUSIONAR-HISTORIA-HORAS-FIN
           END-IF
           MOVE 'N'                        TO HRA-SUMAR-EXTRACTO-SW
           PERFORM 5193-FUSIONAR-HORA THRU 5193-FUSIONAR-HORA-FIN
               VARYING HRA-IDX FROM 1 BY 1 UNTIL HRA-IDX > HRA-COUNT
               AFTER HRA-HIDX FROM 1 BY 1
               UNTIL HRA-HIDX > HRA-POS-SIN-HORA
           CLOSE HOURLY-SALES-FILE
           .
       5176-FUSIONAR-HISTORIA-HORAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 5180-FUSIONAR-CAJERO                                           *
      *----------------------------------------------------------------*
           END-IF
           .

      *----------------------------------------------------------------*
      * 5190-FUSIONAR-PAGO                                             *
      *     SUMA LO RECAUDADO EN UN EXTRACTO INTRADIA AL REGISTRO DE   *
      *     tenderhistory.dat DE LA FECHA                              *
      *----------------------------------------------------------------*
       5190-FUSIONAR-PAGO.
           MOVE RPT-FECHA-CORRIDA          TO PGH-FECHA-CORRIDA
           MOVE PAG-TIENDA(PAG-IDX)        TO PGH-TIENDA
           MOVE PAG-CAJERO(PAG-IDX)        TO PGH-CAJERO
           MOVE PAG-MEDIO(PAG-IDX)         TO PGH-MEDIO
           READ TENDER-HISTORY-FILE
               INVALID KEY
                   MOVE ZERO               TO PGH-IMPORTE
                   MOVE ZERO               TO PGH-CONTEO
           END-READ
           ADD PAG-IMPORTE(PAG-IDX)        TO PGH-IMPORTE
           ADD PAG-CONTEO(PAG-IDX)         TO PGH-CONTEO
           MOVE RPT-FECHA-CORRIDA          TO PGH-FECHA-CORRIDA
           MOVE PAG-TIENDA(PAG-IDX)        TO PGH-TIENDA
           MOVE PAG-CAJERO(PAG-IDX)        TO PGH-CAJERO
           MOVE PAG-MEDIO(PAG-IDX)         TO PGH-MEDIO
           WRITE TENDER-HISTORY-RECORD
           IF PGH-STATUS EQUAL '22'
               REWRITE TENDER-HISTORY-RECORD
               IF PGH-STATUS NOT EQUAL '00'
                   DISPLAY
                     "ERROR REWRITING TENDER HISTORY FILE - STATUS: "
                     PGH-STATUS
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 5191-FUSIONAR-TIQUETE                                          *
      *     SUMA EL RESUMEN DE UN TIQUETE AL REGISTRO DE               *
      *     tickethistory.dat DE LA FECHA (UN TIQUETE PARTIDO ENTRE    *
      *     DOS EXTRACTOS O COMPLETADO POR UN REENVIO QUEDA EN UN SOLO *
      *     REGISTRO)                                                  *
      *----------------------------------------------------------------*
       5191-FUSIONAR-TIQUETE.
           MOVE RPT-FECHA-CORRIDA          TO TKH-FECHA-CORRIDA
           MOVE TIQ-TIENDA(TIQ-IDX)        TO TKH-TIENDA
           MOVE TIQ-TIQUETE(TIQ-IDX)       TO TKH-TIQUETE
           READ TICKET-HISTORY-FILE
               INVALID KEY
                   MOVE TIQ-CAJERO(TIQ-IDX) TO TKH-CAJERO
                   MOVE ZERO               TO TKH-LINEAS
                   MOVE ZERO               TO TKH-UNID-VENDIDAS
                   MOVE ZERO               TO TKH-UNID-DEVUELTAS
                   MOVE ZERO               TO TKH-IMPORTE
                   MOVE ZERO               TO TKH-IMPORTE-IMPUESTO
           END-READ
           IF TKH-CAJERO EQUAL SPACES
               MOVE TIQ-CAJERO(TIQ-IDX)    TO TKH-CAJERO
           END-IF
           ADD TIQ-LINEAS(TIQ-IDX)         TO TKH-LINEAS
           ADD TIQ-UNID-VENDIDAS(TIQ-IDX)  TO TKH-UNID-VENDIDAS
           ADD TIQ-UNID-DEVUELTAS(TIQ-IDX) TO TKH-UNID-DEVUELTAS
           ADD TIQ-IMPORTE(TIQ-IDX)        TO TKH-IMPORTE
           ADD TIQ-IMPORTE-IMP(TIQ-IDX)    TO TKH-IMPORTE-IMPUESTO
           MOVE RPT-FECHA-CORRIDA          TO TKH-FECHA-CORRIDA
           MOVE TIQ-TIENDA(TIQ-IDX)        TO TKH-TIENDA
           MOVE TIQ-TIQUETE(TIQ-IDX)       TO TKH-TIQUETE
           WRITE TICKET-HISTORY-RECORD
           IF TKH-STATUS EQUAL '22'
               REWRITE TICKET-HISTORY-RECORD
               IF TKH-STATUS NOT EQUAL '00'
                   DISPLAY
                     "ERROR REWRITING TICKET HISTORY FILE - STATUS: "
                     TKH-STATUS
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 5192-FUSIONAR-ARTICULO                                         *
      *     SUMA LAS UNIDADES DE UN PRODUCTO DEL TIQUETE AL REGISTRO   *
      *     DE ticketitems.dat DE LA FECHA                             *
      *----------------------------------------------------------------*
       5192-FUSIONAR-ARTICULO.
           SET TIQ-IDX                 TO TIL-TIQUETE-POS(TIL-IDX)
           MOVE RPT-FECHA-CORRIDA          TO TKA-FECHA-CORRIDA
           MOVE TIQ-TIENDA(TIQ-IDX)        TO TKA-TIENDA
           MOVE TIQ-TIQUETE(TIQ-IDX)       TO TKA-TIQUETE
           MOVE TIL-PRODUCT-NAME(TIL-IDX)  TO TKA-PRODUCT-NAME
           READ TICKET-ITEM-FILE
               INVALID KEY
                   MOVE ZERO               TO TKA-CANTIDAD
           END-READ
           ADD TIL-CANTIDAD(TIL-IDX)       TO TKA-CANTIDAD
           MOVE RPT-FECHA-CORRIDA          TO TKA-FECHA-CORRIDA
           MOVE TIQ-TIENDA(TIQ-IDX)        TO TKA-TIENDA
           MOVE TIQ-TIQUETE(TIQ-IDX)       TO TKA-TIQUETE
           MOVE TIL-PRODUCT-NAME(TIL-IDX)  TO TKA-PRODUCT-NAME
           WRITE TICKET-ITEM-RECORD
           IF TKA-STATUS EQUAL '22'
               REWRITE TICKET-ITEM-RECORD
               IF TKA-STATUS NOT EQUAL '00'
                   DISPLAY
                     "ERROR REWRITING TICKET ITEM FILE - STATUS: "
                     TKA-STATUS
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 5193-FUSIONAR-HORA                                             *
      *     SUMA UNA CASILLA TIENDA+HORA AL REGISTRO DE                *
      *     hourlysales.dat DE LA FECHA.  UNA HORA NUEVA QUEDA CON EL  *
      *     RELOJ DE ESTA CORRIDA COMO PRIMERA CORRIDA                 *
      *----------------------------------------------------------------*
       5193-FUSIONAR-HORA.
           IF HRA-LINEAS(HRA-IDX HRA-HIDX) EQUAL ZERO
               GO TO 5193-FUSIONAR-HORA-FIN
           END-IF
           PERFORM 2177-CLAVE-HORA
           READ HOURLY-SALES-FILE
               INVALID KEY
                   MOVE ZERO               TO HRV-LINEAS
                   MOVE ZERO               TO HRV-UNID-VENDIDAS
                   MOVE ZERO               TO HRV-UNID-DEVUELTAS
                   MOVE ZERO               TO HRV-INGR-VENDIDOS
                   MOVE ZERO               TO HRV-INGR-DEVUELTOS
                   MOVE ZERO               TO HRV-EXTRACTOS
                   MOVE HRA-RELOJ-FECHA
                       TO HRV-PRIMERA-CORRIDA-FECHA
                   MOVE HRA-RELOJ-HORA(1:4)
                       TO HRV-PRIMERA-CORRIDA-HORA
           END-READ
           ADD HRA-LINEAS(HRA-IDX HRA-HIDX) TO HRV-LINEAS
           ADD HRA-UNID-VENDIDAS(HRA-IDX HRA-HIDX)
               TO HRV-UNID-VENDIDAS
           ADD HRA-UNID-DEVUELTAS(HRA-IDX HRA-HIDX)
               TO HRV-UNID-DEVUELTAS
           ADD HRA-INGR-VENDIDOS(HRA-IDX HRA-HIDX)
               TO HRV-INGR-VENDIDOS
           ADD HRA-INGR-DEVUELTOS(HRA-IDX HRA-HIDX)
               TO HRV-INGR-DEVUELTOS
           IF HRA-SUMAR-EXTRACTO AND HRV-EXTRACTOS < 99
               ADD 1                       TO HRV-EXTRACTOS
           END-IF
           PERFORM 2177-CLAVE-HORA
           WRITE HOURLY-SALES-RECORD
           IF HRV-STATUS EQUAL '22'
               REWRITE HOURLY-SALES-RECORD
               IF HRV-STATUS NOT EQUAL '00'
                   DISPLAY
                     "ERROR REWRITING HOURLY SALES FILE - STATUS: "
                     HRV-STATUS
               END-IF
           END-IF
           .
       5193-FUSIONAR-HORA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-REPORTE-SUPLEMENTARIO                                     *
      *     DEJA CONSTANCIA IMPRESA DE LO QUE EL REENVIO AGREGO A LOS  *
