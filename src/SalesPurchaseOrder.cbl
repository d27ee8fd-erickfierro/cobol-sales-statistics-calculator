      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SalesPurchaseOrder.
       AUTHOR.        ERICK STIVEN FIERRO PERDOMO.
       INSTALLATION.  TIENDA-01.
       DATE-WRITTEN.  2026.09.24
      *----------------------------------------------------------------*
      *    DESCRIPCION : PASO NOCTURNO DE COMPRAS, A CORRER DESPUES DE *
      *                  SalesInventoryUpdate PARA LA MISMA FECHA:     *
      *                  1. CRUZA LOS RECIBOS DEL DIA (receivings.txt) *
      *                     CONTRA LOS PEDIDOS ABIERTOS (openpo.dat)   *
      *                     DE LA MISMA TIENDA+PRODUCTO, EL MAS        *
      *                     ANTIGUO PRIMERO, Y CIERRA COMO CORTAS LAS  *
      *                     LINEAS VENCIDAS HACE MAS DE                *
      *                     SALES_PO_CLOSE_DAYS DIAS (30).             *
      *                  2. CONVIERTE LA EXISTENCIA POR DEBAJO DEL     *
      *                     MINIMO EN PEDIDOS SUGERIDOS (EL MINIMO ES  *
      *                     EL PUNTO DE REORDEN DE LA TIENDA EN        *
      *                     forecast.dat SI EXISTE, COMO EN EL REPORTE *
      *                     DE REPOSICION; SI NO, PM-STOCK-MINIMO):    *
      *                     FALTANTE =                                 *
      *                     MINIMO - EXISTENCIA - LO YA PEDIDO Y NO    *
      *                     RECIBIDO, REDONDEADO HACIA ARRIBA AL       *
      *                     EMPAQUE DEL PROVEEDOR, AGRUPADO POR        *
      *                     PROVEEDOR+TIENDA DE ENTREGA.  UN PEDIDO    *
      *                     POR DEBAJO DEL PEDIDO MINIMO DEL PROVEEDOR *
      *                     SE RETIENE (SOLO SE REPORTA) Y SE VUELVE A *
      *                     EVALUAR LA NOCHE SIGUIENTE.                *
      *                  3. ESCRIBE LOS PEDIDOS PARA PROVEEDORES       *
      *                     (purchaseorders.txt) Y SUS LINEAS EN       *
      *                     openpo.dat.                                *
      *                  4. REPORTE (poreport.txt): PEDIDOS SUGERIDOS, *
      *                     PRODUCTOS SIN PROVEEDOR Y CUMPLIMIENTO POR *
      *                     PROVEEDOR (ENTREGAS TARDIAS Y CORTAS DE    *
      *                     LAS LINEAS QUE VENCIERON EN LOS ULTIMOS    *
      *                     SALES_PO_PERF_DAYS DIAS, 30 POR DEFECTO).  *
      *                  EL MAESTRO DE PROVEEDORES (suppliermaster.dat)*
      *                  ES UN ARCHIVO DE TEXTO DE COLUMNAS FIJAS      *
      *                  MANTENIDO POR COMPRAS, COMO accountmap.dat:   *
      *                  REGISTROS 'S' (PROVEEDOR, NOMBRE, DIAS DE     *
      *                  ENTREGA, PEDIDO MINIMO EN COP) Y 'P'          *
      *                  (PRODUCTO DEL MAESTRO, PROVEEDOR, EMPAQUE,    *
      *                  COSTO).  SIN COSTO DEL PROVEEDOR SE USA       *
      *                  PM-COSTO-UNITARIO.                            *
      *                  REGISTRA SU CORRIDA COMO "SALESPO" EN         *
      *                  runcontrol.dat Y SE REHUSA A CORRER SIN       *
      *                  CORRIDA SALESINV COMPLETA O SI LA FECHA YA    *
      *                  SE PROCESO (PARA NO CRUZAR RECIBOS NI PEDIR   *
      *                  DOS VECES).                                   *
      *                  CODIGOS DE RETORNO: 0=LIMPIA, 4=ADVERTENCIA   *
      *                  (PRODUCTOS SIN PROVEEDOR O TABLA LLENA),      *
      *                  8=RECHAZO DE CONTROL, 12=FALLA.               *
      *----------------------------------------------------------------*
      *    HISTORIAL DE MODIFICACIONES                                 *
      *    FECHA        INIC.  DESCRIPCION                             *
      *    2026.09.24   ESFP   VERSION INICIAL                         *
      *    2026.09.27   ESFP   PUNTO DE REORDEN POR TIENDA DESDE       *
      *                        forecast.dat EN LUGAR DEL MINIMO DEL    *
      *                        MAESTRO CUANDO EXISTE                   *
      *----------------------------------------------------------------*
      *            E N V I R O N M E N T   D I V I S I O N             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO 'stockonhand.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-KEY
           FILE STATUS IS STK-STATUS.
           SELECT OPTIONAL RECEIVINGS-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-RECIBOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCB-STATUS.
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
           SELECT RUN-CONTROL-FILE ASSIGN TO 'runcontrol.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS RCF-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO 'openpo.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPC-KEY
           FILE STATUS IS OPC-STATUS.
           SELECT PURCHASE-ORDER-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-PEDIDOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POF-STATUS.
           SELECT OPTIONAL FORECAST-FILE ASSIGN TO 'forecast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FC-KEY
           FILE STATUS IS FCS-STATUS.
           SELECT PO-REPORT-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.
      *----------------------------------------------------------------*
      *                   D A T A   D I V I S I O N                    *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * FD STOCK-FILE                                                  *
      *     EXISTENCIA POR TIENDA+PRODUCTO (VER SalesInventoryUpdate); *
      *     EL LAYOUT DEBE COINCIDIR CON EL SUYO.  SOLO SE LEE.        *
      *----------------------------------------------------------------*
       FD STOCK-FILE.
       01 STOCK-RECORD.
           05 STK-KEY.
               10 STK-TIENDA               PIC X(10).
               10 STK-PRODUCT-NAME         PIC X(60).
           05 STK-CANTIDAD                 PIC S9(08) COMP.
           05 STK-FECHA-ULT-MOV            PIC 9(06).
      *----------------------------------------------------------------*
      * FD FORECAST-FILE                                               *
      *     PUNTO DE REORDEN POR TIENDA+PRODUCTO CALCULADO POR         *
      *     SalesDemandForecast; EL LAYOUT DEBE COINCIDIR CON EL SUYO. *
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
      * FD RECEIVINGS-FILE                                             *
      *     RECIBOS DEL DIA (TIENDA;PRODUCTO;CANTIDAD), EL MISMO       *
      *     ARCHIVO QUE APLICO SalesInventoryUpdate                    *
      *----------------------------------------------------------------*
       FD RECEIVINGS-FILE.
       01 RECEIVINGS-RECORD                PIC X(160).
      *----------------------------------------------------------------*
      * FD PRODUCT-MASTER-FILE                                         *
      *     MAESTRO DE PRODUCTOS; AQUI INTERESAN PM-STOCK-MINIMO Y     *
      *     PM-COSTO-UNITARIO.  EL LAYOUT DEBE COINCIDIR CON           *
      *     SalesDataProcessor.cbl.                                    *
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
      *     MAESTRO DE PROVEEDORES (suppliermaster.dat), MANTENIDO POR *
      *     COMPRAS COMO ARCHIVO DE TEXTO DE COLUMNAS FIJAS:           *
      *     - REGISTRO 'S': CODIGO DE PROVEEDOR, NOMBRE, DIAS DE       *
      *       ENTREGA Y PEDIDO MINIMO (VALOR EN COP, CERO = SIN        *
      *       MINIMO).                                                 *
      *     - REGISTRO 'P': NOMBRE CANONICO DEL PRODUCTO, PROVEEDOR    *
      *       QUE LO SURTE, UNIDADES POR EMPAQUE Y COSTO UNITARIO      *
      *       PACTADO (CERO = PM-COSTO-UNITARIO).                      *
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
      * FD RUN-CONTROL-FILE                                            *
      *     CONTROL DE CORRIDAS ESCRITO POR SalesDataProcessor (VER    *
      *     ESE PROGRAMA); EL LAYOUT DEBE COINCIDIR CON EL SUYO.       *
      *     ESTE PROGRAMA EXIGE LA CORRIDA SALESINV DE LA FECHA Y      *
      *     REGISTRA LA SUYA COMO "SALESPO".                           *
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
      * FD OPEN-PO-FILE                                                *
      *     LINEAS DE PEDIDO A PROVEEDOR: UNA POR NUMERO DE PEDIDO+    *
      *     PRODUCTO.  EL NUMERO ES 'P' + FECHA DEL PEDIDO + SECUENCIA *
      *     DE LA CORRIDA, ASI QUE EL ORDEN DE LA CLAVE ES EL ORDEN DE *
      *     ANTIGUEDAD.  ESTADOS: 'A' ABIERTA, 'P' RECIBIDA EN PARTE,  *
      *     'C' COMPLETA, 'S' CERRADA CORTA (VENCIDA SIN COMPLETAR).   *
      *----------------------------------------------------------------*
       FD OPEN-PO-FILE.
       01 OPEN-PO-RECORD.
           05 OPC-KEY.
               10 OPC-NUMERO               PIC X(12).
               10 OPC-PRODUCT-NAME         PIC X(60).
           05 OPC-PROVEEDOR                PIC X(08).
           05 OPC-TIENDA                   PIC X(10).
           05 OPC-ESTADO                   PIC X(01).
               88 OPC-ABIERTA                         VALUE 'A'.
               88 OPC-PARCIAL                         VALUE 'P'.
               88 OPC-COMPLETA                        VALUE 'C'.
               88 OPC-CERRADA-CORTA                   VALUE 'S'.
           05 OPC-FECHA-PEDIDO             PIC 9(06).
           05 OPC-FECHA-ENTREGA            PIC 9(06).
           05 OPC-CANT-PEDIDA              PIC 9(08) COMP.
           05 OPC-CANT-RECIBIDA            PIC 9(08) COMP.
           05 OPC-FECHA-ULT-RECIBO         PIC 9(06).
           05 OPC-COSTO-UNITARIO           PIC 9(08).
      *----------------------------------------------------------------*
      * FD PURCHASE-ORDER-FILE                                         *
      *     PEDIDOS PARA ENVIAR A LOS PROVEEDORES, DELIMITADOS POR ';':*
      *     H;PEDIDO;PROVEEDOR;NOMBRE;TIENDA;FECHA;ENTREGA;LINEAS;VALOR*
      *     D;PEDIDO;PRODUCTO;CANTIDAD;EMPAQUE;COSTO;VALOR             *
      *----------------------------------------------------------------*
       FD PURCHASE-ORDER-FILE.
       01 PURCHASE-ORDER-RECORD            PIC X(200).
      *----------------------------------------------------------------*
      * FD PO-REPORT-FILE                                              *
      *     REPORTE DE COMPRAS (132 COL.)                              *
      *----------------------------------------------------------------*
       FD PO-REPORT-FILE.
       01 REPORT-RECORD                    PIC X(132).
      *----------------------------------------------------------------*
      *          W O R K I N G  S T O R A G E   S E C T I O N          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 STK-STATUS                       PIC X(02).
       77 RCB-STATUS                       PIC X(02).
       77 MST-STATUS                       PIC X(02).
       77 SUP-STATUS                       PIC X(02).
       77 RCF-STATUS                       PIC X(02).
       77 OPC-STATUS                       PIC X(02).
       77 POF-STATUS                       PIC X(02).
       77 RPT-STATUS                       PIC X(02).
       77 FCS-STATUS                       PIC X(02).
       77 FCS-DISPONIBLE-SW                PIC X(01) VALUE 'N'.
           88 FCS-DISPONIBLE               VALUE 'Y'.
       77 STK-EOF-SW                       PIC X(01) VALUE 'N'.
           88 STK-EOF                      VALUE 'Y'.
       77 RCB-EOF-SW                       PIC X(01) VALUE 'N'.
           88 RCB-EOF                      VALUE 'Y'.
       77 MST-EOF-SW                       PIC X(01) VALUE 'N'.
           88 MST-EOF                      VALUE 'Y'.
       77 SUP-EOF-SW                       PIC X(01) VALUE 'N'.
           88 SUP-EOF                      VALUE 'Y'.
       77 OPC-EOF-SW                       PIC X(01) VALUE 'N'.
           88 OPC-EOF                      VALUE 'Y'.
      *----------------------------------------------------------------*
      *     PARAMETROS DE EJECUCION                                    *
      *----------------------------------------------------------------*
       77 PARM-FECHA-ENV                   PIC X(06) VALUE SPACES.
       77 PARM-DIAS-ENV                    PIC X(04) VALUE SPACES.
       77 PARM-ARCHIVO-RECIBOS             PIC X(80) VALUE SPACES.
       77 PARM-MAESTRO-PRODUCTOS           PIC X(80) VALUE SPACES.
       77 PARM-MAESTRO-PROVEEDORES         PIC X(80) VALUE SPACES.
       77 PARM-ARCHIVO-PEDIDOS             PIC X(80) VALUE SPACES.
       77 PARM-ARCHIVO-REPORTE             PIC X(80) VALUE SPACES.
       01 PED-PARAMETROS.
           05 PED-FECHA-CORRIDA            PIC 9(06) VALUE ZERO.
           05 PED-DIAS-CIERRE              PIC 9(03) COMP VALUE 30.
           05 PED-DIAS-CUMPLIMIENTO        PIC 9(03) COMP VALUE 30.
           05 PED-TOPE-DIAS                PIC 9(03) COMP VALUE 365.
           05 PED-FECHA-CIERRE             PIC 9(06) VALUE ZERO.
           05 PED-FECHA-DESDE-CUMPL        PIC 9(06) VALUE ZERO.
      *----------------------------------------------------------------*
      *     IDENTIFICACION DE ESTA CORRIDA EN EL CONTROL DE CORRIDAS   *
      *----------------------------------------------------------------*
       01 RCC-CORRIDA-ACTUAL.
           05 RCC-TIENDA                   PIC X(10) VALUE "CADENA".
           05 RCC-PROGRAMA                 PIC X(08) VALUE "SALESPO".
           05 RCC-PROGRAMA-PREVIO          PIC X(08) VALUE "SALESINV".
           05 RCC-HORA-ACTUAL              PIC 9(08).
      *----------------------------------------------------------------*
      *     CODIGO DE RETORNO PARA EL PLANIFICADOR (CONVENCION DE      *
      *     SalesDataProcessor): ARRANCA EN 12 Y SOLO EL CIERRE        *
      *     NORMAL LO REBAJA.                                          *
      *----------------------------------------------------------------*
       77 PED-CODIGO-RETORNO               PIC 9(02) COMP VALUE 12.
      *----------------------------------------------------------------*
      *     ANALISIS DE UNA LINEA DE RECIBOS (TIENDA;PRODUCTO;CANT)    *
      *----------------------------------------------------------------*
       01 RCB-CAMPOS.
           05 RCB-C-TIENDA                 PIC X(60).
           05 RCB-C-PRODUCTO               PIC X(60).
           05 RCB-C-CANTIDAD               PIC X(16).
           05 RCB-SOBRANTE                 PIC X(16).
           05 RCB-POR-ASIGNAR              PIC 9(08) COMP.
           05 RCB-ASIGNADO                 PIC 9(08) COMP.
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
      *     ARITMETICA DE FECHAS AAMMDD, COMO EN SalesFlashReport      *
      *     (ANOS 2000-2099)                                           *
      *----------------------------------------------------------------*
       01 PED-CALENDARIO.
           05 PED-CAL-FECHA                PIC 9(06).
           05 PED-CAL-FECHA-R REDEFINES PED-CAL-FECHA.
               10 PED-CAL-AA               PIC 9(02).
               10 PED-CAL-MM               PIC 9(02).
               10 PED-CAL-DD               PIC 9(02).
           05 PED-CAL-COCIENTE             PIC 9(02) COMP.
           05 PED-CAL-RESTO                PIC 9(02) COMP.
           05 PED-CAL-LARGO                PIC 9(02) COMP.
           05 PED-CAL-DIAS                 PIC 9(04) COMP.
       01 PED-LARGO-MESES.
           05 FILLER                       PIC X(24) VALUE
               "312831303130313130313031".
       01 PED-LARGO-MESES-R REDEFINES PED-LARGO-MESES.
           05 PED-LARGO-MES PIC 9(02) OCCURS 12 TIMES.
      *----------------------------------------------------------------*
      *     T A B L A   D E L   M A E S T R O   D E   P R O D U C T O S*
      *----------------------------------------------------------------*
       01 MST-TABLE.
           05 MST-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 MST-ENTRY OCCURS 500 TIMES INDEXED BY MST-IDX.
               10 MST-PRODUCT-NAME         PIC X(60).
               10 MST-STOCK-MINIMO         PIC 9(08).
               10 MST-COSTO-UNITARIO       PIC 9(08).
       77 MST-MAX-PRODUCTOS                PIC 9(04) COMP VALUE 500.
       01 MST-BUSQUEDA.
           05 MST-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 MST-ENCONTRADO                     VALUE 'Y'.
      *----------------------------------------------------------------*
      *     T A B L A   D E   P R O V E E D O R E S                    *
      *     CON LOS CONTADORES DE CUMPLIMIENTO DEL PERIODO             *
      *----------------------------------------------------------------*
       01 SUP-TABLE.
           05 SUP-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 SUP-ENTRY OCCURS 200 TIMES INDEXED BY SUP-IDX.
               10 SUP-CODIGO               PIC X(08).
               10 SUP-NOMBRE               PIC X(30).
               10 SUP-DIAS-ENTREGA         PIC 9(03).
               10 SUP-PEDIDO-MINIMO        PIC 9(10).
               10 SUP-LINEAS-VENCIDAS      PIC 9(06) COMP.
               10 SUP-LINEAS-A-TIEMPO      PIC 9(06) COMP.
               10 SUP-LINEAS-TARDE         PIC 9(06) COMP.
               10 SUP-LINEAS-CORTAS        PIC 9(06) COMP.
               10 SUP-LINEAS-PENDIENTES    PIC 9(06) COMP.
               10 SUP-UNID-PEDIDAS         PIC 9(10) COMP-3.
               10 SUP-UNID-RECIBIDAS       PIC 9(10) COMP-3.
       77 SUP-MAX-PROVEEDORES              PIC 9(04) COMP VALUE 200.
       01 SUP-BUSQUEDA.
           05 SUP-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 SUP-ENCONTRADO                     VALUE 'Y'.
           05 SUP-BUSCAR-CODIGO            PIC X(08).
      *----------------------------------------------------------------*
      *     T A B L A   P R O D U C T O - P R O V E E D O R            *
      *----------------------------------------------------------------*
       01 SPR-TABLE.
           05 SPR-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 SPR-ENTRY OCCURS 1000 TIMES INDEXED BY SPR-IDX.
               10 SPR-PRODUCTO             PIC X(60).
               10 SPR-PROVEEDOR            PIC X(08).
               10 SPR-EMPAQUE              PIC 9(05).
               10 SPR-COSTO                PIC 9(08).
       77 SPR-MAX-PRODUCTOS                PIC 9(04) COMP VALUE 1000.
       01 SPR-BUSQUEDA.
           05 SPR-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 SPR-ENCONTRADO                     VALUE 'Y'.
      *----------------------------------------------------------------*
      *     T A B L A   D E   L I N E A S   A B I E R T A S            *
      *     LINEAS 'A'/'P' DE openpo.dat EN ORDEN DE CLAVE (LA MAS     *
      *     ANTIGUA PRIMERO), CON LO RECIBIDO HOY Y LA MARCA DE CIERRE *
      *----------------------------------------------------------------*
       01 OPA-TABLE.
           05 OPA-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 OPA-ENTRY OCCURS 3000 TIMES INDEXED BY OPA-IDX.
               10 OPA-NUMERO               PIC X(12).
               10 OPA-PRODUCTO             PIC X(60).
               10 OPA-TIENDA               PIC X(10).
               10 OPA-FECHA-ENTREGA        PIC 9(06).
               10 OPA-PENDIENTE            PIC 9(08) COMP.
               10 OPA-RECIBIDO-HOY         PIC 9(08) COMP.
               10 OPA-CERRAR-SW            PIC X(01).
                   88 OPA-CERRAR                     VALUE 'S'.
       77 OPA-MAX-LINEAS                   PIC 9(04) COMP VALUE 3000.
       77 OPA-EN-PEDIDO                    PIC 9(08) COMP.
      *----------------------------------------------------------------*
      *     T A B L A S   D E   P E D I D O S   S U G E R I D O S      *
      *     GRP: UN PEDIDO POR PROVEEDOR+TIENDA; LIN: SUS LINEAS       *
      *----------------------------------------------------------------*
       01 GRP-TABLE.
           05 GRP-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 GRP-ENTRY OCCURS 300 TIMES INDEXED BY GRP-IDX.
               10 GRP-PROVEEDOR            PIC X(08).
               10 GRP-TIENDA               PIC X(10).
               10 GRP-SUP-POS              PIC 9(04) COMP.
               10 GRP-NUMERO               PIC X(12).
               10 GRP-FECHA-ENTREGA        PIC 9(06).
               10 GRP-LINEAS               PIC 9(04) COMP.
               10 GRP-VALOR                PIC 9(14) COMP-3.
               10 GRP-RETENIDO-SW          PIC X(01).
                   88 GRP-RETENIDO                   VALUE 'S'.
       77 GRP-MAX-PEDIDOS                  PIC 9(04) COMP VALUE 300.
       01 GRP-BUSQUEDA.
           05 GRP-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 GRP-ENCONTRADO                     VALUE 'Y'.
       01 LIN-TABLE.
           05 LIN-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 LIN-ENTRY OCCURS 3000 TIMES INDEXED BY LIN-IDX.
               10 LIN-GRUPO                PIC 9(04) COMP.
               10 LIN-PRODUCTO             PIC X(60).
               10 LIN-EXISTENCIA           PIC S9(08) COMP.
               10 LIN-MINIMO               PIC 9(08).
               10 LIN-EN-PEDIDO            PIC 9(08) COMP.
               10 LIN-CANTIDAD             PIC 9(08) COMP.
               10 LIN-EMPAQUE              PIC 9(05).
               10 LIN-COSTO                PIC 9(08).
               10 LIN-VALOR                PIC 9(14) COMP-3.
       77 LIN-MAX-LINEAS                   PIC 9(04) COMP VALUE 3000.
      *----------------------------------------------------------------*
      *     CALCULO DE UNA SUGERENCIA                                  *
      *----------------------------------------------------------------*
       01 PED-CALCULO.
           05 PED-FALTANTE                 PIC S9(10) COMP-3.
           05 PED-EMPAQUES                 PIC 9(08) COMP.
           05 PED-RESTO-EMPAQUE            PIC 9(05) COMP.
           05 PED-EMPAQUE                  PIC 9(05).
           05 PED-COSTO                    PIC 9(08).
           05 PED-MINIMO                   PIC 9(08).
           05 PED-COSTO-MAESTRO            PIC 9(08).
           05 PED-SECUENCIA                PIC 9(05) VALUE ZERO.
           05 PED-DIFERENCIA               PIC S9(08) COMP.
      *----------------------------------------------------------------*
      *     CONTEOS DE LA CORRIDA                                      *
      *----------------------------------------------------------------*
       01 PED-CONTADORES.
           05 PED-RECIBOS-LEIDOS           PIC 9(08) COMP VALUE ZERO.
           05 PED-RECIBOS-CRUZADOS         PIC 9(08) COMP VALUE ZERO.
           05 PED-RECIBOS-SIN-PEDIDO       PIC 9(08) COMP VALUE ZERO.
           05 PED-UNID-SIN-PEDIDO          PIC 9(10) COMP-3 VALUE ZERO.
           05 PED-LINEAS-ACTUALIZADAS      PIC 9(08) COMP VALUE ZERO.
           05 PED-LINEAS-CERRADAS          PIC 9(08) COMP VALUE ZERO.
           05 PED-PRODUCTOS-BAJO-MINIMO    PIC 9(08) COMP VALUE ZERO.
           05 PED-CUBIERTOS-EN-PEDIDO      PIC 9(08) COMP VALUE ZERO.
           05 PED-SIN-PROVEEDOR            PIC 9(08) COMP VALUE ZERO.
           05 PED-FUERA-DE-TABLA           PIC 9(08) COMP VALUE ZERO.
           05 PED-PEDIDOS-EMITIDOS         PIC 9(06) COMP VALUE ZERO.
           05 PED-PEDIDOS-RETENIDOS        PIC 9(06) COMP VALUE ZERO.
           05 PED-LINEAS-EMITIDAS          PIC 9(06) COMP VALUE ZERO.
           05 PED-VALOR-EMITIDO            PIC 9(14) COMP-3 VALUE ZERO.
           05 PED-LINEAS-INCUMPLIDAS       PIC 9(06) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *     CAMPOS EDITADOS PARA EL ARCHIVO DE PEDIDOS Y EL REPORTE    *
      *----------------------------------------------------------------*
       01 PED-EDITADOS.
           05 PED-CONTEO-ED                PIC Z(07)9.
           05 PED-CANTIDAD-ED              PIC Z(07)9.
           05 PED-EMPAQUE-ED               PIC Z(04)9.
           05 PED-COSTO-ED                 PIC Z(07)9.
           05 PED-VALOR-ED                 PIC Z(13)9.
           05 PED-LINEAS-ED                PIC Z(03)9.
           05 PED-DIAS-ED                  PIC ZZ9.
           05 PED-PORCENTAJE               PIC 9(03)V9 COMP-3.
           05 PED-PORCENTAJE-ED            PIC ZZ9,9.
       01 PED-LINEA-SUGERIDA.
           05 PED-LS-TIENDA                PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LS-PRODUCTO              PIC X(60).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LS-EXISTENCIA            PIC -(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LS-MINIMO                PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LS-EN-PEDIDO             PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LS-CANTIDAD              PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LS-EMPAQUE               PIC Z(04)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LS-VALOR                 PIC Z(09)9.
       01 PED-LINEA-INCUMPLIDA.
           05 PED-LI-NUMERO                PIC X(12).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LI-PROVEEDOR             PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LI-TIENDA                PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LI-PRODUCTO              PIC X(50).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LI-PEDIDO                PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LI-RECIBIDO              PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LI-ENTREGA               PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LI-SITUACION             PIC X(14).
       01 PED-LINEA-PROVEEDOR.
           05 PED-LP-CODIGO                PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LP-NOMBRE                PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LP-VENCIDAS              PIC Z(05)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LP-A-TIEMPO              PIC Z(05)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LP-TARDE                 PIC Z(05)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LP-CORTAS                PIC Z(05)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LP-PENDIENTES            PIC Z(05)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LP-UNID-PEDIDAS          PIC Z(09)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LP-UNID-RECIBIDAS        PIC Z(09)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PED-LP-CUMPLIMIENTO          PIC ZZ9,9.
           05 PED-LP-SIGNO                 PIC X(01).
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
           PERFORM 1055-VERIFICAR-INVENTARIO-APLICADO THRU
                   1055-VERIFICAR-INVENTARIO-APLICADO-FIN
           PERFORM 1058-VERIFICAR-NO-APLICADA THRU
                   1058-VERIFICAR-NO-APLICADA-FIN
           PERFORM 1090-REGISTRAR-INICIO-CORRIDA
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
               ACCEPT PED-FECHA-CORRIDA FROM DATE
           ELSE
               MOVE PARM-FECHA-ENV         TO PED-FECHA-CORRIDA
           END-IF
           ACCEPT PARM-DIAS-ENV FROM ENVIRONMENT "SALES_PO_CLOSE_DAYS"
           IF PARM-DIAS-ENV NOT EQUAL SPACES
               MOVE PARM-DIAS-ENV          TO CNV-TEXTO
               PERFORM 1240-CONVERTIR-ENTERO
               IF CNV-VALIDO AND CNV-NUMERO NOT > PED-TOPE-DIAS
                   MOVE CNV-NUMERO         TO PED-DIAS-CIERRE
               ELSE
                   DISPLAY "SALES_PO_CLOSE_DAYS INVALIDO - SE USA EL "
                       "VALOR POR DEFECTO"
               END-IF
           END-IF
           MOVE SPACES                     TO PARM-DIAS-ENV
           ACCEPT PARM-DIAS-ENV FROM ENVIRONMENT "SALES_PO_PERF_DAYS"
           IF PARM-DIAS-ENV NOT EQUAL SPACES
               MOVE PARM-DIAS-ENV          TO CNV-TEXTO
               PERFORM 1240-CONVERTIR-ENTERO
               IF CNV-VALIDO AND CNV-NUMERO NOT > PED-TOPE-DIAS
                   MOVE CNV-NUMERO         TO PED-DIAS-CUMPLIMIENTO
               ELSE
                   DISPLAY "SALES_PO_PERF_DAYS INVALIDO - SE USA EL "
                       "VALOR POR DEFECTO"
               END-IF
           END-IF
           MOVE PED-FECHA-CORRIDA          TO PED-CAL-FECHA
           PERFORM 1310-RESTAR-UN-DIA PED-DIAS-CIERRE TIMES
           MOVE PED-CAL-FECHA              TO PED-FECHA-CIERRE
           MOVE PED-FECHA-CORRIDA          TO PED-CAL-FECHA
           PERFORM 1310-RESTAR-UN-DIA PED-DIAS-CUMPLIMIENTO TIMES
           MOVE PED-CAL-FECHA              TO PED-FECHA-DESDE-CUMPL
           ACCEPT PARM-ARCHIVO-RECIBOS
               FROM ENVIRONMENT "SALES_RECEIVINGS_FILE"
           IF PARM-ARCHIVO-RECIBOS EQUAL SPACES
               MOVE "receivings.txt"       TO PARM-ARCHIVO-RECIBOS
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
           ACCEPT PARM-ARCHIVO-PEDIDOS FROM ENVIRONMENT "SALES_PO_FILE"
           IF PARM-ARCHIVO-PEDIDOS EQUAL SPACES
               MOVE "purchaseorders.txt"   TO PARM-ARCHIVO-PEDIDOS
           END-IF
           ACCEPT PARM-ARCHIVO-REPORTE
               FROM ENVIRONMENT "SALES_PO_REPORT_FILE"
           IF PARM-ARCHIVO-REPORTE EQUAL SPACES
               MOVE "poreport.txt"         TO PARM-ARCHIVO-REPORTE
           END-IF
           .

      *----------------------------------------------------------------*
      * 1055-VERIFICAR-INVENTARIO-APLICADO                             *
      *     LAS SUGERENCIAS SALEN DE LA EXISTENCIA DESPUES DE LAS      *
      *     VENTAS Y RECIBOS DE LA FECHA: SIN CORRIDA SALESINV         *
      *     COMPLETA SE PEDIRIA SOBRE LA EXISTENCIA DEL DIA ANTERIOR   *
      *----------------------------------------------------------------*
       1055-VERIFICAR-INVENTARIO-APLICADO.
           OPEN INPUT RUN-CONTROL-FILE
           IF RCF-STATUS NOT EQUAL '00'
               DISPLAY "COMPRAS RECHAZADO: NO HAY CONTROL DE CORRIDAS "
                   "(runcontrol.dat, STATUS " RCF-STATUS ")"
               MOVE 8                      TO PED-CODIGO-RETORNO
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           MOVE PED-FECHA-CORRIDA          TO RC-FECHA
           MOVE RCC-TIENDA                 TO RC-TIENDA
           MOVE RCC-PROGRAMA-PREVIO        TO RC-PROGRAMA
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES             TO RC-ESTADO
           END-READ
           CLOSE RUN-CONTROL-FILE
           IF RC-COMPLETA
               GO TO 1055-VERIFICAR-INVENTARIO-APLICADO-FIN
           END-IF
           DISPLAY "COMPRAS RECHAZADO: LA FECHA " PED-FECHA-CORRIDA
               " NO TIENE CORRIDA SALESINV COMPLETA - EJECUTE "
               "SalesInventoryUpdate PRIMERO"
           MOVE 8                          TO PED-CODIGO-RETORNO
           PERFORM 3000-FINAL-PROGRAMA
           .
       1055-VERIFICAR-INVENTARIO-APLICADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 1058-VERIFICAR-NO-APLICADA                                     *
      *     COMO EN SalesInventoryUpdate: CRUZAR LOS RECIBOS O EMITIR  *
      *     LOS PEDIDOS DE UNA FECHA DOS VECES DUPLICARIA LO RECIBIDO  *
      *     Y LO PEDIDO; SI YA HAY CORRIDA SALESPO COMPLETA SE RECHAZA *
      *----------------------------------------------------------------*
       1058-VERIFICAR-NO-APLICADA.
           OPEN INPUT RUN-CONTROL-FILE
           IF RCF-STATUS NOT EQUAL '00'
               GO TO 1058-VERIFICAR-NO-APLICADA-FIN
           END-IF
           MOVE PED-FECHA-CORRIDA          TO RC-FECHA
           MOVE RCC-TIENDA                 TO RC-TIENDA
           MOVE RCC-PROGRAMA               TO RC-PROGRAMA
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CLOSE RUN-CONTROL-FILE
                   GO TO 1058-VERIFICAR-NO-APLICADA-FIN
           END-READ
           CLOSE RUN-CONTROL-FILE
           IF RC-COMPLETA
               DISPLAY "COMPRAS RECHAZADO: LA FECHA "
                   PED-FECHA-CORRIDA " YA FUE PROCESADA "
                   "(CORRIDA SALESPO COMPLETA)"
               MOVE 8                      TO PED-CODIGO-RETORNO
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           .
       1058-VERIFICAR-NO-APLICADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 1090-REGISTRAR-INICIO-CORRIDA                                  *
      *     GRABA EL REGISTRO 'E' DE ESTA CORRIDA, COMO EN             *
      *     SalesDataProcessor (1090)                                  *
      *----------------------------------------------------------------*
       1090-REGISTRAR-INICIO-CORRIDA.
           OPEN I-O RUN-CONTROL-FILE
           IF RCF-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING RUN CONTROL FILE - STATUS: "
                   RCF-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           MOVE SPACES                     TO RUN-CONTROL-RECORD
           MOVE PED-FECHA-CORRIDA          TO RC-FECHA
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
           MOVE PARM-ARCHIVO-RECIBOS       TO RC-ARCHIVO-ENTRADA
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
      * 1070-CARGAR-MAESTRO                                            *
      *     CARGA NOMBRE, STOCK MINIMO Y COSTO DE CADA PRODUCTO        *
      *----------------------------------------------------------------*
       1070-CARGAR-MAESTRO.
           OPEN INPUT PRODUCT-MASTER-FILE
           IF MST-STATUS EQUAL '00' OR MST-STATUS EQUAL '05'
               PERFORM 1071-LEER-MAESTRO UNTIL MST-EOF
               CLOSE PRODUCT-MASTER-FILE
           ELSE
               DISPLAY "ADVERTENCIA: MAESTRO DE PRODUCTOS NO "
                   "DISPONIBLE (STATUS " MST-STATUS ") - SIN STOCK "
                   "MINIMO NO SE SUGIEREN PEDIDOS"
           END-IF
           .

      *----------------------------------------------------------------*
      * 1071-LEER-MAESTRO                                              *
      *----------------------------------------------------------------*
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
                   MOVE PM-COSTO-UNITARIO
                       TO MST-COSTO-UNITARIO(MST-IDX)
               ELSE
                   DISPLAY "TABLA DEL MAESTRO LLENA - PRODUCTO NO "
                       "CARGADO: " PM-PRODUCT-NAME
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1080-CARGAR-PROVEEDORES                                        *
      *     CARGA LOS REGISTROS 'S' Y 'P' DEL MAESTRO DE PROVEEDORES;  *
      *     OTROS TIPOS DE REGISTRO SE IGNORAN                         *
      *----------------------------------------------------------------*
       1080-CARGAR-PROVEEDORES.
           OPEN INPUT SUPPLIER-MASTER-FILE
           IF SUP-STATUS EQUAL '00' OR SUP-STATUS EQUAL '05'
               PERFORM 1081-LEER-PROVEEDOR UNTIL SUP-EOF
               CLOSE SUPPLIER-MASTER-FILE
           END-IF
           IF SUP-COUNT EQUAL ZERO
               DISPLAY "ADVERTENCIA: MAESTRO DE PROVEEDORES VACIO O "
                   "AUSENTE (" PARM-MAESTRO-PROVEEDORES ") - NINGUN "
                   "PRODUCTO TIENE PROVEEDOR"
           END-IF
           .

      *----------------------------------------------------------------*
      * 1081-LEER-PROVEEDOR                                            *
      *----------------------------------------------------------------*
       1081-LEER-PROVEEDOR.
           READ SUPPLIER-MASTER-FILE
               AT END
                   SET SUP-EOF             TO TRUE
           END-READ
           IF NOT SUP-EOF
               EVALUATE TRUE
                   WHEN SUP-TIPO-PROVEEDOR
                       IF SUP-COUNT < SUP-MAX-PROVEEDORES
                           ADD 1           TO SUP-COUNT
                           SET SUP-IDX     TO SUP-COUNT
                           PERFORM 1082-GUARDAR-PROVEEDOR
                       ELSE
                           DISPLAY "TABLA DE PROVEEDORES LLENA - NO "
                               "CARGADO: " SUP-R-CODIGO
                       END-IF
                   WHEN SUP-TIPO-PRODUCTO
                       IF SPR-COUNT < SPR-MAX-PRODUCTOS
                           ADD 1           TO SPR-COUNT
                           SET SPR-IDX     TO SPR-COUNT
                           PERFORM 1083-GUARDAR-PRODUCTO
                       ELSE
                           DISPLAY "TABLA PRODUCTO-PROVEEDOR LLENA - "
                               "NO CARGADO: " SUP-R-PRODUCTO
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       1082-GUARDAR-PROVEEDOR.
           MOVE SUP-R-CODIGO               TO SUP-CODIGO(SUP-IDX)
           MOVE SUP-R-NOMBRE               TO SUP-NOMBRE(SUP-IDX)
           IF SUP-R-DIAS-ENTREGA NUMERIC
               MOVE SUP-R-DIAS-ENTREGA TO SUP-DIAS-ENTREGA(SUP-IDX)
           ELSE
               MOVE ZERO               TO SUP-DIAS-ENTREGA(SUP-IDX)
           END-IF
           IF SUP-R-PEDIDO-MINIMO NUMERIC
               MOVE SUP-R-PEDIDO-MINIMO
                   TO SUP-PEDIDO-MINIMO(SUP-IDX)
           ELSE
               MOVE ZERO              TO SUP-PEDIDO-MINIMO(SUP-IDX)
           END-IF
           MOVE ZERO                  TO SUP-LINEAS-VENCIDAS(SUP-IDX)
           MOVE ZERO                  TO SUP-LINEAS-A-TIEMPO(SUP-IDX)
           MOVE ZERO                  TO SUP-LINEAS-TARDE(SUP-IDX)
           MOVE ZERO                  TO SUP-LINEAS-CORTAS(SUP-IDX)
           MOVE ZERO                  TO SUP-LINEAS-PENDIENTES(SUP-IDX)
           MOVE ZERO                  TO SUP-UNID-PEDIDAS(SUP-IDX)
           MOVE ZERO                  TO SUP-UNID-RECIBIDAS(SUP-IDX)
           .

       1083-GUARDAR-PRODUCTO.
           MOVE SUP-R-PRODUCTO             TO SPR-PRODUCTO(SPR-IDX)
           MOVE SUP-R-PROVEEDOR            TO SPR-PROVEEDOR(SPR-IDX)
           IF SUP-R-EMPAQUE NUMERIC AND SUP-R-EMPAQUE > ZERO
               MOVE SUP-R-EMPAQUE          TO SPR-EMPAQUE(SPR-IDX)
           ELSE
               MOVE 1                      TO SPR-EMPAQUE(SPR-IDX)
           END-IF
           IF SUP-R-COSTO NUMERIC
               MOVE SUP-R-COSTO            TO SPR-COSTO(SPR-IDX)
           ELSE
               MOVE ZERO                   TO SPR-COSTO(SPR-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * 1100-ABRIR-ARCHIVOS                                            *
      *     openpo.dat SE CREA VACIO EN LA PRIMERA CORRIDA (STATUS 35) *
      *----------------------------------------------------------------*
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT STOCK-FILE
           IF STK-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING STOCK FILE - STATUS: "
                   STK-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           OPEN I-O OPEN-PO-FILE
           IF OPC-STATUS EQUAL '35'
               OPEN OUTPUT OPEN-PO-FILE
               CLOSE OPEN-PO-FILE
               OPEN I-O OPEN-PO-FILE
           END-IF
           IF OPC-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING OPEN PO FILE - STATUS: "
                   OPC-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           OPEN INPUT FORECAST-FILE
           IF FCS-STATUS EQUAL '00'
               SET FCS-DISPONIBLE          TO TRUE
           END-IF
           OPEN OUTPUT PURCHASE-ORDER-FILE
           IF POF-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING PURCHASE ORDER FILE - STATUS: "
                   POF-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           OPEN OUTPUT PO-REPORT-FILE
           IF RPT-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING PO REPORT FILE"
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           .

      *----------------------------------------------------------------*
      * 2000-PROCESO-PROGRAMA                                          *
      *----------------------------------------------------------------*
       2000-PROCESO-PROGRAMA.
           PERFORM 2100-CARGAR-LINEAS-ABIERTAS
           PERFORM 2200-CRUZAR-RECIBOS
           PERFORM 2260-MARCAR-CIERRE
               VARYING OPA-IDX FROM 1 BY 1 UNTIL OPA-IDX > OPA-COUNT
           PERFORM 2280-ACTUALIZAR-LINEA
               VARYING OPA-IDX FROM 1 BY 1 UNTIL OPA-IDX > OPA-COUNT
           PERFORM 2300-CALCULAR-SUGERENCIAS
           PERFORM 2400-EMITIR-PEDIDOS
           PERFORM 2500-CUMPLIMIENTO-PROVEEDORES
           IF PED-SIN-PROVEEDOR > ZERO
               OR PED-FUERA-DE-TABLA > ZERO
               MOVE 4                      TO PED-CODIGO-RETORNO
           ELSE
               MOVE ZERO                   TO PED-CODIGO-RETORNO
           END-IF
           PERFORM 2175-REGISTRAR-FIN-CORRIDA THRU
                   2175-REGISTRAR-FIN-CORRIDA-FIN
           DISPLAY "=========================================="
           DISPLAY "  PEDIDOS A PROVEEDORES"
           DISPLAY "=========================================="
           DISPLAY "FECHA DE CORRIDA      : " PED-FECHA-CORRIDA
           DISPLAY "RECIBOS LEIDOS        : " PED-RECIBOS-LEIDOS
           DISPLAY "RECIBOS CRUZADOS      : " PED-RECIBOS-CRUZADOS
           DISPLAY "RECIBOS SIN PEDIDO    : " PED-RECIBOS-SIN-PEDIDO
           DISPLAY "LINEAS ACTUALIZADAS   : " PED-LINEAS-ACTUALIZADAS
           DISPLAY "LINEAS CERRADAS CORTAS: " PED-LINEAS-CERRADAS
           DISPLAY "PRODUCTOS BAJO MINIMO : "
               PED-PRODUCTOS-BAJO-MINIMO
           DISPLAY "CUBIERTOS CON PEDIDO  : " PED-CUBIERTOS-EN-PEDIDO
           DISPLAY "SIN PROVEEDOR         : " PED-SIN-PROVEEDOR
           DISPLAY "PEDIDOS EMITIDOS      : " PED-PEDIDOS-EMITIDOS
           DISPLAY "PEDIDOS RETENIDOS     : " PED-PEDIDOS-RETENIDOS
           DISPLAY "LINEAS EMITIDAS       : " PED-LINEAS-EMITIDAS
           DISPLAY "VALOR EMITIDO         : " PED-VALOR-EMITIDO
           DISPLAY "LINEAS INCUMPLIDAS    : " PED-LINEAS-INCUMPLIDAS
           DISPLAY "=========================================="
           DISPLAY "CODIGO DE RETORNO DE COMPRAS: " PED-CODIGO-RETORNO
           .

      *----------------------------------------------------------------*
      * 2100-CARGAR-LINEAS-ABIERTAS                                    *
      *     CARGA LAS LINEAS 'A' Y 'P' DE openpo.dat EN ORDEN DE       *
      *     CLAVE (LA MAS ANTIGUA PRIMERO)                             *
      *----------------------------------------------------------------*
       2100-CARGAR-LINEAS-ABIERTAS.
           MOVE LOW-VALUES                 TO OPC-KEY
           START OPEN-PO-FILE KEY IS NOT LESS THAN OPC-KEY
               INVALID KEY
                   SET OPC-EOF             TO TRUE
           END-START
           PERFORM 2110-LEER-LINEA-ABIERTA THRU
                   2110-LEER-LINEA-ABIERTA-EXIT
               UNTIL OPC-EOF
           .

      *----------------------------------------------------------------*
      * 2110-LEER-LINEA-ABIERTA                                        *
      *----------------------------------------------------------------*
       2110-LEER-LINEA-ABIERTA.
           READ OPEN-PO-FILE NEXT RECORD
               AT END
                   SET OPC-EOF             TO TRUE
                   GO TO 2110-LEER-LINEA-ABIERTA-EXIT
           END-READ
           IF NOT OPC-ABIERTA AND NOT OPC-PARCIAL
               GO TO 2110-LEER-LINEA-ABIERTA-EXIT
           END-IF
           IF OPA-COUNT NOT < OPA-MAX-LINEAS
               IF PED-FUERA-DE-TABLA EQUAL ZERO
                   DISPLAY "TABLA DE LINEAS ABIERTAS LLENA - DESDE "
                       OPC-NUMERO " NO SE CRUZAN NI SE DESCUENTAN"
               END-IF
               ADD 1                       TO PED-FUERA-DE-TABLA
               GO TO 2110-LEER-LINEA-ABIERTA-EXIT
           END-IF
           ADD 1                           TO OPA-COUNT
           SET OPA-IDX                     TO OPA-COUNT
           MOVE OPC-NUMERO                 TO OPA-NUMERO(OPA-IDX)
           MOVE OPC-PRODUCT-NAME           TO OPA-PRODUCTO(OPA-IDX)
           MOVE OPC-TIENDA                 TO OPA-TIENDA(OPA-IDX)
           MOVE OPC-FECHA-ENTREGA          TO OPA-FECHA-ENTREGA(OPA-IDX)
           IF OPC-CANT-RECIBIDA < OPC-CANT-PEDIDA
               COMPUTE OPA-PENDIENTE(OPA-IDX) =
                   OPC-CANT-PEDIDA - OPC-CANT-RECIBIDA
           ELSE
               MOVE ZERO                   TO OPA-PENDIENTE(OPA-IDX)
           END-IF
           MOVE ZERO                       TO OPA-RECIBIDO-HOY(OPA-IDX)
           MOVE 'N'                        TO OPA-CERRAR-SW(OPA-IDX)
           .
       2110-LEER-LINEA-ABIERTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-CRUZAR-RECIBOS                                            *
      *     REPARTE CADA RECIBO DEL DIA ENTRE LAS LINEAS ABIERTAS DE   *
      *     LA MISMA TIENDA+PRODUCTO, LA MAS ANTIGUA PRIMERO.  LO QUE  *
      *     SOBRA (RECIBO SIN PEDIDO O EXCEDENTE) SOLO SE CUENTA.      *
      *     LAS LINEAS INVALIDAS YA LAS RECHAZO SalesInventoryUpdate.  *
      *----------------------------------------------------------------*
       2200-CRUZAR-RECIBOS.
           OPEN INPUT RECEIVINGS-FILE
           IF RCB-STATUS EQUAL '00' OR RCB-STATUS EQUAL '05'
               PERFORM 2210-LEER-RECIBO THRU 2210-LEER-RECIBO-EXIT
                   UNTIL RCB-EOF
               CLOSE RECEIVINGS-FILE
           END-IF
           .

      *----------------------------------------------------------------*
      * 2210-LEER-RECIBO                                               *
      *----------------------------------------------------------------*
       2210-LEER-RECIBO.
           READ RECEIVINGS-FILE
               AT END
                   SET RCB-EOF             TO TRUE
                   GO TO 2210-LEER-RECIBO-EXIT
           END-READ
           MOVE SPACES                     TO RCB-C-TIENDA
                                              RCB-C-PRODUCTO
                                              RCB-C-CANTIDAD
                                              RCB-SOBRANTE
           UNSTRING RECEIVINGS-RECORD DELIMITED BY ';'
               INTO RCB-C-TIENDA RCB-C-PRODUCTO RCB-C-CANTIDAD
                    RCB-SOBRANTE
           END-UNSTRING
           IF RCB-C-TIENDA EQUAL SPACES
               OR RCB-C-PRODUCTO EQUAL SPACES
               GO TO 2210-LEER-RECIBO-EXIT
           END-IF
           MOVE RCB-C-CANTIDAD             TO CNV-TEXTO
           PERFORM 1240-CONVERTIR-ENTERO
           IF NOT CNV-VALIDO OR CNV-NUMERO EQUAL ZERO
               OR CNV-NUMERO > 99999999
               GO TO 2210-LEER-RECIBO-EXIT
           END-IF
           ADD 1                           TO PED-RECIBOS-LEIDOS
           MOVE CNV-NUMERO                 TO RCB-POR-ASIGNAR
           PERFORM 2220-ASIGNAR-RECIBO
               VARYING OPA-IDX FROM 1 BY 1
               UNTIL OPA-IDX > OPA-COUNT OR RCB-POR-ASIGNAR EQUAL ZERO
           IF RCB-POR-ASIGNAR EQUAL CNV-NUMERO
               ADD 1                       TO PED-RECIBOS-SIN-PEDIDO
           ELSE
               ADD 1                       TO PED-RECIBOS-CRUZADOS
           END-IF
           ADD RCB-POR-ASIGNAR             TO PED-UNID-SIN-PEDIDO
           .
       2210-LEER-RECIBO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2220-ASIGNAR-RECIBO                                            *
      *----------------------------------------------------------------*
       2220-ASIGNAR-RECIBO.
           IF OPA-TIENDA(OPA-IDX) EQUAL RCB-C-TIENDA(1:10)
               AND OPA-PRODUCTO(OPA-IDX) EQUAL RCB-C-PRODUCTO
               AND OPA-PENDIENTE(OPA-IDX) > ZERO
               IF RCB-POR-ASIGNAR > OPA-PENDIENTE(OPA-IDX)
                   MOVE OPA-PENDIENTE(OPA-IDX) TO RCB-ASIGNADO
               ELSE
                   MOVE RCB-POR-ASIGNAR    TO RCB-ASIGNADO
               END-IF
               SUBTRACT RCB-ASIGNADO   FROM OPA-PENDIENTE(OPA-IDX)
               ADD RCB-ASIGNADO        TO OPA-RECIBIDO-HOY(OPA-IDX)
               SUBTRACT RCB-ASIGNADO       FROM RCB-POR-ASIGNAR
           END-IF
           .

      *----------------------------------------------------------------*
      * 2260-MARCAR-CIERRE                                             *
      *     UNA LINEA QUE SIGUE INCOMPLETA MAS DE SALES_PO_CLOSE_DAYS  *
      *     DESPUES DE SU FECHA DE ENTREGA SE CIERRA CORTA, PARA QUE   *
      *     DEJE DE CONTAR COMO MERCANCIA EN CAMINO                    *
      *----------------------------------------------------------------*
       2260-MARCAR-CIERRE.
           IF OPA-PENDIENTE(OPA-IDX) > ZERO
               AND OPA-FECHA-ENTREGA(OPA-IDX) < PED-FECHA-CIERRE
               SET OPA-CERRAR(OPA-IDX)     TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * 2280-ACTUALIZAR-LINEA                                          *
      *     REGRABA LAS LINEAS QUE RECIBIERON MERCANCIA HOY O QUE SE   *
      *     CIERRAN                                                    *
      *----------------------------------------------------------------*
       2280-ACTUALIZAR-LINEA.
           IF OPA-RECIBIDO-HOY(OPA-IDX) > ZERO
               OR OPA-CERRAR(OPA-IDX)
               MOVE OPA-NUMERO(OPA-IDX)    TO OPC-NUMERO
               MOVE OPA-PRODUCTO(OPA-IDX)  TO OPC-PRODUCT-NAME
               READ OPEN-PO-FILE
                   INVALID KEY
                       DISPLAY "LINEA DE PEDIDO NO ENCONTRADA AL "
                           "ACTUALIZAR: " OPC-NUMERO
               END-READ
               IF OPC-STATUS EQUAL '00'
                   PERFORM 2285-REGRABAR-LINEA
               END-IF
           END-IF
           .

       2285-REGRABAR-LINEA.
           IF OPA-RECIBIDO-HOY(OPA-IDX) > ZERO
               ADD OPA-RECIBIDO-HOY(OPA-IDX) TO OPC-CANT-RECIBIDA
               MOVE PED-FECHA-CORRIDA      TO OPC-FECHA-ULT-RECIBO
               IF OPA-PENDIENTE(OPA-IDX) EQUAL ZERO
                   SET OPC-COMPLETA        TO TRUE
               ELSE
                   SET OPC-PARCIAL         TO TRUE
               END-IF
           END-IF
           IF OPA-CERRAR(OPA-IDX)
               SET OPC-CERRADA-CORTA       TO TRUE
               MOVE ZERO                   TO OPA-PENDIENTE(OPA-IDX)
               ADD 1                       TO PED-LINEAS-CERRADAS
           END-IF
           REWRITE OPEN-PO-RECORD
           IF OPC-STATUS NOT EQUAL '00'
               DISPLAY "ERROR REWRITING OPEN PO FILE - STATUS: "
                   OPC-STATUS " - " OPC-NUMERO
           ELSE
               ADD 1                       TO PED-LINEAS-ACTUALIZADAS
           END-IF
           .

      *----------------------------------------------------------------*
      * 2300-CALCULAR-SUGERENCIAS                                      *
      *     RECORRE LA EXISTENCIA Y SUGIERE PEDIDO PARA CADA PRODUCTO  *
      *     CUYA EXISTENCIA MAS LO YA PEDIDO QUEDA POR DEBAJO DEL      *
      *     MINIMO                                                     *
      *----------------------------------------------------------------*
       2300-CALCULAR-SUGERENCIAS.
           MOVE SPACES                     TO REPORT-RECORD
           STRING "REPORTE DE COMPRAS - FECHA: " DELIMITED BY SIZE
                  PED-FECHA-CORRIDA        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "PRODUCTOS BAJO MINIMO SIN PROVEEDOR EN "
               TO REPORT-RECORD
           MOVE "suppliermaster.dat"       TO REPORT-RECORD(40:18)
           WRITE REPORT-RECORD
           MOVE LOW-VALUES                 TO STK-KEY
           START STOCK-FILE KEY IS NOT LESS THAN STK-KEY
               INVALID KEY
                   SET STK-EOF             TO TRUE
           END-START
           PERFORM 2310-LEER-EXISTENCIA THRU 2310-LEER-EXISTENCIA-EXIT
               UNTIL STK-EOF
           MOVE PED-SIN-PROVEEDOR          TO PED-CONTEO-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "TOTAL SIN PROVEEDOR: "  DELIMITED BY SIZE
                  PED-CONTEO-ED            DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2310-LEER-EXISTENCIA                                           *
      *----------------------------------------------------------------*
       2310-LEER-EXISTENCIA.
           READ STOCK-FILE NEXT RECORD
               AT END
                   SET STK-EOF             TO TRUE
                   GO TO 2310-LEER-EXISTENCIA-EXIT
           END-READ
           PERFORM 2320-BUSCAR-MAESTRO
           IF PED-MINIMO EQUAL ZERO
               OR STK-CANTIDAD NOT < PED-MINIMO
               GO TO 2310-LEER-EXISTENCIA-EXIT
           END-IF
           ADD 1                           TO PED-PRODUCTOS-BAJO-MINIMO
           MOVE ZERO                       TO OPA-EN-PEDIDO
           PERFORM 2330-SUMAR-EN-PEDIDO
               VARYING OPA-IDX FROM 1 BY 1 UNTIL OPA-IDX > OPA-COUNT
           COMPUTE PED-FALTANTE =
               PED-MINIMO - STK-CANTIDAD - OPA-EN-PEDIDO
           IF PED-FALTANTE NOT > ZERO
               ADD 1                       TO PED-CUBIERTOS-EN-PEDIDO
               GO TO 2310-LEER-EXISTENCIA-EXIT
           END-IF
           PERFORM 2340-BUSCAR-PROVEEDOR THRU
                   2340-BUSCAR-PROVEEDOR-FIN
           IF NOT SUP-ENCONTRADO
               ADD 1                       TO PED-SIN-PROVEEDOR
               MOVE SPACES                 TO REPORT-RECORD
               MOVE STK-TIENDA             TO REPORT-RECORD(1:10)
               MOVE STK-PRODUCT-NAME       TO REPORT-RECORD(12:60)
               WRITE REPORT-RECORD
               GO TO 2310-LEER-EXISTENCIA-EXIT
           END-IF
           PERFORM 2350-AGREGAR-LINEA THRU 2350-AGREGAR-LINEA-FIN
           .
       2310-LEER-EXISTENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2320-BUSCAR-MAESTRO                                            *
      *     MINIMO Y COSTO DEL MAESTRO; EL PUNTO DE REORDEN DE LA      *
      *     TIENDA EN forecast.dat, SI LO HAY, REEMPLAZA AL MINIMO     *
      *----------------------------------------------------------------*
       2320-BUSCAR-MAESTRO.
           MOVE 'N'                        TO MST-ENCONTRADO-SW
           MOVE ZERO                       TO PED-MINIMO
           MOVE ZERO                       TO PED-COSTO-MAESTRO
           SET MST-IDX                     TO 1
           PERFORM 2321-COMPARAR-MAESTRO THRU
                   2321-COMPARAR-MAESTRO-EXIT
               UNTIL MST-IDX > MST-COUNT OR MST-ENCONTRADO
           IF FCS-DISPONIBLE
               MOVE STK-TIENDA             TO FC-TIENDA
               MOVE STK-PRODUCT-NAME       TO FC-PRODUCT-NAME
               READ FORECAST-FILE
                   INVALID KEY
                       MOVE ZERO           TO FC-PUNTO-REORDEN
               END-READ
               IF FCS-STATUS EQUAL '00' AND FC-PUNTO-REORDEN > ZERO
                   MOVE FC-PUNTO-REORDEN   TO PED-MINIMO
               END-IF
           END-IF
           .

       2321-COMPARAR-MAESTRO.
           IF MST-PRODUCT-NAME(MST-IDX) EQUAL STK-PRODUCT-NAME
               MOVE MST-STOCK-MINIMO(MST-IDX) TO PED-MINIMO
               MOVE MST-COSTO-UNITARIO(MST-IDX) TO PED-COSTO-MAESTRO
               SET MST-ENCONTRADO          TO TRUE
               GO TO 2321-COMPARAR-MAESTRO-EXIT
           END-IF
           SET MST-IDX UP BY 1
           .
       2321-COMPARAR-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2330-SUMAR-EN-PEDIDO                                           *
      *     LO PEDIDO Y AUN NO RECIBIDO DE LA TIENDA+PRODUCTO          *
      *----------------------------------------------------------------*
       2330-SUMAR-EN-PEDIDO.
           IF OPA-TIENDA(OPA-IDX) EQUAL STK-TIENDA
               AND OPA-PRODUCTO(OPA-IDX) EQUAL STK-PRODUCT-NAME
               ADD OPA-PENDIENTE(OPA-IDX)  TO OPA-EN-PEDIDO
           END-IF
           .

      *----------------------------------------------------------------*
      * 2340-BUSCAR-PROVEEDOR                                          *
      *     UBICA EL REGISTRO 'P' DEL PRODUCTO Y SU PROVEEDOR 'S'      *
      *----------------------------------------------------------------*
       2340-BUSCAR-PROVEEDOR.
           MOVE 'N'                        TO SUP-ENCONTRADO-SW
           MOVE 'N'                        TO SPR-ENCONTRADO-SW
           SET SPR-IDX                     TO 1
           PERFORM 2341-COMPARAR-PRODUCTO THRU
                   2341-COMPARAR-PRODUCTO-EXIT
               UNTIL SPR-IDX > SPR-COUNT OR SPR-ENCONTRADO
           IF NOT SPR-ENCONTRADO
               GO TO 2340-BUSCAR-PROVEEDOR-FIN
           END-IF
           MOVE SPR-PROVEEDOR(SPR-IDX)     TO SUP-BUSCAR-CODIGO
           MOVE SPR-EMPAQUE(SPR-IDX)       TO PED-EMPAQUE
           IF SPR-COSTO(SPR-IDX) > ZERO
               MOVE SPR-COSTO(SPR-IDX)     TO PED-COSTO
           ELSE
               MOVE PED-COSTO-MAESTRO      TO PED-COSTO
           END-IF
           PERFORM 2345-UBICAR-PROVEEDOR
           .
       2340-BUSCAR-PROVEEDOR-FIN.
           EXIT.

       2341-COMPARAR-PRODUCTO.
           IF SPR-PRODUCTO(SPR-IDX) EQUAL STK-PRODUCT-NAME
               SET SPR-ENCONTRADO          TO TRUE
               GO TO 2341-COMPARAR-PRODUCTO-EXIT
           END-IF
           SET SPR-IDX UP BY 1
           .
       2341-COMPARAR-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2345-UBICAR-PROVEEDOR                                          *
      *     BUSCA SUP-BUSCAR-CODIGO EN LA TABLA DE PROVEEDORES         *
      *----------------------------------------------------------------*
       2345-UBICAR-PROVEEDOR.
           MOVE 'N'                        TO SUP-ENCONTRADO-SW
           SET SUP-IDX                     TO 1
           PERFORM 2346-COMPARAR-PROVEEDOR THRU
                   2346-COMPARAR-PROVEEDOR-EXIT
               UNTIL SUP-IDX > SUP-COUNT OR SUP-ENCONTRADO
           .

       2346-COMPARAR-PROVEEDOR.
           IF SUP-CODIGO(SUP-IDX) EQUAL SUP-BUSCAR-CODIGO
               SET SUP-ENCONTRADO          TO TRUE
               GO TO 2346-COMPARAR-PROVEEDOR-EXIT
           END-IF
           SET SUP-IDX UP BY 1
           .
       2346-COMPARAR-PROVEEDOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2350-AGREGAR-LINEA                                             *
      *     REDONDEA EL FALTANTE HACIA ARRIBA AL EMPAQUE Y LO AGREGA   *
      *     AL PEDIDO DEL PROVEEDOR+TIENDA (CREANDOLO SI HACE FALTA)   *
      *----------------------------------------------------------------*
       2350-AGREGAR-LINEA.
           MOVE 'N'                        TO GRP-ENCONTRADO-SW
           SET GRP-IDX                     TO 1
           PERFORM 2351-COMPARAR-GRUPO THRU 2351-COMPARAR-GRUPO-EXIT
               UNTIL GRP-IDX > GRP-COUNT OR GRP-ENCONTRADO
           IF NOT GRP-ENCONTRADO
               IF GRP-COUNT NOT < GRP-MAX-PEDIDOS
                   ADD 1                   TO PED-FUERA-DE-TABLA
                   DISPLAY "TABLA DE PEDIDOS LLENA - NO SE SUGIERE: "
                       STK-TIENDA " " STK-PRODUCT-NAME
                   GO TO 2350-AGREGAR-LINEA-FIN
               END-IF
               ADD 1                       TO GRP-COUNT
               SET GRP-IDX                 TO GRP-COUNT
               MOVE SUP-CODIGO(SUP-IDX)    TO GRP-PROVEEDOR(GRP-IDX)
               MOVE STK-TIENDA             TO GRP-TIENDA(GRP-IDX)
               SET GRP-SUP-POS(GRP-IDX)    TO SUP-IDX
               MOVE ZERO                   TO GRP-LINEAS(GRP-IDX)
               MOVE ZERO                   TO GRP-VALOR(GRP-IDX)
               MOVE 'N'                    TO GRP-RETENIDO-SW(GRP-IDX)
               MOVE SPACES                 TO GRP-NUMERO(GRP-IDX)
           END-IF
           IF LIN-COUNT NOT < LIN-MAX-LINEAS
               ADD 1                       TO PED-FUERA-DE-TABLA
               DISPLAY "TABLA DE LINEAS SUGERIDAS LLENA - NO SE "
                   "SUGIERE: " STK-TIENDA " " STK-PRODUCT-NAME
               GO TO 2350-AGREGAR-LINEA-FIN
           END-IF
           ADD 1                           TO LIN-COUNT
           SET LIN-IDX                     TO LIN-COUNT
           SET LIN-GRUPO(LIN-IDX)          TO GRP-IDX
           MOVE STK-PRODUCT-NAME           TO LIN-PRODUCTO(LIN-IDX)
           MOVE STK-CANTIDAD               TO LIN-EXISTENCIA(LIN-IDX)
           MOVE PED-MINIMO                 TO LIN-MINIMO(LIN-IDX)
           MOVE OPA-EN-PEDIDO              TO LIN-EN-PEDIDO(LIN-IDX)
           MOVE PED-EMPAQUE                TO LIN-EMPAQUE(LIN-IDX)
           MOVE PED-COSTO                  TO LIN-COSTO(LIN-IDX)
           DIVIDE PED-FALTANTE BY PED-EMPAQUE
               GIVING PED-EMPAQUES REMAINDER PED-RESTO-EMPAQUE
           IF PED-RESTO-EMPAQUE > ZERO
               ADD 1                       TO PED-EMPAQUES
           END-IF
           COMPUTE LIN-CANTIDAD(LIN-IDX) = PED-EMPAQUES * PED-EMPAQUE
           COMPUTE LIN-VALOR(LIN-IDX) =
               LIN-CANTIDAD(LIN-IDX) * LIN-COSTO(LIN-IDX)
           ADD 1                           TO GRP-LINEAS(GRP-IDX)
           ADD LIN-VALOR(LIN-IDX)          TO GRP-VALOR(GRP-IDX)
           .
       2350-AGREGAR-LINEA-FIN.
           EXIT.

       2351-COMPARAR-GRUPO.
           IF GRP-PROVEEDOR(GRP-IDX) EQUAL SUP-CODIGO(SUP-IDX)
               AND GRP-TIENDA(GRP-IDX) EQUAL STK-TIENDA
               SET GRP-ENCONTRADO          TO TRUE
               GO TO 2351-COMPARAR-GRUPO-EXIT
           END-IF
           SET GRP-IDX UP BY 1
           .
       2351-COMPARAR-GRUPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-EMITIR-PEDIDOS                                            *
      *     POR CADA PEDIDO PROVEEDOR+TIENDA: SI ALCANZA EL PEDIDO     *
      *     MINIMO LE ASIGNA NUMERO Y FECHA DE ENTREGA, LO ESCRIBE EN  *
      *     EL ARCHIVO DE PEDIDOS Y EN openpo.dat; SI NO, LO RETIENE.  *
      *     TODOS SE LISTAN EN EL REPORTE.                             *
      *----------------------------------------------------------------*
       2400-EMITIR-PEDIDOS.
           MOVE "PEDIDOS SUGERIDOS POR PROVEEDOR Y TIENDA DE ENTREGA"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "TIENDA"                   TO REPORT-RECORD(1:6)
           MOVE "PRODUCTO"                 TO REPORT-RECORD(12:8)
           MOVE "EXISTENC"                 TO REPORT-RECORD(73:8)
           MOVE "  MINIMO"                 TO REPORT-RECORD(82:8)
           MOVE "EN CAMIN"                 TO REPORT-RECORD(91:8)
           MOVE "  PEDIDO"                 TO REPORT-RECORD(100:8)
           MOVE "EMPAQ"                    TO REPORT-RECORD(109:5)
           MOVE "     VALOR"               TO REPORT-RECORD(115:10)
           WRITE REPORT-RECORD
           PERFORM 2410-EMITIR-PEDIDO
               VARYING GRP-IDX FROM 1 BY 1 UNTIL GRP-IDX > GRP-COUNT
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE PED-PEDIDOS-EMITIDOS       TO PED-CONTEO-ED
           MOVE PED-VALOR-EMITIDO          TO PED-VALOR-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "PEDIDOS EMITIDOS: "     DELIMITED BY SIZE
                  PED-CONTEO-ED            DELIMITED BY SIZE
                  "   VALOR: "             DELIMITED BY SIZE
                  PED-VALOR-ED             DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE PED-PEDIDOS-RETENIDOS      TO PED-CONTEO-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "PEDIDOS RETENIDOS BAJO EL PEDIDO MINIMO: "
                  DELIMITED BY SIZE
                  PED-CONTEO-ED            DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2410-EMITIR-PEDIDO                                             *
      *----------------------------------------------------------------*
       2410-EMITIR-PEDIDO.
           SET SUP-IDX                     TO GRP-SUP-POS(GRP-IDX)
           IF GRP-VALOR(GRP-IDX) < SUP-PEDIDO-MINIMO(SUP-IDX)
               SET GRP-RETENIDO(GRP-IDX)   TO TRUE
               ADD 1                       TO PED-PEDIDOS-RETENIDOS
           ELSE
               ADD 1                       TO PED-SECUENCIA
               ADD 1                       TO PED-PEDIDOS-EMITIDOS
               ADD GRP-VALOR(GRP-IDX)      TO PED-VALOR-EMITIDO
               STRING "P"                  DELIMITED BY SIZE
                      PED-FECHA-CORRIDA    DELIMITED BY SIZE
                      PED-SECUENCIA        DELIMITED BY SIZE
                      INTO GRP-NUMERO(GRP-IDX)
               MOVE PED-FECHA-CORRIDA      TO PED-CAL-FECHA
               PERFORM 1320-SUMAR-UN-DIA SUP-DIAS-ENTREGA(SUP-IDX)
                   TIMES
               MOVE PED-CAL-FECHA      TO GRP-FECHA-ENTREGA(GRP-IDX)
               PERFORM 2420-ENCABEZADO-PEDIDO
           END-IF
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE GRP-LINEAS(GRP-IDX)        TO PED-LINEAS-ED
           MOVE GRP-VALOR(GRP-IDX)         TO PED-VALOR-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "PROVEEDOR "             DELIMITED BY SIZE
                  SUP-CODIGO(SUP-IDX)      DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  SUP-NOMBRE(SUP-IDX)      DELIMITED BY SIZE
                  " TIENDA "               DELIMITED BY SIZE
                  GRP-TIENDA(GRP-IDX)      DELIMITED BY SIZE
                  " LINEAS "               DELIMITED BY SIZE
                  PED-LINEAS-ED            DELIMITED BY SIZE
                  " VALOR "                DELIMITED BY SIZE
                  PED-VALOR-ED             DELIMITED BY SIZE
                  INTO REPORT-RECORD
           IF GRP-RETENIDO(GRP-IDX)
               MOVE "*RETENIDO BAJO MINIMO" TO REPORT-RECORD(107:21)
           ELSE
               MOVE GRP-NUMERO(GRP-IDX)    TO REPORT-RECORD(107:12)
               MOVE GRP-FECHA-ENTREGA(GRP-IDX)
                   TO REPORT-RECORD(120:6)
           END-IF
           WRITE REPORT-RECORD
           PERFORM 2430-EMITIR-LINEA THRU 2430-EMITIR-LINEA-EXIT
               VARYING LIN-IDX FROM 1 BY 1 UNTIL LIN-IDX > LIN-COUNT
           .

      *----------------------------------------------------------------*
      * 2420-ENCABEZADO-PEDIDO                                         *
      *     REGISTRO 'H' DEL PEDIDO EN EL ARCHIVO PARA PROVEEDORES     *
      *----------------------------------------------------------------*
       2420-ENCABEZADO-PEDIDO.
           MOVE GRP-LINEAS(GRP-IDX)        TO PED-LINEAS-ED
           MOVE GRP-VALOR(GRP-IDX)         TO PED-VALOR-ED
           MOVE SPACES                     TO PURCHASE-ORDER-RECORD
           STRING "H;"                     DELIMITED BY SIZE
                  GRP-NUMERO(GRP-IDX)      DELIMITED BY SPACE
                  ";"                      DELIMITED BY SIZE
                  SUP-CODIGO(SUP-IDX)      DELIMITED BY SPACE
                  ";"                      DELIMITED BY SIZE
                  SUP-NOMBRE(SUP-IDX)      DELIMITED BY "  "
                  ";"                      DELIMITED BY SIZE
                  GRP-TIENDA(GRP-IDX)      DELIMITED BY SPACE
                  ";"                      DELIMITED BY SIZE
                  PED-FECHA-CORRIDA        DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  GRP-FECHA-ENTREGA(GRP-IDX) DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  PED-LINEAS-ED            DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  PED-VALOR-ED             DELIMITED BY SIZE
                  INTO PURCHASE-ORDER-RECORD
           WRITE PURCHASE-ORDER-RECORD
           .

      *----------------------------------------------------------------*
      * 2430-EMITIR-LINEA                                              *
      *     LINEA DEL PEDIDO: AL REPORTE SIEMPRE; AL ARCHIVO DE        *
      *     PEDIDOS ('D') Y A openpo.dat SOLO SI EL PEDIDO SE EMITE    *
      *----------------------------------------------------------------*
       2430-EMITIR-LINEA.
           IF LIN-GRUPO(LIN-IDX) NOT EQUAL GRP-IDX
               GO TO 2430-EMITIR-LINEA-EXIT
           END-IF
           MOVE SPACES                     TO PED-LINEA-SUGERIDA
           MOVE GRP-TIENDA(GRP-IDX)        TO PED-LS-TIENDA
           MOVE LIN-PRODUCTO(LIN-IDX)      TO PED-LS-PRODUCTO
           MOVE LIN-EXISTENCIA(LIN-IDX)    TO PED-LS-EXISTENCIA
           MOVE LIN-MINIMO(LIN-IDX)        TO PED-LS-MINIMO
           MOVE LIN-EN-PEDIDO(LIN-IDX)     TO PED-LS-EN-PEDIDO
           MOVE LIN-CANTIDAD(LIN-IDX)      TO PED-LS-CANTIDAD
           MOVE LIN-EMPAQUE(LIN-IDX)       TO PED-LS-EMPAQUE
           MOVE LIN-VALOR(LIN-IDX)         TO PED-LS-VALOR
           MOVE SPACES                     TO REPORT-RECORD
           MOVE PED-LINEA-SUGERIDA         TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF GRP-RETENIDO(GRP-IDX)
               GO TO 2430-EMITIR-LINEA-EXIT
           END-IF
           MOVE LIN-CANTIDAD(LIN-IDX)      TO PED-CANTIDAD-ED
           MOVE LIN-EMPAQUE(LIN-IDX)       TO PED-EMPAQUE-ED
           MOVE LIN-COSTO(LIN-IDX)         TO PED-COSTO-ED
           MOVE LIN-VALOR(LIN-IDX)         TO PED-VALOR-ED
           MOVE SPACES                     TO PURCHASE-ORDER-RECORD
           STRING "D;"                     DELIMITED BY SIZE
                  GRP-NUMERO(GRP-IDX)      DELIMITED BY SPACE
                  ";"                      DELIMITED BY SIZE
                  LIN-PRODUCTO(LIN-IDX)    DELIMITED BY "  "
                  ";"                      DELIMITED BY SIZE
                  PED-CANTIDAD-ED          DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  PED-EMPAQUE-ED           DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  PED-COSTO-ED             DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  PED-VALOR-ED             DELIMITED BY SIZE
                  INTO PURCHASE-ORDER-RECORD
           WRITE PURCHASE-ORDER-RECORD
           MOVE SPACES                     TO OPEN-PO-RECORD
           MOVE GRP-NUMERO(GRP-IDX)        TO OPC-NUMERO
           MOVE LIN-PRODUCTO(LIN-IDX)      TO OPC-PRODUCT-NAME
           MOVE GRP-PROVEEDOR(GRP-IDX)     TO OPC-PROVEEDOR
           MOVE GRP-TIENDA(GRP-IDX)        TO OPC-TIENDA
           SET OPC-ABIERTA                 TO TRUE
           MOVE PED-FECHA-CORRIDA          TO OPC-FECHA-PEDIDO
           MOVE GRP-FECHA-ENTREGA(GRP-IDX) TO OPC-FECHA-ENTREGA
           MOVE LIN-CANTIDAD(LIN-IDX)      TO OPC-CANT-PEDIDA
           MOVE ZERO                       TO OPC-CANT-RECIBIDA
           MOVE ZERO                       TO OPC-FECHA-ULT-RECIBO
           MOVE LIN-COSTO(LIN-IDX)         TO OPC-COSTO-UNITARIO
           WRITE OPEN-PO-RECORD
           IF OPC-STATUS NOT EQUAL '00'
               DISPLAY "ERROR WRITING OPEN PO FILE - STATUS: "
                   OPC-STATUS " - " OPC-NUMERO
           ELSE
               ADD 1                       TO PED-LINEAS-EMITIDAS
           END-IF
           .
       2430-EMITIR-LINEA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-CUMPLIMIENTO-PROVEEDORES                                  *
      *     RECORRE openpo.dat Y CLASIFICA LAS LINEAS CUYA FECHA DE    *
      *     ENTREGA CAE ENTRE LA FECHA DESDE DEL PERIODO Y LA CORRIDA: *
      *     COMPLETA A TIEMPO, COMPLETA TARDE, CORTA (CERRADA CORTA O  *
      *     VENCIDA CON ENTREGA PARCIAL) O PENDIENTE (VENCIDA SIN      *
      *     NINGUNA ENTREGA).  LISTA LAS TARDIAS, CORTAS Y PENDIENTES  *
      *     Y LUEGO EL RESUMEN POR PROVEEDOR.                          *
      *----------------------------------------------------------------*
       2500-CUMPLIMIENTO-PROVEEDORES.
           MOVE SPACES                     TO REPORT-RECORD
           STRING "ENTREGAS TARDIAS Y CORTAS - LINEAS CON ENTREGA "
                  DELIMITED BY SIZE
                  "PACTADA ENTRE "         DELIMITED BY SIZE
                  PED-FECHA-DESDE-CUMPL    DELIMITED BY SIZE
                  " Y "                    DELIMITED BY SIZE
                  PED-FECHA-CORRIDA        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "PEDIDO"                   TO REPORT-RECORD(1:6)
           MOVE "PROVEED."                 TO REPORT-RECORD(14:8)
           MOVE "TIENDA"                   TO REPORT-RECORD(23:6)
           MOVE "PRODUCTO"                 TO REPORT-RECORD(34:8)
           MOVE "  PEDIDO"                 TO REPORT-RECORD(85:8)
           MOVE "RECIBIDO"                 TO REPORT-RECORD(94:8)
           MOVE "ENTREG"                   TO REPORT-RECORD(103:6)
           MOVE "SITUACION"                TO REPORT-RECORD(110:9)
           WRITE REPORT-RECORD
           MOVE 'N'                        TO OPC-EOF-SW
           MOVE LOW-VALUES                 TO OPC-KEY
           START OPEN-PO-FILE KEY IS NOT LESS THAN OPC-KEY
               INVALID KEY
                   SET OPC-EOF             TO TRUE
           END-START
           PERFORM 2510-CLASIFICAR-LINEA THRU
                   2510-CLASIFICAR-LINEA-EXIT
               UNTIL OPC-EOF
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CUMPLIMIENTO POR PROVEEDOR" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "PROVEED."                 TO REPORT-RECORD(1:8)
           MOVE "NOMBRE"                   TO REPORT-RECORD(10:6)
           MOVE "VENCEN"                   TO REPORT-RECORD(41:6)
           MOVE "A TIEM"                   TO REPORT-RECORD(48:6)
           MOVE " TARDE"                   TO REPORT-RECORD(55:6)
           MOVE "CORTAS"                   TO REPORT-RECORD(62:6)
           MOVE "PENDIE"                   TO REPORT-RECORD(69:6)
           MOVE "UNID PEDID"               TO REPORT-RECORD(76:10)
           MOVE "UNID RECIB"               TO REPORT-RECORD(87:10)
           MOVE "SERVICIO"                 TO REPORT-RECORD(98:8)
           WRITE REPORT-RECORD
           PERFORM 2530-RESUMEN-PROVEEDOR THRU
                   2530-RESUMEN-PROVEEDOR-EXIT
               VARYING SUP-IDX FROM 1 BY 1 UNTIL SUP-IDX > SUP-COUNT
           .

      *----------------------------------------------------------------*
      * 2510-CLASIFICAR-LINEA                                          *
      *----------------------------------------------------------------*
       2510-CLASIFICAR-LINEA.
           READ OPEN-PO-FILE NEXT RECORD
               AT END
                   SET OPC-EOF             TO TRUE
                   GO TO 2510-CLASIFICAR-LINEA-EXIT
           END-READ
           IF OPC-FECHA-ENTREGA < PED-FECHA-DESDE-CUMPL
               OR OPC-FECHA-ENTREGA > PED-FECHA-CORRIDA
               GO TO 2510-CLASIFICAR-LINEA-EXIT
           END-IF
           MOVE OPC-PROVEEDOR              TO SUP-BUSCAR-CODIGO
           PERFORM 2345-UBICAR-PROVEEDOR
           IF NOT SUP-ENCONTRADO
               GO TO 2510-CLASIFICAR-LINEA-EXIT
           END-IF
           IF (OPC-ABIERTA OR OPC-PARCIAL)
               AND OPC-FECHA-ENTREGA EQUAL PED-FECHA-CORRIDA
               GO TO 2510-CLASIFICAR-LINEA-EXIT
           END-IF
           ADD 1                       TO SUP-LINEAS-VENCIDAS(SUP-IDX)
           ADD OPC-CANT-PEDIDA         TO SUP-UNID-PEDIDAS(SUP-IDX)
           ADD OPC-CANT-RECIBIDA       TO SUP-UNID-RECIBIDAS(SUP-IDX)
           MOVE SPACES                     TO PED-LINEA-INCUMPLIDA
           EVALUATE TRUE
               WHEN OPC-COMPLETA
                   AND OPC-FECHA-ULT-RECIBO NOT > OPC-FECHA-ENTREGA
                   ADD 1               TO SUP-LINEAS-A-TIEMPO(SUP-IDX)
                   GO TO 2510-CLASIFICAR-LINEA-EXIT
               WHEN OPC-COMPLETA
                   ADD 1               TO SUP-LINEAS-TARDE(SUP-IDX)
                   MOVE "TARDIA"           TO PED-LI-SITUACION
               WHEN OPC-CERRADA-CORTA
                   ADD 1               TO SUP-LINEAS-CORTAS(SUP-IDX)
                   MOVE "CERRADA CORTA"    TO PED-LI-SITUACION
               WHEN OPC-PARCIAL
                   ADD 1               TO SUP-LINEAS-CORTAS(SUP-IDX)
                   MOVE "CORTA VENCIDA"    TO PED-LI-SITUACION
               WHEN OTHER
                   ADD 1              TO SUP-LINEAS-PENDIENTES(SUP-IDX)
                   MOVE "SIN ENTREGAR"     TO PED-LI-SITUACION
           END-EVALUATE
           ADD 1                           TO PED-LINEAS-INCUMPLIDAS
           MOVE OPC-NUMERO                 TO PED-LI-NUMERO
           MOVE OPC-PROVEEDOR              TO PED-LI-PROVEEDOR
           MOVE OPC-TIENDA                 TO PED-LI-TIENDA
           MOVE OPC-PRODUCT-NAME           TO PED-LI-PRODUCTO
           MOVE OPC-CANT-PEDIDA            TO PED-LI-PEDIDO
           MOVE OPC-CANT-RECIBIDA          TO PED-LI-RECIBIDO
           MOVE OPC-FECHA-ENTREGA          TO PED-LI-ENTREGA
           MOVE SPACES                     TO REPORT-RECORD
           MOVE PED-LINEA-INCUMPLIDA       TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       2510-CLASIFICAR-LINEA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2530-RESUMEN-PROVEEDOR                                         *
      *     NIVEL DE SERVICIO = UNIDADES RECIBIDAS / PEDIDAS DE LAS    *
      *     LINEAS VENCIDAS DEL PERIODO                                *
      *----------------------------------------------------------------*
       2530-RESUMEN-PROVEEDOR.
           IF SUP-LINEAS-VENCIDAS(SUP-IDX) EQUAL ZERO
               GO TO 2530-RESUMEN-PROVEEDOR-EXIT
           END-IF
           MOVE SPACES                     TO PED-LINEA-PROVEEDOR
           MOVE '%'                        TO PED-LP-SIGNO
           MOVE SUP-CODIGO(SUP-IDX)        TO PED-LP-CODIGO
           MOVE SUP-NOMBRE(SUP-IDX)        TO PED-LP-NOMBRE
           MOVE SUP-LINEAS-VENCIDAS(SUP-IDX) TO PED-LP-VENCIDAS
           MOVE SUP-LINEAS-A-TIEMPO(SUP-IDX) TO PED-LP-A-TIEMPO
           MOVE SUP-LINEAS-TARDE(SUP-IDX)  TO PED-LP-TARDE
           MOVE SUP-LINEAS-CORTAS(SUP-IDX) TO PED-LP-CORTAS
           MOVE SUP-LINEAS-PENDIENTES(SUP-IDX) TO PED-LP-PENDIENTES
           MOVE SUP-UNID-PEDIDAS(SUP-IDX)  TO PED-LP-UNID-PEDIDAS
           MOVE SUP-UNID-RECIBIDAS(SUP-IDX) TO PED-LP-UNID-RECIBIDAS
           MOVE ZERO                       TO PED-PORCENTAJE
           IF SUP-UNID-PEDIDAS(SUP-IDX) > ZERO
               COMPUTE PED-PORCENTAJE ROUNDED =
                   SUP-UNID-RECIBIDAS(SUP-IDX) * 100
                   / SUP-UNID-PEDIDAS(SUP-IDX)
                   ON SIZE ERROR
                       MOVE 999,9          TO PED-PORCENTAJE
               END-COMPUTE
           END-IF
           MOVE PED-PORCENTAJE             TO PED-LP-CUMPLIMIENTO
           MOVE SPACES                     TO REPORT-RECORD
           MOVE PED-LINEA-PROVEEDOR        TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       2530-RESUMEN-PROVEEDOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2175-REGISTRAR-FIN-CORRIDA                                     *
      *     MARCA LA CORRIDA SALESPO COMO COMPLETA ('C'), COMO EN      *
      *     SalesDataProcessor (2175)                                  *
      *----------------------------------------------------------------*
       2175-REGISTRAR-FIN-CORRIDA.
           OPEN I-O RUN-CONTROL-FILE
           IF RCF-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING RUN CONTROL FILE - STATUS: "
                   RCF-STATUS
               GO TO 2175-REGISTRAR-FIN-CORRIDA-FIN
           END-IF
           MOVE PED-FECHA-CORRIDA          TO RC-FECHA
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
           MOVE PED-RECIBOS-LEIDOS         TO RC-REG-LEIDOS
           MOVE PED-SIN-PROVEEDOR          TO RC-REG-RECHAZADOS
           MOVE PED-CODIGO-RETORNO         TO RC-CODIGO-RETORNO
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
      * 1310-RESTAR-UN-DIA                                             *
      *     RESTA UN DIA A PED-CAL-FECHA, CAMBIANDO DE MES Y ANO       *
      *     CUANDO HACE FALTA (FEBRERO DE ANO BISIESTO = 29)           *
      *----------------------------------------------------------------*
       1310-RESTAR-UN-DIA.
           IF PED-CAL-DD > 1
               SUBTRACT 1                  FROM PED-CAL-DD
           ELSE
               IF PED-CAL-MM EQUAL 1
                   SUBTRACT 1              FROM PED-CAL-AA
                   MOVE 12                 TO PED-CAL-MM
               ELSE
                   SUBTRACT 1              FROM PED-CAL-MM
               END-IF
               PERFORM 1330-LARGO-DEL-MES
               MOVE PED-CAL-LARGO          TO PED-CAL-DD
           END-IF
           .

      *----------------------------------------------------------------*
      * 1320-SUMAR-UN-DIA                                              *
      *     SUMA UN DIA A PED-CAL-FECHA                                *
      *----------------------------------------------------------------*
       1320-SUMAR-UN-DIA.
           PERFORM 1330-LARGO-DEL-MES
           IF PED-CAL-DD < PED-CAL-LARGO
               ADD 1                       TO PED-CAL-DD
           ELSE
               MOVE 1                      TO PED-CAL-DD
               IF PED-CAL-MM EQUAL 12
                   ADD 1                   TO PED-CAL-AA
                   MOVE 1                  TO PED-CAL-MM
               ELSE
                   ADD 1                   TO PED-CAL-MM
               END-IF
           END-IF
           .

       1330-LARGO-DEL-MES.
           MOVE PED-LARGO-MES(PED-CAL-MM)  TO PED-CAL-LARGO
           DIVIDE PED-CAL-AA BY 4
               GIVING PED-CAL-COCIENTE REMAINDER PED-CAL-RESTO
           IF PED-CAL-MM EQUAL 2 AND PED-CAL-RESTO EQUAL ZERO
               MOVE 29                     TO PED-CAL-LARGO
           END-IF
           .

      *----------------------------------------------------------------*
      * 3000-FINAL-PROGRAMA                                            *
      *----------------------------------------------------------------*
       3000-FINAL-PROGRAMA.
           CLOSE STOCK-FILE
           CLOSE OPEN-PO-FILE
           CLOSE FORECAST-FILE
           CLOSE PURCHASE-ORDER-FILE
           CLOSE PO-REPORT-FILE
           MOVE PED-CODIGO-RETORNO         TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM SalesPurchaseOrder.
