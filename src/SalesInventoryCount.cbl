      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SalesInventoryCount.
       AUTHOR.        ERICK STIVEN FIERRO PERDOMO.
       INSTALLATION.  TIENDA-01.
       DATE-WRITTEN.  2026.09.13
      *----------------------------------------------------------------*
      *    DESCRIPCION : CARGA DE CONTEO FISICO (O CICLICO) DE UNA     *
      *                  TIENDA CONTRA EL INVENTARIO PERPETUO.         *
      *                  1. LEE EL ARCHIVO DE CONTEO (LINEAS           *
      *                     TIENDA;PRODUCTO;CANTIDAD, COMO             *
      *                     receivings.txt; UN PRODUCTO EN VARIAS      *
      *                     LINEAS - VARIAS GONDOLAS - SE SUMA).  UN   *
      *                     ARCHIVO ES DE UNA SOLA TIENDA.             *
      *                  2. RECONSTRUYE LA EXISTENCIA EN LIBROS A LA   *
      *                     FECHA DEL CONTEO: STK-CANTIDAD DE          *
      *                     stockonhand.dat MENOS LOS MOVIMIENTOS DE   *
      *                     FECHAS POSTERIORES ANOTADOS EN             *
      *                     stockmoves.dat.  EXIGE QUE                 *
      *                     SalesInventoryUpdate YA HAYA APLICADO LA   *
      *                     FECHA DEL CONTEO (CORRIDA SALESINV         *
      *                     COMPLETA EN runcontrol.dat).               *
      *                  3. VALORIZA CADA DIFERENCIA A                 *
      *                     PM-COSTO-UNITARIO E IMPRIME EL REPORTE DE  *
      *                     MERMA POR TIENDA Y PRODUCTO                *
      *                     (shrinkreport.txt).  EN CONTEO COMPLETO    *
      *                     (SALES_COUNT_TYPE=FULL) LOS PRODUCTOS CON  *
      *                     EXISTENCIA QUE NO APARECEN EN EL CONTEO SE *
      *                     TOMAN COMO CONTADOS EN CERO; EN CONTEO     *
      *                     CICLICO (POR DEFECTO) SOLO SE COMPARAN LOS *
      *                     PRODUCTOS CONTADOS.                        *
      *                  4. SIN ACCION (REPORTE) REGISTRA EL CONTEO EN *
      *                     countreg.dat EN ESTADO 'R' PARA LA FIRMA   *
      *                     DEL SUPERVISOR.  CON                       *
      *                     SALES_COUNT_ACTION=POST Y EL CODIGO DEL    *
      *                     SUPERVISOR EN SALES_COUNT_APPROVER, Y      *
      *                     SOLO SI EL CONTEO Y SUS CIFRAS SON LOS     *
      *                     MISMOS QUE SE REPORTARON, AJUSTA           *
      *                     stockonhand.dat (AJUSTE 'A' EN LA          *
      *                     BITACORA, CON FECHA DEL CONTEO), ESCRIBE   *
      *                     EL ASIENTO DE MERMA CUADRADO EN EL FORMATO *
      *                     DE SalesGLFeedExport (glshrink.txt),       *
      *                     REGISTRA EL LOTE EN glshrinkreg.dat EN     *
      *                     ESTADO 'P' Y DEJA EL CONTEO EN ESTADO 'P'  *
      *                     CON EL APROBADOR.                          *
      *                  CUENTAS: REGISTRO 'I' DE accountmap.dat       *
      *                  (CUENTA DE INVENTARIO Y CUENTA DE MERMA),     *
      *                  CON 143505 / 529505 POR DEFECTO.              *
      *                  CODIGOS DE RETORNO: 0=LIMPIA, 4=ADVERTENCIA   *
      *                  (LINEAS RECHAZADAS, PRODUCTOS SIN COSTO O     *
      *                  TABLA LLENA), 8=RECHAZO (SIN APLICAR LA       *
      *                  FECHA, SIN FIRMA, CONTEO CAMBIADO, YA         *
      *                  CONTABILIZADO O MES CERRADO), 12=FALLA.       *
      *----------------------------------------------------------------*
      *    HISTORIAL DE MODIFICACIONES                                 *
      *    FECHA        INIC.  DESCRIPCION                             *
      *    2026.09.13   ESFP   VERSION INICIAL                         *
      *----------------------------------------------------------------*
      *            E N V I R O N M E N T   D I V I S I O N             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-CONTEO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CNF-STATUS.
           SELECT STOCK-FILE ASSIGN TO 'stockonhand.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-KEY
           FILE STATUS IS STK-STATUS.
           SELECT OPTIONAL STOCK-MOVE-FILE ASSIGN TO 'stockmoves.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SMV-KEY
           FILE STATUS IS SMV-STATUS.
           SELECT OPTIONAL PRODUCT-MASTER-FILE
           ASSIGN TO DYNAMIC PARM-MAESTRO-PRODUCTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PM-PRODUCT-NAME
           FILE STATUS IS MST-STATUS.
           SELECT OPTIONAL ACCOUNT-MAP-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-MAPA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLM-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'runcontrol.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS RCF-STATUS.
           SELECT OPTIONAL PERIOD-CLOSE-FILE
           ASSIGN TO 'periodclose.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-MES
           FILE STATUS IS PCL-STATUS.
           SELECT COUNT-REG-FILE ASSIGN TO 'countreg.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNR-KEY
           FILE STATUS IS CNR-STATUS.
           SELECT GL-EXPORT-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-GL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLX-STATUS.
           SELECT GL-SHRINK-REG-FILE ASSIGN TO 'glshrinkreg.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GSR-KEY
           FILE STATUS IS GSR-STATUS.
           SELECT SHRINK-REPORT-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.
      *----------------------------------------------------------------*
      *                   D A T A   D I V I S I O N                    *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * FD COUNT-FILE                                                  *
      *     CONTEO FISICO: LINEAS DELIMITADAS POR ';'                  *
      *     (TIENDA;PRODUCTO;CANTIDAD CONTADA)                         *
      *----------------------------------------------------------------*
       FD COUNT-FILE.
       01 COUNT-RECORD                     PIC X(160).
      *----------------------------------------------------------------*
      * FD STOCK-FILE                                                  *
      *     EXISTENCIA POR TIENDA+PRODUCTO (VER SalesInventoryUpdate); *
      *     EL LAYOUT DEBE COINCIDIR CON EL SUYO.                      *
      *----------------------------------------------------------------*
       FD STOCK-FILE.
       01 STOCK-RECORD.
           05 STK-KEY.
               10 STK-TIENDA               PIC X(10).
               10 STK-PRODUCT-NAME         PIC X(60).
           05 STK-CANTIDAD                 PIC S9(08) COMP.
           05 STK-FECHA-ULT-MOV            PIC 9(06).
      *----------------------------------------------------------------*
      * FD STOCK-MOVE-FILE                                             *
      *     BITACORA DE MOVIMIENTOS DE EXISTENCIA (VER                 *
      *     SalesInventoryUpdate); EL LAYOUT DEBE COINCIDIR CON EL     *
      *     SUYO.  ESTE PROGRAMA AGREGA LOS AJUSTES 'A'.               *
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
      * FD PRODUCT-MASTER-FILE                                         *
      *     MAESTRO DE PRODUCTOS; AQUI INTERESA PM-COSTO-UNITARIO.     *
      *     EL LAYOUT DEBE COINCIDIR CON SalesDataProcessor.cbl.       *
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
      * FD ACCOUNT-MAP-FILE                                            *
      *     MAPA DE CUENTAS (VER SalesGLFeedExport).  AQUI SOLO        *
      *     INTERESA EL REGISTRO 'I': CUENTA DE INVENTARIO DE          *
      *     MERCANCIAS Y CUENTA DE GASTO POR MERMA.                    *
      *----------------------------------------------------------------*
       FD ACCOUNT-MAP-FILE.
       01 ACCOUNT-MAP-RECORD.
           05 GLM-TIPO-REG                 PIC X(01).
               88 GLM-TIPO-INVENTARIO                 VALUE "I".
           05 FILLER                       PIC X(01).
           05 GLM-CUERPO-REG               PIC X(78).
       01 GLM-REG-INVENTARIO REDEFINES ACCOUNT-MAP-RECORD.
           05 FILLER                       PIC X(02).
           05 GLM-R-CTA-INVENTARIO         PIC X(06).
           05 FILLER                       PIC X(01).
           05 GLM-R-CTA-MERMA              PIC X(06).
           05 FILLER                       PIC X(65).
      *----------------------------------------------------------------*
      * FD RUN-CONTROL-FILE                                            *
      *     CONTROL DE CORRIDAS ESCRITO POR SalesDataProcessor (VER    *
      *     ESE PROGRAMA); EL LAYOUT DEBE COINCIDIR CON EL SUYO.       *
      *     SOLO SE CONSULTA LA CORRIDA SALESINV DE LA FECHA DEL       *
      *     CONTEO.                                                    *
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
      * FD PERIOD-CLOSE-FILE                                           *
      *     MARCA DE CIERRE POR MES, ESCRITA POR SalesPeriodClose; EL  *
      *     LAYOUT DEBE COINCIDIR CON EL SUYO.  SOLO SE CONSULTA.      *
      *----------------------------------------------------------------*
       FD PERIOD-CLOSE-FILE.
       01 PERIOD-CLOSE-RECORD.
           05 PC-MES                       PIC 9(04).
           05 PC-ESTADO                    PIC X(01).
               88 PC-CERRADO                          VALUE 'C'.
               88 PC-REABIERTO                        VALUE 'R'.
           05 PC-CIERRE-FECHA              PIC 9(06).
           05 PC-CIERRE-HORA               PIC 9(08).
           05 PC-REAPERTURA-FECHA          PIC 9(06).
           05 PC-REAPERTURA-HORA           PIC 9(08).
      *----------------------------------------------------------------*
      * FD COUNT-REG-FILE                                              *
      *     REGISTRO DE CONTEOS: UNO POR FECHA DE CONTEO+TIENDA, CON   *
      *     LAS CIFRAS QUE SE REPORTARON PARA LA FIRMA.  ESTADO 'R'    *
      *     (REPORTADO, PENDIENTE DE FIRMA) O 'P' (CONTABILIZADO).     *
      *----------------------------------------------------------------*
       FD COUNT-REG-FILE.
       01 COUNT-REG-RECORD.
           05 CNR-KEY.
               10 CNR-FECHA-CONTEO         PIC 9(06).
               10 CNR-TIENDA               PIC X(10).
           05 CNR-ESTADO                   PIC X(01).
               88 CNR-REPORTADO                       VALUE 'R'.
               88 CNR-CONTABILIZADO                   VALUE 'P'.
           05 CNR-TIPO-CONTEO              PIC X(01).
           05 CNR-LINEAS                   PIC 9(06) COMP.
           05 CNR-PRODUCTOS                PIC 9(06) COMP.
           05 CNR-UNID-CONTADAS            PIC 9(10) COMP-3.
           05 CNR-UNID-LIBROS              PIC S9(10) COMP-3.
           05 CNR-VALOR-MERMA              PIC 9(14) COMP-3.
           05 CNR-VALOR-SOBRANTE           PIC 9(14) COMP-3.
           05 CNR-REPORTE-FECHA            PIC 9(06).
           05 CNR-REPORTE-HORA             PIC 9(08).
           05 CNR-APROBADOR                PIC X(10).
           05 CNR-CONTAB-FECHA             PIC 9(06).
           05 CNR-CONTAB-HORA              PIC 9(08).
           05 CNR-ARCHIVO                  PIC X(80).
      *----------------------------------------------------------------*
      * FD GL-EXPORT-FILE                                              *
      *     ASIENTO DE MERMA EN EL FORMATO DEL EXTRACTO DE             *
      *     SalesGLFeedExport: REGISTROS 'A' Y UN 'T' DE CONTROL CON   *
      *     LA SUMA DE DEBITOS Y CREDITOS.                             *
      *----------------------------------------------------------------*
       FD GL-EXPORT-FILE.
       01 GL-EXPORT-RECORD.
           05 GLX-TIPO-REGISTRO            PIC X(01).
               88 GLX-TIPO-ASIENTO                    VALUE "A".
               88 GLX-TIPO-CONTROL                    VALUE "T".
               88 GLX-TIPO-ADVERTENCIA                VALUE "W".
           05 GLX-SECUENCIA-REG            PIC 9(06).
           05 GLX-FECHA-REG                PIC 9(06).
           05 GLX-DEBE-HABER-REG           PIC X(01).
               88 GLX-LINEA-DEBITO                    VALUE "D".
               88 GLX-LINEA-CREDITO                   VALUE "H".
           05 GLX-CUENTA-REG               PIC X(06).
           05 GLX-IMPORTE-DEBE-REG         PIC -(15)9.
           05 GLX-IMPORTE-HABER-REG        PIC -(15)9.
           05 FILLER                       PIC X(02).
           05 GLX-DESCRIPCION-REG          PIC X(40).
       01 GL-ADVERTENCIA-REG REDEFINES GL-EXPORT-RECORD.
           05 FILLER                       PIC X(01).
           05 GLXA-MENSAJE                 PIC X(93).
      *----------------------------------------------------------------*
      * FD GL-SHRINK-REG-FILE                                          *
      *     REGISTRO DE LOTES DE MERMA ENTREGADOS A CONTABILIDAD: LOS  *
      *     MISMOS CAMPOS DE glbatchreg.dat (VER SalesGLFeedExport)    *
      *     CON LA TIENDA EN LA CLAVE, PORQUE UNA FECHA PUEDE TENER    *
      *     CONTEOS DE VARIAS TIENDAS.  NACE EN ESTADO 'P'.            *
      *----------------------------------------------------------------*
       FD GL-SHRINK-REG-FILE.
       01 GL-SHRINK-REG-RECORD.
           05 GSR-KEY.
               10 GSR-FECHA                PIC 9(06).
               10 GSR-TIENDA               PIC X(10).
           05 GSR-ESTADO                   PIC X(01).
               88 GSR-PENDIENTE                       VALUE 'P'.
               88 GSR-CONFIRMADO                      VALUE 'A'.
               88 GSR-RECHAZADO                       VALUE 'R'.
               88 GSR-DIFERENCIA                      VALUE 'D'.
           05 GSR-REGISTROS                PIC 9(06).
           05 GSR-TOTAL-DEBITOS            PIC S9(16) COMP-3.
           05 GSR-TOTAL-CREDITOS           PIC S9(16) COMP-3.
           05 GSR-ENTREGA-FECHA            PIC 9(06).
           05 GSR-ENTREGA-HORA             PIC 9(08).
           05 GSR-ARCHIVO                  PIC X(80).
      *----------------------------------------------------------------*
      * FD SHRINK-REPORT-FILE                                          *
      *     REPORTE DE MERMA POR TIENDA Y PRODUCTO (132 COL.)          *
      *----------------------------------------------------------------*
       FD SHRINK-REPORT-FILE.
       01 REPORT-RECORD                    PIC X(132).
      *----------------------------------------------------------------*
      *          W O R K I N G  S T O R A G E   S E C T I O N          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 CNF-STATUS                       PIC X(02).
       77 STK-STATUS                       PIC X(02).
       77 SMV-STATUS                       PIC X(02).
       77 MST-STATUS                       PIC X(02).
       77 GLM-STATUS                       PIC X(02).
       77 RCF-STATUS                       PIC X(02).
       77 PCL-STATUS                       PIC X(02).
       77 PCL-MES-CONTEO                   PIC 9(04).
       77 CNR-STATUS                       PIC X(02).
       77 GLX-STATUS                       PIC X(02).
       77 GSR-STATUS                       PIC X(02).
       77 RPT-STATUS                       PIC X(02).
       77 CNF-EOF-SW                       PIC X(01) VALUE 'N'.
           88 CNF-EOF                      VALUE 'Y'.
       77 STK-EOF-SW                       PIC X(01) VALUE 'N'.
           88 STK-EOF                      VALUE 'Y'.
       77 SMV-EOF-SW                       PIC X(01) VALUE 'N'.
           88 SMV-EOF                      VALUE 'Y'.
       77 MST-EOF-SW                       PIC X(01) VALUE 'N'.
           88 MST-EOF                      VALUE 'Y'.
       77 GLM-EOF-SW                       PIC X(01) VALUE 'N'.
           88 GLM-EOF                      VALUE 'Y'.
      *----------------------------------------------------------------*
      *     PARAMETROS DE EJECUCION                                    *
      *----------------------------------------------------------------*
       77 PARM-FECHA-ENV                   PIC X(06) VALUE SPACES.
       77 PARM-ACCION                      PIC X(08) VALUE SPACES.
       77 PARM-TIPO-CONTEO                 PIC X(08) VALUE SPACES.
       77 PARM-APROBADOR                   PIC X(10) VALUE SPACES.
       77 PARM-ARCHIVO-CONTEO              PIC X(80) VALUE SPACES.
       77 PARM-ARCHIVO-REPORTE             PIC X(80) VALUE SPACES.
       77 PARM-ARCHIVO-GL                  PIC X(80) VALUE SPACES.
       77 PARM-ARCHIVO-MAPA                PIC X(80) VALUE SPACES.
       77 PARM-MAESTRO-PRODUCTOS           PIC X(80) VALUE SPACES.
       01 CNT-PARAMETROS.
           05 CNT-FECHA-CONTEO             PIC 9(06) VALUE ZERO.
           05 CNT-TIENDA                   PIC X(10) VALUE SPACES.
           05 CNT-ACCION-SW                PIC X(01) VALUE 'R'.
               88 CNT-ACCION-REPORTAR                VALUE 'R'.
               88 CNT-ACCION-CONTABILIZAR            VALUE 'P'.
           05 CNT-TIPO-SW                  PIC X(01) VALUE 'C'.
               88 CNT-CONTEO-CICLICO                 VALUE 'C'.
               88 CNT-CONTEO-COMPLETO                VALUE 'F'.
           05 CNT-HORA-ACTUAL              PIC 9(08).
      *----------------------------------------------------------------*
      *     CODIGO DE RETORNO PARA EL PLANIFICADOR (CONVENCION DE      *
      *     SalesDataProcessor): ARRANCA EN 12 Y SOLO EL CIERRE        *
      *     NORMAL LO REBAJA.                                          *
      *----------------------------------------------------------------*
       77 CNT-CODIGO-RETORNO               PIC 9(02) COMP VALUE 12.
      *----------------------------------------------------------------*
      *     CUENTAS DE TRABAJO POR DEFECTO, REEMPLAZADAS POR EL        *
      *     REGISTRO 'I' DEL MAPA DE CUENTAS CUANDO EXISTE.            *
      *----------------------------------------------------------------*
       77 GLX-CUENTA-INVENTARIO            PIC X(06) VALUE "143505".
       77 GLX-CUENTA-MERMA                 PIC X(06) VALUE "529505".
       77 GLX-CUENTA-LINEA                 PIC X(06).
       77 GLX-SECUENCIA                    PIC 9(06) COMP VALUE ZERO.
       77 GLX-TOTAL-DEBITOS                PIC S9(16) COMP-3 VALUE ZERO.
       77 GLX-TOTAL-CREDITOS               PIC S9(16) COMP-3 VALUE ZERO.
       01 GLX-SECUENCIA-EDITADA            PIC 9(06).
       01 GLX-DESCRIPCION.
           05 GLX-D-TEXTO                  PIC X(20).
           05 GLX-D-TIENDA                 PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 GLX-D-FECHA                  PIC 9(06).
           05 FILLER                       PIC X(03) VALUE SPACES.
      *----------------------------------------------------------------*
      *     ANALISIS DE UNA LINEA DE CONTEO (TIENDA;PRODUCTO;CANT)     *
      *----------------------------------------------------------------*
       01 CNF-CAMPOS.
           05 CNF-C-TIENDA                 PIC X(60).
           05 CNF-C-PRODUCTO               PIC X(60).
           05 CNF-C-CANTIDAD               PIC X(16).
           05 CNF-SOBRANTE                 PIC X(16).
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
      *     T A B L A   D E   C O S T O S   D E L   M A E S T R O      *
      *----------------------------------------------------------------*
       01 MST-TABLE.
           05 MST-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 MST-ENTRY OCCURS 500 TIMES INDEXED BY MST-IDX.
               10 MST-PRODUCT-NAME         PIC X(60).
               10 MST-COSTO-UNITARIO       PIC 9(08).
       77 MST-MAX-PRODUCTOS                PIC 9(04) COMP VALUE 500.
       01 MST-BUSQUEDA.
           05 MST-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 MST-ENCONTRADO                     VALUE 'Y'.
      *----------------------------------------------------------------*
      *     T A B L A   D E L   C O N T E O                            *
      *     UN RENGLON POR PRODUCTO DE LA TIENDA: CANTIDAD CONTADA,    *
      *     EXISTENCIA ACTUAL, MOVIMIENTOS POSTERIORES AL CONTEO Y     *
      *     COSTO UNITARIO                                             *
      *----------------------------------------------------------------*
       01 CNT-TABLE.
           05 CNT-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 CNT-ENTRY OCCURS 3000 TIMES INDEXED BY CNT-IDX.
               10 CNT-PRODUCTO             PIC X(60).
               10 CNT-CONTADO-SW           PIC X(01).
                   88 CNT-CONTADO                    VALUE 'S'.
               10 CNT-CANTIDAD-CONTADA     PIC 9(08) COMP.
               10 CNT-EXISTENCIA-ACTUAL    PIC S9(08) COMP.
               10 CNT-MOVIMIENTOS-POST     PIC S9(08) COMP.
               10 CNT-LIBROS               PIC S9(08) COMP.
               10 CNT-VARIACION            PIC S9(08) COMP.
               10 CNT-COSTO-UNITARIO       PIC 9(08).
               10 CNT-CON-COSTO-SW         PIC X(01).
                   88 CNT-CON-COSTO                  VALUE 'S'.
               10 CNT-VALOR                PIC S9(14) COMP-3.
       77 CNT-MAX-PRODUCTOS                PIC 9(04) COMP VALUE 3000.
       01 CNT-BUSQUEDA.
           05 CNT-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 CNT-ENCONTRADO                     VALUE 'Y'.
           05 CNT-BUSCAR-PRODUCTO          PIC X(60).
      *----------------------------------------------------------------*
      *     CONTEOS Y TOTALES DE LA CORRIDA                            *
      *----------------------------------------------------------------*
       01 CNT-CONTADORES.
           05 CNT-LINEAS-LEIDAS            PIC 9(06) COMP VALUE ZERO.
           05 CNT-LINEAS-ACEPTADAS         PIC 9(06) COMP VALUE ZERO.
           05 CNT-LINEAS-RECHAZADAS        PIC 9(06) COMP VALUE ZERO.
           05 CNT-PRODUCTOS-NO-CONTADOS    PIC 9(06) COMP VALUE ZERO.
           05 CNT-PRODUCTOS-SIN-COSTO      PIC 9(06) COMP VALUE ZERO.
           05 CNT-PRODUCTOS-CON-VARIACION  PIC 9(06) COMP VALUE ZERO.
           05 CNT-PRODUCTOS-FUERA-TABLA    PIC 9(06) COMP VALUE ZERO.
           05 CNT-MOVIMIENTOS-LEIDOS       PIC 9(08) COMP VALUE ZERO.
           05 CNT-AJUSTES-APLICADOS        PIC 9(06) COMP VALUE ZERO.
           05 CNT-UNID-CONTADAS            PIC 9(10) COMP-3 VALUE ZERO.
           05 CNT-UNID-LIBROS              PIC S9(10) COMP-3 VALUE ZERO.
           05 CNT-UNID-MERMA               PIC 9(10) COMP-3 VALUE ZERO.
           05 CNT-UNID-SOBRANTE            PIC 9(10) COMP-3 VALUE ZERO.
           05 CNT-VALOR-MERMA              PIC 9(14) COMP-3 VALUE ZERO.
           05 CNT-VALOR-SOBRANTE           PIC 9(14) COMP-3 VALUE ZERO.
           05 CNT-VALOR-NETO               PIC S9(14) COMP-3 VALUE ZERO.
      *----------------------------------------------------------------*
      *     LINEA DE DETALLE DEL REPORTE DE MERMA                      *
      *----------------------------------------------------------------*
       01 CNT-LINEA-DETALLE.
           05 CNT-LD-TIENDA                PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CNT-LD-PRODUCTO              PIC X(60).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CNT-LD-LIBROS                PIC -(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CNT-LD-CONTADO               PIC Z(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CNT-LD-VARIACION             PIC -(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CNT-LD-COSTO                 PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CNT-LD-VALOR                 PIC -(11)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CNT-LD-MARCA                 PIC X(08).
       01 CNT-LINEA-TOTAL.
           05 CNT-LT-ETIQUETA              PIC X(40).
           05 CNT-LT-VALOR                 PIC -(15)9.
       01 CNT-EDITADOS.
           05 CNT-CONTEO-ED                PIC Z(07)9.
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
           IF CNT-ACCION-CONTABILIZAR
               PERFORM 1058-VERIFICAR-PERIODO-CERRADO THRU
                       1058-VERIFICAR-PERIODO-CERRADO-FIN
           END-IF
           PERFORM 1070-CARGAR-MAESTRO
           PERFORM 1080-CARGAR-MAPA-CUENTAS
           OPEN OUTPUT SHRINK-REPORT-FILE
           IF RPT-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING SHRINK REPORT FILE"
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           .

      *----------------------------------------------------------------*
      * 1050-OBTENER-PARAMETROS                                        *
      *     FECHA DEL CONTEO (SALES_COUNT_DATE, O SALES_RUN_DATE, O LA *
      *     FECHA DEL SISTEMA), ACCION, TIPO DE CONTEO, APROBADOR Y    *
      *     NOMBRES DE ARCHIVO                                         *
      *----------------------------------------------------------------*
       1050-OBTENER-PARAMETROS.
           ACCEPT PARM-FECHA-ENV FROM ENVIRONMENT "SALES_COUNT_DATE"
           IF PARM-FECHA-ENV EQUAL SPACES
               ACCEPT PARM-FECHA-ENV FROM ENVIRONMENT "SALES_RUN_DATE"
           END-IF
           IF PARM-FECHA-ENV EQUAL SPACES
               ACCEPT CNT-FECHA-CONTEO FROM DATE
           ELSE
               MOVE PARM-FECHA-ENV         TO CNT-FECHA-CONTEO
           END-IF
           ACCEPT PARM-ACCION FROM ENVIRONMENT "SALES_COUNT_ACTION"
           IF PARM-ACCION EQUAL "POST"
               SET CNT-ACCION-CONTABILIZAR TO TRUE
           ELSE
               SET CNT-ACCION-REPORTAR     TO TRUE
           END-IF
           ACCEPT PARM-TIPO-CONTEO FROM ENVIRONMENT "SALES_COUNT_TYPE"
           IF PARM-TIPO-CONTEO EQUAL "FULL"
               SET CNT-CONTEO-COMPLETO     TO TRUE
           ELSE
               SET CNT-CONTEO-CICLICO      TO TRUE
           END-IF
           ACCEPT PARM-APROBADOR FROM ENVIRONMENT "SALES_COUNT_APPROVER"
           ACCEPT PARM-ARCHIVO-CONTEO
               FROM ENVIRONMENT "SALES_COUNT_FILE"
           IF PARM-ARCHIVO-CONTEO EQUAL SPACES
               MOVE "physicalcount.txt"    TO PARM-ARCHIVO-CONTEO
           END-IF
           ACCEPT PARM-ARCHIVO-REPORTE
               FROM ENVIRONMENT "SALES_SHRINK_REPORT_FILE"
           IF PARM-ARCHIVO-REPORTE EQUAL SPACES
               MOVE "shrinkreport.txt"     TO PARM-ARCHIVO-REPORTE
           END-IF
           ACCEPT PARM-ARCHIVO-GL
               FROM ENVIRONMENT "SALES_SHRINK_GL_FILE"
           IF PARM-ARCHIVO-GL EQUAL SPACES
               MOVE "glshrink.txt"         TO PARM-ARCHIVO-GL
           END-IF
           ACCEPT PARM-ARCHIVO-MAPA
               FROM ENVIRONMENT "SALES_GL_ACCOUNT_MAP"
           IF PARM-ARCHIVO-MAPA EQUAL SPACES
               MOVE "accountmap.dat"       TO PARM-ARCHIVO-MAPA
           END-IF
           ACCEPT PARM-MAESTRO-PRODUCTOS
               FROM ENVIRONMENT "SALES_PRODUCT_MASTER"
           IF PARM-MAESTRO-PRODUCTOS EQUAL SPACES
               MOVE "productmaster.dat" TO PARM-MAESTRO-PRODUCTOS
           END-IF
           IF CNT-ACCION-CONTABILIZAR AND PARM-APROBADOR EQUAL SPACES
               DISPLAY "CONTABILIZACION RECHAZADA: FALTA EL CODIGO "
                   "DEL SUPERVISOR QUE FIRMA (SALES_COUNT_APPROVER)"
               MOVE 8                      TO CNT-CODIGO-RETORNO
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           .

      *----------------------------------------------------------------*
      * 1055-VERIFICAR-INVENTARIO-APLICADO                             *
      *     LA EXISTENCIA EN LIBROS A LA FECHA DEL CONTEO INCLUYE LAS  *
      *     VENTAS DE ESE DIA: SI SalesInventoryUpdate NO LAS APLICO   *
      *     (CORRIDA SALESINV COMPLETA), LA COMPARACION SALDRIA CORRIDA*
      *     EXACTAMENTE POR LO VENDIDO Y SE RECHAZA                    *
      *----------------------------------------------------------------*
       1055-VERIFICAR-INVENTARIO-APLICADO.
           OPEN INPUT RUN-CONTROL-FILE
           IF RCF-STATUS NOT EQUAL '00'
               DISPLAY "CONTEO RECHAZADO: NO HAY CONTROL DE CORRIDAS "
                   "(runcontrol.dat, STATUS " RCF-STATUS ")"
               MOVE 8                      TO CNT-CODIGO-RETORNO
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           MOVE CNT-FECHA-CONTEO           TO RC-FECHA
           MOVE "CADENA"                   TO RC-TIENDA
           MOVE "SALESINV"                 TO RC-PROGRAMA
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES             TO RC-ESTADO
           END-READ
           CLOSE RUN-CONTROL-FILE
           IF RC-COMPLETA
               GO TO 1055-VERIFICAR-INVENTARIO-APLICADO-FIN
           END-IF
           DISPLAY "CONTEO RECHAZADO: LA FECHA " CNT-FECHA-CONTEO
               " NO TIENE CORRIDA SALESINV COMPLETA - EJECUTE "
               "SalesInventoryUpdate DE ESA FECHA PRIMERO"
           MOVE 8                          TO CNT-CODIGO-RETORNO
           PERFORM 3000-FINAL-PROGRAMA
           .
       1055-VERIFICAR-INVENTARIO-APLICADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 1058-VERIFICAR-PERIODO-CERRADO                                 *
      *     COMO EN SalesGLFeedExport: EL ASIENTO DE MERMA DE UN MES   *
      *     CERRADO NO SE ENTREGA, SALVO REAPERTURA EXPLICITA          *
      *----------------------------------------------------------------*
       1058-VERIFICAR-PERIODO-CERRADO.
           COMPUTE PCL-MES-CONTEO = CNT-FECHA-CONTEO / 100
           OPEN INPUT PERIOD-CLOSE-FILE
           IF PCL-STATUS NOT EQUAL '00'
               GO TO 1058-VERIFICAR-PERIODO-CERRADO-FIN
           END-IF
           MOVE PCL-MES-CONTEO             TO PC-MES
           READ PERIOD-CLOSE-FILE
               INVALID KEY
                   CLOSE PERIOD-CLOSE-FILE
                   GO TO 1058-VERIFICAR-PERIODO-CERRADO-FIN
           END-READ
           CLOSE PERIOD-CLOSE-FILE
           IF PC-CERRADO
               DISPLAY "CONTABILIZACION RECHAZADA: EL MES "
                   PCL-MES-CONTEO " ESTA CERRADO (periodclose.dat) "
                   "- REABRA EL MES CON SalesPeriodClose"
               MOVE 8                      TO CNT-CODIGO-RETORNO
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           .
       1058-VERIFICAR-PERIODO-CERRADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 1070-CARGAR-MAESTRO                                            *
      *     CARGA NOMBRE Y COSTO UNITARIO DE CADA PRODUCTO.  SIN       *
      *     MAESTRO LAS DIFERENCIAS SALEN EN UNIDADES, SIN VALOR.      *
      *----------------------------------------------------------------*
       1070-CARGAR-MAESTRO.
           OPEN INPUT PRODUCT-MASTER-FILE
           IF MST-STATUS EQUAL '00' OR MST-STATUS EQUAL '05'
               PERFORM 1071-LEER-MAESTRO UNTIL MST-EOF
               CLOSE PRODUCT-MASTER-FILE
           ELSE
               DISPLAY "ADVERTENCIA: MAESTRO DE PRODUCTOS NO "
                   "DISPONIBLE (STATUS " MST-STATUS ") - LAS "
                   "DIFERENCIAS NO SE PUEDEN VALORIZAR"
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
                   MOVE PM-COSTO-UNITARIO
                       TO MST-COSTO-UNITARIO(MST-IDX)
               ELSE
                   DISPLAY "TABLA DEL MAESTRO LLENA - PRODUCTO NO "
                       "CARGADO: " PM-PRODUCT-NAME
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1080-CARGAR-MAPA-CUENTAS                                       *
      *     TOMA LAS CUENTAS DE INVENTARIO Y MERMA DEL REGISTRO 'I'    *
      *     DEL MAPA DE CUENTAS; LOS DEMAS REGISTROS SON DE            *
      *     SalesGLFeedExport Y SE IGNORAN                             *
      *----------------------------------------------------------------*
       1080-CARGAR-MAPA-CUENTAS.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF GLM-STATUS EQUAL '00' OR GLM-STATUS EQUAL '05'
               PERFORM 1081-LEER-MAPA-CUENTAS UNTIL GLM-EOF
               CLOSE ACCOUNT-MAP-FILE
           END-IF
           .

      *----------------------------------------------------------------*
      * 1081-LEER-MAPA-CUENTAS                                         *
      *----------------------------------------------------------------*
       1081-LEER-MAPA-CUENTAS.
           READ ACCOUNT-MAP-FILE
               AT END
                   SET GLM-EOF             TO TRUE
           END-READ
           IF NOT GLM-EOF AND GLM-TIPO-INVENTARIO
               MOVE GLM-R-CTA-INVENTARIO   TO GLX-CUENTA-INVENTARIO
               MOVE GLM-R-CTA-MERMA        TO GLX-CUENTA-MERMA
           END-IF
           .

      *----------------------------------------------------------------*
      * 2000-PROCESO-PROGRAMA                                          *
      *----------------------------------------------------------------*
       2000-PROCESO-PROGRAMA.
           PERFORM 2100-CARGAR-CONTEO
           IF CNT-COUNT EQUAL ZERO
               DISPLAY "CONTEO RECHAZADO: EL ARCHIVO DE CONTEO NO "
                   "TRAE LINEAS VALIDAS (" PARM-ARCHIVO-CONTEO ")"
               MOVE 8                      TO CNT-CODIGO-RETORNO
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           IF CNT-ACCION-CONTABILIZAR
               OPEN I-O STOCK-FILE
           ELSE
               OPEN INPUT STOCK-FILE
           END-IF
           IF STK-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING STOCK FILE - STATUS: "
                   STK-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           PERFORM 2200-LEER-EXISTENCIAS
           PERFORM 2300-REVERTIR-MOVIMIENTOS THRU
                   2300-REVERTIR-MOVIMIENTOS-FIN
           PERFORM 2400-VALORIZAR-PRODUCTO THRU
                   2400-VALORIZAR-PRODUCTO-EXIT
               VARYING CNT-IDX FROM 1 BY 1 UNTIL CNT-IDX > CNT-COUNT
           PERFORM 2500-REPORTE-MERMA
           IF CNT-ACCION-CONTABILIZAR
               PERFORM 2700-CONTABILIZAR-CONTEO THRU
                       2700-CONTABILIZAR-CONTEO-FIN
           ELSE
               PERFORM 2600-REGISTRAR-CONTEO THRU
                       2600-REGISTRAR-CONTEO-FIN
           END-IF
           IF CNT-CODIGO-RETORNO NOT EQUAL 8
               IF CNT-LINEAS-RECHAZADAS > ZERO
                   OR CNT-PRODUCTOS-SIN-COSTO > ZERO
                   OR CNT-PRODUCTOS-FUERA-TABLA > ZERO
                   MOVE 4                  TO CNT-CODIGO-RETORNO
               ELSE
                   MOVE ZERO               TO CNT-CODIGO-RETORNO
               END-IF
           END-IF
           DISPLAY "=========================================="
           DISPLAY "  CONTEO FISICO Y MERMA DE INVENTARIO"
           DISPLAY "=========================================="
           DISPLAY "FECHA DEL CONTEO      : " CNT-FECHA-CONTEO
           DISPLAY "TIENDA                : " CNT-TIENDA
           DISPLAY "TIPO DE CONTEO        : " CNT-TIPO-SW
           DISPLAY "ACCION                : " CNT-ACCION-SW
           DISPLAY "LINEAS LEIDAS         : " CNT-LINEAS-LEIDAS
           DISPLAY "LINEAS RECHAZADAS     : " CNT-LINEAS-RECHAZADAS
           DISPLAY "PRODUCTOS COMPARADOS  : " CNT-COUNT
           DISPLAY "PRODUCTOS NO CONTADOS : " CNT-PRODUCTOS-NO-CONTADOS
           DISPLAY "PRODUCTOS CON VARIAC. : "
               CNT-PRODUCTOS-CON-VARIACION
           DISPLAY "PRODUCTOS SIN COSTO   : " CNT-PRODUCTOS-SIN-COSTO
           DISPLAY "MOVIMIENTOS REVERTIDOS: " CNT-MOVIMIENTOS-LEIDOS
           DISPLAY "VALOR MERMA           : " CNT-VALOR-MERMA
           DISPLAY "VALOR SOBRANTE        : " CNT-VALOR-SOBRANTE
           DISPLAY "AJUSTES APLICADOS     : " CNT-AJUSTES-APLICADOS
           DISPLAY "=========================================="
           DISPLAY "CODIGO DE RETORNO DEL CONTEO: " CNT-CODIGO-RETORNO
           .

      *----------------------------------------------------------------*
      * 2100-CARGAR-CONTEO                                             *
      *     LA TIENDA DEL CONTEO ES LA DE LA PRIMERA LINEA VALIDA (O   *
      *     SALES_COUNT_STORE); LINEAS DE OTRA TIENDA SE RECHAZAN      *
      *----------------------------------------------------------------*
       2100-CARGAR-CONTEO.
           ACCEPT CNT-TIENDA FROM ENVIRONMENT "SALES_COUNT_STORE"
           OPEN INPUT COUNT-FILE
           IF CNF-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING COUNT FILE - STATUS: "
                   CNF-STATUS " - " PARM-ARCHIVO-CONTEO
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           PERFORM 2110-LEER-CONTEO THRU 2110-LEER-CONTEO-EXIT
               UNTIL CNF-EOF
           CLOSE COUNT-FILE
           .

      *----------------------------------------------------------------*
      * 2110-LEER-CONTEO                                               *
      *----------------------------------------------------------------*
       2110-LEER-CONTEO.
           READ COUNT-FILE
               AT END
                   SET CNF-EOF             TO TRUE
                   GO TO 2110-LEER-CONTEO-EXIT
           END-READ
           IF COUNT-RECORD EQUAL SPACES
               GO TO 2110-LEER-CONTEO-EXIT
           END-IF
           ADD 1                           TO CNT-LINEAS-LEIDAS
           MOVE SPACES                     TO CNF-CAMPOS
           UNSTRING COUNT-RECORD DELIMITED BY ';'
               INTO CNF-C-TIENDA CNF-C-PRODUCTO CNF-C-CANTIDAD
                    CNF-SOBRANTE
           END-UNSTRING
           IF CNF-C-TIENDA EQUAL SPACES
               OR CNF-C-PRODUCTO EQUAL SPACES
               ADD 1                       TO CNT-LINEAS-RECHAZADAS
               DISPLAY "CONTEO RECHAZADO (TIENDA O PRODUCTO VACIO): "
                   COUNT-RECORD(1:70)
               GO TO 2110-LEER-CONTEO-EXIT
           END-IF
           MOVE CNF-C-CANTIDAD             TO CNV-TEXTO
           PERFORM 1240-CONVERTIR-ENTERO
           IF NOT CNV-VALIDO OR CNV-NUMERO > 99999999
               ADD 1                       TO CNT-LINEAS-RECHAZADAS
               DISPLAY "CONTEO RECHAZADO (CANTIDAD INVALIDA): "
                   COUNT-RECORD(1:70)
               GO TO 2110-LEER-CONTEO-EXIT
           END-IF
           IF CNT-TIENDA EQUAL SPACES
               MOVE CNF-C-TIENDA(1:10)     TO CNT-TIENDA
           END-IF
           IF CNF-C-TIENDA(1:10) NOT EQUAL CNT-TIENDA
               ADD 1                       TO CNT-LINEAS-RECHAZADAS
               DISPLAY "CONTEO RECHAZADO (OTRA TIENDA): "
                   COUNT-RECORD(1:70)
               GO TO 2110-LEER-CONTEO-EXIT
           END-IF
           MOVE CNF-C-PRODUCTO             TO CNT-BUSCAR-PRODUCTO
           PERFORM 2800-UBICAR-PRODUCTO THRU 2800-UBICAR-PRODUCTO-FIN
           IF NOT CNT-ENCONTRADO
               ADD 1                       TO CNT-LINEAS-RECHAZADAS
               GO TO 2110-LEER-CONTEO-EXIT
           END-IF
           SET CNT-CONTADO(CNT-IDX)        TO TRUE
           ADD CNV-NUMERO          TO CNT-CANTIDAD-CONTADA(CNT-IDX)
           ADD CNV-NUMERO                  TO CNT-UNID-CONTADAS
           ADD 1                           TO CNT-LINEAS-ACEPTADAS
           .
       2110-LEER-CONTEO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-LEER-EXISTENCIAS                                          *
      *     EXISTENCIA ACTUAL DE CADA PRODUCTO CONTADO; EN CONTEO      *
      *     COMPLETO, ADEMAS, CADA PRODUCTO CON EXISTENCIA EN LA       *
      *     TIENDA QUE NO SE CONTO ENTRA COMO CONTADO EN CERO          *
      *----------------------------------------------------------------*
       2200-LEER-EXISTENCIAS.
           PERFORM 2210-LEER-EXISTENCIA-PRODUCTO
               VARYING CNT-IDX FROM 1 BY 1 UNTIL CNT-IDX > CNT-COUNT
           IF CNT-CONTEO-COMPLETO
               MOVE CNT-TIENDA             TO STK-TIENDA
               MOVE LOW-VALUES             TO STK-PRODUCT-NAME
               START STOCK-FILE KEY IS NOT LESS THAN STK-KEY
                   INVALID KEY
                       SET STK-EOF         TO TRUE
               END-START
               PERFORM 2220-RECORRER-EXISTENCIA THRU
                       2220-RECORRER-EXISTENCIA-EXIT
                   UNTIL STK-EOF
           END-IF
           .

       2210-LEER-EXISTENCIA-PRODUCTO.
           MOVE CNT-TIENDA                 TO STK-TIENDA
           MOVE CNT-PRODUCTO(CNT-IDX)      TO STK-PRODUCT-NAME
           READ STOCK-FILE
               INVALID KEY
                   MOVE ZERO               TO STK-CANTIDAD
           END-READ
           MOVE STK-CANTIDAD       TO CNT-EXISTENCIA-ACTUAL(CNT-IDX)
           .

      *----------------------------------------------------------------*
      * 2220-RECORRER-EXISTENCIA                                       *
      *----------------------------------------------------------------*
       2220-RECORRER-EXISTENCIA.
           READ STOCK-FILE NEXT RECORD
               AT END
                   SET STK-EOF             TO TRUE
                   GO TO 2220-RECORRER-EXISTENCIA-EXIT
           END-READ
           IF STK-TIENDA NOT EQUAL CNT-TIENDA
               SET STK-EOF                 TO TRUE
               GO TO 2220-RECORRER-EXISTENCIA-EXIT
           END-IF
           IF STK-CANTIDAD EQUAL ZERO
               GO TO 2220-RECORRER-EXISTENCIA-EXIT
           END-IF
           MOVE STK-PRODUCT-NAME           TO CNT-BUSCAR-PRODUCTO
           PERFORM 2800-UBICAR-PRODUCTO THRU 2800-UBICAR-PRODUCTO-FIN
           IF CNT-ENCONTRADO AND NOT CNT-CONTADO(CNT-IDX)
               MOVE STK-CANTIDAD   TO CNT-EXISTENCIA-ACTUAL(CNT-IDX)
           END-IF
           .
       2220-RECORRER-EXISTENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-REVERTIR-MOVIMIENTOS                                      *
      *     SUMA POR PRODUCTO LOS MOVIMIENTOS DE LA TIENDA CON FECHA   *
      *     POSTERIOR AL CONTEO; LA EXISTENCIA EN LIBROS AL CONTEO ES  *
      *     LA ACTUAL MENOS ESA SUMA.  EN CONTEO COMPLETO UN PRODUCTO  *
      *     HOY EN CERO PERO CON MOVIMIENTOS POSTERIORES TAMBIEN TENIA *
      *     EXISTENCIA AL CONTEO, Y ENTRA COMO NO CONTADO              *
      *----------------------------------------------------------------*
       2300-REVERTIR-MOVIMIENTOS.
           IF CNT-ACCION-CONTABILIZAR
               OPEN I-O STOCK-MOVE-FILE
               IF SMV-STATUS EQUAL '35' OR SMV-STATUS EQUAL '05'
                   CLOSE STOCK-MOVE-FILE
                   OPEN OUTPUT STOCK-MOVE-FILE
                   CLOSE STOCK-MOVE-FILE
                   OPEN I-O STOCK-MOVE-FILE
               END-IF
           ELSE
               OPEN INPUT STOCK-MOVE-FILE
           END-IF
           IF SMV-STATUS EQUAL '05'
               GO TO 2300-REVERTIR-MOVIMIENTOS-FIN
           END-IF
           IF SMV-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING STOCK MOVE FILE - STATUS: "
                   SMV-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           MOVE CNT-FECHA-CONTEO           TO SMV-FECHA
           MOVE HIGH-VALUES                TO SMV-TIENDA
           MOVE HIGH-VALUES                TO SMV-PRODUCT-NAME
           MOVE HIGH-VALUES                TO SMV-TIPO
           START STOCK-MOVE-FILE KEY IS GREATER THAN SMV-KEY
               INVALID KEY
                   SET SMV-EOF             TO TRUE
           END-START
           PERFORM 2310-LEER-MOVIMIENTO THRU 2310-LEER-MOVIMIENTO-EXIT
               UNTIL SMV-EOF
           .
       2300-REVERTIR-MOVIMIENTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2310-LEER-MOVIMIENTO                                           *
      *----------------------------------------------------------------*
       2310-LEER-MOVIMIENTO.
           READ STOCK-MOVE-FILE NEXT RECORD
               AT END
                   SET SMV-EOF             TO TRUE
                   GO TO 2310-LEER-MOVIMIENTO-EXIT
           END-READ
           IF SMV-TIENDA NOT EQUAL CNT-TIENDA
               GO TO 2310-LEER-MOVIMIENTO-EXIT
           END-IF
           MOVE SMV-PRODUCT-NAME           TO CNT-BUSCAR-PRODUCTO
           IF CNT-CONTEO-COMPLETO
               PERFORM 2800-UBICAR-PRODUCTO THRU
                       2800-UBICAR-PRODUCTO-FIN
           ELSE
               PERFORM 2810-BUSCAR-PRODUCTO THRU
                       2810-BUSCAR-PRODUCTO-FIN
           END-IF
           IF NOT CNT-ENCONTRADO
               GO TO 2310-LEER-MOVIMIENTO-EXIT
           END-IF
           ADD 1                           TO CNT-MOVIMIENTOS-LEIDOS
           ADD SMV-CANTIDAD        TO CNT-MOVIMIENTOS-POST(CNT-IDX)
           .
       2310-LEER-MOVIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-VALORIZAR-PRODUCTO                                        *
      *     LIBROS AL CONTEO, VARIACION (CONTADO - LIBROS) Y SU VALOR  *
      *     A COSTO UNITARIO; VARIACION NEGATIVA = MERMA               *
      *----------------------------------------------------------------*
       2400-VALORIZAR-PRODUCTO.
           COMPUTE CNT-LIBROS(CNT-IDX) =
               CNT-EXISTENCIA-ACTUAL(CNT-IDX)
               - CNT-MOVIMIENTOS-POST(CNT-IDX)
           COMPUTE CNT-VARIACION(CNT-IDX) =
               CNT-CANTIDAD-CONTADA(CNT-IDX) - CNT-LIBROS(CNT-IDX)
           ADD CNT-LIBROS(CNT-IDX)         TO CNT-UNID-LIBROS
           IF NOT CNT-CONTADO(CNT-IDX)
               ADD 1                       TO CNT-PRODUCTOS-NO-CONTADOS
           END-IF
           PERFORM 2410-BUSCAR-COSTO
           COMPUTE CNT-VALOR(CNT-IDX) =
               CNT-VARIACION(CNT-IDX) * CNT-COSTO-UNITARIO(CNT-IDX)
           IF CNT-VARIACION(CNT-IDX) EQUAL ZERO
               GO TO 2400-VALORIZAR-PRODUCTO-EXIT
           END-IF
           ADD 1                     TO CNT-PRODUCTOS-CON-VARIACION
           IF NOT CNT-CON-COSTO(CNT-IDX)
               ADD 1                       TO CNT-PRODUCTOS-SIN-COSTO
           END-IF
           IF CNT-VARIACION(CNT-IDX) < ZERO
               SUBTRACT CNT-VARIACION(CNT-IDX) FROM CNT-UNID-MERMA
               SUBTRACT CNT-VALOR(CNT-IDX) FROM CNT-VALOR-MERMA
           ELSE
               ADD CNT-VARIACION(CNT-IDX)  TO CNT-UNID-SOBRANTE
               ADD CNT-VALOR(CNT-IDX)      TO CNT-VALOR-SOBRANTE
           END-IF
           ADD CNT-VALOR(CNT-IDX)          TO CNT-VALOR-NETO
           .
       2400-VALORIZAR-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2410-BUSCAR-COSTO                                              *
      *----------------------------------------------------------------*
       2410-BUSCAR-COSTO.
           MOVE 'N'                        TO MST-ENCONTRADO-SW
           MOVE ZERO                   TO CNT-COSTO-UNITARIO(CNT-IDX)
           MOVE 'N'                    TO CNT-CON-COSTO-SW(CNT-IDX)
           SET MST-IDX                     TO 1
           PERFORM 2411-COMPARAR-COSTO THRU 2411-COMPARAR-COSTO-EXIT
               UNTIL MST-IDX > MST-COUNT OR MST-ENCONTRADO
           .

       2411-COMPARAR-COSTO.
           IF MST-PRODUCT-NAME(MST-IDX) EQUAL CNT-PRODUCTO(CNT-IDX)
               SET MST-ENCONTRADO          TO TRUE
               MOVE MST-COSTO-UNITARIO(MST-IDX)
                   TO CNT-COSTO-UNITARIO(CNT-IDX)
               IF MST-COSTO-UNITARIO(MST-IDX) > ZERO
                   SET CNT-CON-COSTO(CNT-IDX) TO TRUE
               END-IF
               GO TO 2411-COMPARAR-COSTO-EXIT
           END-IF
           SET MST-IDX UP BY 1
           .
       2411-COMPARAR-COSTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-REPORTE-MERMA                                             *
      *     UNA LINEA POR PRODUCTO CON VARIACION, Y LOS TOTALES DE LA  *
      *     TIENDA                                                     *
      *----------------------------------------------------------------*
       2500-REPORTE-MERMA.
           MOVE SPACES                     TO REPORT-RECORD
           STRING "REPORTE DE MERMA POR CONTEO FISICO - TIENDA: "
                  DELIMITED BY SIZE
                  CNT-TIENDA               DELIMITED BY SIZE
                  "  FECHA DEL CONTEO: "   DELIMITED BY SIZE
                  CNT-FECHA-CONTEO         DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           IF CNT-CONTEO-COMPLETO
               MOVE "CONTEO COMPLETO: LO NO CONTADO SE TOMA EN CERO"
                   TO REPORT-RECORD
           ELSE
               MOVE "CONTEO CICLICO: SOLO SE COMPARAN LOS PRODUCTOS "
                   TO REPORT-RECORD
               MOVE "CONTADOS"         TO REPORT-RECORD(48:8)
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           STRING "ARCHIVO DE CONTEO: "    DELIMITED BY SIZE
                  PARM-ARCHIVO-CONTEO      DELIMITED BY SPACE
                  "   VALORES A PM-COSTO-UNITARIO (COP)"
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "TIENDA"                   TO REPORT-RECORD(1:6)
           MOVE "PRODUCTO"                 TO REPORT-RECORD(12:8)
           MOVE "   LIBROS"                TO REPORT-RECORD(73:9)
           MOVE "  CONTADO"                TO REPORT-RECORD(83:9)
           MOVE "VARIACION"                TO REPORT-RECORD(93:9)
           MOVE "COSTO UN"                 TO REPORT-RECORD(103:8)
           MOVE "       VALOR"             TO REPORT-RECORD(112:12)
           MOVE "MARCA"                    TO REPORT-RECORD(125:5)
           WRITE REPORT-RECORD
           PERFORM 2510-IMPRIMIR-PRODUCTO
               VARYING CNT-IDX FROM 1 BY 1 UNTIL CNT-IDX > CNT-COUNT
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "PRODUCTOS COMPARADOS: "   TO REPORT-RECORD
           MOVE CNT-COUNT                  TO CNT-CONTEO-ED
           MOVE CNT-CONTEO-ED              TO REPORT-RECORD(41:8)
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "PRODUCTOS CON VARIACION: " TO REPORT-RECORD
           MOVE CNT-PRODUCTOS-CON-VARIACION TO CNT-CONTEO-ED
           MOVE CNT-CONTEO-ED              TO REPORT-RECORD(41:8)
           WRITE REPORT-RECORD
           MOVE "UNIDADES EN LIBROS AL CONTEO" TO CNT-LT-ETIQUETA
           MOVE CNT-UNID-LIBROS            TO CNT-LT-VALOR
           PERFORM 2520-IMPRIMIR-TOTAL
           MOVE "UNIDADES CONTADAS"        TO CNT-LT-ETIQUETA
           MOVE CNT-UNID-CONTADAS          TO CNT-LT-VALOR
           PERFORM 2520-IMPRIMIR-TOTAL
           MOVE "UNIDADES DE MERMA"        TO CNT-LT-ETIQUETA
           MOVE CNT-UNID-MERMA             TO CNT-LT-VALOR
           PERFORM 2520-IMPRIMIR-TOTAL
           MOVE "UNIDADES SOBRANTES"       TO CNT-LT-ETIQUETA
           MOVE CNT-UNID-SOBRANTE          TO CNT-LT-VALOR
           PERFORM 2520-IMPRIMIR-TOTAL
           MOVE "VALOR DE LA MERMA"        TO CNT-LT-ETIQUETA
           MOVE CNT-VALOR-MERMA            TO CNT-LT-VALOR
           PERFORM 2520-IMPRIMIR-TOTAL
           MOVE "VALOR DEL SOBRANTE"       TO CNT-LT-ETIQUETA
           MOVE CNT-VALOR-SOBRANTE         TO CNT-LT-VALOR
           PERFORM 2520-IMPRIMIR-TOTAL
           MOVE "VALOR NETO (SOBRANTE - MERMA)" TO CNT-LT-ETIQUETA
           MOVE CNT-VALOR-NETO             TO CNT-LT-VALOR
           PERFORM 2520-IMPRIMIR-TOTAL
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "*S/COSTO = PRODUCTO SIN COSTO EN EL MAESTRO (VALOR "
               TO REPORT-RECORD
           MOVE "CERO); *NO CONT = NO CONTADO, TOMADO EN CERO"
               TO REPORT-RECORD(52:44)
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2510-IMPRIMIR-PRODUCTO                                         *
      *----------------------------------------------------------------*
       2510-IMPRIMIR-PRODUCTO.
           IF CNT-VARIACION(CNT-IDX) NOT EQUAL ZERO
               MOVE SPACES                 TO CNT-LD-MARCA
               IF NOT CNT-CON-COSTO(CNT-IDX)
                   MOVE "*S/COSTO"         TO CNT-LD-MARCA
               END-IF
               IF NOT CNT-CONTADO(CNT-IDX)
                   MOVE "*NO CONT"         TO CNT-LD-MARCA
               END-IF
               MOVE CNT-TIENDA             TO CNT-LD-TIENDA
               MOVE CNT-PRODUCTO(CNT-IDX)  TO CNT-LD-PRODUCTO
               MOVE CNT-LIBROS(CNT-IDX)    TO CNT-LD-LIBROS
               MOVE CNT-CANTIDAD-CONTADA(CNT-IDX) TO CNT-LD-CONTADO
               MOVE CNT-VARIACION(CNT-IDX) TO CNT-LD-VARIACION
               MOVE CNT-COSTO-UNITARIO(CNT-IDX) TO CNT-LD-COSTO
               MOVE CNT-VALOR(CNT-IDX)     TO CNT-LD-VALOR
               MOVE CNT-LINEA-DETALLE      TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * 2520-IMPRIMIR-TOTAL                                            *
      *----------------------------------------------------------------*
       2520-IMPRIMIR-TOTAL.
           MOVE SPACES                     TO REPORT-RECORD
           MOVE CNT-LINEA-TOTAL            TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2600-REGISTRAR-CONTEO                                          *
      *     DEJA EL CONTEO REPORTADO ('R') CON SUS CIFRAS, PENDIENTE   *
      *     DE LA FIRMA DEL SUPERVISOR.  UN CONTEO YA CONTABILIZADO NO *
      *     SE VUELVE A ABRIR.                                         *
      *----------------------------------------------------------------*
       2600-REGISTRAR-CONTEO.
           PERFORM 2650-ABRIR-REGISTRO-CONTEOS
           MOVE CNT-FECHA-CONTEO           TO CNR-FECHA-CONTEO
           MOVE CNT-TIENDA                 TO CNR-TIENDA
           READ COUNT-REG-FILE
               INVALID KEY
                   MOVE SPACES             TO CNR-ESTADO
           END-READ
           IF CNR-CONTABILIZADO
               DISPLAY "CONTEO YA CONTABILIZADO EL " CNR-CONTAB-FECHA
                   " (APROBO " CNR-APROBADOR ") - NO SE REGISTRA DE "
                   "NUEVO"
               MOVE 8                      TO CNT-CODIGO-RETORNO
               CLOSE COUNT-REG-FILE
               GO TO 2600-REGISTRAR-CONTEO-FIN
           END-IF
           MOVE SPACES                     TO COUNT-REG-RECORD
           MOVE CNT-FECHA-CONTEO           TO CNR-FECHA-CONTEO
           MOVE CNT-TIENDA                 TO CNR-TIENDA
           SET CNR-REPORTADO               TO TRUE
           PERFORM 2660-CIFRAS-CONTEO
           ACCEPT CNR-REPORTE-FECHA FROM DATE
           ACCEPT CNT-HORA-ACTUAL FROM TIME
           MOVE CNT-HORA-ACTUAL            TO CNR-REPORTE-HORA
           MOVE ZERO                       TO CNR-CONTAB-FECHA
           MOVE ZERO                       TO CNR-CONTAB-HORA
           MOVE PARM-ARCHIVO-CONTEO        TO CNR-ARCHIVO
           WRITE COUNT-REG-RECORD
           IF CNR-STATUS EQUAL '22'
               REWRITE COUNT-REG-RECORD
               IF CNR-STATUS NOT EQUAL '00'
                   DISPLAY "ERROR REWRITING COUNT REGISTER - STATUS: "
                       CNR-STATUS
               END-IF
           END-IF
           CLOSE COUNT-REG-FILE
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "PENDIENTE DE FIRMA: PARA AJUSTAR LA EXISTENCIA Y "
               TO REPORT-RECORD
           MOVE "CONTABILIZAR, CORRER CON SALES_COUNT_ACTION=POST "
               TO REPORT-RECORD(50:49)
           MOVE "Y SALES_COUNT_APPROVER"   TO REPORT-RECORD(99:22)
           WRITE REPORT-RECORD
           .
       2600-REGISTRAR-CONTEO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2650-ABRIR-REGISTRO-CONTEOS                                    *
      *----------------------------------------------------------------*
       2650-ABRIR-REGISTRO-CONTEOS.
           OPEN I-O COUNT-REG-FILE
           IF CNR-STATUS EQUAL '35'
               OPEN OUTPUT COUNT-REG-FILE
               CLOSE COUNT-REG-FILE
               OPEN I-O COUNT-REG-FILE
           END-IF
           IF CNR-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING COUNT REGISTER - STATUS: "
                   CNR-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           .

      *----------------------------------------------------------------*
      * 2660-CIFRAS-CONTEO                                             *
      *----------------------------------------------------------------*
       2660-CIFRAS-CONTEO.
           MOVE CNT-TIPO-SW                TO CNR-TIPO-CONTEO
           MOVE CNT-LINEAS-ACEPTADAS       TO CNR-LINEAS
           MOVE CNT-COUNT                  TO CNR-PRODUCTOS
           MOVE CNT-UNID-CONTADAS          TO CNR-UNID-CONTADAS
           MOVE CNT-UNID-LIBROS            TO CNR-UNID-LIBROS
           MOVE CNT-VALOR-MERMA            TO CNR-VALOR-MERMA
           MOVE CNT-VALOR-SOBRANTE         TO CNR-VALOR-SOBRANTE
           .

      *----------------------------------------------------------------*
      * 2700-CONTABILIZAR-CONTEO                                       *
      *     SOLO SE CONTABILIZA LO QUE EL SUPERVISOR FIRMO: EL CONTEO  *
      *     DEBE ESTAR REPORTADO ('R') CON LAS MISMAS CIFRAS QUE SALEN *
      *     HOY (MISMO TIPO, LINEAS, UNIDADES Y VALORES); SI ALGO      *
      *     CAMBIO - OTRO ARCHIVO DE CONTEO O MOVIMIENTOS NUEVOS - HAY *
      *     QUE REPORTAR Y FIRMAR DE NUEVO.  EL ARCHIVO DEL ASIENTO SE *
      *     ABRE ANTES DE TOCAR LA EXISTENCIA: SI NO ABRE, NO SE       *
      *     AJUSTA NADA Y EL CONTEO QUEDA SIN CONTABILIZAR             *
      *----------------------------------------------------------------*
       2700-CONTABILIZAR-CONTEO.
           PERFORM 2650-ABRIR-REGISTRO-CONTEOS
           MOVE CNT-FECHA-CONTEO           TO CNR-FECHA-CONTEO
           MOVE CNT-TIENDA                 TO CNR-TIENDA
           READ COUNT-REG-FILE
               INVALID KEY
                   DISPLAY "CONTABILIZACION RECHAZADA: EL CONTEO NO "
                       "SE HA REPORTADO - CORRA SIN SALES_COUNT_ACTION "
                       "Y HAGALO FIRMAR"
                   MOVE 8                  TO CNT-CODIGO-RETORNO
                   CLOSE COUNT-REG-FILE
                   GO TO 2700-CONTABILIZAR-CONTEO-FIN
           END-READ
           IF CNR-CONTABILIZADO
               DISPLAY "CONTABILIZACION RECHAZADA: CONTEO YA "
                   "CONTABILIZADO EL " CNR-CONTAB-FECHA " (APROBO "
                   CNR-APROBADOR ")"
               MOVE 8                      TO CNT-CODIGO-RETORNO
               CLOSE COUNT-REG-FILE
               GO TO 2700-CONTABILIZAR-CONTEO-FIN
           END-IF
           IF CNR-TIPO-CONTEO NOT EQUAL CNT-TIPO-SW
               OR CNR-LINEAS NOT EQUAL CNT-LINEAS-ACEPTADAS
               OR CNR-PRODUCTOS NOT EQUAL CNT-COUNT
               OR CNR-UNID-CONTADAS NOT EQUAL CNT-UNID-CONTADAS
               OR CNR-UNID-LIBROS NOT EQUAL CNT-UNID-LIBROS
               OR CNR-VALOR-MERMA NOT EQUAL CNT-VALOR-MERMA
               OR CNR-VALOR-SOBRANTE NOT EQUAL CNT-VALOR-SOBRANTE
               DISPLAY "CONTABILIZACION RECHAZADA: LAS CIFRAS DEL "
                   "CONTEO NO SON LAS QUE SE REPORTARON EL "
                   CNR-REPORTE-FECHA " - REPORTE Y FIRME DE NUEVO"
               MOVE 8                      TO CNT-CODIGO-RETORNO
               CLOSE COUNT-REG-FILE
               GO TO 2700-CONTABILIZAR-CONTEO-FIN
           END-IF
           OPEN OUTPUT GL-EXPORT-FILE
           IF GLX-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING SHRINK GL FILE - STATUS: "
                   GLX-STATUS
               CLOSE COUNT-REG-FILE
               MOVE 12                     TO CNT-CODIGO-RETORNO
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           PERFORM 2710-AJUSTAR-EXISTENCIA
               VARYING CNT-IDX FROM 1 BY 1 UNTIL CNT-IDX > CNT-COUNT
           PERFORM 2750-ESCRIBIR-ASIENTO THRU 2750-ESCRIBIR-ASIENTO-FIN
           PERFORM 2790-REGISTRAR-LOTE THRU 2790-REGISTRAR-LOTE-FIN
           SET CNR-CONTABILIZADO           TO TRUE
           MOVE PARM-APROBADOR             TO CNR-APROBADOR
           ACCEPT CNR-CONTAB-FECHA FROM DATE
           ACCEPT CNT-HORA-ACTUAL FROM TIME
           MOVE CNT-HORA-ACTUAL            TO CNR-CONTAB-HORA
           REWRITE COUNT-REG-RECORD
           IF CNR-STATUS NOT EQUAL '00'
               DISPLAY "ERROR REWRITING COUNT REGISTER - STATUS: "
                   CNR-STATUS
           END-IF
           CLOSE COUNT-REG-FILE
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE CNT-AJUSTES-APLICADOS      TO CNT-CONTEO-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "AJUSTES CONTABILIZADOS: " DELIMITED BY SIZE
                  CNT-CONTEO-ED            DELIMITED BY SIZE
                  "   APROBADO POR: "      DELIMITED BY SIZE
                  PARM-APROBADOR           DELIMITED BY SIZE
                  "   ASIENTO: "           DELIMITED BY SIZE
                  PARM-ARCHIVO-GL          DELIMITED BY SPACE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       2700-CONTABILIZAR-CONTEO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2710-AJUSTAR-EXISTENCIA                                        *
      *     SUMA LA VARIACION A LA EXISTENCIA ACTUAL (LOS MOVIMIENTOS  *
      *     POSTERIORES AL CONTEO SE CONSERVAN) Y LA ANOTA EN LA       *
      *     BITACORA COMO AJUSTE 'A' CON FECHA DEL CONTEO              *
      *----------------------------------------------------------------*
       2710-AJUSTAR-EXISTENCIA.
           IF CNT-VARIACION(CNT-IDX) NOT EQUAL ZERO
               MOVE CNT-TIENDA             TO STK-TIENDA
               MOVE CNT-PRODUCTO(CNT-IDX)  TO STK-PRODUCT-NAME
               READ STOCK-FILE
                   INVALID KEY
                       MOVE ZERO           TO STK-CANTIDAD
               END-READ
               ADD CNT-VARIACION(CNT-IDX)  TO STK-CANTIDAD
               ACCEPT STK-FECHA-ULT-MOV FROM DATE
               MOVE CNT-TIENDA             TO STK-TIENDA
               MOVE CNT-PRODUCTO(CNT-IDX)  TO STK-PRODUCT-NAME
               WRITE STOCK-RECORD
               IF STK-STATUS EQUAL '22'
                   REWRITE STOCK-RECORD
                   IF STK-STATUS NOT EQUAL '00'
                       DISPLAY "ERROR REWRITING STOCK FILE - STATUS: "
                           STK-STATUS " - " STK-PRODUCT-NAME
                   END-IF
               END-IF
               PERFORM 2720-ANOTAR-AJUSTE
               ADD 1                       TO CNT-AJUSTES-APLICADOS
           END-IF
           .

      *----------------------------------------------------------------*
      * 2720-ANOTAR-AJUSTE                                             *
      *----------------------------------------------------------------*
       2720-ANOTAR-AJUSTE.
           MOVE CNT-FECHA-CONTEO           TO SMV-FECHA
           MOVE CNT-TIENDA                 TO SMV-TIENDA
           MOVE CNT-PRODUCTO(CNT-IDX)      TO SMV-PRODUCT-NAME
           SET SMV-AJUSTE-CONTEO           TO TRUE
           READ STOCK-MOVE-FILE
               INVALID KEY
                   MOVE ZERO               TO SMV-CANTIDAD
           END-READ
           ADD CNT-VARIACION(CNT-IDX)      TO SMV-CANTIDAD
           ACCEPT SMV-FECHA-GRABACION FROM DATE
           MOVE CNT-FECHA-CONTEO           TO SMV-FECHA
           MOVE CNT-TIENDA                 TO SMV-TIENDA
           MOVE CNT-PRODUCTO(CNT-IDX)      TO SMV-PRODUCT-NAME
           SET SMV-AJUSTE-CONTEO           TO TRUE
           WRITE STOCK-MOVE-RECORD
           IF SMV-STATUS EQUAL '22'
               REWRITE STOCK-MOVE-RECORD
               IF SMV-STATUS NOT EQUAL '00'
                   DISPLAY "ERROR REWRITING STOCK MOVE FILE - STATUS: "
                       SMV-STATUS " - " SMV-PRODUCT-NAME
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 2750-ESCRIBIR-ASIENTO                                          *
      *     ASIENTO CUADRADO DE LA TIENDA: LA MERMA DEBITA LA CUENTA   *
      *     DE MERMA Y ACREDITA INVENTARIO; EL SOBRANTE AL REVES.  SE  *
      *     EMITEN BRUTOS, PARA QUE CONTABILIDAD VEA AMBOS IMPORTES.   *
      *     EL ARCHIVO LO ABRE 2700-CONTABILIZAR-CONTEO.               *
      *----------------------------------------------------------------*
       2750-ESCRIBIR-ASIENTO.
           MOVE CNT-TIENDA                 TO GLX-D-TIENDA
           MOVE CNT-FECHA-CONTEO           TO GLX-D-FECHA
           IF CNT-VALOR-MERMA > ZERO
               MOVE "MERMA CONTEO TIENDA "  TO GLX-D-TEXTO
               MOVE GLX-CUENTA-MERMA       TO GLX-CUENTA-LINEA
               PERFORM 2760-LINEA-DEBITO
               MOVE GLX-CUENTA-INVENTARIO  TO GLX-CUENTA-LINEA
               PERFORM 2770-LINEA-CREDITO
           END-IF
           IF CNT-VALOR-SOBRANTE > ZERO
               MOVE "SOBRANTE CONTEO TDA " TO GLX-D-TEXTO
               MOVE GLX-CUENTA-INVENTARIO  TO GLX-CUENTA-LINEA
               PERFORM 2765-LINEA-DEBITO-SOBRANTE
               MOVE GLX-CUENTA-MERMA       TO GLX-CUENTA-LINEA
               PERFORM 2775-LINEA-CREDITO-SOBRANTE
           END-IF
           IF GLX-TOTAL-DEBITOS NOT EQUAL GLX-TOTAL-CREDITOS
               MOVE SPACES                 TO GL-EXPORT-RECORD
               SET GLX-TIPO-ADVERTENCIA    TO TRUE
               STRING "ERROR: ASIENTO DESCUADRADO - DEBITOS NO "
                          DELIMITED BY SIZE
                      "IGUALAN CREDITOS, NO CONTABILIZAR"
                          DELIMITED BY SIZE
                      INTO GLXA-MENSAJE
               WRITE GL-EXPORT-RECORD
               MOVE 8                      TO CNT-CODIGO-RETORNO
           END-IF
           MOVE SPACES                     TO GL-EXPORT-RECORD
           SET GLX-TIPO-CONTROL            TO TRUE
           MOVE GLX-SECUENCIA              TO GLX-SECUENCIA-EDITADA
           MOVE GLX-SECUENCIA-EDITADA      TO GLX-SECUENCIA-REG
           MOVE CNT-FECHA-CONTEO           TO GLX-FECHA-REG
           MOVE GLX-TOTAL-DEBITOS          TO GLX-IMPORTE-DEBE-REG
           MOVE GLX-TOTAL-CREDITOS         TO GLX-IMPORTE-HABER-REG
           MOVE "CONTROL DEBITOS / CREDITOS DE LA MERMA"
               TO GLX-DESCRIPCION-REG
           WRITE GL-EXPORT-RECORD
           CLOSE GL-EXPORT-FILE
           .
       2750-ESCRIBIR-ASIENTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2760-LINEA-DEBITO / 2770-LINEA-CREDITO                         *
      *     LINEAS 'A' POR EL VALOR DE LA MERMA                        *
      *----------------------------------------------------------------*
       2760-LINEA-DEBITO.
           PERFORM 2780-INICIAR-LINEA
           SET GLX-LINEA-DEBITO            TO TRUE
           MOVE CNT-VALOR-MERMA            TO GLX-IMPORTE-DEBE-REG
           ADD CNT-VALOR-MERMA             TO GLX-TOTAL-DEBITOS
           WRITE GL-EXPORT-RECORD
           .

       2770-LINEA-CREDITO.
           PERFORM 2780-INICIAR-LINEA
           SET GLX-LINEA-CREDITO           TO TRUE
           MOVE CNT-VALOR-MERMA            TO GLX-IMPORTE-HABER-REG
           ADD CNT-VALOR-MERMA             TO GLX-TOTAL-CREDITOS
           WRITE GL-EXPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2765-LINEA-DEBITO-SOBRANTE / 2775-LINEA-CREDITO-SOBRANTE       *
      *     LINEAS 'A' POR EL VALOR DEL SOBRANTE                       *
      *----------------------------------------------------------------*
       2765-LINEA-DEBITO-SOBRANTE.
           PERFORM 2780-INICIAR-LINEA
           SET GLX-LINEA-DEBITO            TO TRUE
           MOVE CNT-VALOR-SOBRANTE         TO GLX-IMPORTE-DEBE-REG
           ADD CNT-VALOR-SOBRANTE          TO GLX-TOTAL-DEBITOS
           WRITE GL-EXPORT-RECORD
           .

       2775-LINEA-CREDITO-SOBRANTE.
           PERFORM 2780-INICIAR-LINEA
           SET GLX-LINEA-CREDITO           TO TRUE
           MOVE CNT-VALOR-SOBRANTE         TO GLX-IMPORTE-HABER-REG
           ADD CNT-VALOR-SOBRANTE          TO GLX-TOTAL-CREDITOS
           WRITE GL-EXPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2780-INICIAR-LINEA                                             *
      *     ARMA EL COMIENZO DE UNA LINEA 'A' CON LA CUENTA PUESTA EN  *
      *     GLX-CUENTA-LINEA                                           *
      *----------------------------------------------------------------*
       2780-INICIAR-LINEA.
           MOVE SPACES                     TO GL-EXPORT-RECORD
           SET GLX-TIPO-ASIENTO            TO TRUE
           ADD 1                           TO GLX-SECUENCIA
           MOVE GLX-SECUENCIA              TO GLX-SECUENCIA-EDITADA
           MOVE GLX-SECUENCIA-EDITADA      TO GLX-SECUENCIA-REG
           MOVE CNT-FECHA-CONTEO           TO GLX-FECHA-REG
           MOVE GLX-CUENTA-LINEA           TO GLX-CUENTA-REG
           MOVE GLX-DESCRIPCION            TO GLX-DESCRIPCION-REG
           .

      *----------------------------------------------------------------*
      * 2790-REGISTRAR-LOTE                                            *
      *     REGISTRA EL LOTE DE MERMA ENTREGADO EN ESTADO 'P', COMO    *
      *     SalesGLFeedExport (2095) CON glbatchreg.dat                *
      *----------------------------------------------------------------*
       2790-REGISTRAR-LOTE.
           OPEN I-O GL-SHRINK-REG-FILE
           IF GSR-STATUS EQUAL '35'
               OPEN OUTPUT GL-SHRINK-REG-FILE
               CLOSE GL-SHRINK-REG-FILE
               OPEN I-O GL-SHRINK-REG-FILE
           END-IF
           IF GSR-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING SHRINK GL REGISTER - STATUS: "
                   GSR-STATUS
               GO TO 2790-REGISTRAR-LOTE-FIN
           END-IF
           MOVE SPACES                     TO GL-SHRINK-REG-RECORD
           MOVE CNT-FECHA-CONTEO           TO GSR-FECHA
           MOVE CNT-TIENDA                 TO GSR-TIENDA
           SET GSR-PENDIENTE               TO TRUE
           MOVE GLX-SECUENCIA              TO GSR-REGISTROS
           MOVE GLX-TOTAL-DEBITOS          TO GSR-TOTAL-DEBITOS
           MOVE GLX-TOTAL-CREDITOS         TO GSR-TOTAL-CREDITOS
           ACCEPT GSR-ENTREGA-FECHA FROM DATE
           ACCEPT CNT-HORA-ACTUAL FROM TIME
           MOVE CNT-HORA-ACTUAL            TO GSR-ENTREGA-HORA
           MOVE PARM-ARCHIVO-GL            TO GSR-ARCHIVO
           WRITE GL-SHRINK-REG-RECORD
           IF GSR-STATUS EQUAL '22'
               REWRITE GL-SHRINK-REG-RECORD
               IF GSR-STATUS NOT EQUAL '00'
                   DISPLAY "ERROR REWRITING SHRINK GL REGISTER - "
                       "STATUS: " GSR-STATUS
               END-IF
           END-IF
           CLOSE GL-SHRINK-REG-FILE
           .
       2790-REGISTRAR-LOTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-UBICAR-PRODUCTO                                           *
      *     BUSCA CNT-BUSCAR-PRODUCTO EN LA TABLA DEL CONTEO Y LO      *
      *     AGREGA (SIN CONTAR, EN CERO) SI NO ESTA                    *
      *----------------------------------------------------------------*
       2800-UBICAR-PRODUCTO.
           PERFORM 2810-BUSCAR-PRODUCTO THRU 2810-BUSCAR-PRODUCTO-FIN
           IF CNT-ENCONTRADO
               GO TO 2800-UBICAR-PRODUCTO-FIN
           END-IF
           IF CNT-COUNT NOT < CNT-MAX-PRODUCTOS
               IF CNT-PRODUCTOS-FUERA-TABLA EQUAL ZERO
                   DISPLAY "TABLA DEL CONTEO LLENA - PRODUCTO NO "
                       "COMPARADO: " CNT-BUSCAR-PRODUCTO
               END-IF
               ADD 1                       TO CNT-PRODUCTOS-FUERA-TABLA
               GO TO 2800-UBICAR-PRODUCTO-FIN
           END-IF
           ADD 1                           TO CNT-COUNT
           SET CNT-IDX                     TO CNT-COUNT
           MOVE CNT-BUSCAR-PRODUCTO        TO CNT-PRODUCTO(CNT-IDX)
           MOVE 'N'                        TO CNT-CONTADO-SW(CNT-IDX)
           MOVE ZERO               TO CNT-CANTIDAD-CONTADA(CNT-IDX)
           MOVE ZERO               TO CNT-EXISTENCIA-ACTUAL(CNT-IDX)
           MOVE ZERO               TO CNT-MOVIMIENTOS-POST(CNT-IDX)
           SET CNT-ENCONTRADO              TO TRUE
           .
       2800-UBICAR-PRODUCTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2810-BUSCAR-PRODUCTO                                           *
      *----------------------------------------------------------------*
       2810-BUSCAR-PRODUCTO.
           MOVE 'N'                        TO CNT-ENCONTRADO-SW
           SET CNT-IDX                     TO 1
           PERFORM 2811-COMPARAR-PRODUCTO THRU
                   2811-COMPARAR-PRODUCTO-EXIT
               UNTIL CNT-IDX > CNT-COUNT OR CNT-ENCONTRADO
           .
       2810-BUSCAR-PRODUCTO-FIN.
           EXIT.

       2811-COMPARAR-PRODUCTO.
           IF CNT-PRODUCTO(CNT-IDX) EQUAL CNT-BUSCAR-PRODUCTO
               SET CNT-ENCONTRADO          TO TRUE
               GO TO 2811-COMPARAR-PRODUCTO-EXIT
           END-IF
           SET CNT-IDX UP BY 1
           .
       2811-COMPARAR-PRODUCTO-EXIT.
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
           CLOSE STOCK-FILE
           CLOSE STOCK-MOVE-FILE
           CLOSE SHRINK-REPORT-FILE
           MOVE CNT-CODIGO-RETORNO         TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM SalesInventoryCount.
