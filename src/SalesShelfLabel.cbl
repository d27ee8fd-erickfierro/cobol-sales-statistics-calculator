      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SalesShelfLabel.
       AUTHOR.        ERICK STIVEN FIERRO PERDOMO.
       INSTALLATION.  TIENDA-01.
       DATE-WRITTEN.  2026.09.30
      *----------------------------------------------------------------*
      *    DESCRIPCION : PASO NOCTURNO DE ETIQUETAS DE GONDOLA.  PARA  *
      *                  LA FECHA SALES_LABEL_DATE (AAMMDD; POR        *
      *                  DEFECTO EL DIA SIGUIENTE A LA FECHA DE        *
      *                  CORRIDA) CALCULA, POR TIENDA ACTIVA DEL       *
      *                  DIRECTORIO (storedirectory.dat) Y PRODUCTO    *
      *                  ACTIVO DEL MAESTRO, EL PRECIO EN VIGOR ESE    *
      *                  DIA Y EL DIA ANTERIOR CON LAS MISMAS REGLAS   *
      *                  CON QUE SalesDataProcessor VALIDA LA VENTA:   *
      *                  - PRECIO REGULAR: EL REGISTRO DE              *
      *                    priceeffective.dat (SDPM) CON LA VIGENCIA   *
      *                    MAS RECIENTE NO POSTERIOR AL DIA; SIN       *
      *                    REGISTRO, PM-PRECIO-ESPERADO.               *
      *                  - PROMOCION: LA PRIMERA PROMOCION DE          *
      *                    promotions.dat (SDPR) DEL PRODUCTO EN LA    *
      *                    TIENDA O EN TODA LA CADENA ('*' O EN        *
      *                    BLANCO) QUE CUBRE EL DIA; SU PRECIO ('P')   *
      *                    O EL REGULAR MENOS EL DESCUENTO ('D')       *
      *                    REEMPLAZA AL REGULAR.                       *
      *                  TODO PRODUCTO CUYO PRECIO CAMBIA ESE DIA      *
      *                  (NUEVO PRECIO, INICIO DE PROMOCION O FIN DE   *
      *                  PROMOCION CON REGRESO AL REGULAR) SALE:       *
      *                  1. EN EL ARCHIVO DE ETIQUETAS DE SU TIENDA    *
      *                     (PREFIJO SALES_LABEL_FILE, shelflabels POR *
      *                     DEFECTO, MAS "-TIENDA.txt"), DELIMITADO    *
      *                     POR ';':                                   *
      *                     SKU;PRODUCTO;PRECIO ANTERIOR;PRECIO NUEVO; *
      *                     FECHA VIGENCIA;MOTIVO                      *
      *                     CADA TIENDA RECIBE SU ARCHIVO AUNQUE NO    *
      *                     TENGA CAMBIOS.                             *
      *                  2. EN LA LISTA DE CAMBIOS IMPRESA POR TIENDA  *
      *                     (SALES_LABEL_REPORT_FILE,                  *
      *                     labelchanges.txt POR DEFECTO).             *
      *                  SIN DIRECTORIO DE TIENDAS SOLO SE CALCULAN    *
      *                  LOS PRECIOS DE CADENA (TIENDA "CADENA").      *
      *                  CODIGOS DE RETORNO: 0=LIMPIA, 4=ADVERTENCIA   *
      *                  (SIN DIRECTORIO O TABLA LLENA), 12=FALLA.     *
      *----------------------------------------------------------------*
      *    HISTORIAL DE MODIFICACIONES                                 *
      *    FECHA        INIC.  DESCRIPCION                             *
      *    2026.09.30   ESFP   VERSION INICIAL                         *
      *----------------------------------------------------------------*
      *            E N V I R O N M E N T   D I V I S I O N             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRODUCT-MASTER-FILE
           ASSIGN TO DYNAMIC PARM-MAESTRO-PRODUCTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PM-PRODUCT-NAME
           FILE STATUS IS MST-STATUS.
           SELECT OPTIONAL PRICE-EFF-FILE
           ASSIGN TO 'priceeffective.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PEF-KEY
           FILE STATUS IS PEF-STATUS.
           SELECT OPTIONAL PROMO-FILE ASSIGN TO 'promotions.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRM-KEY
           FILE STATUS IS PRO-STATUS.
           SELECT OPTIONAL STORE-DIR-FILE
           ASSIGN TO 'storedirectory.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIR-STATUS.
           SELECT SHELF-LABEL-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-TIENDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LBL-STATUS.
           SELECT LABEL-REPORT-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.
      *----------------------------------------------------------------*
      *                   D A T A   D I V I S I O N                    *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * FD PRODUCT-MASTER-FILE                                         *
      *     MAESTRO DE PRODUCTOS; ESTE LAYOUT DEBE COINCIDIR CON EL DE *
      *     SalesDataProcessor.cbl Y SalesProductMaintTransaction.cbl. *
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
      * FD PRICE-EFF-FILE                                              *
      *     PRECIOS CON FECHA DE VIGENCIA (MANTENIDO POR SDPM); DEBE   *
      *     COINCIDIR CON PRICE-EFF-RECORD EN SalesDataProcessor.cbl.  *
      *----------------------------------------------------------------*
       FD PRICE-EFF-FILE.
       01 PRICE-EFF-RECORD.
           05 PEF-KEY.
               10 PEF-PRODUCT-NAME         PIC X(60).
               10 PEF-FECHA-VIGENCIA       PIC 9(06).
           05 PEF-PRECIO                   PIC 9(08).
      *----------------------------------------------------------------*
      * FD PROMO-FILE                                                  *
      *     CALENDARIO DE PROMOCIONES (MANTENIDO POR SDPR); DEBE       *
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
      * FD STORE-DIR-FILE                                              *
      *     DIRECTORIO DE TIENDAS: LINEAS TIENDA;ESTADO (A=ACTIVA,     *
      *     I=INACTIVA);... COMO EN SalesDataProcessor.cbl; AQUI SOLO  *
      *     SE USAN LOS DOS PRIMEROS CAMPOS                            *
      *----------------------------------------------------------------*
       FD STORE-DIR-FILE.
       01 STORE-DIR-RECORD                 PIC X(80).
      *----------------------------------------------------------------*
      * FD SHELF-LABEL-FILE                                            *
      *     ETIQUETAS DE UNA TIENDA, DELIMITADAS POR ';':              *
      *     SKU;PRODUCTO;PRECIO ANTERIOR;PRECIO NUEVO;VIGENCIA;MOTIVO  *
      *----------------------------------------------------------------*
       FD SHELF-LABEL-FILE.
       01 SHELF-LABEL-RECORD               PIC X(150).
      *----------------------------------------------------------------*
      * FD LABEL-REPORT-FILE                                           *
      *     LISTA DE CAMBIOS DE PRECIO POR TIENDA (132 COL.)           *
      *----------------------------------------------------------------*
       FD LABEL-REPORT-FILE.
       01 REPORT-RECORD                    PIC X(132).
      *----------------------------------------------------------------*
      *          W O R K I N G  S T O R A G E   S E C T I O N          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 MST-STATUS                       PIC X(02).
       77 PEF-STATUS                       PIC X(02).
       77 PRO-STATUS                       PIC X(02).
       77 DIR-STATUS                       PIC X(02).
       77 LBL-STATUS                       PIC X(02).
       77 RPT-STATUS                       PIC X(02).
       77 MST-EOF-SW                       PIC X(01) VALUE 'N'.
           88 MST-EOF                      VALUE 'Y'.
       77 PEF-EOF-SW                       PIC X(01) VALUE 'N'.
           88 PEF-EOF                      VALUE 'Y'.
       77 PRO-EOF-SW                       PIC X(01) VALUE 'N'.
           88 PRO-EOF                      VALUE 'Y'.
       77 DIR-EOF-SW                       PIC X(01) VALUE 'N'.
           88 DIR-EOF                      VALUE 'Y'.
      *----------------------------------------------------------------*
      *     PARAMETROS DE EJECUCION                                    *
      *----------------------------------------------------------------*
       77 PARM-FECHA-ENV                   PIC X(06) VALUE SPACES.
       77 PARM-MAESTRO-PRODUCTOS           PIC X(80) VALUE SPACES.
       77 PARM-PREFIJO-ETIQUETAS           PIC X(60) VALUE SPACES.
       77 PARM-ARCHIVO-TIENDA              PIC X(80) VALUE SPACES.
       77 PARM-ARCHIVO-REPORTE             PIC X(80) VALUE SPACES.
       01 ETQ-PARAMETROS.
           05 ETQ-FECHA-CORRIDA            PIC 9(06) VALUE ZERO.
           05 ETQ-FECHA-VIGENCIA           PIC 9(06) VALUE ZERO.
           05 ETQ-FECHA-ANTERIOR           PIC 9(06) VALUE ZERO.
       77 ETQ-CODIGO-RETORNO               PIC 9(02) COMP VALUE 12.
      *----------------------------------------------------------------*
      *     ARITMETICA DE FECHAS AAMMDD (ANOS 2000-2099), COMO EN      *
      *     SalesPurchaseOrder (SUMAR/RESTAR UN DIA)                   *
      *----------------------------------------------------------------*
       01 ETQ-CALENDARIO.
           05 ETQ-CAL-FECHA                PIC 9(06).
           05 ETQ-CAL-FECHA-R REDEFINES ETQ-CAL-FECHA.
               10 ETQ-CAL-AA               PIC 9(02).
               10 ETQ-CAL-MM               PIC 9(02).
               10 ETQ-CAL-DD               PIC 9(02).
           05 ETQ-CAL-COCIENTE             PIC 9(02) COMP.
           05 ETQ-CAL-RESTO                PIC 9(02) COMP.
           05 ETQ-CAL-LARGO                PIC 9(02) COMP.
       01 ETQ-LARGO-MESES.
           05 FILLER                       PIC X(24) VALUE
               "312831303130313130313031".
       01 ETQ-LARGO-MESES-R REDEFINES ETQ-LARGO-MESES.
           05 ETQ-LARGO-MES PIC 9(02) OCCURS 12 TIMES.
      *----------------------------------------------------------------*
      *     T A B L A   D E L   M A E S T R O   D E   P R O D U C T O S*
      *     PRODUCTOS ACTIVOS CON SU PRECIO REGULAR EL DIA ANTERIOR Y  *
      *     EL DIA DE VIGENCIA (IGUAL PARA TODAS LAS TIENDAS)          *
      *----------------------------------------------------------------*
       01 MST-TABLE.
           05 MST-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 MST-ENTRY OCCURS 500 TIMES INDEXED BY MST-IDX.
               10 MST-PRODUCT-NAME         PIC X(60).
               10 MST-SKU                  PIC X(08).
               10 MST-PRECIO-ESPERADO      PIC 9(08).
               10 MST-REGULAR-ANTERIOR     PIC 9(08).
               10 MST-REGULAR-NUEVO        PIC 9(08).
       77 MST-MAX-PRODUCTOS                PIC 9(04) COMP VALUE 500.
      *----------------------------------------------------------------*
      *     T A B L A   D E   P R E C I O S   C O N   V I G E N C I A  *
      *     TODOS LOS REGISTROS HASTA LA FECHA DE VIGENCIA, EN ORDEN   *
      *     DE LLAVE (PRODUCTO+VIGENCIA)                               *
      *----------------------------------------------------------------*
       01 PEF-TABLE.
           05 PEF-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 PEF-ENTRY OCCURS 3000 TIMES INDEXED BY PEF-IDX.
               10 PEF-T-PRODUCTO           PIC X(60).
               10 PEF-T-VIGENCIA           PIC 9(06).
               10 PEF-T-PRECIO             PIC 9(08).
       77 PEF-MAX-PRECIOS                  PIC 9(04) COMP VALUE 3000.
      *----------------------------------------------------------------*
      *     T A B L A   D E   P R O M O C I O N E S                    *
      *     LAS QUE CUBREN EL DIA ANTERIOR O EL DIA DE VIGENCIA, EN    *
      *     ORDEN DE LLAVE (LA PRIMERA QUE APLICA GANA, COMO EN SDP)   *
      *----------------------------------------------------------------*
       01 PRO-TABLE.
           05 PRO-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 PRO-ENTRY OCCURS 1000 TIMES INDEXED BY PRO-IDX.
               10 PRO-PRODUCTO             PIC X(60).
               10 PRO-TIENDA               PIC X(10).
               10 PRO-FECHA-INICIO         PIC 9(06).
               10 PRO-FECHA-FIN            PIC 9(06).
               10 PRO-TIPO                 PIC X(01).
               10 PRO-PRECIO               PIC 9(08).
               10 PRO-DESCUENTO            PIC 9(03).
       77 PRO-MAX-PROMOCIONES              PIC 9(04) COMP VALUE 1000.
      *----------------------------------------------------------------*
      *     T A B L A   D E   T I E N D A S   A C T I V A S            *
      *----------------------------------------------------------------*
       01 DIR-TABLE.
           05 DIR-COUNT                    PIC 9(03) COMP VALUE ZERO.
           05 DIR-ENTRY OCCURS 100 TIMES INDEXED BY DIR-IDX.
               10 DIR-TIENDA               PIC X(10).
               10 DIR-CAMBIOS              PIC 9(05) COMP.
       77 DIR-MAX-TIENDAS                  PIC 9(03) COMP VALUE 100.
       01 DIR-CONTROL.
           05 DIR-C-TIENDA                 PIC X(16).
           05 DIR-C-ESTADO                 PIC X(16).
           05 DIR-SOBRANTE                 PIC X(16).
      *----------------------------------------------------------------*
      *     PRECIO EN VIGOR DE UN PRODUCTO EN UNA TIENDA Y UN DIA      *
      *----------------------------------------------------------------*
       01 ETQ-PRECIO-DIA.
           05 ETQ-PD-FECHA                 PIC 9(06).
           05 ETQ-PD-REGULAR               PIC 9(08).
           05 ETQ-PD-PRECIO                PIC 9(08).
           05 ETQ-PD-PROMO-SW              PIC X(01).
               88 ETQ-PD-PROMO                       VALUE 'S'.
           05 ETQ-PD-PROMO-IDX             PIC 9(04) COMP.
       01 ETQ-COMPARACION.
           05 ETQ-PRECIO-ANTERIOR          PIC 9(08).
           05 ETQ-PRECIO-NUEVO             PIC 9(08).
           05 ETQ-PROMO-ANTERIOR-SW        PIC X(01).
               88 ETQ-PROMO-ANTERIOR                 VALUE 'S'.
           05 ETQ-PROMO-NUEVA-SW           PIC X(01).
               88 ETQ-PROMO-NUEVA                    VALUE 'S'.
           05 ETQ-PROMO-ANTERIOR-IDX       PIC 9(04) COMP.
           05 ETQ-PROMO-NUEVA-IDX          PIC 9(04) COMP.
           05 ETQ-MOTIVO                   PIC X(30).
           05 ETQ-VARIACION-PCT            PIC S9(05)V9 COMP-3.
       01 ETQ-CONTADORES.
           05 ETQ-TIENDAS                  PIC 9(04) COMP VALUE ZERO.
           05 ETQ-CAMBIOS-TOTAL            PIC 9(07) COMP VALUE ZERO.
           05 ETQ-CAMBIOS-PRECIO           PIC 9(07) COMP VALUE ZERO.
           05 ETQ-INICIOS-PROMO            PIC 9(07) COMP VALUE ZERO.
           05 ETQ-FINES-PROMO              PIC 9(07) COMP VALUE ZERO.
           05 ETQ-OMITIDOS                 PIC 9(07) COMP VALUE ZERO.
           05 ETQ-TIENDA-CAMBIOS           PIC 9(05) COMP VALUE ZERO.
       77 ETQ-SIN-DIRECTORIO-SW            PIC X(01) VALUE 'N'.
           88 ETQ-SIN-DIRECTORIO                     VALUE 'S'.
      *----------------------------------------------------------------*
      *     LINEAS DEL REPORTE                                         *
      *----------------------------------------------------------------*
       01 ETQ-LINEA-CAMBIO.
           05 ETQ-LC-SKU                   PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ETQ-LC-PRODUCTO              PIC X(60).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ETQ-LC-ANTERIOR              PIC Z(07)9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ETQ-LC-NUEVO                 PIC Z(07)9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ETQ-LC-VARIACION             PIC -(04)9,9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ETQ-LC-MOTIVO                PIC X(30).
       01 ETQ-EDITADOS.
           05 ETQ-PRECIO-ED                PIC Z(07)9.
           05 ETQ-PRECIO2-ED               PIC Z(07)9.
           05 ETQ-CONTEO-ED                PIC Z(06)9.
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
           PERFORM 1060-CARGAR-MAESTRO
           PERFORM 1070-CARGAR-PRECIOS-VIGENCIA
           PERFORM 1080-CARGAR-PROMOCIONES
           PERFORM 1090-CARGAR-DIRECTORIO
           PERFORM 1100-ABRIR-ARCHIVOS
           .

      *----------------------------------------------------------------*
      * 1050-OBTENER-PARAMETROS                                        *
      *----------------------------------------------------------------*
       1050-OBTENER-PARAMETROS.
           ACCEPT PARM-FECHA-ENV FROM ENVIRONMENT "SALES_RUN_DATE"
           IF PARM-FECHA-ENV EQUAL SPACES
               ACCEPT ETQ-FECHA-CORRIDA FROM DATE
           ELSE
               MOVE PARM-FECHA-ENV         TO ETQ-FECHA-CORRIDA
           END-IF
           MOVE SPACES                     TO PARM-FECHA-ENV
           ACCEPT PARM-FECHA-ENV FROM ENVIRONMENT "SALES_LABEL_DATE"
           IF PARM-FECHA-ENV EQUAL SPACES
               MOVE ETQ-FECHA-CORRIDA      TO ETQ-CAL-FECHA
               PERFORM 1320-SUMAR-UN-DIA
               MOVE ETQ-CAL-FECHA          TO ETQ-FECHA-VIGENCIA
           ELSE
               MOVE PARM-FECHA-ENV         TO ETQ-FECHA-VIGENCIA
           END-IF
           IF ETQ-FECHA-VIGENCIA NOT NUMERIC
               DISPLAY "SALES_LABEL_DATE INVALIDA: " PARM-FECHA-ENV
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           IF ETQ-FECHA-VIGENCIA NOT > ETQ-FECHA-CORRIDA
               DISPLAY "ADVERTENCIA: LA FECHA DE LAS ETIQUETAS "
                   ETQ-FECHA-VIGENCIA " NO ES POSTERIOR A LA FECHA "
                   "DE CORRIDA " ETQ-FECHA-CORRIDA
           END-IF
           MOVE ETQ-FECHA-VIGENCIA         TO ETQ-CAL-FECHA
           PERFORM 1310-RESTAR-UN-DIA
           MOVE ETQ-CAL-FECHA              TO ETQ-FECHA-ANTERIOR
           ACCEPT PARM-MAESTRO-PRODUCTOS
               FROM ENVIRONMENT "SALES_PRODUCT_MASTER"
           IF PARM-MAESTRO-PRODUCTOS EQUAL SPACES
               MOVE "productmaster.dat" TO PARM-MAESTRO-PRODUCTOS
           END-IF
           ACCEPT PARM-PREFIJO-ETIQUETAS
               FROM ENVIRONMENT "SALES_LABEL_FILE"
           IF PARM-PREFIJO-ETIQUETAS EQUAL SPACES
               MOVE "shelflabels"          TO PARM-PREFIJO-ETIQUETAS
           END-IF
           ACCEPT PARM-ARCHIVO-REPORTE
               FROM ENVIRONMENT "SALES_LABEL_REPORT_FILE"
           IF PARM-ARCHIVO-REPORTE EQUAL SPACES
               MOVE "labelchanges.txt"     TO PARM-ARCHIVO-REPORTE
           END-IF
           .

      *----------------------------------------------------------------*
      * 1060-CARGAR-MAESTRO                                            *
      *     SOLO PRODUCTOS ACTIVOS: UN DESCONTINUADO NO SE ETIQUETA    *
      *----------------------------------------------------------------*
       1060-CARGAR-MAESTRO.
           OPEN INPUT PRODUCT-MASTER-FILE
           IF MST-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING PRODUCT MASTER FILE - STATUS: "
                       MST-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           PERFORM 1061-LEER-MAESTRO UNTIL MST-EOF
           CLOSE PRODUCT-MASTER-FILE
           .

       1061-LEER-MAESTRO.
           READ PRODUCT-MASTER-FILE NEXT RECORD
               AT END
                   SET MST-EOF             TO TRUE
           END-READ
           IF NOT MST-EOF AND NOT PM-DESCONTINUADO
               IF MST-COUNT < MST-MAX-PRODUCTOS
                   ADD 1                   TO MST-COUNT
                   SET MST-IDX             TO MST-COUNT
                   MOVE PM-PRODUCT-NAME TO MST-PRODUCT-NAME(MST-IDX)
                   MOVE PM-SKU             TO MST-SKU(MST-IDX)
                   MOVE PM-PRECIO-ESPERADO
                       TO MST-PRECIO-ESPERADO(MST-IDX)
               ELSE
                   ADD 1                   TO ETQ-OMITIDOS
                   DISPLAY "TABLA DEL MAESTRO LLENA - PRODUCTO NO "
                       "CARGADO: " PM-PRODUCT-NAME
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1070-CARGAR-PRECIOS-VIGENCIA                                   *
      *     LOS REGISTROS POSTERIORES A LA FECHA DE VIGENCIA NO        *
      *     AFECTAN NINGUNO DE LOS DOS DIAS                            *
      *----------------------------------------------------------------*
       1070-CARGAR-PRECIOS-VIGENCIA.
           OPEN INPUT PRICE-EFF-FILE
           IF PEF-STATUS EQUAL '00' OR PEF-STATUS EQUAL '05'
               PERFORM 1071-LEER-PRECIO UNTIL PEF-EOF
               CLOSE PRICE-EFF-FILE
           END-IF
           .

       1071-LEER-PRECIO.
           READ PRICE-EFF-FILE NEXT RECORD
               AT END
                   SET PEF-EOF             TO TRUE
           END-READ
           IF NOT PEF-EOF
               AND PEF-FECHA-VIGENCIA NUMERIC
               AND PEF-FECHA-VIGENCIA NOT > ETQ-FECHA-VIGENCIA
               IF PEF-COUNT < PEF-MAX-PRECIOS
                   ADD 1                   TO PEF-COUNT
                   SET PEF-IDX             TO PEF-COUNT
                   MOVE PEF-PRODUCT-NAME   TO PEF-T-PRODUCTO(PEF-IDX)
                   MOVE PEF-FECHA-VIGENCIA TO PEF-T-VIGENCIA(PEF-IDX)
                   MOVE PEF-PRECIO         TO PEF-T-PRECIO(PEF-IDX)
               ELSE
                   ADD 1                   TO ETQ-OMITIDOS
                   DISPLAY "TABLA DE PRECIOS CON VIGENCIA LLENA - NO "
                       "CARGADO: " PEF-PRODUCT-NAME
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1080-CARGAR-PROMOCIONES                                        *
      *     SOLO LAS QUE CUBREN EL DIA ANTERIOR O EL DE VIGENCIA       *
      *----------------------------------------------------------------*
       1080-CARGAR-PROMOCIONES.
           OPEN INPUT PROMO-FILE
           IF PRO-STATUS EQUAL '00' OR PRO-STATUS EQUAL '05'
               PERFORM 1081-LEER-PROMOCION UNTIL PRO-EOF
               CLOSE PROMO-FILE
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
               AND PRM-FECHA-INICIO NOT > ETQ-FECHA-VIGENCIA
               AND PRM-FECHA-FIN NOT < ETQ-FECHA-ANTERIOR
               IF PRO-COUNT < PRO-MAX-PROMOCIONES
                   ADD 1                   TO PRO-COUNT
                   SET PRO-IDX             TO PRO-COUNT
                   MOVE PRM-PRODUCT-NAME   TO PRO-PRODUCTO(PRO-IDX)
                   MOVE PRM-TIENDA         TO PRO-TIENDA(PRO-IDX)
                   MOVE PRM-FECHA-INICIO
                       TO PRO-FECHA-INICIO(PRO-IDX)
                   MOVE PRM-FECHA-FIN      TO PRO-FECHA-FIN(PRO-IDX)
                   MOVE PRM-TIPO           TO PRO-TIPO(PRO-IDX)
                   MOVE PRM-PRECIO-PROMO   TO PRO-PRECIO(PRO-IDX)
                   MOVE PRM-DESCUENTO-PCT  TO PRO-DESCUENTO(PRO-IDX)
               ELSE
                   ADD 1                   TO ETQ-OMITIDOS
                   DISPLAY "TABLA DE PROMOCIONES LLENA - NO CARGADA: "
                       PRM-PRODUCT-NAME
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1090-CARGAR-DIRECTORIO                                         *
      *     TIENDAS ACTIVAS ('A'); SIN DIRECTORIO SE TRABAJA CON UNA   *
      *     SOLA "TIENDA" CADENA (SOLO PROMOCIONES DE TODA LA CADENA)  *
      *----------------------------------------------------------------*
       1090-CARGAR-DIRECTORIO.
           OPEN INPUT STORE-DIR-FILE
           IF DIR-STATUS EQUAL '00' OR DIR-STATUS EQUAL '05'
               PERFORM 1091-LEER-DIRECTORIO UNTIL DIR-EOF
               CLOSE STORE-DIR-FILE
           END-IF
           IF DIR-COUNT EQUAL ZERO
               SET ETQ-SIN-DIRECTORIO      TO TRUE
               DISPLAY "ADVERTENCIA: SIN TIENDAS ACTIVAS EN "
                   "storedirectory.dat - SOLO PRECIOS DE CADENA"
               MOVE 1                      TO DIR-COUNT
               SET DIR-IDX                 TO 1
               MOVE "CADENA"               TO DIR-TIENDA(DIR-IDX)
           END-IF
           .

       1091-LEER-DIRECTORIO.
           READ STORE-DIR-FILE
               AT END
                   SET DIR-EOF             TO TRUE
           END-READ
           IF NOT DIR-EOF
               MOVE SPACES                 TO DIR-C-TIENDA
               MOVE SPACES                 TO DIR-C-ESTADO
               UNSTRING STORE-DIR-RECORD DELIMITED BY ';'
                   INTO DIR-C-TIENDA DIR-C-ESTADO DIR-SOBRANTE
               END-UNSTRING
               IF DIR-C-TIENDA NOT EQUAL SPACES
                   AND DIR-C-ESTADO(1:1) EQUAL 'A'
                   IF DIR-COUNT < DIR-MAX-TIENDAS
                       ADD 1               TO DIR-COUNT
                       SET DIR-IDX         TO DIR-COUNT
                       MOVE DIR-C-TIENDA(1:10)
                           TO DIR-TIENDA(DIR-IDX)
                   ELSE
                       ADD 1               TO ETQ-OMITIDOS
                       DISPLAY "DIRECTORIO DE TIENDAS LLENO - SIN "
                           "ETIQUETAS: " DIR-C-TIENDA(1:10)
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1100-ABRIR-ARCHIVOS                                            *
      *----------------------------------------------------------------*
       1100-ABRIR-ARCHIVOS.
           OPEN OUTPUT LABEL-REPORT-FILE
           IF RPT-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING LABEL REPORT FILE - STATUS: "
                       RPT-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           .

      *----------------------------------------------------------------*
      * 2000-PROCESO-PROGRAMA                                          *
      *     PRIMERO EL PRECIO REGULAR DE CADA PRODUCTO (NO DEPENDE DE  *
      *     LA TIENDA), LUEGO TIENDA POR TIENDA                        *
      *----------------------------------------------------------------*
       2000-PROCESO-PROGRAMA.
           PERFORM 2100-PRECIO-REGULAR
               VARYING MST-IDX FROM 1 BY 1 UNTIL MST-IDX > MST-COUNT
           PERFORM 2200-ENCABEZADO-REPORTE
           PERFORM 2300-PROCESAR-TIENDA
               VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-COUNT
           PERFORM 2500-TOTALES-REPORTE
           IF ETQ-SIN-DIRECTORIO OR ETQ-OMITIDOS > ZERO
               MOVE 4                      TO ETQ-CODIGO-RETORNO
           ELSE
               MOVE ZERO                   TO ETQ-CODIGO-RETORNO
           END-IF
           DISPLAY "=========================================="
           DISPLAY "  ETIQUETAS DE GONDOLA"
           DISPLAY "=========================================="
           DISPLAY "FECHA DE VIGENCIA     : " ETQ-FECHA-VIGENCIA
           DISPLAY "TIENDAS               : " ETQ-TIENDAS
           DISPLAY "ETIQUETAS             : " ETQ-CAMBIOS-TOTAL
           DISPLAY "  NUEVO PRECIO        : " ETQ-CAMBIOS-PRECIO
           DISPLAY "  INICIO DE PROMOCION : " ETQ-INICIOS-PROMO
           DISPLAY "  FIN DE PROMOCION    : " ETQ-FINES-PROMO
           DISPLAY "NO CARGADOS (TABLAS)  : " ETQ-OMITIDOS
           DISPLAY "=========================================="
           DISPLAY "CODIGO DE RETORNO: " ETQ-CODIGO-RETORNO
           .

      *----------------------------------------------------------------*
      * 2100-PRECIO-REGULAR                                            *
      *     EL REGISTRO DE VIGENCIA MAS RECIENTE NO POSTERIOR A CADA   *
      *     DIA; LA TABLA VIENE EN ORDEN DE VIGENCIA, ASI QUE EL       *
      *     ULTIMO QUE CALIFICA GANA                                   *
      *----------------------------------------------------------------*
       2100-PRECIO-REGULAR.
           MOVE MST-PRECIO-ESPERADO(MST-IDX)
               TO MST-REGULAR-ANTERIOR(MST-IDX)
           MOVE MST-PRECIO-ESPERADO(MST-IDX)
               TO MST-REGULAR-NUEVO(MST-IDX)
           PERFORM 2110-COMPARAR-VIGENCIA
               VARYING PEF-IDX FROM 1 BY 1 UNTIL PEF-IDX > PEF-COUNT
           .

       2110-COMPARAR-VIGENCIA.
           IF PEF-T-PRODUCTO(PEF-IDX) EQUAL MST-PRODUCT-NAME(MST-IDX)
               IF PEF-T-VIGENCIA(PEF-IDX) NOT > ETQ-FECHA-ANTERIOR
                   MOVE PEF-T-PRECIO(PEF-IDX)
                       TO MST-REGULAR-ANTERIOR(MST-IDX)
               END-IF
               MOVE PEF-T-PRECIO(PEF-IDX)
                   TO MST-REGULAR-NUEVO(MST-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * 2200-ENCABEZADO-REPORTE                                        *
      *----------------------------------------------------------------*
       2200-ENCABEZADO-REPORTE.
           MOVE SPACES                 TO REPORT-RECORD
           STRING "LISTA DE CAMBIOS DE PRECIO PARA ETIQUETAS - "
                  DELIMITED BY SIZE
                  "VIGENCIA: "         DELIMITED BY SIZE
                  ETQ-FECHA-VIGENCIA   DELIMITED BY SIZE
                  "   FECHA DE CORRIDA: " DELIMITED BY SIZE
                  ETQ-FECHA-CORRIDA    DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF ETQ-SIN-DIRECTORIO
               MOVE SPACES             TO REPORT-RECORD
               STRING "*** SIN DIRECTORIO DE TIENDAS: "
                      DELIMITED BY SIZE
                      "SOLO PRECIOS DE CADENA ***" DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * 2300-PROCESAR-TIENDA                                           *
      *     ABRE EL ARCHIVO DE ETIQUETAS DE LA TIENDA, IMPRIME SU      *
      *     ENCABEZADO Y COMPARA CADA PRODUCTO                         *
      *----------------------------------------------------------------*
       2300-PROCESAR-TIENDA.
           ADD 1                           TO ETQ-TIENDAS
           MOVE ZERO                       TO ETQ-TIENDA-CAMBIOS
           MOVE SPACES                     TO PARM-ARCHIVO-TIENDA
           STRING PARM-PREFIJO-ETIQUETAS   DELIMITED BY SPACE
                  "-"                      DELIMITED BY SIZE
                  DIR-TIENDA(DIR-IDX)      DELIMITED BY SPACE
                  ".txt"                   DELIMITED BY SIZE
                  INTO PARM-ARCHIVO-TIENDA
           OPEN OUTPUT SHELF-LABEL-FILE
           IF LBL-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING SHELF LABEL FILE "
                   PARM-ARCHIVO-TIENDA " - STATUS: " LBL-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                 TO REPORT-RECORD
           STRING "TIENDA: "           DELIMITED BY SIZE
                  DIR-TIENDA(DIR-IDX)  DELIMITED BY SIZE
                  "   ARCHIVO DE ETIQUETAS: " DELIMITED BY SIZE
                  PARM-ARCHIVO-TIENDA  DELIMITED BY SPACE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                 TO REPORT-RECORD
           MOVE "SKU"                  TO REPORT-RECORD(1:3)
           MOVE "PRODUCTO"             TO REPORT-RECORD(11:8)
           MOVE "ANTERIOR"             TO REPORT-RECORD(73:8)
           MOVE "   NUEVO"             TO REPORT-RECORD(83:8)
           MOVE "  VAR.%"              TO REPORT-RECORD(93:7)
           MOVE "MOTIVO"               TO REPORT-RECORD(102:6)
           WRITE REPORT-RECORD
           PERFORM 2310-COMPARAR-PRODUCTO THRU
                   2310-COMPARAR-PRODUCTO-EXIT
               VARYING MST-IDX FROM 1 BY 1 UNTIL MST-IDX > MST-COUNT
           MOVE ETQ-TIENDA-CAMBIOS         TO DIR-CAMBIOS(DIR-IDX)
           MOVE SPACES                 TO REPORT-RECORD
           IF ETQ-TIENDA-CAMBIOS EQUAL ZERO
               MOVE "SIN CAMBIOS DE PRECIO PARA ESTA FECHA"
                   TO REPORT-RECORD(11:38)
           ELSE
               MOVE ETQ-TIENDA-CAMBIOS TO ETQ-CONTEO-ED
               STRING "ETIQUETAS DE LA TIENDA: " DELIMITED BY SIZE
                      ETQ-CONTEO-ED    DELIMITED BY SIZE
                      INTO REPORT-RECORD(11:)
           END-IF
           WRITE REPORT-RECORD
           CLOSE SHELF-LABEL-FILE
           .

      *----------------------------------------------------------------*
      * 2310-COMPARAR-PRODUCTO                                         *
      *     PRECIO EN VIGOR EL DIA ANTERIOR CONTRA EL DIA DE VIGENCIA  *
      *----------------------------------------------------------------*
       2310-COMPARAR-PRODUCTO.
           MOVE ETQ-FECHA-ANTERIOR         TO ETQ-PD-FECHA
           MOVE MST-REGULAR-ANTERIOR(MST-IDX) TO ETQ-PD-REGULAR
           PERFORM 2320-PRECIO-EN-VIGOR
           MOVE ETQ-PD-PRECIO              TO ETQ-PRECIO-ANTERIOR
           MOVE ETQ-PD-PROMO-SW            TO ETQ-PROMO-ANTERIOR-SW
           MOVE ETQ-PD-PROMO-IDX           TO ETQ-PROMO-ANTERIOR-IDX
           MOVE ETQ-FECHA-VIGENCIA         TO ETQ-PD-FECHA
           MOVE MST-REGULAR-NUEVO(MST-IDX) TO ETQ-PD-REGULAR
           PERFORM 2320-PRECIO-EN-VIGOR
           MOVE ETQ-PD-PRECIO              TO ETQ-PRECIO-NUEVO
           MOVE ETQ-PD-PROMO-SW            TO ETQ-PROMO-NUEVA-SW
           MOVE ETQ-PD-PROMO-IDX           TO ETQ-PROMO-NUEVA-IDX
           IF ETQ-PRECIO-NUEVO EQUAL ETQ-PRECIO-ANTERIOR
               GO TO 2310-COMPARAR-PRODUCTO-EXIT
           END-IF
           PERFORM 2330-DETERMINAR-MOTIVO
           PERFORM 2340-EMITIR-ETIQUETA
           .
       2310-COMPARAR-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2320-PRECIO-EN-VIGOR                                           *
      *     PRECIO DEL PRODUCTO MST-IDX EN LA TIENDA DIR-IDX EL DIA    *
      *     ETQ-PD-FECHA, A PARTIR DE SU PRECIO REGULAR ESE DIA        *
      *----------------------------------------------------------------*
       2320-PRECIO-EN-VIGOR.
           MOVE ETQ-PD-REGULAR             TO ETQ-PD-PRECIO
           MOVE 'N'                        TO ETQ-PD-PROMO-SW
           MOVE ZERO                       TO ETQ-PD-PROMO-IDX
           SET PRO-IDX                     TO 1
           PERFORM 2321-BUSCAR-PROMOCION THRU
                   2321-BUSCAR-PROMOCION-EXIT
               UNTIL PRO-IDX > PRO-COUNT OR ETQ-PD-PROMO
           IF ETQ-PD-PROMO
               SET PRO-IDX                 TO ETQ-PD-PROMO-IDX
               IF PRO-TIPO(PRO-IDX) EQUAL 'D'
                   COMPUTE ETQ-PD-PRECIO =
                       ETQ-PD-REGULAR *
                       (100 - PRO-DESCUENTO(PRO-IDX)) / 100
               ELSE
                   MOVE PRO-PRECIO(PRO-IDX) TO ETQ-PD-PRECIO
               END-IF
           END-IF
           .

       2321-BUSCAR-PROMOCION.
           IF PRO-PRODUCTO(PRO-IDX) EQUAL MST-PRODUCT-NAME(MST-IDX)
               AND PRO-FECHA-INICIO(PRO-IDX) NOT > ETQ-PD-FECHA
               AND PRO-FECHA-FIN(PRO-IDX) NOT < ETQ-PD-FECHA
               AND (PRO-TIENDA(PRO-IDX) EQUAL DIR-TIENDA(DIR-IDX)
                   OR PRO-TIENDA(PRO-IDX) EQUAL "*"
                   OR PRO-TIENDA(PRO-IDX) EQUAL SPACES)
               SET ETQ-PD-PROMO            TO TRUE
               SET ETQ-PD-PROMO-IDX        TO PRO-IDX
               GO TO 2321-BUSCAR-PROMOCION-EXIT
           END-IF
           SET PRO-IDX UP BY 1
           .
       2321-BUSCAR-PROMOCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2330-DETERMINAR-MOTIVO                                         *
      *     INICIO O FIN DE PROMOCION PESAN MAS QUE EL CAMBIO DEL      *
      *     PRECIO REGULAR QUE LAS ACOMPANE                            *
      *----------------------------------------------------------------*
       2330-DETERMINAR-MOTIVO.
           EVALUATE TRUE
               WHEN ETQ-PROMO-NUEVA AND NOT ETQ-PROMO-ANTERIOR
                   MOVE "INICIO DE PROMOCION" TO ETQ-MOTIVO
                   ADD 1                   TO ETQ-INICIOS-PROMO
               WHEN ETQ-PROMO-ANTERIOR AND NOT ETQ-PROMO-NUEVA
                   MOVE "FIN DE PROMOCION"  TO ETQ-MOTIVO
                   ADD 1                   TO ETQ-FINES-PROMO
               WHEN ETQ-PROMO-NUEVA
                   AND ETQ-PROMO-NUEVA-IDX
                       NOT EQUAL ETQ-PROMO-ANTERIOR-IDX
                   MOVE "CAMBIO DE PROMOCION" TO ETQ-MOTIVO
                   ADD 1                   TO ETQ-INICIOS-PROMO
               WHEN OTHER
                   MOVE "NUEVO PRECIO"      TO ETQ-MOTIVO
                   ADD 1                   TO ETQ-CAMBIOS-PRECIO
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 2340-EMITIR-ETIQUETA                                           *
      *     REGISTRO DEL ARCHIVO DE LA TIENDA Y LINEA DE LA LISTA      *
      *----------------------------------------------------------------*
       2340-EMITIR-ETIQUETA.
           ADD 1                           TO ETQ-TIENDA-CAMBIOS
           ADD 1                           TO ETQ-CAMBIOS-TOTAL
           MOVE ETQ-PRECIO-ANTERIOR        TO ETQ-PRECIO-ED
           MOVE ETQ-PRECIO-NUEVO           TO ETQ-PRECIO2-ED
           MOVE SPACES                     TO SHELF-LABEL-RECORD
           STRING MST-SKU(MST-IDX)         DELIMITED BY SPACE
                  ";"                      DELIMITED BY SIZE
                  MST-PRODUCT-NAME(MST-IDX) DELIMITED BY "  "
                  ";"                      DELIMITED BY SIZE
                  ETQ-PRECIO-ED            DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  ETQ-PRECIO2-ED           DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  ETQ-FECHA-VIGENCIA       DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  ETQ-MOTIVO               DELIMITED BY "  "
                  INTO SHELF-LABEL-RECORD
           WRITE SHELF-LABEL-RECORD
           MOVE ZERO                       TO ETQ-VARIACION-PCT
           IF ETQ-PRECIO-ANTERIOR > ZERO
               COMPUTE ETQ-VARIACION-PCT ROUNDED =
                   (ETQ-PRECIO-NUEVO - ETQ-PRECIO-ANTERIOR) * 100
                   / ETQ-PRECIO-ANTERIOR
                   ON SIZE ERROR
                       MOVE 9999,9         TO ETQ-VARIACION-PCT
               END-COMPUTE
           END-IF
           MOVE SPACES                     TO ETQ-LINEA-CAMBIO
           MOVE MST-SKU(MST-IDX)           TO ETQ-LC-SKU
           MOVE MST-PRODUCT-NAME(MST-IDX)  TO ETQ-LC-PRODUCTO
           MOVE ETQ-PRECIO-ANTERIOR        TO ETQ-LC-ANTERIOR
           MOVE ETQ-PRECIO-NUEVO           TO ETQ-LC-NUEVO
           MOVE ETQ-VARIACION-PCT          TO ETQ-LC-VARIACION
           MOVE ETQ-MOTIVO                 TO ETQ-LC-MOTIVO
           MOVE SPACES                     TO REPORT-RECORD
           MOVE ETQ-LINEA-CAMBIO           TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2500-TOTALES-REPORTE                                           *
      *----------------------------------------------------------------*
       2500-TOTALES-REPORTE.
           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ETQ-CAMBIOS-TOTAL      TO ETQ-CONTEO-ED
           MOVE SPACES                 TO REPORT-RECORD
           STRING "TOTAL ETIQUETAS DE LA CADENA: " DELIMITED BY SIZE
                  ETQ-CONTEO-ED        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ETQ-CAMBIOS-PRECIO     TO ETQ-CONTEO-ED
           MOVE SPACES                 TO REPORT-RECORD
           STRING "  NUEVO PRECIO        : " DELIMITED BY SIZE
                  ETQ-CONTEO-ED        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ETQ-INICIOS-PROMO      TO ETQ-CONTEO-ED
           MOVE SPACES                 TO REPORT-RECORD
           STRING "  INICIO DE PROMOCION : " DELIMITED BY SIZE
                  ETQ-CONTEO-ED        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ETQ-FINES-PROMO        TO ETQ-CONTEO-ED
           MOVE SPACES                 TO REPORT-RECORD
           STRING "  FIN DE PROMOCION    : " DELIMITED BY SIZE
                  ETQ-CONTEO-ED        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF ETQ-OMITIDOS > ZERO
               MOVE ETQ-OMITIDOS       TO ETQ-CONTEO-ED
               MOVE SPACES             TO REPORT-RECORD
               STRING "*** REGISTROS NO CARGADOS POR TABLA LLENA: "
                      DELIMITED BY SIZE
                      ETQ-CONTEO-ED    DELIMITED BY SIZE
                      " - LISTA INCOMPLETA ***" DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * 1310-RESTAR-UN-DIA                                             *
      *     RESTA UN DIA A ETQ-CAL-FECHA (FEBRERO BISIESTO = 29)       *
      *----------------------------------------------------------------*
       1310-RESTAR-UN-DIA.
           IF ETQ-CAL-DD > 1
               SUBTRACT 1                  FROM ETQ-CAL-DD
           ELSE
               IF ETQ-CAL-MM EQUAL 1
                   SUBTRACT 1              FROM ETQ-CAL-AA
                   MOVE 12                 TO ETQ-CAL-MM
               ELSE
                   SUBTRACT 1              FROM ETQ-CAL-MM
               END-IF
               PERFORM 1330-LARGO-DEL-MES
               MOVE ETQ-CAL-LARGO          TO ETQ-CAL-DD
           END-IF
           .

      *----------------------------------------------------------------*
      * 1320-SUMAR-UN-DIA                                              *
      *     SUMA UN DIA A ETQ-CAL-FECHA                                *
      *----------------------------------------------------------------*
       1320-SUMAR-UN-DIA.
           PERFORM 1330-LARGO-DEL-MES
           IF ETQ-CAL-DD < ETQ-CAL-LARGO
               ADD 1                       TO ETQ-CAL-DD
           ELSE
               MOVE 1                      TO ETQ-CAL-DD
               IF ETQ-CAL-MM EQUAL 12
                   ADD 1                   TO ETQ-CAL-AA
                   MOVE 1                  TO ETQ-CAL-MM
               ELSE
                   ADD 1                   TO ETQ-CAL-MM
               END-IF
           END-IF
           .

       1330-LARGO-DEL-MES.
           MOVE ETQ-LARGO-MES(ETQ-CAL-MM)  TO ETQ-CAL-LARGO
           DIVIDE ETQ-CAL-AA BY 4
               GIVING ETQ-CAL-COCIENTE REMAINDER ETQ-CAL-RESTO
           IF ETQ-CAL-MM EQUAL 2 AND ETQ-CAL-RESTO EQUAL ZERO
               MOVE 29                     TO ETQ-CAL-LARGO
           END-IF
           .

      *----------------------------------------------------------------*
      * 3000-FINAL-PROGRAMA                                            *
      *----------------------------------------------------------------*
       3000-FINAL-PROGRAMA.
           CLOSE LABEL-REPORT-FILE
           MOVE ETQ-CODIGO-RETORNO         TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM SalesShelfLabel.
