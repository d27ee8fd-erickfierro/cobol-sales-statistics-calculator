      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SalesDaypartReport.
       AUTHOR.        ERICK STIVEN FIERRO PERDOMO.
       INSTALLATION.  TIENDA-01.
       DATE-WRITTEN.  2026.09.12
      *----------------------------------------------------------------*
      *    DESCRIPCION : REPORTE DE VENTAS POR HORA Y POR FRANJA DEL   *
      *                  DIA PARA LA FECHA SALES_RUN_DATE, LEIDO DE    *
      *                  hourlysales.dat (ESCRITO POR                  *
      *                  SalesDataProcessor CON LA HORA DE CADA LINEA  *
      *                  'D').  POR TIENDA IMPRIME:                    *
      *                  1. CADA HORA CON LINEAS, UNIDADES VENDIDAS Y  *
      *                     DEVUELTAS, INGRESOS NETOS Y DEVOLUCIONES   *
      *                     (COP SIN IMPUESTO), CONTRA EL PROMEDIO DE  *
      *                     INGRESOS NETOS DE LA MISMA HORA EN EL      *
      *                     MISMO DIA DE LA SEMANA DE LAS ULTIMAS      *
      *                     SALES_DAYPART_WEEKS SEMANAS (4 POR         *
      *                     DEFECTO, MAXIMO 12; SOLO PROMEDIAN LAS     *
      *                     SEMANAS EN QUE LA TIENDA TUVO VENTAS).     *
      *                     LA FILA "SIN HORA" LLEVA LAS LINEAS QUE    *
      *                     LLEGARON SIN HORA VALIDA.                  *
      *                  2. LAS MISMAS CIFRAS POR FRANJA, DEFINIDAS EN *
      *                     dayparts.dat (LINEAS NOMBRE;HH;HH, HORA    *
      *                     DESDE INCLUIDA Y HASTA EXCLUIDA; ARCHIVO   *
      *                     CON OTRO NOMBRE EN SALES_DAYPART_FILE).    *
      *                     SIN ARCHIVO SE USAN MANANA 06-11, ALMUERZO *
      *                     11-14, TARDE 14-18 Y NOCHE 18-24.  LAS     *
      *                     HORAS QUE NO CUBRE NINGUNA FRANJA (VENTAS  *
      *                     FUERA DEL HORARIO COMERCIAL) SALEN EN LA   *
      *                     FILA "FUERA DE FRANJAS".                   *
      *                  3. LA COBERTURA DE LOS EXTRACTOS: POR HORA,   *
      *                     CUANTOS EXTRACTOS (NORMAL E INTRADIA)      *
      *                     TRAJERON VENTAS Y CUANDO CORRIO EL PRIMERO.*
      *                     UNA HORA CON MAS DE UN EXTRACTO QUEDO      *
      *                     PARTIDA POR EL CORTE DE MEDIODIA (*PARTIDA)*
      *                     Y UNA HORA QUE EMPIEZA DESPUES DE LA       *
      *                     CORRIDA QUE LA RECIBIO DELATA UN RELOJ POS *
      *                     DESFASADO (*RELOJ).                        *
      *                  AL FINAL, LAS HORAS Y FRANJAS DE LA CADENA.   *
      *                  CODIGOS DE RETORNO: 0=LIMPIA, 4=ADVERTENCIA   *
      *                  (HORAS *RELOJ, LINEAS INVALIDAS EN            *
      *                  dayparts.dat O TABLA DE TIENDAS LLENA),       *
      *                  12=FALLA.                                     *
      *----------------------------------------------------------------*
      *    HISTORIAL DE MODIFICACIONES                                 *
      *    FECHA        INIC.  DESCRIPCION                             *
      *    2026.09.12   ESFP   VERSION INICIAL                         *
      *----------------------------------------------------------------*
      *            E N V I R O N M E N T   D I V I S I O N             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOURLY-SALES-FILE ASSIGN TO 'hourlysales.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HRV-KEY
           FILE STATUS IS HRV-STATUS.
           SELECT OPTIONAL DAYPART-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-FRANJAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FRJ-STATUS.
           SELECT DAYPART-REPORT-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.
      *----------------------------------------------------------------*
      *                   D A T A   D I V I S I O N                    *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * FD HOURLY-SALES-FILE                                           *
      *     VENTAS POR FECHA+TIENDA+HORA (VER SalesDataProcessor.cbl,  *
      *     2174); ESTE LAYOUT DEBE COINCIDIR CON EL SUYO.  HORA 99 =  *
      *     LINEAS SIN HORA VALIDA                                     *
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
      * FD DAYPART-FILE                                                *
      *     DEFINICION DE FRANJAS: LINEAS NOMBRE;HH;HH                 *
      *----------------------------------------------------------------*
       FD DAYPART-FILE.
       01 DAYPART-RECORD                   PIC X(80).
      *----------------------------------------------------------------*
      * FD DAYPART-REPORT-FILE                                         *
      *     REPORTE DE VENTAS POR HORA Y FRANJA (132 COL.)             *
      *----------------------------------------------------------------*
       FD DAYPART-REPORT-FILE.
       01 REPORT-RECORD                    PIC X(132).
      *----------------------------------------------------------------*
      *          W O R K I N G  S T O R A G E   S E C T I O N          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 HRV-STATUS                       PIC X(02).
       77 FRJ-STATUS                       PIC X(02).
       77 RPT-STATUS                       PIC X(02).
       77 HRV-EOF-SW                       PIC X(01) VALUE 'N'.
           88 HRV-EOF                      VALUE 'Y'.
       77 FRJ-EOF-SW                       PIC X(01) VALUE 'N'.
           88 FRJ-EOF                      VALUE 'Y'.
      *----------------------------------------------------------------*
      *     PARAMETROS DE EJECUCION                                    *
      *----------------------------------------------------------------*
       77 PARM-FECHA-ENV                   PIC X(06) VALUE SPACES.
       77 PARM-SEMANAS-ENV                 PIC X(16) VALUE SPACES.
       77 PARM-ARCHIVO-FRANJAS             PIC X(80) VALUE SPACES.
       77 PARM-ARCHIVO-REPORTE             PIC X(80) VALUE SPACES.
       77 DPT-FECHA                        PIC 9(06) VALUE ZERO.
       77 DPT-SEMANAS                      PIC 9(02) COMP VALUE 4.
       77 DPT-TOPE-SEMANAS                 PIC 9(02) COMP VALUE 12.
       77 DPT-CODIGO-RETORNO               PIC 9(02) COMP VALUE 12.
      *----------------------------------------------------------------*
      *     FECHA EN CARGA Y SEMANA A LA QUE PERTENECE (0 = LA FECHA   *
      *     DEL REPORTE, 1..N = N SEMANAS ATRAS)                       *
      *----------------------------------------------------------------*
       01 DPT-CARGA.
           05 DPT-FECHA-CARGA              PIC 9(06).
           05 DPT-SEMANA-CARGA             PIC 9(02) COMP.
           05 DPT-DIA                      PIC 9(02) COMP.
      *----------------------------------------------------------------*
      *     RESTA DE DIAS CALENDARIO SOBRE UNA FECHA AAMMDD, COMO EN   *
      *     SalesFlashReport (ANOS 2000-2099)                          *
      *----------------------------------------------------------------*
       01 DPT-CALENDARIO.
           05 DPT-CAL-FECHA                PIC 9(06).
           05 DPT-CAL-FECHA-R REDEFINES DPT-CAL-FECHA.
               10 DPT-CAL-AA               PIC 9(02).
               10 DPT-CAL-MM               PIC 9(02).
               10 DPT-CAL-DD               PIC 9(02).
           05 DPT-CAL-COCIENTE             PIC 9(02) COMP.
           05 DPT-CAL-RESTO                PIC 9(02) COMP.
           05 DPT-CAL-LARGO                PIC 9(02) COMP.
       01 DPT-LARGO-MESES.
           05 FILLER                       PIC X(24) VALUE
               "312831303130313130313031".
       01 DPT-LARGO-MESES-R REDEFINES DPT-LARGO-MESES.
           05 DPT-LARGO-MES PIC 9(02) OCCURS 12 TIMES.
      *----------------------------------------------------------------*
      *     CONVERSION DE UN CAMPO DE TEXTO A NUMERO ENTERO, COMO EN   *
      *     SalesDataProcessor                                         *
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
      *     T A B L A   D E   F R A N J A S                            *
      *     HORA DESDE INCLUIDA, HORA HASTA EXCLUIDA (00-24)           *
      *----------------------------------------------------------------*
       01 FRJ-TABLE.
           05 FRJ-COUNT                    PIC 9(02) COMP VALUE ZERO.
           05 FRJ-ENTRY OCCURS 8 TIMES INDEXED BY FRJ-IDX.
               10 FRJ-NOMBRE               PIC X(12).
               10 FRJ-DESDE                PIC 9(02).
               10 FRJ-HASTA                PIC 9(02).
       77 FRJ-MAX-FRANJAS                  PIC 9(02) COMP VALUE 8.
       01 FRJ-CAMPOS.
           05 FRJ-C-NOMBRE                 PIC X(20).
           05 FRJ-C-DESDE                  PIC X(16).
           05 FRJ-C-HASTA                  PIC X(16).
           05 FRJ-C-DESDE-NUM              PIC 9(02).
           05 FRJ-LINEAS-INVALIDAS         PIC 9(04) COMP VALUE ZERO.
      *    HORAS (POSICION 1-24) QUE CUBRE ALGUNA FRANJA
       01 FRJ-CUBIERTAS.
           05 FRJ-CUBIERTA-SW OCCURS 24 TIMES PIC X(01).
               88 FRJ-CUBIERTA                       VALUE 'S'.
      *----------------------------------------------------------------*
      *     T A B L A   D E   T I E N D A S   Y   H O R A S            *
      *     POR TIENDA, 25 CASILLAS (HORAS 00-23 Y LA 25 = SIN HORA)   *
      *     CON LAS CIFRAS DE LA FECHA Y LOS INGRESOS NETOS SUMADOS    *
      *     DE LAS SEMANAS ANTERIORES                                  *
      *----------------------------------------------------------------*
       01 DPT-TABLE.
           05 DPT-COUNT                    PIC 9(03) COMP VALUE ZERO.
           05 DPT-ENTRY OCCURS 50 TIMES INDEXED BY DPT-IDX.
               10 DPT-TIENDA               PIC X(10).
               10 DPT-SEMANAS-CON-DATOS    PIC 9(02) COMP.
               10 DPT-ULTIMA-SEMANA        PIC 9(02) COMP.
               10 DPT-HORA-ENTRY OCCURS 25 TIMES
                                 INDEXED BY DPT-HIDX.
                   15 DPT-LINEAS           PIC 9(06) COMP.
                   15 DPT-UNID-VENDIDAS    PIC 9(08) COMP.
                   15 DPT-UNID-DEVUELTAS   PIC 9(08) COMP.
                   15 DPT-INGR-NETOS       PIC S9(14) COMP-3.
                   15 DPT-INGR-DEVUELTOS   PIC 9(14) COMP-3.
                   15 DPT-EXTRACTOS        PIC 9(02) COMP.
                   15 DPT-CORRIDA-FECHA    PIC 9(06).
                   15 DPT-CORRIDA-HORA     PIC 9(04).
                   15 DPT-HIS-INGR-NETOS   PIC S9(16) COMP-3.
       77 DPT-MAX-TIENDAS                  PIC 9(03) COMP VALUE 50.
       77 DPT-POS-SIN-HORA                 PIC 9(02) COMP VALUE 25.
       01 DPT-BUSQUEDA.
           05 DPT-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 DPT-ENCONTRADO                     VALUE 'Y'.
           05 DPT-BUSCAR-TIENDA            PIC X(10).
           05 DPT-POS-HORA                 PIC 9(02) COMP.
           05 DPT-HORA-NUM                 PIC 9(02).
      *----------------------------------------------------------------*
      *     TOTALES DE LA CADENA POR HORA; EL PROMEDIO DE LA CADENA ES *
      *     LA SUMA DE LOS PROMEDIOS DE SUS TIENDAS                    *
      *----------------------------------------------------------------*
       01 CAD-TABLE.
           05 CAD-HORA-ENTRY OCCURS 25 TIMES INDEXED BY CAD-HIDX.
               10 CAD-LINEAS               PIC 9(08) COMP.
               10 CAD-UNID-VENDIDAS        PIC 9(10) COMP.
               10 CAD-UNID-DEVUELTAS       PIC 9(10) COMP.
               10 CAD-INGR-NETOS           PIC S9(16) COMP-3.
               10 CAD-INGR-DEVUELTOS       PIC 9(16) COMP-3.
               10 CAD-PROMEDIO             PIC S9(16) COMP-3.
      *----------------------------------------------------------------*
      *     SUMA DE UN GRUPO DE HORAS (FRANJA, TOTAL DE TIENDA O DE    *
      *     CADENA) ANTES DE IMPRIMIRLA                                *
      *----------------------------------------------------------------*
       01 SUM-ACUMULADO.
           05 SUM-LINEAS                   PIC 9(08) COMP.
           05 SUM-UNID-VENDIDAS            PIC 9(10) COMP.
           05 SUM-UNID-DEVUELTAS           PIC 9(10) COMP.
           05 SUM-INGR-NETOS               PIC S9(16) COMP-3.
           05 SUM-INGR-DEVUELTOS           PIC 9(16) COMP-3.
           05 SUM-PROMEDIO                 PIC S9(16) COMP-3.
           05 SUM-HIS-INGR-NETOS           PIC S9(16) COMP-3.
           05 SUM-DESDE                    PIC 9(02) COMP.
           05 SUM-HASTA                    PIC 9(02) COMP.
      *----------------------------------------------------------------*
      *     COBERTURA DE EXTRACTOS DE LA TIENDA EN CURSO Y CONTEOS     *
      *----------------------------------------------------------------*
       01 COB-COBERTURA.
           05 COB-PRIMERA-HORA             PIC 9(02).
           05 COB-ULTIMA-HORA              PIC 9(02).
           05 COB-CON-VENTA-SW             PIC X(01).
               88 COB-CON-VENTA                      VALUE 'S'.
           05 COB-PARTIDAS                 PIC 9(04) COMP.
           05 COB-RELOJ                    PIC 9(04) COMP.
       01 DPT-CONTADORES.
           05 DPT-HORAS-LEIDAS             PIC 9(08) COMP VALUE ZERO.
           05 DPT-HORAS-HISTORIA           PIC 9(08) COMP VALUE ZERO.
           05 DPT-HORAS-SIN-TIENDA         PIC 9(08) COMP VALUE ZERO.
           05 DPT-TOT-PARTIDAS             PIC 9(06) COMP VALUE ZERO.
           05 DPT-TOT-RELOJ                PIC 9(06) COMP VALUE ZERO.
       01 DPT-CALCULO.
           05 DPT-PROMEDIO                 PIC S9(16) COMP-3.
           05 DPT-CALCULO-NETOS            PIC S9(16) COMP-3.
           05 DPT-VARIACION                PIC S9(05)V9(01) COMP-3.
           05 DPT-SIN-VARIACION-SW         PIC X(01).
               88 DPT-SIN-VARIACION                  VALUE 'S'.
           05 DPT-MARCA                    PIC X(08).
      *----------------------------------------------------------------*
      *     LINEAS DEL REPORTE                                         *
      *----------------------------------------------------------------*
       01 DPT-TITULOS.
           05 FILLER                       PIC X(20) VALUE
               "HORA / FRANJA".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE
               " LINEAS".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(09) VALUE
               "UNID.VEND".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(09) VALUE
               "UNID.DEV.".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(16) VALUE
               "  INGRESOS NETOS".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(15) VALUE
               "   DEVOLUCIONES".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(16) VALUE
               " PROM. MISMO DIA".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE
               "   VAR %".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(03) VALUE "EXT".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(11) VALUE
               "1A CORRIDA".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "MARCA".
       01 DPT-LINEA.
           05 DL-ETIQUETA                  PIC X(20).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DL-LINEAS                    PIC Z(06)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DL-UNID-VEND                 PIC Z(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DL-UNID-DEV                  PIC Z(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DL-INGR-NETOS                PIC -(15)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DL-INGR-DEV                  PIC Z(14)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DL-PROMEDIO                  PIC -(15)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DL-VARIACION                 PIC -(05)9,9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DL-EXTRACTOS                 PIC Z(02)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DL-CORRIDA.
               10 DL-CORRIDA-FECHA         PIC 9(06).
               10 FILLER                   PIC X(01) VALUE SPACES.
               10 DL-CORRIDA-HORA          PIC 9(04).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DL-MARCA                     PIC X(08).
       01 DPT-ETIQUETAS.
           05 DPT-ETQ-HORA.
               10 DPT-ETQ-HH-1             PIC 9(02).
               10 FILLER                   PIC X(04) VALUE ":00-".
               10 DPT-ETQ-HH-2             PIC 9(02).
               10 FILLER                   PIC X(03) VALUE ":59".
           05 DPT-ETQ-FRANJA.
               10 DPT-ETQ-NOMBRE           PIC X(12).
               10 FILLER                   PIC X(01) VALUE SPACES.
               10 DPT-ETQ-DESDE            PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "-".
               10 DPT-ETQ-HASTA            PIC 9(02).
       01 DPT-EDITADOS.
           05 DPT-CONTEO-ED                PIC Z(05)9.
           05 DPT-SEMANAS-ED               PIC Z9.
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
           OPEN OUTPUT DAYPART-REPORT-FILE
           IF RPT-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING DAYPART REPORT FILE"
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           PERFORM 1100-CARGAR-FRANJAS THRU 1100-CARGAR-FRANJAS-FIN
           .

      *----------------------------------------------------------------*
      * 1050-OBTENER-PARAMETROS                                        *
      *----------------------------------------------------------------*
       1050-OBTENER-PARAMETROS.
           ACCEPT PARM-FECHA-ENV FROM ENVIRONMENT "SALES_RUN_DATE"
           IF PARM-FECHA-ENV EQUAL SPACES
               ACCEPT DPT-FECHA FROM DATE
           ELSE
               MOVE PARM-FECHA-ENV         TO DPT-FECHA
           END-IF
           ACCEPT PARM-SEMANAS-ENV
               FROM ENVIRONMENT "SALES_DAYPART_WEEKS"
           IF PARM-SEMANAS-ENV NOT EQUAL SPACES
               MOVE PARM-SEMANAS-ENV       TO CNV-TEXTO
               PERFORM 1240-CONVERTIR-ENTERO
               IF CNV-VALIDO AND CNV-NUMERO NOT > DPT-TOPE-SEMANAS
                   MOVE CNV-NUMERO         TO DPT-SEMANAS
               ELSE
                   DISPLAY "SALES_DAYPART_WEEKS INVALIDO - SE "
                       "PROMEDIAN " DPT-SEMANAS " SEMANAS"
               END-IF
           END-IF
           ACCEPT PARM-ARCHIVO-FRANJAS
               FROM ENVIRONMENT "SALES_DAYPART_FILE"
           IF PARM-ARCHIVO-FRANJAS EQUAL SPACES
               MOVE "dayparts.dat"         TO PARM-ARCHIVO-FRANJAS
           END-IF
           ACCEPT PARM-ARCHIVO-REPORTE
               FROM ENVIRONMENT "SALES_DAYPART_REPORT_FILE"
           IF PARM-ARCHIVO-REPORTE EQUAL SPACES
               MOVE "daypartreport.txt"    TO PARM-ARCHIVO-REPORTE
           END-IF
           .

      *----------------------------------------------------------------*
      * 1100-CARGAR-FRANJAS                                            *
      *     CARGA LAS FRANJAS DE dayparts.dat; SIN ARCHIVO O SIN       *
      *     NINGUNA LINEA VALIDA SE USAN LAS CUATRO FRANJAS POR        *
      *     DEFECTO.  AL FINAL MARCA LAS HORAS CUBIERTAS               *
      *----------------------------------------------------------------*
       1100-CARGAR-FRANJAS.
           OPEN INPUT DAYPART-FILE
           IF FRJ-STATUS EQUAL '00'
               PERFORM 1110-LEER-FRANJA THRU 1110-LEER-FRANJA-EXIT
                   UNTIL FRJ-EOF
               CLOSE DAYPART-FILE
           END-IF
           IF FRJ-COUNT EQUAL ZERO
               PERFORM 1120-FRANJAS-POR-DEFECTO
           END-IF
           MOVE ALL 'N'                    TO FRJ-CUBIERTAS
           PERFORM 1130-MARCAR-CUBIERTAS
               VARYING FRJ-IDX FROM 1 BY 1 UNTIL FRJ-IDX > FRJ-COUNT
           .
       1100-CARGAR-FRANJAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 1110-LEER-FRANJA                                               *
      *     NOMBRE;HH;HH CON 0 <= DESDE < HASTA <= 24                  *
      *----------------------------------------------------------------*
       1110-LEER-FRANJA.
           READ DAYPART-FILE
               AT END
                   SET FRJ-EOF             TO TRUE
                   GO TO 1110-LEER-FRANJA-EXIT
           END-READ
           IF DAYPART-RECORD EQUAL SPACES
               GO TO 1110-LEER-FRANJA-EXIT
           END-IF
           MOVE SPACES                     TO FRJ-C-NOMBRE
           MOVE SPACES                     TO FRJ-C-DESDE
           MOVE SPACES                     TO FRJ-C-HASTA
           UNSTRING DAYPART-RECORD DELIMITED BY ';'
               INTO FRJ-C-NOMBRE FRJ-C-DESDE FRJ-C-HASTA
           END-UNSTRING
           MOVE FRJ-C-DESDE                TO CNV-TEXTO
           PERFORM 1240-CONVERTIR-ENTERO
           IF NOT CNV-VALIDO OR CNV-NUMERO > 23
               OR FRJ-C-NOMBRE EQUAL SPACES
               GO TO 1110-LEER-FRANJA-INVALIDA
           END-IF
           MOVE CNV-NUMERO                 TO FRJ-C-DESDE-NUM
           MOVE FRJ-C-HASTA                TO CNV-TEXTO
           PERFORM 1240-CONVERTIR-ENTERO
           IF NOT CNV-VALIDO OR CNV-NUMERO > 24
               OR CNV-NUMERO NOT > FRJ-C-DESDE-NUM
               GO TO 1110-LEER-FRANJA-INVALIDA
           END-IF
           IF FRJ-COUNT NOT < FRJ-MAX-FRANJAS
               DISPLAY "DEMASIADAS FRANJAS - SE IGNORA: "
                   FRJ-C-NOMBRE
               GO TO 1110-LEER-FRANJA-INVALIDA
           END-IF
           ADD 1                           TO FRJ-COUNT
           SET FRJ-IDX                     TO FRJ-COUNT
           MOVE FRJ-C-NOMBRE               TO FRJ-NOMBRE(FRJ-IDX)
           MOVE FRJ-C-DESDE-NUM            TO FRJ-DESDE(FRJ-IDX)
           MOVE CNV-NUMERO                 TO FRJ-HASTA(FRJ-IDX)
           GO TO 1110-LEER-FRANJA-EXIT
           .
       1110-LEER-FRANJA-INVALIDA.
           ADD 1                           TO FRJ-LINEAS-INVALIDAS
           DISPLAY "LINEA DE FRANJA INVALIDA: " DAYPART-RECORD(1:40)
           .
       1110-LEER-FRANJA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1120-FRANJAS-POR-DEFECTO                                       *
      *----------------------------------------------------------------*
       1120-FRANJAS-POR-DEFECTO.
           MOVE 4                          TO FRJ-COUNT
           MOVE "MANANA"                   TO FRJ-NOMBRE(1)
           MOVE 06                         TO FRJ-DESDE(1)
           MOVE 11                         TO FRJ-HASTA(1)
           MOVE "ALMUERZO"                 TO FRJ-NOMBRE(2)
           MOVE 11                         TO FRJ-DESDE(2)
           MOVE 14                         TO FRJ-HASTA(2)
           MOVE "TARDE"                    TO FRJ-NOMBRE(3)
           MOVE 14                         TO FRJ-DESDE(3)
           MOVE 18                         TO FRJ-HASTA(3)
           MOVE "NOCHE"                    TO FRJ-NOMBRE(4)
           MOVE 18                         TO FRJ-DESDE(4)
           MOVE 24                         TO FRJ-HASTA(4)
           .

      *----------------------------------------------------------------*
      * 1130-MARCAR-CUBIERTAS                                          *
      *----------------------------------------------------------------*
       1130-MARCAR-CUBIERTAS.
           COMPUTE SUM-DESDE = FRJ-DESDE(FRJ-IDX) + 1
           MOVE FRJ-HASTA(FRJ-IDX)         TO SUM-HASTA
           PERFORM 1131-MARCAR-HORA
               VARYING DPT-POS-HORA FROM SUM-DESDE BY 1
               UNTIL DPT-POS-HORA > SUM-HASTA
           .

       1131-MARCAR-HORA.
           SET FRJ-CUBIERTA(DPT-POS-HORA)  TO TRUE
           .

      *----------------------------------------------------------------*
      * 2000-PROCESO-PROGRAMA                                          *
      *----------------------------------------------------------------*
       2000-PROCESO-PROGRAMA.
           OPEN INPUT HOURLY-SALES-FILE
           IF HRV-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING HOURLY SALES FILE - STATUS: "
                   HRV-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           MOVE DPT-FECHA                  TO DPT-FECHA-CARGA
           MOVE ZERO                       TO DPT-SEMANA-CARGA
           PERFORM 2100-CARGAR-FECHA
           MOVE DPT-FECHA                  TO DPT-CAL-FECHA
           PERFORM 2050-CARGAR-SEMANA
               VARYING DPT-SEMANA-CARGA FROM 1 BY 1
               UNTIL DPT-SEMANA-CARGA > DPT-SEMANAS
           CLOSE HOURLY-SALES-FILE
           INITIALIZE CAD-TABLE
           PERFORM 2400-ENCABEZADO-REPORTE
           PERFORM 2500-REPORTE-TIENDA
               VARYING DPT-IDX FROM 1 BY 1 UNTIL DPT-IDX > DPT-COUNT
           PERFORM 2600-TOTALES-CADENA
           IF DPT-TOT-RELOJ > ZERO
               OR FRJ-LINEAS-INVALIDAS > ZERO
               OR DPT-HORAS-SIN-TIENDA > ZERO
               MOVE 4                      TO DPT-CODIGO-RETORNO
           ELSE
               MOVE ZERO                   TO DPT-CODIGO-RETORNO
           END-IF
           DISPLAY "=========================================="
           DISPLAY "  VENTAS POR HORA Y FRANJA"
           DISPLAY "=========================================="
           DISPLAY "FECHA DEL REPORTE     : " DPT-FECHA
           DISPLAY "SEMANAS PROMEDIADAS   : " DPT-SEMANAS
           DISPLAY "FRANJAS               : " FRJ-COUNT
           DISPLAY "FRANJAS INVALIDAS     : " FRJ-LINEAS-INVALIDAS
           DISPLAY "HORAS DE LA FECHA     : " DPT-HORAS-LEIDAS
           DISPLAY "HORAS DE HISTORIA     : " DPT-HORAS-HISTORIA
           DISPLAY "TIENDAS               : " DPT-COUNT
           DISPLAY "HORAS PARTIDAS        : " DPT-TOT-PARTIDAS
           DISPLAY "HORAS CON RELOJ DESF. : " DPT-TOT-RELOJ
           DISPLAY "=========================================="
           DISPLAY "CODIGO DE RETORNO DEL REPORTE: "
               DPT-CODIGO-RETORNO
           .

      *----------------------------------------------------------------*
      * 2050-CARGAR-SEMANA                                             *
      *     RETROCEDE 7 DIAS DESDE LA ULTIMA FECHA CARGADA Y SUMA ESA  *
      *     FECHA A LA HISTORIA DEL MISMO DIA DE LA SEMANA             *
      *----------------------------------------------------------------*
       2050-CARGAR-SEMANA.
           PERFORM 1310-RESTAR-UN-DIA
               VARYING DPT-DIA FROM 1 BY 1 UNTIL DPT-DIA > 7
           MOVE DPT-CAL-FECHA              TO DPT-FECHA-CARGA
           PERFORM 2100-CARGAR-FECHA
           .

      *----------------------------------------------------------------*
      * 2100-CARGAR-FECHA                                              *
      *     LEE LAS HORAS DE DPT-FECHA-CARGA                           *
      *----------------------------------------------------------------*
       2100-CARGAR-FECHA.
           MOVE 'N'                        TO HRV-EOF-SW
           MOVE DPT-FECHA-CARGA            TO HRV-FECHA-CORRIDA
           MOVE LOW-VALUES                 TO HRV-TIENDA
           MOVE ZERO                       TO HRV-HORA
           START HOURLY-SALES-FILE KEY IS NOT LESS THAN HRV-KEY
               INVALID KEY
                   SET HRV-EOF             TO TRUE
           END-START
           PERFORM 2110-LEER-HORA THRU 2110-LEER-HORA-EXIT
               UNTIL HRV-EOF
           .

      *----------------------------------------------------------------*
      * 2110-LEER-HORA                                                 *
      *     LA FECHA DEL REPORTE LLENA LAS CIFRAS DEL DIA; LAS FECHAS  *
      *     DE SEMANAS ANTERIORES SOLO SUMAN INGRESOS NETOS A LA       *
      *     HISTORIA Y CUENTAN LA SEMANA UNA VEZ POR TIENDA            *
      *----------------------------------------------------------------*
       2110-LEER-HORA.
           READ HOURLY-SALES-FILE NEXT RECORD
               AT END
                   SET HRV-EOF             TO TRUE
                   GO TO 2110-LEER-HORA-EXIT
           END-READ
           IF HRV-FECHA-CORRIDA NOT EQUAL DPT-FECHA-CARGA
               SET HRV-EOF                 TO TRUE
               GO TO 2110-LEER-HORA-EXIT
           END-IF
           MOVE HRV-TIENDA                 TO DPT-BUSCAR-TIENDA
           PERFORM 2800-UBICAR-TIENDA THRU 2800-UBICAR-TIENDA-FIN
           IF NOT DPT-ENCONTRADO
               ADD 1                       TO DPT-HORAS-SIN-TIENDA
               GO TO 2110-LEER-HORA-EXIT
           END-IF
           IF HRV-HORA < 24
               COMPUTE DPT-POS-HORA = HRV-HORA + 1
           ELSE
               MOVE DPT-POS-SIN-HORA       TO DPT-POS-HORA
           END-IF
           SET DPT-HIDX                    TO DPT-POS-HORA
           IF DPT-SEMANA-CARGA EQUAL ZERO
               ADD 1                       TO DPT-HORAS-LEIDAS
               MOVE HRV-LINEAS     TO DPT-LINEAS(DPT-IDX DPT-HIDX)
               MOVE HRV-UNID-VENDIDAS
                   TO DPT-UNID-VENDIDAS(DPT-IDX DPT-HIDX)
               MOVE HRV-UNID-DEVUELTAS
                   TO DPT-UNID-DEVUELTAS(DPT-IDX DPT-HIDX)
               COMPUTE DPT-INGR-NETOS(DPT-IDX DPT-HIDX) =
                   HRV-INGR-VENDIDOS - HRV-INGR-DEVUELTOS
               MOVE HRV-INGR-DEVUELTOS
                   TO DPT-INGR-DEVUELTOS(DPT-IDX DPT-HIDX)
               MOVE HRV-EXTRACTOS
                   TO DPT-EXTRACTOS(DPT-IDX DPT-HIDX)
               MOVE HRV-PRIMERA-CORRIDA-FECHA
                   TO DPT-CORRIDA-FECHA(DPT-IDX DPT-HIDX)
               MOVE HRV-PRIMERA-CORRIDA-HORA
                   TO DPT-CORRIDA-HORA(DPT-IDX DPT-HIDX)
           ELSE
               ADD 1                       TO DPT-HORAS-HISTORIA
               IF DPT-ULTIMA-SEMANA(DPT-IDX) NOT EQUAL
                   DPT-SEMANA-CARGA
                   MOVE DPT-SEMANA-CARGA
                       TO DPT-ULTIMA-SEMANA(DPT-IDX)
                   ADD 1          TO DPT-SEMANAS-CON-DATOS(DPT-IDX)
               END-IF
               COMPUTE DPT-HIS-INGR-NETOS(DPT-IDX DPT-HIDX) =
                   DPT-HIS-INGR-NETOS(DPT-IDX DPT-HIDX)
                   + HRV-INGR-VENDIDOS - HRV-INGR-DEVUELTOS
           END-IF
           .
       2110-LEER-HORA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-ENCABEZADO-REPORTE                                        *
      *----------------------------------------------------------------*
       2400-ENCABEZADO-REPORTE.
           MOVE DPT-SEMANAS                TO DPT-SEMANAS-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "VENTAS POR HORA Y FRANJA - FECHA "
                  DELIMITED BY SIZE
                  DPT-FECHA                DELIMITED BY SIZE
                  "   (COP SIN IMPUESTO; PROMEDIO DEL MISMO DIA DE "
                  DELIMITED BY SIZE
                  "LAS ULTIMAS "           DELIMITED BY SIZE
                  DPT-SEMANAS-ED           DELIMITED BY SIZE
                  " SEMANAS)"              DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2500-REPORTE-TIENDA                                            *
      *     HORAS, TOTAL, FRANJAS Y COBERTURA DE EXTRACTOS DE UNA      *
      *     TIENDA                                                     *
      *----------------------------------------------------------------*
       2500-REPORTE-TIENDA.
           MOVE DPT-SEMANAS-CON-DATOS(DPT-IDX) TO DPT-SEMANAS-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "TIENDA: "               DELIMITED BY SIZE
                  DPT-TIENDA(DPT-IDX)      DELIMITED BY SIZE
                  "   SEMANAS CON VENTAS EN EL PROMEDIO: "
                  DELIMITED BY SIZE
                  DPT-SEMANAS-ED           DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE DPT-TITULOS                TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ZERO                       TO COB-PARTIDAS
           MOVE ZERO                       TO COB-RELOJ
           MOVE 'N'                        TO COB-CON-VENTA-SW
           PERFORM 2510-IMPRIMIR-HORA THRU 2510-IMPRIMIR-HORA-EXIT
               VARYING DPT-HIDX FROM 1 BY 1
               UNTIL DPT-HIDX > DPT-POS-SIN-HORA
      *    TOTAL DE LA TIENDA (TODAS LAS CASILLAS, INCLUIDA SIN HORA)
           MOVE 1                          TO SUM-DESDE
           MOVE DPT-POS-SIN-HORA           TO SUM-HASTA
           PERFORM 2520-SUMAR-HORAS
           MOVE "TOTAL TIENDA"             TO DL-ETIQUETA
           PERFORM 2550-IMPRIMIR-SUMA
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 2530-IMPRIMIR-FRANJA
               VARYING FRJ-IDX FROM 1 BY 1 UNTIL FRJ-IDX > FRJ-COUNT
           PERFORM 2540-FUERA-DE-FRANJAS THRU 2540-FUERA-DE-FRANJAS-EXIT
           PERFORM 2560-COBERTURA-TIENDA THRU 2560-COBERTURA-TIENDA-EXIT
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2510-IMPRIMIR-HORA                                             *
      *     UNA FILA POR HORA CON MOVIMIENTO EN LA FECHA O EN LA       *
      *     HISTORIA; ANOTA LA COBERTURA DE EXTRACTOS DE LA HORA Y LA  *
      *     SUMA A LA CADENA                                           *
      *----------------------------------------------------------------*
       2510-IMPRIMIR-HORA.
           IF DPT-LINEAS(DPT-IDX DPT-HIDX) EQUAL ZERO
               AND DPT-HIS-INGR-NETOS(DPT-IDX DPT-HIDX) EQUAL ZERO
               GO TO 2510-IMPRIMIR-HORA-EXIT
           END-IF
           SET CAD-HIDX                    TO DPT-HIDX
           SET DPT-POS-HORA                TO DPT-HIDX
           IF DPT-SEMANAS-CON-DATOS(DPT-IDX) > ZERO
               COMPUTE DPT-PROMEDIO ROUNDED =
                   DPT-HIS-INGR-NETOS(DPT-IDX DPT-HIDX)
                   / DPT-SEMANAS-CON-DATOS(DPT-IDX)
           ELSE
               MOVE ZERO                   TO DPT-PROMEDIO
           END-IF
           ADD DPT-LINEAS(DPT-IDX DPT-HIDX) TO CAD-LINEAS(CAD-HIDX)
           ADD DPT-UNID-VENDIDAS(DPT-IDX DPT-HIDX)
               TO CAD-UNID-VENDIDAS(CAD-HIDX)
           ADD DPT-UNID-DEVUELTAS(DPT-IDX DPT-HIDX)
               TO CAD-UNID-DEVUELTAS(CAD-HIDX)
           ADD DPT-INGR-NETOS(DPT-IDX DPT-HIDX)
               TO CAD-INGR-NETOS(CAD-HIDX)
           ADD DPT-INGR-DEVUELTOS(DPT-IDX DPT-HIDX)
               TO CAD-INGR-DEVUELTOS(CAD-HIDX)
           ADD DPT-PROMEDIO                TO CAD-PROMEDIO(CAD-HIDX)
           MOVE SPACES                     TO DPT-MARCA
           IF DPT-POS-HORA EQUAL DPT-POS-SIN-HORA
               MOVE "SIN HORA"             TO DL-ETIQUETA
           ELSE
               COMPUTE DPT-HORA-NUM = DPT-POS-HORA - 1
               MOVE DPT-HORA-NUM           TO DPT-ETQ-HH-1
               MOVE DPT-HORA-NUM           TO DPT-ETQ-HH-2
               MOVE DPT-ETQ-HORA           TO DL-ETIQUETA
               IF DPT-LINEAS(DPT-IDX DPT-HIDX) > ZERO
                   PERFORM 2515-ANOTAR-COBERTURA
               END-IF
           END-IF
           MOVE DPT-LINEAS(DPT-IDX DPT-HIDX) TO DL-LINEAS
           MOVE DPT-UNID-VENDIDAS(DPT-IDX DPT-HIDX) TO DL-UNID-VEND
           MOVE DPT-UNID-DEVUELTAS(DPT-IDX DPT-HIDX) TO DL-UNID-DEV
           MOVE DPT-INGR-NETOS(DPT-IDX DPT-HIDX) TO DL-INGR-NETOS
           MOVE DPT-INGR-DEVUELTOS(DPT-IDX DPT-HIDX) TO DL-INGR-DEV
           MOVE DPT-PROMEDIO               TO DL-PROMEDIO
           MOVE DPT-INGR-NETOS(DPT-IDX DPT-HIDX) TO DPT-CALCULO-NETOS
           PERFORM 2590-CALCULAR-VARIACION
           MOVE DPT-EXTRACTOS(DPT-IDX DPT-HIDX) TO DL-EXTRACTOS
           MOVE DPT-CORRIDA-FECHA(DPT-IDX DPT-HIDX)
               TO DL-CORRIDA-FECHA
           MOVE DPT-CORRIDA-HORA(DPT-IDX DPT-HIDX) TO DL-CORRIDA-HORA
           MOVE DPT-MARCA                  TO DL-MARCA
           MOVE DPT-LINEA                  TO REPORT-RECORD
           IF DPT-SIN-VARIACION
               MOVE SPACES                 TO REPORT-RECORD(100:8)
           END-IF
           IF DPT-LINEAS(DPT-IDX DPT-HIDX) EQUAL ZERO
               MOVE SPACES                 TO REPORT-RECORD(109:15)
           END-IF
           WRITE REPORT-RECORD
           .
       2510-IMPRIMIR-HORA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2515-ANOTAR-COBERTURA                                          *
      *     PRIMERA Y ULTIMA HORA CON VENTA; HORA PARTIDA ENTRE        *
      *     EXTRACTOS; HORA QUE EMPIEZA DESPUES DE LA CORRIDA (EL      *
      *     MISMO DIA) QUE LA RECIBIO                                  *
      *----------------------------------------------------------------*
       2515-ANOTAR-COBERTURA.
           IF NOT COB-CON-VENTA
               MOVE DPT-HORA-NUM           TO COB-PRIMERA-HORA
               SET COB-CON-VENTA           TO TRUE
           END-IF
           MOVE DPT-HORA-NUM               TO COB-ULTIMA-HORA
           IF DPT-EXTRACTOS(DPT-IDX DPT-HIDX) > 1
               MOVE "*PARTIDA"             TO DPT-MARCA
               ADD 1                       TO COB-PARTIDAS
               ADD 1                       TO DPT-TOT-PARTIDAS
           END-IF
           IF DPT-CORRIDA-FECHA(DPT-IDX DPT-HIDX) EQUAL DPT-FECHA
               AND DPT-HORA-NUM * 100 >
                   DPT-CORRIDA-HORA(DPT-IDX DPT-HIDX)
               MOVE "*RELOJ"               TO DPT-MARCA
               ADD 1                       TO COB-RELOJ
               ADD 1                       TO DPT-TOT-RELOJ
           END-IF
           .

      *----------------------------------------------------------------*
      * 2520-SUMAR-HORAS                                               *
      *     SUMA EN SUM-ACUMULADO LAS CASILLAS SUM-DESDE A SUM-HASTA   *
      *     DE LA TIENDA DPT-IDX                                       *
      *----------------------------------------------------------------*
       2520-SUMAR-HORAS.
           INITIALIZE SUM-LINEAS SUM-UNID-VENDIDAS SUM-UNID-DEVUELTAS
               SUM-INGR-NETOS SUM-INGR-DEVUELTOS SUM-HIS-INGR-NETOS
           PERFORM 2521-SUMAR-HORA
               VARYING DPT-HIDX FROM SUM-DESDE BY 1
               UNTIL DPT-HIDX > SUM-HASTA
           IF DPT-SEMANAS-CON-DATOS(DPT-IDX) > ZERO
               COMPUTE SUM-PROMEDIO ROUNDED =
                   SUM-HIS-INGR-NETOS / DPT-SEMANAS-CON-DATOS(DPT-IDX)
           ELSE
               MOVE ZERO                   TO SUM-PROMEDIO
           END-IF
           .

       2521-SUMAR-HORA.
           ADD DPT-LINEAS(DPT-IDX DPT-HIDX) TO SUM-LINEAS
           ADD DPT-UNID-VENDIDAS(DPT-IDX DPT-HIDX) TO SUM-UNID-VENDIDAS
           ADD DPT-UNID-DEVUELTAS(DPT-IDX DPT-HIDX)
               TO SUM-UNID-DEVUELTAS
           ADD DPT-INGR-NETOS(DPT-IDX DPT-HIDX) TO SUM-INGR-NETOS
           ADD DPT-INGR-DEVUELTOS(DPT-IDX DPT-HIDX)
               TO SUM-INGR-DEVUELTOS
           ADD DPT-HIS-INGR-NETOS(DPT-IDX DPT-HIDX)
               TO SUM-HIS-INGR-NETOS
           .

      *----------------------------------------------------------------*
      * 2530-IMPRIMIR-FRANJA                                           *
      *     LAS HORAS DESDE..HASTA-1 DE LA FRANJA SON LAS CASILLAS     *
      *     DESDE+1..HASTA                                             *
      *----------------------------------------------------------------*
       2530-IMPRIMIR-FRANJA.
           COMPUTE SUM-DESDE = FRJ-DESDE(FRJ-IDX) + 1
           MOVE FRJ-HASTA(FRJ-IDX)         TO SUM-HASTA
           PERFORM 2520-SUMAR-HORAS
           MOVE FRJ-NOMBRE(FRJ-IDX)        TO DPT-ETQ-NOMBRE
           MOVE FRJ-DESDE(FRJ-IDX)         TO DPT-ETQ-DESDE
           MOVE FRJ-HASTA(FRJ-IDX)         TO DPT-ETQ-HASTA
           MOVE DPT-ETQ-FRANJA             TO DL-ETIQUETA
           PERFORM 2550-IMPRIMIR-SUMA
           .

      *----------------------------------------------------------------*
      * 2540-FUERA-DE-FRANJAS                                          *
      *     HORAS CON VENTA QUE NO CUBRE NINGUNA FRANJA; SOLO SE       *
      *     IMPRIME SI HUBO ALGUNA                                     *
      *----------------------------------------------------------------*
       2540-FUERA-DE-FRANJAS.
           INITIALIZE SUM-LINEAS SUM-UNID-VENDIDAS SUM-UNID-DEVUELTAS
               SUM-INGR-NETOS SUM-INGR-DEVUELTOS SUM-HIS-INGR-NETOS
           PERFORM 2541-SUMAR-SI-FUERA
               VARYING DPT-HIDX FROM 1 BY 1 UNTIL DPT-HIDX > 24
           IF SUM-LINEAS EQUAL ZERO AND SUM-HIS-INGR-NETOS EQUAL ZERO
               GO TO 2540-FUERA-DE-FRANJAS-EXIT
           END-IF
           IF DPT-SEMANAS-CON-DATOS(DPT-IDX) > ZERO
               COMPUTE SUM-PROMEDIO ROUNDED =
                   SUM-HIS-INGR-NETOS / DPT-SEMANAS-CON-DATOS(DPT-IDX)
           ELSE
               MOVE ZERO                   TO SUM-PROMEDIO
           END-IF
           MOVE "FUERA DE FRANJAS"         TO DL-ETIQUETA
           PERFORM 2550-IMPRIMIR-SUMA
           .
       2540-FUERA-DE-FRANJAS-EXIT.
           EXIT.

       2541-SUMAR-SI-FUERA.
           SET DPT-POS-HORA                TO DPT-HIDX
           IF NOT FRJ-CUBIERTA(DPT-POS-HORA)
               PERFORM 2521-SUMAR-HORA
           END-IF
           .

      *----------------------------------------------------------------*
      * 2550-IMPRIMIR-SUMA                                             *
      *     IMPRIME SUM-ACUMULADO CON LA ETIQUETA YA PUESTA EN         *
      *     DL-ETIQUETA, SIN COLUMNAS DE COBERTURA                     *
      *----------------------------------------------------------------*
       2550-IMPRIMIR-SUMA.
           MOVE SUM-LINEAS                 TO DL-LINEAS
           MOVE SUM-UNID-VENDIDAS          TO DL-UNID-VEND
           MOVE SUM-UNID-DEVUELTAS         TO DL-UNID-DEV
           MOVE SUM-INGR-NETOS             TO DL-INGR-NETOS
           MOVE SUM-INGR-DEVUELTOS         TO DL-INGR-DEV
           MOVE SUM-PROMEDIO               TO DL-PROMEDIO
           MOVE SUM-PROMEDIO               TO DPT-PROMEDIO
           MOVE SUM-INGR-NETOS             TO DPT-CALCULO-NETOS
           PERFORM 2590-CALCULAR-VARIACION
           MOVE SPACES                     TO DL-MARCA
           MOVE DPT-LINEA                  TO REPORT-RECORD
           IF DPT-SIN-VARIACION
               MOVE SPACES                 TO REPORT-RECORD(100:8)
           END-IF
           MOVE SPACES                     TO REPORT-RECORD(109:24)
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2560-COBERTURA-TIENDA                                          *
      *----------------------------------------------------------------*
       2560-COBERTURA-TIENDA.
           MOVE SPACES                     TO REPORT-RECORD
           IF NOT COB-CON-VENTA
               MOVE "COBERTURA: SIN VENTAS CON HORA EN LA FECHA"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 2560-COBERTURA-TIENDA-EXIT
           END-IF
           MOVE COB-PARTIDAS               TO DPT-CONTEO-ED
           STRING "COBERTURA: PRIMERA HORA CON VENTA "
                  DELIMITED BY SIZE
                  COB-PRIMERA-HORA         DELIMITED BY SIZE
                  ", ULTIMA "              DELIMITED BY SIZE
                  COB-ULTIMA-HORA          DELIMITED BY SIZE
                  ", HORAS PARTIDAS ENTRE EXTRACTOS"
                  DELIMITED BY SIZE
                  DPT-CONTEO-ED            DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF COB-RELOJ > ZERO
               MOVE COB-RELOJ              TO DPT-CONTEO-ED
               MOVE SPACES                 TO REPORT-RECORD
               STRING "ADVERTENCIA: HORAS DE VENTA POSTERIORES A LA "
                      DELIMITED BY SIZE
                      "CORRIDA QUE LAS RECIBIO (RELOJ POS DESFASADO):"
                      DELIMITED BY SIZE
                      DPT-CONTEO-ED        DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
       2560-COBERTURA-TIENDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2590-CALCULAR-VARIACION                                        *
      *     VARIACION PORCENTUAL DE LOS INGRESOS NETOS CONTRA EL       *
      *     PROMEDIO; SIN PROMEDIO (O FUERA DE RANGO) NO SE IMPRIME    *
      *----------------------------------------------------------------*
       2590-CALCULAR-VARIACION.
           MOVE 'N'                        TO DPT-SIN-VARIACION-SW
           IF DPT-PROMEDIO NOT > ZERO
               SET DPT-SIN-VARIACION       TO TRUE
           ELSE
               COMPUTE DPT-VARIACION ROUNDED =
                   (DPT-CALCULO-NETOS - DPT-PROMEDIO) * 100
                   / DPT-PROMEDIO
                   ON SIZE ERROR
                       SET DPT-SIN-VARIACION TO TRUE
               END-COMPUTE
           END-IF
           MOVE DPT-VARIACION              TO DL-VARIACION
           .

      *----------------------------------------------------------------*
      * 2600-TOTALES-CADENA                                            *
      *     HORAS Y FRANJAS DE TODA LA CADENA                          *
      *----------------------------------------------------------------*
       2600-TOTALES-CADENA.
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "CADENA"                   TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE DPT-TITULOS                TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 2610-IMPRIMIR-HORA-CADENA THRU
                   2610-IMPRIMIR-HORA-CADENA-EXIT
               VARYING CAD-HIDX FROM 1 BY 1
               UNTIL CAD-HIDX > DPT-POS-SIN-HORA
           MOVE 1                          TO SUM-DESDE
           MOVE DPT-POS-SIN-HORA           TO SUM-HASTA
           PERFORM 2620-SUMAR-CADENA
           MOVE "TOTAL CADENA"             TO DL-ETIQUETA
           PERFORM 2550-IMPRIMIR-SUMA
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 2630-FRANJA-CADENA
               VARYING FRJ-IDX FROM 1 BY 1 UNTIL FRJ-IDX > FRJ-COUNT
           IF DPT-HORAS-SIN-TIENDA > ZERO
               MOVE DPT-HORAS-SIN-TIENDA   TO DPT-CONTEO-ED
               MOVE SPACES                 TO REPORT-RECORD
               STRING "HORAS NO REPORTADAS (TABLA DE TIENDAS LLENA): "
                      DELIMITED BY SIZE
                      DPT-CONTEO-ED        DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "*PARTIDA = HORA CON VENTAS DE MAS DE UN EXTRACTO "
               TO REPORT-RECORD
           MOVE "(CORTE INTRADIA DENTRO DE LA HORA)"
               TO REPORT-RECORD(50:34)
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "*RELOJ   = HORA QUE EMPIEZA DESPUES DE LA CORRIDA "
               TO REPORT-RECORD
           MOVE "QUE LA RECIBIO (HORA POS DESFASADA)"
               TO REPORT-RECORD(52:35)
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2610-IMPRIMIR-HORA-CADENA                                      *
      *----------------------------------------------------------------*
       2610-IMPRIMIR-HORA-CADENA.
           IF CAD-LINEAS(CAD-HIDX) EQUAL ZERO
               AND CAD-PROMEDIO(CAD-HIDX) EQUAL ZERO
               GO TO 2610-IMPRIMIR-HORA-CADENA-EXIT
           END-IF
           SET DPT-POS-HORA                TO CAD-HIDX
           IF DPT-POS-HORA EQUAL DPT-POS-SIN-HORA
               MOVE "SIN HORA"             TO DL-ETIQUETA
           ELSE
               COMPUTE DPT-HORA-NUM = DPT-POS-HORA - 1
               MOVE DPT-HORA-NUM           TO DPT-ETQ-HH-1
               MOVE DPT-HORA-NUM           TO DPT-ETQ-HH-2
               MOVE DPT-ETQ-HORA           TO DL-ETIQUETA
           END-IF
           MOVE CAD-LINEAS(CAD-HIDX)       TO SUM-LINEAS
           MOVE CAD-UNID-VENDIDAS(CAD-HIDX) TO SUM-UNID-VENDIDAS
           MOVE CAD-UNID-DEVUELTAS(CAD-HIDX) TO SUM-UNID-DEVUELTAS
           MOVE CAD-INGR-NETOS(CAD-HIDX)   TO SUM-INGR-NETOS
           MOVE CAD-INGR-DEVUELTOS(CAD-HIDX) TO SUM-INGR-DEVUELTOS
           MOVE CAD-PROMEDIO(CAD-HIDX)     TO SUM-PROMEDIO
           PERFORM 2550-IMPRIMIR-SUMA
           .
       2610-IMPRIMIR-HORA-CADENA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2620-SUMAR-CADENA                                              *
      *     SUMA LAS CASILLAS SUM-DESDE A SUM-HASTA DE LA CADENA       *
      *----------------------------------------------------------------*
       2620-SUMAR-CADENA.
           INITIALIZE SUM-LINEAS SUM-UNID-VENDIDAS SUM-UNID-DEVUELTAS
               SUM-INGR-NETOS SUM-INGR-DEVUELTOS SUM-PROMEDIO
           PERFORM 2621-SUMAR-HORA-CADENA
               VARYING CAD-HIDX FROM SUM-DESDE BY 1
               UNTIL CAD-HIDX > SUM-HASTA
           .

       2621-SUMAR-HORA-CADENA.
           ADD CAD-LINEAS(CAD-HIDX)        TO SUM-LINEAS
           ADD CAD-UNID-VENDIDAS(CAD-HIDX) TO SUM-UNID-VENDIDAS
           ADD CAD-UNID-DEVUELTAS(CAD-HIDX) TO SUM-UNID-DEVUELTAS
           ADD CAD-INGR-NETOS(CAD-HIDX)    TO SUM-INGR-NETOS
           ADD CAD-INGR-DEVUELTOS(CAD-HIDX) TO SUM-INGR-DEVUELTOS
           ADD CAD-PROMEDIO(CAD-HIDX)      TO SUM-PROMEDIO
           .

      *----------------------------------------------------------------*
      * 2630-FRANJA-CADENA                                             *
      *----------------------------------------------------------------*
       2630-FRANJA-CADENA.
           COMPUTE SUM-DESDE = FRJ-DESDE(FRJ-IDX) + 1
           MOVE FRJ-HASTA(FRJ-IDX)         TO SUM-HASTA
           PERFORM 2620-SUMAR-CADENA
           MOVE FRJ-NOMBRE(FRJ-IDX)        TO DPT-ETQ-NOMBRE
           MOVE FRJ-DESDE(FRJ-IDX)         TO DPT-ETQ-DESDE
           MOVE FRJ-HASTA(FRJ-IDX)         TO DPT-ETQ-HASTA
           MOVE DPT-ETQ-FRANJA             TO DL-ETIQUETA
           PERFORM 2550-IMPRIMIR-SUMA
           .

      *----------------------------------------------------------------*
      * 2800-UBICAR-TIENDA                                             *
      *     BUSCA LA TIENDA DPT-BUSCAR-TIENDA Y LA CREA SI NO ESTA,    *
      *     CON SUS 25 CASILLAS EN CERO                                *
      *----------------------------------------------------------------*
       2800-UBICAR-TIENDA.
           MOVE 'N'                        TO DPT-ENCONTRADO-SW
           SET DPT-IDX                     TO 1
           PERFORM 2810-BUSCAR-TIENDA THRU 2810-BUSCAR-TIENDA-EXIT
               UNTIL DPT-IDX > DPT-COUNT OR DPT-ENCONTRADO
           IF DPT-ENCONTRADO
               GO TO 2800-UBICAR-TIENDA-FIN
           END-IF
           IF DPT-COUNT < DPT-MAX-TIENDAS
               ADD 1                       TO DPT-COUNT
               SET DPT-IDX                 TO DPT-COUNT
               INITIALIZE DPT-ENTRY(DPT-IDX)
               MOVE DPT-BUSCAR-TIENDA      TO DPT-TIENDA(DPT-IDX)
               SET DPT-ENCONTRADO          TO TRUE
           ELSE
               IF DPT-HORAS-SIN-TIENDA EQUAL ZERO
                   DISPLAY "TABLA DE TIENDAS LLENA - TIENDA NO "
                       "REPORTADA: " DPT-BUSCAR-TIENDA
               END-IF
           END-IF
           .
       2800-UBICAR-TIENDA-FIN.
           EXIT.

       2810-BUSCAR-TIENDA.
           IF DPT-TIENDA(DPT-IDX) EQUAL DPT-BUSCAR-TIENDA
               SET DPT-ENCONTRADO          TO TRUE
               GO TO 2810-BUSCAR-TIENDA-EXIT
           END-IF
           SET DPT-IDX UP BY 1
           .
       2810-BUSCAR-TIENDA-EXIT.
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
      *     RESTA UN DIA A DPT-CAL-FECHA, CAMBIANDO DE MES Y ANO       *
      *     CUANDO HACE FALTA (FEBRERO DE ANO BISIESTO = 29)           *
      *----------------------------------------------------------------*
       1310-RESTAR-UN-DIA.
           IF DPT-CAL-DD > 1
               SUBTRACT 1                  FROM DPT-CAL-DD
           ELSE
               IF DPT-CAL-MM EQUAL 1
                   SUBTRACT 1              FROM DPT-CAL-AA
                   MOVE 12                 TO DPT-CAL-MM
               ELSE
                   SUBTRACT 1              FROM DPT-CAL-MM
               END-IF
               MOVE DPT-LARGO-MES(DPT-CAL-MM) TO DPT-CAL-LARGO
               DIVIDE DPT-CAL-AA BY 4
                   GIVING DPT-CAL-COCIENTE REMAINDER DPT-CAL-RESTO
               IF DPT-CAL-MM EQUAL 2 AND DPT-CAL-RESTO EQUAL ZERO
                   MOVE 29                 TO DPT-CAL-LARGO
               END-IF
               MOVE DPT-CAL-LARGO          TO DPT-CAL-DD
           END-IF
           .

      *----------------------------------------------------------------*
      * 3000-FINAL-PROGRAMA                                            *
      *----------------------------------------------------------------*
       3000-FINAL-PROGRAMA.
           CLOSE DAYPART-REPORT-FILE
           MOVE DPT-CODIGO-RETORNO         TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM SalesDaypartReport.
