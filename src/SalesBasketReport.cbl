      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SalesBasketReport.
       AUTHOR.        ERICK STIVEN FIERRO PERDOMO.
       INSTALLATION.  TIENDA-01.
       DATE-WRITTEN.  2026.09.10
      *----------------------------------------------------------------*
      *    DESCRIPCION : ANALISIS DE CANASTA POR TIENDA SOBRE UN RANGO *
      *                  DE FECHAS (SALES_BASKET_DATE_FROM HASTA       *
      *                  SALES_RUN_DATE; SIN LA PRIMERA, SOLO LA FECHA *
      *                  DE CORRIDA).  LEE EL RESUMEN POR              *
      *                  TIQUETE (tickethistory.dat) Y LOS PRODUCTOS   *
      *                  POR TIQUETE (ticketitems.dat) QUE ESCRIBE     *
      *                  SalesDataProcessor, E IMPRIME POR TIENDA:     *
      *                  1. NUMERO DE CLIENTES (TIQUETES CON ALGUNA    *
      *                     UNIDAD VENDIDA; LOS TIQUETES DE SOLO       *
      *                     DEVOLUCION SE CUENTAN APARTE).             *
      *                  2. TIQUETE PROMEDIO (IMPORTE NETO CON         *
      *                     IMPUESTO DE LOS TIQUETES DE CLIENTE SOBRE  *
      *                     EL NUMERO DE CLIENTES).                    *
      *                  3. UNIDADES PROMEDIO POR CANASTA.             *
      *                  4. LOS PARES DE PRODUCTOS QUE MAS SE VENDEN   *
      *                     JUNTOS (NUMERO DE TIQUETES EN QUE APARECEN *
      *                     AMBOS CON UNIDADES NETAS POSITIVAS, Y SU   *
      *                     PORCENTAJE SOBRE LOS CLIENTES), HASTA      *
      *                     SALES_BASKET_TOP_PAIRS PARES (10 POR       *
      *                     DEFECTO).                                  *
      *                  SOLO ENTRAN LAS LINEAS QUE TRAJERON NUMERO DE *
      *                  TIQUETE EN EL EXTRACTO.  USA LAS CONVENCIONES *
      *                  DE 132 COLUMNAS DE LOS DEMAS REPORTES.        *
      *                  CODIGOS DE RETORNO: 0=LIMPIA, 4=ADVERTENCIA   *
      *                  (ALGUNA TABLA SE LLENO Y EL ANALISIS ES       *
      *                  PARCIAL), 12=FALLA.                           *
      *----------------------------------------------------------------*
      *    HISTORIAL DE MODIFICACIONES                                 *
      *    FECHA        INIC.  DESCRIPCION                             *
      *    2026.09.10   ESFP   VERSION INICIAL                         *
      *----------------------------------------------------------------*
      *            E N V I R O N M E N T   D I V I S I O N             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT BASKET-REPORT-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.
      *----------------------------------------------------------------*
      *                   D A T A   D I V I S I O N                    *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * FD TICKET-HISTORY-FILE                                         *
      *     UN REGISTRO POR FECHA+TIENDA+TIQUETE (VER SalesData-       *
      *     Processor.cbl, 2172); ESTE LAYOUT DEBE COINCIDIR CON EL    *
      *     SUYO                                                       *
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
      *     UNIDADES NETAS DEL PRODUCTO EN EL TIQUETE                  *
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
      * FD BASKET-REPORT-FILE                                          *
      *     REPORTE DE ANALISIS DE CANASTA (132 COL.)                  *
      *----------------------------------------------------------------*
       FD BASKET-REPORT-FILE.
       01 REPORT-RECORD                    PIC X(132).
      *----------------------------------------------------------------*
      *          W O R K I N G  S T O R A G E   S E C T I O N          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 TKH-STATUS                       PIC X(02).
       77 TKA-STATUS                       PIC X(02).
       77 RPT-STATUS                       PIC X(02).
       77 TKH-EOF-SW                       PIC X(01) VALUE 'N'.
           88 TKH-EOF                      VALUE 'Y'.
       77 TKA-EOF-SW                       PIC X(01) VALUE 'N'.
           88 TKA-EOF                      VALUE 'Y'.
      *----------------------------------------------------------------*
      *     PARAMETROS DE EJECUCION                                    *
      *     RANGO DE FECHAS (SALES_BASKET_DATE_FROM / SALES_RUN_DATE,  *
      *     AAMMDD), NUMERO DE PARES A LISTAR POR TIENDA Y ARCHIVO DE  *
      *     SALIDA                                                     *
      *----------------------------------------------------------------*
       77 PARM-FECHA-ENV                   PIC X(06) VALUE SPACES.
       77 PARM-FECHA-DESDE-ENV             PIC X(06) VALUE SPACES.
       77 PARM-PARES-ENV                   PIC X(16) VALUE SPACES.
       77 PARM-ARCHIVO-REPORTE             PIC X(80) VALUE SPACES.
       01 CAN-PARAMETROS.
           05 CAN-FECHA-DESDE              PIC 9(06) VALUE ZERO.
           05 CAN-FECHA-HASTA              PIC 9(06) VALUE ZERO.
           05 CAN-MAX-PARES                PIC 9(03) COMP VALUE 10.
       77 CAN-TOPE-PARES                   PIC 9(03) COMP VALUE 50.
       77 CAN-CODIGO-RETORNO               PIC 9(02) COMP VALUE 12.
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
      *     T A B L A   D E   T I E N D A S                            *
      *     TIQUETES, CLIENTES, IMPORTE Y UNIDADES DEL RANGO POR       *
      *     TIENDA                                                     *
      *----------------------------------------------------------------*
       01 TDA-TABLE.
           05 TDA-COUNT                    PIC 9(03) COMP VALUE ZERO.
           05 TDA-ENTRY OCCURS 50 TIMES INDEXED BY TDA-IDX.
               10 TDA-TIENDA               PIC X(10).
               10 TDA-TIQUETES             PIC 9(08) COMP.
               10 TDA-CLIENTES             PIC 9(08) COMP.
               10 TDA-SOLO-DEVOLUCION      PIC 9(08) COMP.
               10 TDA-IMPORTE-IMP          PIC S9(16) COMP-3.
               10 TDA-UNIDADES             PIC S9(10) COMP.
       77 TDA-MAX-TIENDAS                  PIC 9(03) COMP VALUE 50.
       01 TDA-BUSQUEDA.
           05 TDA-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 TDA-ENCONTRADO                     VALUE 'Y'.
           05 TDA-BUSCAR-TIENDA            PIC X(10).
      *----------------------------------------------------------------*
      *     T A B L A   D E   P A R E S   D E   P R O D U C T O S      *
      *     TIQUETES EN QUE CADA PAR (A,B) DE UNA TIENDA APARECE       *
      *     JUNTO; A ES SIEMPRE EL MENOR DE LOS DOS NOMBRES PORQUE LOS *
      *     PRODUCTOS DE UN TIQUETE SE LEEN EN ORDEN DE CLAVE          *
      *----------------------------------------------------------------*
       01 PAR-TABLE.
           05 PAR-COUNT                    PIC 9(05) COMP VALUE ZERO.
           05 PAR-ENTRY OCCURS 4000 TIMES INDEXED BY PAR-IDX.
               10 PAR-TIENDA               PIC X(10).
               10 PAR-PRODUCTO-A           PIC X(60).
               10 PAR-PRODUCTO-B           PIC X(60).
               10 PAR-TIQUETES             PIC 9(08) COMP.
               10 PAR-LISTADO-SW           PIC X(01).
                   88 PAR-LISTADO                    VALUE 'S'.
       77 PAR-MAX-PARES                    PIC 9(05) COMP VALUE 4000.
       01 PAR-BUSQUEDA.
           05 PAR-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 PAR-ENCONTRADO                     VALUE 'Y'.
           05 PAR-MEJOR                    PIC 9(05) COMP.
           05 PAR-MEJOR-TIQUETES           PIC 9(08) COMP.
           05 PAR-RANGO                    PIC 9(03) COMP.
           05 PAR-NO-CONTADOS              PIC 9(08) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *     C A N A S T A   E N   C U R S O                            *
      *     PRODUCTOS CON UNIDADES NETAS POSITIVAS DEL TIQUETE QUE SE  *
      *     ESTA LEYENDO; AL CAMBIAR DE TIQUETE SE CUENTAN SUS PARES   *
      *----------------------------------------------------------------*
       01 CAN-TABLE.
           05 CAN-COUNT                    PIC 9(03) COMP VALUE ZERO.
           05 CAN-PRODUCTO OCCURS 40 TIMES PIC X(60).
       77 CAN-MAX-PRODUCTOS                PIC 9(03) COMP VALUE 40.
       01 CAN-CONTROL.
           05 CAN-CLAVE-ACTUAL.
               10 CAN-FECHA                PIC 9(06).
               10 CAN-TIENDA               PIC X(10).
               10 CAN-TIQUETE              PIC X(12).
           05 CAN-I                        PIC 9(03) COMP.
           05 CAN-J                        PIC 9(03) COMP.
           05 CAN-DESDE                    PIC 9(03) COMP.
           05 CAN-CANASTAS-RECORTADAS      PIC 9(08) COMP VALUE ZERO.
       01 CAN-CONTADORES.
           05 CAN-TIQUETES-LEIDOS          PIC 9(08) COMP VALUE ZERO.
           05 CAN-ARTICULOS-LEIDOS         PIC 9(08) COMP VALUE ZERO.
           05 CAN-TIQUETES-SIN-TIENDA      PIC 9(08) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *     CALCULOS Y TOTALES DE CADENA                               *
      *----------------------------------------------------------------*
       01 CAN-CALCULO.
           05 CAN-TIQUETE-PROMEDIO         PIC S9(14) COMP-3.
           05 CAN-UNIDADES-PROMEDIO        PIC S9(06)V9(02) COMP-3.
           05 CAN-PORCENTAJE               PIC 9(03)V9(01) COMP-3.
       01 CAN-TOTALES.
           05 CAN-TOT-TIQUETES             PIC 9(08) COMP VALUE ZERO.
           05 CAN-TOT-CLIENTES             PIC 9(08) COMP VALUE ZERO.
           05 CAN-TOT-SOLO-DEVOLUCION      PIC 9(08) COMP VALUE ZERO.
           05 CAN-TOT-IMPORTE-IMP          PIC S9(16) COMP-3
                                                      VALUE ZERO.
           05 CAN-TOT-UNIDADES             PIC S9(10) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *     LINEAS DEL REPORTE                                         *
      *----------------------------------------------------------------*
       01 CAN-LINEA-TIENDA.
           05 CAN-LT-TIENDA                PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CAN-LT-TIQUETES              PIC Z(09)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CAN-LT-CLIENTES              PIC Z(09)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CAN-LT-SOLO-DEV              PIC Z(09)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CAN-LT-IMPORTE               PIC -(15)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CAN-LT-PROMEDIO              PIC -(13)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CAN-LT-UNID-PROM             PIC -(05)9,99.
       01 CAN-LINEA-PAR.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 CAN-LP-RANGO                 PIC Z9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 CAN-LP-PRODUCTO-A            PIC X(45).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CAN-LP-PRODUCTO-B            PIC X(45).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CAN-LP-TIQUETES              PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CAN-LP-PORCENTAJE            PIC ZZ9,9.
           05 FILLER                       PIC X(01) VALUE '%'.
       01 CAN-EDITADOS.
           05 CAN-CONTEO-ED                PIC Z(07)9.
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
           OPEN OUTPUT BASKET-REPORT-FILE
           IF RPT-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING BASKET REPORT FILE"
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           .

      *----------------------------------------------------------------*
      * 1050-OBTENER-PARAMETROS                                        *
      *----------------------------------------------------------------*
       1050-OBTENER-PARAMETROS.
           ACCEPT PARM-FECHA-ENV FROM ENVIRONMENT "SALES_RUN_DATE"
           IF PARM-FECHA-ENV EQUAL SPACES
               ACCEPT CAN-FECHA-HASTA FROM DATE
           ELSE
               MOVE PARM-FECHA-ENV         TO CAN-FECHA-HASTA
           END-IF
           ACCEPT PARM-FECHA-DESDE-ENV
               FROM ENVIRONMENT "SALES_BASKET_DATE_FROM"
           IF PARM-FECHA-DESDE-ENV EQUAL SPACES
               MOVE CAN-FECHA-HASTA        TO CAN-FECHA-DESDE
           ELSE
               MOVE PARM-FECHA-DESDE-ENV   TO CAN-FECHA-DESDE
           END-IF
           IF CAN-FECHA-DESDE > CAN-FECHA-HASTA
               DISPLAY "SALES_BASKET_DATE_FROM POSTERIOR A "
                   "SALES_RUN_DATE - SE USA SOLO LA FECHA DE CORRIDA"
               MOVE CAN-FECHA-HASTA        TO CAN-FECHA-DESDE
           END-IF
           ACCEPT PARM-PARES-ENV
               FROM ENVIRONMENT "SALES_BASKET_TOP_PAIRS"
           IF PARM-PARES-ENV NOT EQUAL SPACES
               MOVE PARM-PARES-ENV         TO CNV-TEXTO
               PERFORM 1240-CONVERTIR-ENTERO
               IF CNV-VALIDO AND CNV-NUMERO > ZERO
                   AND CNV-NUMERO NOT > CAN-TOPE-PARES
                   MOVE CNV-NUMERO         TO CAN-MAX-PARES
               ELSE
                   DISPLAY "SALES_BASKET_TOP_PAIRS INVALIDO - SE "
                       "LISTAN " CAN-MAX-PARES " PARES POR TIENDA"
               END-IF
           END-IF
           ACCEPT PARM-ARCHIVO-REPORTE
               FROM ENVIRONMENT "SALES_BASKET_REPORT_FILE"
           IF PARM-ARCHIVO-REPORTE EQUAL SPACES
               MOVE "basketreport.txt"     TO PARM-ARCHIVO-REPORTE
           END-IF
           .

      *----------------------------------------------------------------*
      * 2000-PROCESO-PROGRAMA                                          *
      *----------------------------------------------------------------*
       2000-PROCESO-PROGRAMA.
           PERFORM 2100-CARGAR-TIQUETES
           PERFORM 2200-CARGAR-PARES THRU 2200-CARGAR-PARES-FIN
           PERFORM 2400-ENCABEZADO-REPORTE
           PERFORM 2500-REPORTE-TIENDA
               VARYING TDA-IDX FROM 1 BY 1 UNTIL TDA-IDX > TDA-COUNT
           PERFORM 2600-TOTALES-REPORTE
           IF CAN-TIQUETES-SIN-TIENDA > ZERO
               OR PAR-NO-CONTADOS > ZERO
               OR CAN-CANASTAS-RECORTADAS > ZERO
               MOVE 4                      TO CAN-CODIGO-RETORNO
           ELSE
               MOVE ZERO                   TO CAN-CODIGO-RETORNO
           END-IF
           DISPLAY "=========================================="
           DISPLAY "  ANALISIS DE CANASTA"
           DISPLAY "=========================================="
           DISPLAY "FECHA DESDE           : " CAN-FECHA-DESDE
           DISPLAY "FECHA HASTA           : " CAN-FECHA-HASTA
           DISPLAY "TIQUETES LEIDOS       : " CAN-TIQUETES-LEIDOS
           DISPLAY "PRODUCTOS LEIDOS      : " CAN-ARTICULOS-LEIDOS
           DISPLAY "TIENDAS               : " TDA-COUNT
           DISPLAY "CLIENTES              : " CAN-TOT-CLIENTES
           DISPLAY "PARES DISTINTOS       : " PAR-COUNT
           DISPLAY "PARES NO CONTADOS     : " PAR-NO-CONTADOS
           DISPLAY "CANASTAS RECORTADAS   : " CAN-CANASTAS-RECORTADAS
           DISPLAY "=========================================="
           DISPLAY "CODIGO DE RETORNO DEL ANALISIS: "
               CAN-CODIGO-RETORNO
           .

      *----------------------------------------------------------------*
      * 2100-CARGAR-TIQUETES                                           *
      *     SUMA POR TIENDA LOS RESUMENES DE TIQUETE DEL RANGO         *
      *----------------------------------------------------------------*
       2100-CARGAR-TIQUETES.
           OPEN INPUT TICKET-HISTORY-FILE
           IF TKH-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING TICKET HISTORY FILE - STATUS: "
                   TKH-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           MOVE CAN-FECHA-DESDE            TO TKH-FECHA-CORRIDA
           MOVE LOW-VALUES                 TO TKH-TIENDA
           MOVE LOW-VALUES                 TO TKH-TIQUETE
           START TICKET-HISTORY-FILE KEY IS NOT LESS THAN TKH-KEY
               INVALID KEY
                   SET TKH-EOF             TO TRUE
           END-START
           PERFORM 2110-LEER-TIQUETE THRU 2110-LEER-TIQUETE-EXIT
               UNTIL TKH-EOF
           CLOSE TICKET-HISTORY-FILE
           .

      *----------------------------------------------------------------*
      * 2110-LEER-TIQUETE                                              *
      *     UN TIQUETE CON ALGUNA UNIDAD VENDIDA ES UN CLIENTE; UNO DE *
      *     SOLO DEVOLUCIONES NO ENTRA AL PROMEDIO                     *
      *----------------------------------------------------------------*
       2110-LEER-TIQUETE.
           READ TICKET-HISTORY-FILE NEXT RECORD
               AT END
                   SET TKH-EOF             TO TRUE
                   GO TO 2110-LEER-TIQUETE-EXIT
           END-READ
           IF TKH-FECHA-CORRIDA > CAN-FECHA-HASTA
               SET TKH-EOF                 TO TRUE
               GO TO 2110-LEER-TIQUETE-EXIT
           END-IF
           ADD 1                           TO CAN-TIQUETES-LEIDOS
           MOVE TKH-TIENDA                 TO TDA-BUSCAR-TIENDA
           PERFORM 2800-UBICAR-TIENDA THRU 2800-UBICAR-TIENDA-FIN
           IF NOT TDA-ENCONTRADO
               ADD 1                       TO CAN-TIQUETES-SIN-TIENDA
               GO TO 2110-LEER-TIQUETE-EXIT
           END-IF
           ADD 1                           TO TDA-TIQUETES(TDA-IDX)
           IF TKH-UNID-VENDIDAS > ZERO
               ADD 1                       TO TDA-CLIENTES(TDA-IDX)
               ADD TKH-IMPORTE-IMPUESTO    TO TDA-IMPORTE-IMP(TDA-IDX)
               ADD TKH-UNID-VENDIDAS       TO TDA-UNIDADES(TDA-IDX)
           ELSE
               ADD 1                  TO TDA-SOLO-DEVOLUCION(TDA-IDX)
           END-IF
           .
       2110-LEER-TIQUETE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-CARGAR-PARES                                              *
      *     LEE LOS PRODUCTOS POR TIQUETE DEL RANGO EN ORDEN DE CLAVE, *
      *     ARMA LA CANASTA DE CADA TIQUETE Y AL CAMBIAR DE TIQUETE    *
      *     CUENTA SUS PARES.  SIN ARCHIVO DE PRODUCTOS EL REPORTE     *
      *     SALE SIN PARES                                             *
      *----------------------------------------------------------------*
       2200-CARGAR-PARES.
           OPEN INPUT TICKET-ITEM-FILE
           IF TKA-STATUS NOT EQUAL '00'
               DISPLAY "ADVERTENCIA: SIN PRODUCTOS POR TIQUETE "
                   "(ticketitems.dat, STATUS " TKA-STATUS
                   ") - EL REPORTE SALE SIN PARES"
               GO TO 2200-CARGAR-PARES-FIN
           END-IF
           MOVE CAN-FECHA-DESDE            TO TKA-FECHA-CORRIDA
           MOVE LOW-VALUES                 TO TKA-TIENDA
           MOVE LOW-VALUES                 TO TKA-TIQUETE
           MOVE LOW-VALUES                 TO TKA-PRODUCT-NAME
           START TICKET-ITEM-FILE KEY IS NOT LESS THAN TKA-KEY
               INVALID KEY
                   SET TKA-EOF             TO TRUE
           END-START
           MOVE LOW-VALUES                 TO CAN-CLAVE-ACTUAL
           MOVE ZERO                       TO CAN-COUNT
           PERFORM 2210-LEER-ARTICULO THRU 2210-LEER-ARTICULO-EXIT
               UNTIL TKA-EOF
           PERFORM 2220-CERRAR-CANASTA
           CLOSE TICKET-ITEM-FILE
           .
       2200-CARGAR-PARES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2210-LEER-ARTICULO                                             *
      *----------------------------------------------------------------*
       2210-LEER-ARTICULO.
           READ TICKET-ITEM-FILE NEXT RECORD
               AT END
                   SET TKA-EOF             TO TRUE
                   GO TO 2210-LEER-ARTICULO-EXIT
           END-READ
           IF TKA-FECHA-CORRIDA > CAN-FECHA-HASTA
               SET TKA-EOF                 TO TRUE
               GO TO 2210-LEER-ARTICULO-EXIT
           END-IF
           ADD 1                           TO CAN-ARTICULOS-LEIDOS
           IF TKA-FECHA-CORRIDA NOT EQUAL CAN-FECHA
               OR TKA-TIENDA NOT EQUAL CAN-TIENDA
               OR TKA-TIQUETE NOT EQUAL CAN-TIQUETE
               PERFORM 2220-CERRAR-CANASTA
               MOVE TKA-FECHA-CORRIDA      TO CAN-FECHA
               MOVE TKA-TIENDA             TO CAN-TIENDA
               MOVE TKA-TIQUETE            TO CAN-TIQUETE
           END-IF
      *    UN PRODUCTO DEVUELTO POR COMPLETO EN EL MISMO TIQUETE (NETO
      *    CERO O NEGATIVO) NO SE LLEVO NADA A CASA: NO FORMA PARES
           IF TKA-CANTIDAD NOT > ZERO
               GO TO 2210-LEER-ARTICULO-EXIT
           END-IF
           IF CAN-COUNT < CAN-MAX-PRODUCTOS
               ADD 1                       TO CAN-COUNT
               MOVE TKA-PRODUCT-NAME       TO CAN-PRODUCTO(CAN-COUNT)
           ELSE
               IF CAN-COUNT EQUAL CAN-MAX-PRODUCTOS
                   ADD 1                   TO CAN-CANASTAS-RECORTADAS
                   ADD 1                   TO CAN-COUNT
               END-IF
           END-IF
           .
       2210-LEER-ARTICULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2220-CERRAR-CANASTA                                            *
      *     CUENTA CADA PAR (I,J), I<J, DE LA CANASTA EN CURSO.  UNA   *
      *     CANASTA CON MAS DE CAN-MAX-PRODUCTOS PRODUCTOS SOLO CUENTA *
      *     LOS PARES DE LOS PRIMEROS (CAN-COUNT QUEDA UNO POR ENCIMA  *
      *     DEL TOPE PARA MARCARLA COMO RECORTADA UNA SOLA VEZ)        *
      *----------------------------------------------------------------*
       2220-CERRAR-CANASTA.
           IF CAN-COUNT > CAN-MAX-PRODUCTOS
               MOVE CAN-MAX-PRODUCTOS      TO CAN-COUNT
           END-IF
           IF CAN-COUNT > 1
               MOVE CAN-TIENDA             TO TDA-BUSCAR-TIENDA
               PERFORM 2230-PARES-DE-PRODUCTO
                   VARYING CAN-I FROM 1 BY 1 UNTIL CAN-I > CAN-COUNT
           END-IF
           MOVE ZERO                       TO CAN-COUNT
           .

      *----------------------------------------------------------------*
      * 2230-PARES-DE-PRODUCTO                                         *
      *----------------------------------------------------------------*
       2230-PARES-DE-PRODUCTO.
           COMPUTE CAN-DESDE = CAN-I + 1
           PERFORM 2240-CONTAR-PAR THRU 2240-CONTAR-PAR-FIN
               VARYING CAN-J FROM CAN-DESDE BY 1
               UNTIL CAN-J > CAN-COUNT
           .

      *----------------------------------------------------------------*
      * 2240-CONTAR-PAR                                                *
      *     SUMA UN TIQUETE AL PAR (CAN-I, CAN-J) DE LA TIENDA DE LA   *
      *     CANASTA; UN PAR NUEVO CON LA TABLA LLENA SOLO SE CUENTA    *
      *     COMO NO CONTADO                                            *
      *----------------------------------------------------------------*
       2240-CONTAR-PAR.
           MOVE 'N'                        TO PAR-ENCONTRADO-SW
           SET PAR-IDX                     TO 1
           PERFORM 2250-BUSCAR-PAR THRU 2250-BUSCAR-PAR-EXIT
               UNTIL PAR-IDX > PAR-COUNT OR PAR-ENCONTRADO
           IF NOT PAR-ENCONTRADO
               IF PAR-COUNT < PAR-MAX-PARES
                   ADD 1                   TO PAR-COUNT
                   SET PAR-IDX             TO PAR-COUNT
                   MOVE TDA-BUSCAR-TIENDA  TO PAR-TIENDA(PAR-IDX)
                   MOVE CAN-PRODUCTO(CAN-I)
                       TO PAR-PRODUCTO-A(PAR-IDX)
                   MOVE CAN-PRODUCTO(CAN-J)
                       TO PAR-PRODUCTO-B(PAR-IDX)
                   MOVE ZERO               TO PAR-TIQUETES(PAR-IDX)
                   MOVE 'N'                TO PAR-LISTADO-SW(PAR-IDX)
               ELSE
                   ADD 1                   TO PAR-NO-CONTADOS
                   GO TO 2240-CONTAR-PAR-FIN
               END-IF
           END-IF
           ADD 1                           TO PAR-TIQUETES(PAR-IDX)
           .
       2240-CONTAR-PAR-FIN.
           EXIT.

       2250-BUSCAR-PAR.
           IF PAR-TIENDA(PAR-IDX) EQUAL TDA-BUSCAR-TIENDA
               AND PAR-PRODUCTO-A(PAR-IDX) EQUAL CAN-PRODUCTO(CAN-I)
               AND PAR-PRODUCTO-B(PAR-IDX) EQUAL CAN-PRODUCTO(CAN-J)
               SET PAR-ENCONTRADO          TO TRUE
               GO TO 2250-BUSCAR-PAR-EXIT
           END-IF
           SET PAR-IDX UP BY 1
           .
       2250-BUSCAR-PAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-ENCABEZADO-REPORTE                                        *
      *----------------------------------------------------------------*
       2400-ENCABEZADO-REPORTE.
           MOVE SPACES                 TO REPORT-RECORD
           STRING "ANALISIS DE CANASTA POR TIENDA - DEL "
                  DELIMITED BY SIZE
                  CAN-FECHA-DESDE      DELIMITED BY SIZE
                  " AL "               DELIMITED BY SIZE
                  CAN-FECHA-HASTA      DELIMITED BY SIZE
                  "   (IMPORTES EN COP CON IMPUESTO)"
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2500-REPORTE-TIENDA                                            *
      *     LINEA DE INDICADORES DE LA TIENDA Y SUS PARES MAS          *
      *     FRECUENTES                                                 *
      *----------------------------------------------------------------*
       2500-REPORTE-TIENDA.
           PERFORM 2510-TITULOS-TIENDA
           MOVE SPACES                 TO CAN-LINEA-TIENDA
           MOVE TDA-TIENDA(TDA-IDX)    TO CAN-LT-TIENDA
           MOVE TDA-TIQUETES(TDA-IDX)  TO CAN-LT-TIQUETES
           MOVE TDA-CLIENTES(TDA-IDX)  TO CAN-LT-CLIENTES
           MOVE TDA-SOLO-DEVOLUCION(TDA-IDX) TO CAN-LT-SOLO-DEV
           MOVE TDA-IMPORTE-IMP(TDA-IDX) TO CAN-LT-IMPORTE
           IF TDA-CLIENTES(TDA-IDX) > ZERO
               COMPUTE CAN-TIQUETE-PROMEDIO ROUNDED =
                   TDA-IMPORTE-IMP(TDA-IDX) / TDA-CLIENTES(TDA-IDX)
               COMPUTE CAN-UNIDADES-PROMEDIO ROUNDED =
                   TDA-UNIDADES(TDA-IDX) / TDA-CLIENTES(TDA-IDX)
           ELSE
               MOVE ZERO               TO CAN-TIQUETE-PROMEDIO
               MOVE ZERO               TO CAN-UNIDADES-PROMEDIO
           END-IF
           MOVE CAN-TIQUETE-PROMEDIO   TO CAN-LT-PROMEDIO
           MOVE CAN-UNIDADES-PROMEDIO  TO CAN-LT-UNID-PROM
           MOVE SPACES                 TO REPORT-RECORD
           MOVE CAN-LINEA-TIENDA       TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD TDA-TIQUETES(TDA-IDX)   TO CAN-TOT-TIQUETES
           ADD TDA-CLIENTES(TDA-IDX)   TO CAN-TOT-CLIENTES
           ADD TDA-SOLO-DEVOLUCION(TDA-IDX) TO CAN-TOT-SOLO-DEVOLUCION
           ADD TDA-IMPORTE-IMP(TDA-IDX) TO CAN-TOT-IMPORTE-IMP
           ADD TDA-UNIDADES(TDA-IDX)   TO CAN-TOT-UNIDADES
           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                 TO REPORT-RECORD
           MOVE "PARES DE PRODUCTOS MAS FRECUENTES EN UN MISMO TIQUETE"
                                       TO REPORT-RECORD(5:53)
           WRITE REPORT-RECORD
           MOVE SPACES                 TO REPORT-RECORD
           MOVE "#"                    TO REPORT-RECORD(6:1)
           MOVE "PRODUCTO A"           TO REPORT-RECORD(9:10)
           MOVE "PRODUCTO B"           TO REPORT-RECORD(55:10)
           MOVE "TIQUETES"             TO REPORT-RECORD(101:8)
           MOVE "% CLIENT."            TO REPORT-RECORD(110:9)
           WRITE REPORT-RECORD
           MOVE ZERO                   TO PAR-RANGO
           PERFORM 2520-IMPRIMIR-PAR THRU 2520-IMPRIMIR-PAR-EXIT
               CAN-MAX-PARES TIMES
           IF PAR-RANGO EQUAL ZERO
               MOVE SPACES             TO REPORT-RECORD
               MOVE "(SIN PRODUCTOS VENDIDOS JUNTOS EN EL RANGO)"
                                       TO REPORT-RECORD(9:43)
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2510-TITULOS-TIENDA                                            *
      *----------------------------------------------------------------*
       2510-TITULOS-TIENDA.
           MOVE SPACES                 TO REPORT-RECORD
           MOVE "TIENDA"               TO REPORT-RECORD(1:6)
           MOVE "TIQUETES"             TO REPORT-RECORD(15:8)
           MOVE "CLIENTES"             TO REPORT-RECORD(26:8)
           MOVE "SOLO DEV."            TO REPORT-RECORD(36:9)
           MOVE "IMPORTE NETO"         TO REPORT-RECORD(51:12)
           MOVE "TIQUETE PROM."        TO REPORT-RECORD(66:13)
           MOVE "UNID/CANASTA"         TO REPORT-RECORD(80:12)
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2520-IMPRIMIR-PAR                                              *
      *     BUSCA EL PAR NO LISTADO DE LA TIENDA CON MAS TIQUETES, LO  *
      *     IMPRIME Y LO MARCA; SIN PARES PENDIENTES NO IMPRIME NADA   *
      *----------------------------------------------------------------*
       2520-IMPRIMIR-PAR.
           MOVE ZERO                   TO PAR-MEJOR
           MOVE ZERO                   TO PAR-MEJOR-TIQUETES
           PERFORM 2530-BUSCAR-MEJOR-PAR
               VARYING PAR-IDX FROM 1 BY 1 UNTIL PAR-IDX > PAR-COUNT
           IF PAR-MEJOR EQUAL ZERO
               GO TO 2520-IMPRIMIR-PAR-EXIT
           END-IF
           SET PAR-IDX                 TO PAR-MEJOR
           SET PAR-LISTADO(PAR-IDX)    TO TRUE
           ADD 1                       TO PAR-RANGO
           MOVE PAR-RANGO              TO CAN-LP-RANGO
           MOVE PAR-PRODUCTO-A(PAR-IDX) TO CAN-LP-PRODUCTO-A
           MOVE PAR-PRODUCTO-B(PAR-IDX) TO CAN-LP-PRODUCTO-B
           MOVE PAR-TIQUETES(PAR-IDX)  TO CAN-LP-TIQUETES
           IF TDA-CLIENTES(TDA-IDX) > ZERO
               COMPUTE CAN-PORCENTAJE ROUNDED =
                   PAR-TIQUETES(PAR-IDX) * 100 / TDA-CLIENTES(TDA-IDX)
           ELSE
               MOVE ZERO               TO CAN-PORCENTAJE
           END-IF
           MOVE CAN-PORCENTAJE         TO CAN-LP-PORCENTAJE
           MOVE SPACES                 TO REPORT-RECORD
           MOVE CAN-LINEA-PAR          TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       2520-IMPRIMIR-PAR-EXIT.
           EXIT.

       2530-BUSCAR-MEJOR-PAR.
           IF PAR-TIENDA(PAR-IDX) EQUAL TDA-TIENDA(TDA-IDX)
               AND NOT PAR-LISTADO(PAR-IDX)
               AND PAR-TIQUETES(PAR-IDX) > PAR-MEJOR-TIQUETES
               SET PAR-MEJOR           TO PAR-IDX
               MOVE PAR-TIQUETES(PAR-IDX) TO PAR-MEJOR-TIQUETES
           END-IF
           .

      *----------------------------------------------------------------*
      * 2600-TOTALES-REPORTE                                           *
      *     INDICADORES CONSOLIDADOS DE LA CADENA Y CONTEOS DE LO QUE  *
      *     NO PUDO ANALIZARSE                                         *
      *----------------------------------------------------------------*
       2600-TOTALES-REPORTE.
           PERFORM 2510-TITULOS-TIENDA
           MOVE SPACES                 TO CAN-LINEA-TIENDA
           MOVE "CADENA"               TO CAN-LT-TIENDA
           MOVE CAN-TOT-TIQUETES       TO CAN-LT-TIQUETES
           MOVE CAN-TOT-CLIENTES       TO CAN-LT-CLIENTES
           MOVE CAN-TOT-SOLO-DEVOLUCION TO CAN-LT-SOLO-DEV
           MOVE CAN-TOT-IMPORTE-IMP    TO CAN-LT-IMPORTE
           IF CAN-TOT-CLIENTES > ZERO
               COMPUTE CAN-TIQUETE-PROMEDIO ROUNDED =
                   CAN-TOT-IMPORTE-IMP / CAN-TOT-CLIENTES
               COMPUTE CAN-UNIDADES-PROMEDIO ROUNDED =
                   CAN-TOT-UNIDADES / CAN-TOT-CLIENTES
           ELSE
               MOVE ZERO               TO CAN-TIQUETE-PROMEDIO
               MOVE ZERO               TO CAN-UNIDADES-PROMEDIO
           END-IF
           MOVE CAN-TIQUETE-PROMEDIO   TO CAN-LT-PROMEDIO
           MOVE CAN-UNIDADES-PROMEDIO  TO CAN-LT-UNID-PROM
           MOVE SPACES                 TO REPORT-RECORD
           MOVE CAN-LINEA-TIENDA       TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF CAN-TIQUETES-SIN-TIENDA > ZERO
               MOVE CAN-TIQUETES-SIN-TIENDA TO CAN-CONTEO-ED
               MOVE SPACES             TO REPORT-RECORD
               STRING "TIQUETES NO ANALIZADOS (TABLA DE TIENDAS "
                      DELIMITED BY SIZE
                      "LLENA): "       DELIMITED BY SIZE
                      CAN-CONTEO-ED    DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF PAR-NO-CONTADOS > ZERO
               MOVE PAR-NO-CONTADOS    TO CAN-CONTEO-ED
               MOVE SPACES             TO REPORT-RECORD
               STRING "PARES NO CONTADOS (TABLA DE PARES LLENA): "
                      DELIMITED BY SIZE
                      CAN-CONTEO-ED    DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF CAN-CANASTAS-RECORTADAS > ZERO
               MOVE CAN-CANASTAS-RECORTADAS TO CAN-CONTEO-ED
               MOVE SPACES             TO REPORT-RECORD
               STRING "CANASTAS CON MAS DE 40 PRODUCTOS (SOLO SE "
                      DELIMITED BY SIZE
                      "CONTARON LOS PRIMEROS 40): "
                      DELIMITED BY SIZE
                      CAN-CONTEO-ED    DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * 2800-UBICAR-TIENDA                                             *
      *     BUSCA LA TIENDA TDA-BUSCAR-TIENDA Y LA CREA SI NO ESTA     *
      *----------------------------------------------------------------*
       2800-UBICAR-TIENDA.
           MOVE 'N'                        TO TDA-ENCONTRADO-SW
           SET TDA-IDX                     TO 1
           PERFORM 2810-BUSCAR-TIENDA THRU 2810-BUSCAR-TIENDA-EXIT
               UNTIL TDA-IDX > TDA-COUNT OR TDA-ENCONTRADO
           IF TDA-ENCONTRADO
               GO TO 2800-UBICAR-TIENDA-FIN
           END-IF
           IF TDA-COUNT < TDA-MAX-TIENDAS
               ADD 1                       TO TDA-COUNT
               SET TDA-IDX                 TO TDA-COUNT
               MOVE TDA-BUSCAR-TIENDA      TO TDA-TIENDA(TDA-IDX)
               MOVE ZERO                   TO TDA-TIQUETES(TDA-IDX)
               MOVE ZERO                   TO TDA-CLIENTES(TDA-IDX)
               MOVE ZERO               TO TDA-SOLO-DEVOLUCION(TDA-IDX)
               MOVE ZERO                   TO TDA-IMPORTE-IMP(TDA-IDX)
               MOVE ZERO                   TO TDA-UNIDADES(TDA-IDX)
               SET TDA-ENCONTRADO          TO TRUE
           ELSE
               DISPLAY "TABLA DE TIENDAS LLENA - TIENDA NO "
                   "ANALIZADA: " TDA-BUSCAR-TIENDA
           END-IF
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
           CLOSE BASKET-REPORT-FILE
           MOVE CAN-CODIGO-RETORNO         TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM SalesBasketReport.
