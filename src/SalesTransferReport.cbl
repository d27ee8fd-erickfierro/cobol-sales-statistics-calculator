      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SalesTransferReport.
       AUTHOR.        ERICK STIVEN FIERRO PERDOMO.
       INSTALLATION.  TIENDA-01.
       DATE-WRITTEN.  2026.09.20
      *----------------------------------------------------------------*
      *    DESCRIPCION : REPORTE DE EXCEPCIONES DE TRASPASOS ENTRE     *
      *                  TIENDAS SOBRE EL REGISTRO DE TRANSITO         *
      *                  (transit.dat, MANTENIDO POR                   *
      *                  SalesInventoryUpdate):                        *
      *                  1. TRASPASOS QUE SIGUEN EN TRANSITO ('T') MAS *
      *                     DE SALES_TRANSIT_DAYS DIAS (3 POR DEFECTO) *
      *                     A LA FECHA DE CORRIDA: MERCANCIA QUE YA    *
      *                     SALIO DE LA TIENDA ORIGEN Y QUE NINGUNA    *
      *                     TIENDA TIENE EN SU EXISTENCIA.             *
      *                  2. TRASPASOS RECIBIDOS CON UNA CANTIDAD       *
      *                     DISTINTA DE LA ENVIADA ('D'), CON FECHA DE *
      *                     RECEPCION ENTRE SALES_TRANSFER_DATE_FROM   *
      *                     (POR DEFECTO LA FECHA DE CORRIDA) Y LA     *
      *                     FECHA DE CORRIDA.                          *
      *                  CODIGOS DE RETORNO: 0=SIN EXCEPCIONES,        *
      *                  4=HAY TRASPASOS VENCIDOS O CON DIFERENCIA,    *
      *                  12=FALLA.                                     *
      *----------------------------------------------------------------*
      *    HISTORIAL DE MODIFICACIONES                                 *
      *    FECHA        INIC.  DESCRIPCION                             *
      *    2026.09.20   ESFP   VERSION INICIAL                         *
      *----------------------------------------------------------------*
      *            E N V I R O N M E N T   D I V I S I O N             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSIT-FILE ASSIGN TO 'transit.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRF-KEY
           FILE STATUS IS TRF-STATUS.
           SELECT TRANSFER-REPORT-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.
      *----------------------------------------------------------------*
      *                   D A T A   D I V I S I O N                    *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * FD TRANSIT-FILE                                                *
      *     REGISTRO DE TRANSITO (VER SalesInventoryUpdate); EL LAYOUT *
      *     DEBE COINCIDIR CON EL SUYO.                                *
      *----------------------------------------------------------------*
       FD TRANSIT-FILE.
       01 TRANSIT-RECORD.
           05 TRF-KEY.
               10 TRF-NUMERO               PIC X(12).
               10 TRF-PRODUCT-NAME         PIC X(60).
           05 TRF-TIENDA-ORIGEN            PIC X(10).
           05 TRF-TIENDA-DESTINO           PIC X(10).
           05 TRF-ESTADO                   PIC X(01).
               88 TRF-EN-TRANSITO                     VALUE 'T'.
               88 TRF-RECIBIDO                        VALUE 'R'.
               88 TRF-DIFERENCIA                      VALUE 'D'.
           05 TRF-CANT-ENVIADA             PIC 9(08) COMP.
           05 TRF-FECHA-ENVIO              PIC 9(06).
           05 TRF-CANT-RECIBIDA            PIC 9(08) COMP.
           05 TRF-FECHA-RECEPCION          PIC 9(06).
           05 TRF-FECHA-GRABACION          PIC 9(06).
      *----------------------------------------------------------------*
      * FD TRANSFER-REPORT-FILE                                        *
      *     REPORTE DE EXCEPCIONES DE TRASPASOS (132 COL.)             *
      *----------------------------------------------------------------*
       FD TRANSFER-REPORT-FILE.
       01 REPORT-RECORD                    PIC X(132).
      *----------------------------------------------------------------*
      *          W O R K I N G  S T O R A G E   S E C T I O N          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 TRF-STATUS                       PIC X(02).
       77 RPT-STATUS                       PIC X(02).
       77 TRF-EOF-SW                       PIC X(01) VALUE 'N'.
           88 TRF-EOF                      VALUE 'Y'.
       77 TRF-ABIERTO-SW                   PIC X(01) VALUE 'N'.
           88 TRF-ABIERTO                  VALUE 'S'.
      *----------------------------------------------------------------*
      *     PARAMETROS DE EJECUCION                                    *
      *----------------------------------------------------------------*
       77 PARM-FECHA-ENV                   PIC X(06) VALUE SPACES.
       77 PARM-FECHA-DESDE-ENV             PIC X(06) VALUE SPACES.
       77 PARM-DIAS-ENV                    PIC X(04) VALUE SPACES.
       77 PARM-ARCHIVO-REPORTE             PIC X(80) VALUE SPACES.
       01 TRR-PARAMETROS.
           05 TRR-FECHA-CORRIDA            PIC 9(06) VALUE ZERO.
           05 TRR-FECHA-DESDE              PIC 9(06) VALUE ZERO.
           05 TRR-DIAS-TRANSITO            PIC 9(03) COMP VALUE 3.
           05 TRR-TOPE-DIAS                PIC 9(03) COMP VALUE 365.
           05 TRR-FECHA-LIMITE             PIC 9(06) VALUE ZERO.
      *----------------------------------------------------------------*
      *     CODIGO DE RETORNO PARA EL PLANIFICADOR (CONVENCION DE      *
      *     SalesDataProcessor): ARRANCA EN 12 Y SOLO EL CIERRE        *
      *     NORMAL LO REBAJA.                                          *
      *----------------------------------------------------------------*
       77 TRR-CODIGO-RETORNO               PIC 9(02) COMP VALUE 12.
      *----------------------------------------------------------------*
      *     RESTA DE DIAS CALENDARIO SOBRE UNA FECHA AAMMDD, COMO EN   *
      *     SalesFlashReport (ANOS 2000-2099)                          *
      *----------------------------------------------------------------*
       01 TRR-CALENDARIO.
           05 TRR-CAL-FECHA                PIC 9(06).
           05 TRR-CAL-FECHA-R REDEFINES TRR-CAL-FECHA.
               10 TRR-CAL-AA               PIC 9(02).
               10 TRR-CAL-MM               PIC 9(02).
               10 TRR-CAL-DD               PIC 9(02).
           05 TRR-CAL-COCIENTE             PIC 9(02) COMP.
           05 TRR-CAL-RESTO                PIC 9(02) COMP.
           05 TRR-CAL-LARGO                PIC 9(02) COMP.
           05 TRR-CAL-DIAS                 PIC 9(04) COMP.
       01 TRR-LARGO-MESES.
           05 FILLER                       PIC X(24) VALUE
               "312831303130313130313031".
       01 TRR-LARGO-MESES-R REDEFINES TRR-LARGO-MESES.
           05 TRR-LARGO-MES PIC 9(02) OCCURS 12 TIMES.
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
      *     CONTEOS Y TOTALES DEL REPORTE                              *
      *----------------------------------------------------------------*
       01 TRR-CONTADORES.
           05 TRR-REGISTROS-LEIDOS         PIC 9(08) COMP VALUE ZERO.
           05 TRR-EN-TRANSITO              PIC 9(08) COMP VALUE ZERO.
           05 TRR-UNID-EN-TRANSITO         PIC 9(10) COMP-3 VALUE ZERO.
           05 TRR-VENCIDOS                 PIC 9(08) COMP VALUE ZERO.
           05 TRR-UNID-VENCIDAS            PIC 9(10) COMP-3 VALUE ZERO.
           05 TRR-CON-DIFERENCIA           PIC 9(08) COMP VALUE ZERO.
           05 TRR-UNID-FALTANTES           PIC 9(10) COMP-3 VALUE ZERO.
           05 TRR-UNID-SOBRANTES           PIC 9(10) COMP-3 VALUE ZERO.
           05 TRR-DIFERENCIA               PIC S9(08) COMP.
      *----------------------------------------------------------------*
      *     LINEAS DE DETALLE DEL REPORTE                              *
      *----------------------------------------------------------------*
       01 TRR-LINEA-TRANSITO.
           05 TRR-LT-NUMERO                PIC X(12).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 TRR-LT-ORIGEN                PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 TRR-LT-DESTINO               PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 TRR-LT-PRODUCTO              PIC X(60).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 TRR-LT-ENVIADO               PIC Z(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 TRR-LT-FECHA-ENVIO           PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 TRR-LT-DIAS                  PIC ZZZ9.
       01 TRR-LINEA-DIFERENCIA.
           05 TRR-LD-NUMERO                PIC X(12).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 TRR-LD-ORIGEN                PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 TRR-LD-DESTINO               PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 TRR-LD-PRODUCTO              PIC X(60).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 TRR-LD-ENVIADO               PIC Z(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 TRR-LD-RECIBIDO              PIC Z(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 TRR-LD-DIFERENCIA            PIC -(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 TRR-LD-FECHA-RECEPCION       PIC 9(06).
       01 TRR-EDITADOS.
           05 TRR-CONTEO-ED                PIC Z(07)9.
           05 TRR-UNIDADES-ED              PIC Z(09)9.
           05 TRR-DIAS-ED                  PIC ZZ9.
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
           MOVE TRR-FECHA-CORRIDA          TO TRR-CAL-FECHA
           PERFORM 1310-RESTAR-UN-DIA TRR-DIAS-TRANSITO TIMES
           MOVE TRR-CAL-FECHA              TO TRR-FECHA-LIMITE
           OPEN OUTPUT TRANSFER-REPORT-FILE
           IF RPT-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING TRANSFER REPORT FILE"
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           OPEN INPUT TRANSIT-FILE
           IF TRF-STATUS EQUAL '00'
               SET TRF-ABIERTO             TO TRUE
           ELSE
               IF TRF-STATUS NOT EQUAL '05'
                   DISPLAY "ERROR OPENING TRANSIT FILE - STATUS: "
                       TRF-STATUS
                   PERFORM 3000-FINAL-PROGRAMA
               END-IF
               DISPLAY "SIN REGISTRO DE TRANSITO (transit.dat) - "
                   "NO HAY TRASPASOS REGISTRADOS"
           END-IF
           .

      *----------------------------------------------------------------*
      * 1050-OBTENER-PARAMETROS                                        *
      *----------------------------------------------------------------*
       1050-OBTENER-PARAMETROS.
           ACCEPT PARM-FECHA-ENV FROM ENVIRONMENT "SALES_RUN_DATE"
           IF PARM-FECHA-ENV EQUAL SPACES
               ACCEPT TRR-FECHA-CORRIDA FROM DATE
           ELSE
               MOVE PARM-FECHA-ENV         TO TRR-FECHA-CORRIDA
           END-IF
           ACCEPT PARM-FECHA-DESDE-ENV
               FROM ENVIRONMENT "SALES_TRANSFER_DATE_FROM"
           IF PARM-FECHA-DESDE-ENV EQUAL SPACES
               MOVE TRR-FECHA-CORRIDA      TO TRR-FECHA-DESDE
           ELSE
               MOVE PARM-FECHA-DESDE-ENV   TO TRR-FECHA-DESDE
           END-IF
           IF TRR-FECHA-DESDE > TRR-FECHA-CORRIDA
               DISPLAY "SALES_TRANSFER_DATE_FROM POSTERIOR A "
                   "SALES_RUN_DATE - SE USA SOLO LA FECHA DE CORRIDA"
               MOVE TRR-FECHA-CORRIDA      TO TRR-FECHA-DESDE
           END-IF
           ACCEPT PARM-DIAS-ENV FROM ENVIRONMENT "SALES_TRANSIT_DAYS"
           IF PARM-DIAS-ENV NOT EQUAL SPACES
               MOVE PARM-DIAS-ENV          TO CNV-TEXTO
               PERFORM 1240-CONVERTIR-ENTERO
               IF CNV-VALIDO AND CNV-NUMERO NOT > TRR-TOPE-DIAS
                   MOVE CNV-NUMERO         TO TRR-DIAS-TRANSITO
               ELSE
                   MOVE TRR-DIAS-TRANSITO  TO TRR-DIAS-ED
                   DISPLAY "SALES_TRANSIT_DAYS INVALIDO - SE USAN "
                       TRR-DIAS-ED " DIAS"
               END-IF
           END-IF
           ACCEPT PARM-ARCHIVO-REPORTE
               FROM ENVIRONMENT "SALES_TRANSFER_REPORT_FILE"
           IF PARM-ARCHIVO-REPORTE EQUAL SPACES
               MOVE "transferreport.txt"   TO PARM-ARCHIVO-REPORTE
           END-IF
           .

      *----------------------------------------------------------------*
      * 2000-PROCESO-PROGRAMA                                          *
      *----------------------------------------------------------------*
       2000-PROCESO-PROGRAMA.
           PERFORM 2100-SECCION-TRANSITO
           PERFORM 2200-SECCION-DIFERENCIAS
           PERFORM 2300-TOTALES-REPORTE
           IF TRR-VENCIDOS > ZERO OR TRR-CON-DIFERENCIA > ZERO
               MOVE 4                      TO TRR-CODIGO-RETORNO
           ELSE
               MOVE ZERO                   TO TRR-CODIGO-RETORNO
           END-IF
           DISPLAY "=========================================="
           DISPLAY "  REPORTE DE TRASPASOS ENTRE TIENDAS"
           DISPLAY "=========================================="
           DISPLAY "FECHA DE CORRIDA      : " TRR-FECHA-CORRIDA
           DISPLAY "ENVIADOS ANTES DE     : " TRR-FECHA-LIMITE
           DISPLAY "RECIBIDOS DESDE       : " TRR-FECHA-DESDE
           DISPLAY "REGISTROS LEIDOS      : " TRR-REGISTROS-LEIDOS
           DISPLAY "EN TRANSITO           : " TRR-EN-TRANSITO
           DISPLAY "VENCIDOS              : " TRR-VENCIDOS
           DISPLAY "RECIBIDOS CON DIFER.  : " TRR-CON-DIFERENCIA
           DISPLAY "=========================================="
           DISPLAY "CODIGO DE RETORNO DEL REPORTE: " TRR-CODIGO-RETORNO
           .

      *----------------------------------------------------------------*
      * 2100-SECCION-TRANSITO                                          *
      *     TRASPASOS EN TRANSITO ENVIADOS ANTES DE LA FECHA LIMITE    *
      *     (FECHA DE CORRIDA MENOS SALES_TRANSIT_DAYS)                *
      *----------------------------------------------------------------*
       2100-SECCION-TRANSITO.
           MOVE TRR-DIAS-TRANSITO          TO TRR-DIAS-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "TRASPASOS EN TRANSITO MAS DE " DELIMITED BY SIZE
                  TRR-DIAS-ED              DELIMITED BY SIZE
                  " DIAS AL "              DELIMITED BY SIZE
                  TRR-FECHA-CORRIDA        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "TRASPASO"                 TO REPORT-RECORD(1:8)
           MOVE "ORIGEN"                   TO REPORT-RECORD(14:6)
           MOVE "DESTINO"                  TO REPORT-RECORD(25:7)
           MOVE "PRODUCTO"                 TO REPORT-RECORD(36:8)
           MOVE "  ENVIADO"                TO REPORT-RECORD(97:9)
           MOVE "ENVIO"                    TO REPORT-RECORD(107:5)
           MOVE "DIAS"                     TO REPORT-RECORD(114:4)
           WRITE REPORT-RECORD
           IF TRF-ABIERTO
               MOVE 'N'                    TO TRF-EOF-SW
               MOVE LOW-VALUES             TO TRF-KEY
               START TRANSIT-FILE KEY IS NOT LESS THAN TRF-KEY
                   INVALID KEY
                       SET TRF-EOF         TO TRUE
               END-START
               PERFORM 2110-LEER-TRANSITO THRU 2110-LEER-TRANSITO-EXIT
                   UNTIL TRF-EOF
           END-IF
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2110-LEER-TRANSITO                                             *
      *----------------------------------------------------------------*
       2110-LEER-TRANSITO.
           READ TRANSIT-FILE NEXT RECORD
               AT END
                   SET TRF-EOF             TO TRUE
                   GO TO 2110-LEER-TRANSITO-EXIT
           END-READ
           ADD 1                           TO TRR-REGISTROS-LEIDOS
           IF NOT TRF-EN-TRANSITO
               GO TO 2110-LEER-TRANSITO-EXIT
           END-IF
           ADD 1                           TO TRR-EN-TRANSITO
           ADD TRF-CANT-ENVIADA            TO TRR-UNID-EN-TRANSITO
           IF TRF-FECHA-ENVIO NOT < TRR-FECHA-LIMITE
               GO TO 2110-LEER-TRANSITO-EXIT
           END-IF
           ADD 1                           TO TRR-VENCIDOS
           ADD TRF-CANT-ENVIADA            TO TRR-UNID-VENCIDAS
           MOVE TRR-FECHA-LIMITE           TO TRR-CAL-FECHA
           MOVE TRR-DIAS-TRANSITO          TO TRR-CAL-DIAS
           PERFORM 2120-CONTAR-DIA
               UNTIL TRR-CAL-FECHA NOT > TRF-FECHA-ENVIO
                  OR TRR-CAL-DIAS NOT < 9999
           MOVE SPACES                     TO TRR-LINEA-TRANSITO
           MOVE TRF-NUMERO                 TO TRR-LT-NUMERO
           MOVE TRF-TIENDA-ORIGEN          TO TRR-LT-ORIGEN
           MOVE TRF-TIENDA-DESTINO         TO TRR-LT-DESTINO
           MOVE TRF-PRODUCT-NAME           TO TRR-LT-PRODUCTO
           MOVE TRF-CANT-ENVIADA           TO TRR-LT-ENVIADO
           MOVE TRF-FECHA-ENVIO            TO TRR-LT-FECHA-ENVIO
           MOVE TRR-CAL-DIAS               TO TRR-LT-DIAS
           MOVE SPACES                     TO REPORT-RECORD
           MOVE TRR-LINEA-TRANSITO         TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       2110-LEER-TRANSITO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2120-CONTAR-DIA                                                *
      *     DIAS EN TRANSITO: SE PARTE DE LA FECHA LIMITE (YA A        *
      *     SALES_TRANSIT_DAYS DE LA CORRIDA) Y SE RETROCEDE HASTA LA  *
      *     FECHA DEL ENVIO                                            *
      *----------------------------------------------------------------*
       2120-CONTAR-DIA.
           PERFORM 1310-RESTAR-UN-DIA
           ADD 1                           TO TRR-CAL-DIAS
           .

      *----------------------------------------------------------------*
      * 2200-SECCION-DIFERENCIAS                                       *
      *     TRASPASOS RECIBIDOS EN EL RANGO CON CANTIDAD DISTINTA DE   *
      *     LA ENVIADA                                                 *
      *----------------------------------------------------------------*
       2200-SECCION-DIFERENCIAS.
           MOVE SPACES                     TO REPORT-RECORD
           STRING "TRASPASOS RECIBIDOS CON DIFERENCIA ENTRE "
                  DELIMITED BY SIZE
                  TRR-FECHA-DESDE          DELIMITED BY SIZE
                  " Y "                    DELIMITED BY SIZE
                  TRR-FECHA-CORRIDA        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "TRASPASO"                 TO REPORT-RECORD(1:8)
           MOVE "ORIGEN"                   TO REPORT-RECORD(14:6)
           MOVE "DESTINO"                  TO REPORT-RECORD(25:7)
           MOVE "PRODUCTO"                 TO REPORT-RECORD(36:8)
           MOVE "  ENVIADO"                TO REPORT-RECORD(97:9)
           MOVE " RECIBIDO"                TO REPORT-RECORD(107:9)
           MOVE "DIFERENC."                TO REPORT-RECORD(117:9)
           MOVE "RECEP."                   TO REPORT-RECORD(127:6)
           WRITE REPORT-RECORD
           IF TRF-ABIERTO
               MOVE 'N'                    TO TRF-EOF-SW
               MOVE LOW-VALUES             TO TRF-KEY
               START TRANSIT-FILE KEY IS NOT LESS THAN TRF-KEY
                   INVALID KEY
                       SET TRF-EOF         TO TRUE
               END-START
               PERFORM 2210-LEER-DIFERENCIA THRU
                       2210-LEER-DIFERENCIA-EXIT
                   UNTIL TRF-EOF
           END-IF
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2210-LEER-DIFERENCIA                                           *
      *----------------------------------------------------------------*
       2210-LEER-DIFERENCIA.
           READ TRANSIT-FILE NEXT RECORD
               AT END
                   SET TRF-EOF             TO TRUE
                   GO TO 2210-LEER-DIFERENCIA-EXIT
           END-READ
           IF NOT TRF-DIFERENCIA
               OR TRF-FECHA-RECEPCION < TRR-FECHA-DESDE
               OR TRF-FECHA-RECEPCION > TRR-FECHA-CORRIDA
               GO TO 2210-LEER-DIFERENCIA-EXIT
           END-IF
           ADD 1                           TO TRR-CON-DIFERENCIA
           COMPUTE TRR-DIFERENCIA =
               TRF-CANT-RECIBIDA - TRF-CANT-ENVIADA
           IF TRR-DIFERENCIA < ZERO
               SUBTRACT TRR-DIFERENCIA FROM TRR-UNID-FALTANTES
           ELSE
               ADD TRR-DIFERENCIA          TO TRR-UNID-SOBRANTES
           END-IF
           MOVE SPACES                     TO TRR-LINEA-DIFERENCIA
           MOVE TRF-NUMERO                 TO TRR-LD-NUMERO
           MOVE TRF-TIENDA-ORIGEN          TO TRR-LD-ORIGEN
           MOVE TRF-TIENDA-DESTINO         TO TRR-LD-DESTINO
           MOVE TRF-PRODUCT-NAME           TO TRR-LD-PRODUCTO
           MOVE TRF-CANT-ENVIADA           TO TRR-LD-ENVIADO
           MOVE TRF-CANT-RECIBIDA          TO TRR-LD-RECIBIDO
           MOVE TRR-DIFERENCIA             TO TRR-LD-DIFERENCIA
           MOVE TRF-FECHA-RECEPCION        TO TRR-LD-FECHA-RECEPCION
           MOVE SPACES                     TO REPORT-RECORD
           MOVE TRR-LINEA-DIFERENCIA       TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       2210-LEER-DIFERENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-TOTALES-REPORTE                                           *
      *----------------------------------------------------------------*
       2300-TOTALES-REPORTE.
           MOVE TRR-EN-TRANSITO            TO TRR-CONTEO-ED
           MOVE TRR-UNID-EN-TRANSITO       TO TRR-UNIDADES-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "TRASPASOS EN TRANSITO (TOTAL)    : "
                  DELIMITED BY SIZE
                  TRR-CONTEO-ED            DELIMITED BY SIZE
                  "   UNIDADES: "          DELIMITED BY SIZE
                  TRR-UNIDADES-ED          DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE TRR-VENCIDOS               TO TRR-CONTEO-ED
           MOVE TRR-UNID-VENCIDAS          TO TRR-UNIDADES-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "TRASPASOS EN TRANSITO VENCIDOS   : "
                  DELIMITED BY SIZE
                  TRR-CONTEO-ED            DELIMITED BY SIZE
                  "   UNIDADES: "          DELIMITED BY SIZE
                  TRR-UNIDADES-ED          DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE TRR-CON-DIFERENCIA         TO TRR-CONTEO-ED
           MOVE TRR-UNID-FALTANTES         TO TRR-UNIDADES-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "RECIBIDOS CON DIFERENCIA         : "
                  DELIMITED BY SIZE
                  TRR-CONTEO-ED            DELIMITED BY SIZE
                  "   FALTANTES: "         DELIMITED BY SIZE
                  TRR-UNIDADES-ED          DELIMITED BY SIZE
                  INTO REPORT-RECORD
           MOVE TRR-UNID-SOBRANTES         TO TRR-UNIDADES-ED
           MOVE "   SOBRANTES: "           TO REPORT-RECORD(69:14)
           MOVE TRR-UNIDADES-ED            TO REPORT-RECORD(83:10)
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
      * 1310-RESTAR-UN-DIA                                             *
      *     RESTA UN DIA A TRR-CAL-FECHA, CAMBIANDO DE MES Y ANO       *
      *     CUANDO HACE FALTA (FEBRERO DE ANO BISIESTO = 29)           *
      *----------------------------------------------------------------*
       1310-RESTAR-UN-DIA.
           IF TRR-CAL-DD > 1
               SUBTRACT 1                  FROM TRR-CAL-DD
           ELSE
               IF TRR-CAL-MM EQUAL 1
                   SUBTRACT 1              FROM TRR-CAL-AA
                   MOVE 12                 TO TRR-CAL-MM
               ELSE
                   SUBTRACT 1              FROM TRR-CAL-MM
               END-IF
               MOVE TRR-LARGO-MES(TRR-CAL-MM) TO TRR-CAL-LARGO
               DIVIDE TRR-CAL-AA BY 4
                   GIVING TRR-CAL-COCIENTE REMAINDER TRR-CAL-RESTO
               IF TRR-CAL-MM EQUAL 2 AND TRR-CAL-RESTO EQUAL ZERO
                   MOVE 29                 TO TRR-CAL-LARGO
               END-IF
               MOVE TRR-CAL-LARGO          TO TRR-CAL-DD
           END-IF
           .

      *----------------------------------------------------------------*
      * 3000-FINAL-PROGRAMA                                            *
      *----------------------------------------------------------------*
       3000-FINAL-PROGRAMA.
           IF TRF-ABIERTO
               CLOSE TRANSIT-FILE
           END-IF
           CLOSE TRANSFER-REPORT-FILE
           MOVE TRR-CODIGO-RETORNO         TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM SalesTransferReport.
