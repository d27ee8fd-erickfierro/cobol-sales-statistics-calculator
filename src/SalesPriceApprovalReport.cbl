      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SalesPriceApprovalReport.
       AUTHOR.        ERICK STIVEN FIERRO PERDOMO.
       INSTALLATION.  TIENDA-01.
       DATE-WRITTEN.  2026.10.01
      *----------------------------------------------------------------*
      *    DESCRIPCION : REPORTE DIARIO DE CAMBIOS DE PRECIO/COSTO     *
      *                  SUJETOS A APROBACION DE DOS PERSONAS, SOBRE   *
      *                  LAS SOLICITUDES DE pricerequests.dat (LAS     *
      *                  GRABA SDPM Y LAS DECIDE SDPA):                *
      *                  1. SOLICITUDES APROBADAS Y RECHAZADAS CON     *
      *                     FECHA DE DECISION ENTRE SALES_APPROVAL_FROM*
      *                     Y SALES_APPROVAL_TO (POR DEFECTO AMBAS LA  *
      *                     FECHA DE CORRIDA), CON QUIEN LAS PIDIO Y   *
      *                     QUIEN LAS DECIDIO.                         *
      *                  2. TODAS LAS SOLICITUDES PENDIENTES, CON SU   *
      *                     ANTIGUEDAD EN DIAS A LA FECHA DE CORRIDA;  *
      *                     LAS DE SALES_APPROVAL_AGE_DAYS DIAS O MAS  *
      *                     (2 POR DEFECTO) SE MARCAN *VENCIDA.        *
      *                  CODIGOS DE RETORNO: 0=SIN PENDIENTES          *
      *                  VENCIDAS, 4=HAY PENDIENTES VENCIDAS,          *
      *                  12=FALLA.                                     *
      *----------------------------------------------------------------*
      *    HISTORIAL DE MODIFICACIONES                                 *
      *    FECHA        INIC.  DESCRIPCION                             *
      *    2026.10.01   ESFP   VERSION INICIAL                         *
      *----------------------------------------------------------------*
      *            E N V I R O N M E N T   D I V I S I O N             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRICE-REQ-FILE ASSIGN TO 'pricerequests.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REQ-KEY
           FILE STATUS IS REQ-STATUS.
           SELECT APPROVAL-REPORT-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.
      *----------------------------------------------------------------*
      *                   D A T A   D I V I S I O N                    *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * FD PRICE-REQ-FILE                                              *
      *     SOLICITUDES DE CAMBIO (VER SalesProductMaintTransaction);  *
      *     EL LAYOUT DEBE COINCIDIR CON PRICE-REQ-RECORD DE SDPM.     *
      *----------------------------------------------------------------*
       FD PRICE-REQ-FILE.
       01 PRICE-REQ-RECORD.
           05 REQ-KEY.
               10 REQ-PRODUCTO             PIC X(60).
               10 REQ-FECHA                PIC 9(06).
               10 REQ-HORA                 PIC 9(06).
               10 REQ-TAREA                PIC 9(07).
           05 REQ-ESTADO                   PIC X(01).
               88 REQ-PENDIENTE                       VALUE 'P'.
               88 REQ-APROBADA                        VALUE 'A'.
               88 REQ-RECHAZADA                       VALUE 'R'.
           05 REQ-TIPO                     PIC X(01).
               88 REQ-TIPO-INMEDIATO                  VALUE 'M'.
               88 REQ-TIPO-FUTURO                     VALUE 'F'.
           05 REQ-SOLICITANTE              PIC X(08).
           05 REQ-TERMINAL                 PIC X(04).
           05 REQ-SKU-NUEVO                PIC X(08).
           05 REQ-PRECIO-ANTERIOR          PIC 9(08).
           05 REQ-PRECIO-NUEVO             PIC 9(08).
           05 REQ-TOLER-ANTERIOR           PIC 9(03).
           05 REQ-TOLER-NUEVA              PIC 9(03).
           05 REQ-COSTO-ANTERIOR           PIC 9(08).
           05 REQ-COSTO-NUEVO              PIC 9(08).
           05 REQ-MINIMO-NUEVO             PIC 9(08).
           05 REQ-FECHA-VIGENCIA           PIC 9(06).
           05 REQ-VARIACION-PCT            PIC 9(05)V9.
           05 REQ-APROBADOR                PIC X(08).
           05 REQ-FECHA-DECISION           PIC 9(06).
           05 REQ-HORA-DECISION            PIC 9(06).
           05 REQ-OBSERVACION              PIC X(30).
      *----------------------------------------------------------------*
      * FD APPROVAL-REPORT-FILE                                        *
      *     REPORTE DE APROBACIONES (132 COL.)                         *
      *----------------------------------------------------------------*
       FD APPROVAL-REPORT-FILE.
       01 REPORT-RECORD                    PIC X(132).
      *----------------------------------------------------------------*
      *          W O R K I N G  S T O R A G E   S E C T I O N          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 REQ-STATUS                       PIC X(02).
       77 RPT-STATUS                       PIC X(02).
       77 REQ-EOF-SW                       PIC X(01) VALUE 'N'.
           88 REQ-EOF                      VALUE 'Y'.
       77 REQ-ABIERTO-SW                   PIC X(01) VALUE 'N'.
           88 REQ-ABIERTO                  VALUE 'S'.
      *----------------------------------------------------------------*
      *     PARAMETROS DE EJECUCION                                    *
      *----------------------------------------------------------------*
       77 PARM-FECHA-ENV                   PIC X(06) VALUE SPACES.
       77 PARM-FECHA-DESDE-ENV             PIC X(06) VALUE SPACES.
       77 PARM-FECHA-HASTA-ENV             PIC X(06) VALUE SPACES.
       77 PARM-DIAS-ENV                    PIC X(04) VALUE SPACES.
       77 PARM-ARCHIVO-REPORTE             PIC X(80) VALUE SPACES.
       01 APV-PARAMETROS.
           05 APV-FECHA-CORRIDA            PIC 9(06) VALUE ZERO.
           05 APV-FECHA-DESDE              PIC 9(06) VALUE ZERO.
           05 APV-FECHA-HASTA              PIC 9(06) VALUE ZERO.
           05 APV-DIAS-VENCIDA             PIC 9(03) COMP VALUE 2.
           05 APV-TOPE-DIAS                PIC 9(03) COMP VALUE 365.
      *----------------------------------------------------------------*
      *     CODIGO DE RETORNO PARA EL PLANIFICADOR (CONVENCION DE      *
      *     SalesDataProcessor): ARRANCA EN 12 Y SOLO EL CIERRE        *
      *     NORMAL LO REBAJA.                                          *
      *----------------------------------------------------------------*
       77 APV-CODIGO-RETORNO               PIC 9(02) COMP VALUE 12.
      *----------------------------------------------------------------*
      *     RESTA DE DIAS CALENDARIO SOBRE UNA FECHA AAMMDD, COMO EN   *
      *     SalesTransferReport (ANOS 2000-2099)                       *
      *----------------------------------------------------------------*
       01 APV-CALENDARIO.
           05 APV-CAL-FECHA                PIC 9(06).
           05 APV-CAL-FECHA-R REDEFINES APV-CAL-FECHA.
               10 APV-CAL-AA               PIC 9(02).
               10 APV-CAL-MM               PIC 9(02).
               10 APV-CAL-DD               PIC 9(02).
           05 APV-CAL-COCIENTE             PIC 9(02) COMP.
           05 APV-CAL-RESTO                PIC 9(02) COMP.
           05 APV-CAL-LARGO                PIC 9(02) COMP.
           05 APV-CAL-DIAS                 PIC 9(04) COMP.
       01 APV-LARGO-MESES.
           05 FILLER                       PIC X(24) VALUE
               "312831303130313130313031".
       01 APV-LARGO-MESES-R REDEFINES APV-LARGO-MESES.
           05 APV-LARGO-MES PIC 9(02) OCCURS 12 TIMES.
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
      *     CONTEOS DEL REPORTE                                        *
      *----------------------------------------------------------------*
       01 APV-CONTADORES.
           05 APV-REGISTROS-LEIDOS         PIC 9(08) COMP VALUE ZERO.
           05 APV-APROBADAS                PIC 9(08) COMP VALUE ZERO.
           05 APV-RECHAZADAS               PIC 9(08) COMP VALUE ZERO.
           05 APV-PENDIENTES               PIC 9(08) COMP VALUE ZERO.
           05 APV-VENCIDAS                 PIC 9(08) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *     LINEAS DE DETALLE DEL REPORTE                              *
      *----------------------------------------------------------------*
       01 APV-LINEA-DECISION.
           05 APV-LD-FECHA-SOLICITUD       PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LD-PRODUCTO              PIC X(28).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LD-SOLICITANTE           PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LD-APROBADOR             PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LD-DECISION              PIC X(09).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LD-PRECIO-ANT            PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LD-PRECIO-NUE            PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LD-COSTO-ANT             PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LD-COSTO-NUE             PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LD-VARIACION             PIC ZZZZ9,9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LD-FECHA-DECISION        PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LD-OBSERVACION           PIC X(17).
       01 APV-LINEA-PENDIENTE.
           05 APV-LP-FECHA-SOLICITUD       PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LP-PRODUCTO              PIC X(28).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LP-SOLICITANTE           PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LP-TERMINAL              PIC X(04).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LP-TIPO                  PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LP-VIGENCIA              PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LP-PRECIO-ANT            PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LP-PRECIO-NUE            PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LP-COSTO-ANT             PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LP-COSTO-NUE             PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LP-VARIACION             PIC ZZZZ9,9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LP-DIAS                  PIC ZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 APV-LP-MARCA                 PIC X(08).
       01 APV-EDITADOS.
           05 APV-CONTEO-ED                PIC Z(07)9.
           05 APV-DIAS-ED                  PIC ZZ9.
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
           OPEN OUTPUT APPROVAL-REPORT-FILE
           IF RPT-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING APPROVAL REPORT FILE"
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           OPEN INPUT PRICE-REQ-FILE
           IF REQ-STATUS EQUAL '00'
               SET REQ-ABIERTO             TO TRUE
           ELSE
               IF REQ-STATUS NOT EQUAL '05'
                   DISPLAY "ERROR OPENING PRICE REQUEST FILE - STATUS: "
                       REQ-STATUS
                   PERFORM 3000-FINAL-PROGRAMA
               END-IF
               DISPLAY "SIN SOLICITUDES (pricerequests.dat) - "
                   "NO HAY CAMBIOS SUJETOS A APROBACION"
           END-IF
           .

      *----------------------------------------------------------------*
      * 1050-OBTENER-PARAMETROS                                        *
      *----------------------------------------------------------------*
       1050-OBTENER-PARAMETROS.
           ACCEPT PARM-FECHA-ENV FROM ENVIRONMENT "SALES_RUN_DATE"
           IF PARM-FECHA-ENV EQUAL SPACES
               ACCEPT APV-FECHA-CORRIDA FROM DATE
           ELSE
               MOVE PARM-FECHA-ENV         TO APV-FECHA-CORRIDA
           END-IF
           ACCEPT PARM-FECHA-DESDE-ENV
               FROM ENVIRONMENT "SALES_APPROVAL_FROM"
           IF PARM-FECHA-DESDE-ENV EQUAL SPACES
               MOVE APV-FECHA-CORRIDA      TO APV-FECHA-DESDE
           ELSE
               MOVE PARM-FECHA-DESDE-ENV   TO APV-FECHA-DESDE
           END-IF
           ACCEPT PARM-FECHA-HASTA-ENV
               FROM ENVIRONMENT "SALES_APPROVAL_TO"
           IF PARM-FECHA-HASTA-ENV EQUAL SPACES
               MOVE APV-FECHA-CORRIDA      TO APV-FECHA-HASTA
           ELSE
               MOVE PARM-FECHA-HASTA-ENV   TO APV-FECHA-HASTA
           END-IF
           IF APV-FECHA-DESDE > APV-FECHA-HASTA
               DISPLAY "SALES_APPROVAL_FROM POSTERIOR A "
                   "SALES_APPROVAL_TO - SE USA SOLO LA FECHA HASTA"
               MOVE APV-FECHA-HASTA        TO APV-FECHA-DESDE
           END-IF
           ACCEPT PARM-DIAS-ENV
               FROM ENVIRONMENT "SALES_APPROVAL_AGE_DAYS"
           IF PARM-DIAS-ENV NOT EQUAL SPACES
               MOVE PARM-DIAS-ENV          TO CNV-TEXTO
               PERFORM 1240-CONVERTIR-ENTERO
               IF CNV-VALIDO AND CNV-NUMERO NOT > APV-TOPE-DIAS
                   MOVE CNV-NUMERO         TO APV-DIAS-VENCIDA
               ELSE
                   MOVE APV-DIAS-VENCIDA   TO APV-DIAS-ED
                   DISPLAY "SALES_APPROVAL_AGE_DAYS INVALIDO - SE USAN "
                       APV-DIAS-ED " DIAS"
               END-IF
           END-IF
           ACCEPT PARM-ARCHIVO-REPORTE
               FROM ENVIRONMENT "SALES_APPROVAL_REPORT_FILE"
           IF PARM-ARCHIVO-REPORTE EQUAL SPACES
               MOVE "approvalreport.txt"   TO PARM-ARCHIVO-REPORTE
           END-IF
           .

      *----------------------------------------------------------------*
      * 2000-PROCESO-PROGRAMA                                          *
      *----------------------------------------------------------------*
       2000-PROCESO-PROGRAMA.
           PERFORM 2100-SECCION-DECISIONES
           PERFORM 2200-SECCION-PENDIENTES
           PERFORM 2300-TOTALES-REPORTE
           IF APV-VENCIDAS > ZERO
               MOVE 4                      TO APV-CODIGO-RETORNO
           ELSE
               MOVE ZERO                   TO APV-CODIGO-RETORNO
           END-IF
           DISPLAY "=========================================="
           DISPLAY "  REPORTE DE APROBACION DE PRECIOS"
           DISPLAY "=========================================="
           DISPLAY "FECHA DE CORRIDA      : " APV-FECHA-CORRIDA
           DISPLAY "DECISIONES DESDE      : " APV-FECHA-DESDE
           DISPLAY "DECISIONES HASTA      : " APV-FECHA-HASTA
           DISPLAY "SOLICITUDES LEIDAS    : " APV-REGISTROS-LEIDOS
           DISPLAY "APROBADAS             : " APV-APROBADAS
           DISPLAY "RECHAZADAS            : " APV-RECHAZADAS
           DISPLAY "PENDIENTES            : " APV-PENDIENTES
           DISPLAY "PENDIENTES VENCIDAS   : " APV-VENCIDAS
           DISPLAY "=========================================="
           DISPLAY "CODIGO DE RETORNO DEL REPORTE: " APV-CODIGO-RETORNO
           .

      *----------------------------------------------------------------*
      * 2100-SECCION-DECISIONES                                        *
      *     SOLICITUDES APROBADAS O RECHAZADAS EN EL RANGO DE FECHAS   *
      *----------------------------------------------------------------*
       2100-SECCION-DECISIONES.
           MOVE SPACES                     TO REPORT-RECORD
           STRING "CAMBIOS DE PRECIO/COSTO DECIDIDOS ENTRE "
                  DELIMITED BY SIZE
                  APV-FECHA-DESDE          DELIMITED BY SIZE
                  " Y "                    DELIMITED BY SIZE
                  APV-FECHA-HASTA          DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "SOLIC."                   TO REPORT-RECORD(1:6)
           MOVE "PRODUCTO"                 TO REPORT-RECORD(8:8)
           MOVE "SOLICITA"                 TO REPORT-RECORD(37:8)
           MOVE "APROBADOR"                TO REPORT-RECORD(46:9)
           MOVE "DECISION"                 TO REPORT-RECORD(55:8)
           MOVE "PREC.ANT"                 TO REPORT-RECORD(65:8)
           MOVE "PREC.NUE"                 TO REPORT-RECORD(74:8)
           MOVE "COST.ANT"                 TO REPORT-RECORD(83:8)
           MOVE "COST.NUE"                 TO REPORT-RECORD(92:8)
           MOVE "VAR PCT"                  TO REPORT-RECORD(101:7)
           MOVE "DECID."                   TO REPORT-RECORD(109:6)
           MOVE "OBSERVACION"              TO REPORT-RECORD(116:11)
           WRITE REPORT-RECORD
           IF REQ-ABIERTO
               MOVE 'N'                    TO REQ-EOF-SW
               MOVE LOW-VALUES             TO REQ-KEY
               START PRICE-REQ-FILE KEY IS NOT LESS THAN REQ-KEY
                   INVALID KEY
                       SET REQ-EOF         TO TRUE
               END-START
               PERFORM 2110-LEER-DECISION THRU 2110-LEER-DECISION-EXIT
                   UNTIL REQ-EOF
           END-IF
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2110-LEER-DECISION                                             *
      *----------------------------------------------------------------*
       2110-LEER-DECISION.
           READ PRICE-REQ-FILE NEXT RECORD
               AT END
                   SET REQ-EOF             TO TRUE
                   GO TO 2110-LEER-DECISION-EXIT
           END-READ
           ADD 1                           TO APV-REGISTROS-LEIDOS
           IF REQ-PENDIENTE
               OR REQ-FECHA-DECISION < APV-FECHA-DESDE
               OR REQ-FECHA-DECISION > APV-FECHA-HASTA
               GO TO 2110-LEER-DECISION-EXIT
           END-IF
           MOVE SPACES                     TO APV-LINEA-DECISION
           IF REQ-APROBADA
               ADD 1                       TO APV-APROBADAS
               MOVE "APROBADA"             TO APV-LD-DECISION
           ELSE
               ADD 1                       TO APV-RECHAZADAS
               MOVE "RECHAZADA"            TO APV-LD-DECISION
           END-IF
           MOVE REQ-FECHA                  TO APV-LD-FECHA-SOLICITUD
           MOVE REQ-PRODUCTO               TO APV-LD-PRODUCTO
           MOVE REQ-SOLICITANTE            TO APV-LD-SOLICITANTE
           MOVE REQ-APROBADOR              TO APV-LD-APROBADOR
           MOVE REQ-PRECIO-ANTERIOR        TO APV-LD-PRECIO-ANT
           MOVE REQ-PRECIO-NUEVO           TO APV-LD-PRECIO-NUE
           MOVE REQ-COSTO-ANTERIOR         TO APV-LD-COSTO-ANT
           MOVE REQ-COSTO-NUEVO            TO APV-LD-COSTO-NUE
           MOVE REQ-VARIACION-PCT          TO APV-LD-VARIACION
           MOVE REQ-FECHA-DECISION         TO APV-LD-FECHA-DECISION
           MOVE REQ-OBSERVACION            TO APV-LD-OBSERVACION
           MOVE SPACES                     TO REPORT-RECORD
           MOVE APV-LINEA-DECISION         TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       2110-LEER-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-SECCION-PENDIENTES                                        *
      *     TODAS LAS SOLICITUDES PENDIENTES, SIN IMPORTAR SU FECHA,   *
      *     CON SU ANTIGUEDAD A LA FECHA DE CORRIDA                    *
      *----------------------------------------------------------------*
       2200-SECCION-PENDIENTES.
           MOVE APV-DIAS-VENCIDA           TO APV-DIAS-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "CAMBIOS PENDIENTES DE APROBACION AL "
                  DELIMITED BY SIZE
                  APV-FECHA-CORRIDA        DELIMITED BY SIZE
                  " (*VENCIDA = "          DELIMITED BY SIZE
                  APV-DIAS-ED              DELIMITED BY SIZE
                  " DIAS O MAS)"           DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "SOLIC."                   TO REPORT-RECORD(1:6)
           MOVE "PRODUCTO"                 TO REPORT-RECORD(8:8)
           MOVE "SOLICITA"                 TO REPORT-RECORD(37:8)
           MOVE "TERM"                     TO REPORT-RECORD(46:4)
           MOVE "T"                        TO REPORT-RECORD(51:1)
           MOVE "VIGEN."                   TO REPORT-RECORD(53:6)
           MOVE "PREC.ANT"                 TO REPORT-RECORD(60:8)
           MOVE "PREC.NUE"                 TO REPORT-RECORD(69:8)
           MOVE "COST.ANT"                 TO REPORT-RECORD(78:8)
           MOVE "COST.NUE"                 TO REPORT-RECORD(87:8)
           MOVE "VAR PCT"                  TO REPORT-RECORD(96:7)
           MOVE "DIAS"                     TO REPORT-RECORD(104:4)
           WRITE REPORT-RECORD
           IF REQ-ABIERTO
               MOVE 'N'                    TO REQ-EOF-SW
               MOVE LOW-VALUES             TO REQ-KEY
               START PRICE-REQ-FILE KEY IS NOT LESS THAN REQ-KEY
                   INVALID KEY
                       SET REQ-EOF         TO TRUE
               END-START
               PERFORM 2210-LEER-PENDIENTE THRU
                       2210-LEER-PENDIENTE-EXIT
                   UNTIL REQ-EOF
           END-IF
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * 2210-LEER-PENDIENTE                                            *
      *----------------------------------------------------------------*
       2210-LEER-PENDIENTE.
           READ PRICE-REQ-FILE NEXT RECORD
               AT END
                   SET REQ-EOF             TO TRUE
                   GO TO 2210-LEER-PENDIENTE-EXIT
           END-READ
           IF NOT REQ-PENDIENTE
               GO TO 2210-LEER-PENDIENTE-EXIT
           END-IF
           ADD 1                           TO APV-PENDIENTES
      *    ANTIGUEDAD: SE RETROCEDE DESDE LA FECHA DE CORRIDA HASTA LA
      *    FECHA DE LA SOLICITUD
           MOVE APV-FECHA-CORRIDA          TO APV-CAL-FECHA
           MOVE ZERO                       TO APV-CAL-DIAS
           PERFORM 2220-CONTAR-DIA
               UNTIL APV-CAL-FECHA NOT > REQ-FECHA
                  OR APV-CAL-DIAS NOT < 9999
           MOVE SPACES                     TO APV-LINEA-PENDIENTE
           IF APV-CAL-DIAS NOT < APV-DIAS-VENCIDA
               ADD 1                       TO APV-VENCIDAS
               MOVE "*VENCIDA"             TO APV-LP-MARCA
           END-IF
           MOVE REQ-FECHA                  TO APV-LP-FECHA-SOLICITUD
           MOVE REQ-PRODUCTO               TO APV-LP-PRODUCTO
           MOVE REQ-SOLICITANTE            TO APV-LP-SOLICITANTE
           MOVE REQ-TERMINAL               TO APV-LP-TERMINAL
           MOVE REQ-TIPO                   TO APV-LP-TIPO
           MOVE REQ-FECHA-VIGENCIA         TO APV-LP-VIGENCIA
           MOVE REQ-PRECIO-ANTERIOR        TO APV-LP-PRECIO-ANT
           MOVE REQ-PRECIO-NUEVO           TO APV-LP-PRECIO-NUE
           MOVE REQ-COSTO-ANTERIOR         TO APV-LP-COSTO-ANT
           MOVE REQ-COSTO-NUEVO            TO APV-LP-COSTO-NUE
           MOVE REQ-VARIACION-PCT          TO APV-LP-VARIACION
           MOVE APV-CAL-DIAS               TO APV-LP-DIAS
           MOVE SPACES                     TO REPORT-RECORD
           MOVE APV-LINEA-PENDIENTE        TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       2210-LEER-PENDIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2220-CONTAR-DIA                                                *
      *----------------------------------------------------------------*
       2220-CONTAR-DIA.
           PERFORM 1310-RESTAR-UN-DIA
           ADD 1                           TO APV-CAL-DIAS
           .

      *----------------------------------------------------------------*
      * 2300-TOTALES-REPORTE                                           *
      *----------------------------------------------------------------*
       2300-TOTALES-REPORTE.
           MOVE APV-APROBADAS              TO APV-CONTEO-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "SOLICITUDES APROBADAS EN EL RANGO  : "
                  DELIMITED BY SIZE
                  APV-CONTEO-ED            DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE APV-RECHAZADAS             TO APV-CONTEO-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "SOLICITUDES RECHAZADAS EN EL RANGO : "
                  DELIMITED BY SIZE
                  APV-CONTEO-ED            DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE APV-PENDIENTES             TO APV-CONTEO-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "SOLICITUDES PENDIENTES             : "
                  DELIMITED BY SIZE
                  APV-CONTEO-ED            DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE APV-VENCIDAS               TO APV-CONTEO-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "PENDIENTES VENCIDAS                : "
                  DELIMITED BY SIZE
                  APV-CONTEO-ED            DELIMITED BY SIZE
                  INTO REPORT-RECORD
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
      *     RESTA UN DIA A APV-CAL-FECHA, CAMBIANDO DE MES Y ANO       *
      *     CUANDO HACE FALTA (FEBRERO DE ANO BISIESTO = 29)           *
      *----------------------------------------------------------------*
       1310-RESTAR-UN-DIA.
           IF APV-CAL-DD > 1
               SUBTRACT 1                  FROM APV-CAL-DD
           ELSE
               IF APV-CAL-MM EQUAL 1
                   SUBTRACT 1              FROM APV-CAL-AA
                   MOVE 12                 TO APV-CAL-MM
               ELSE
                   SUBTRACT 1              FROM APV-CAL-MM
               END-IF
               MOVE APV-LARGO-MES(APV-CAL-MM) TO APV-CAL-LARGO
               DIVIDE APV-CAL-AA BY 4
                   GIVING APV-CAL-COCIENTE REMAINDER APV-CAL-RESTO
               IF APV-CAL-MM EQUAL 2 AND APV-CAL-RESTO EQUAL ZERO
                   MOVE 29                 TO APV-CAL-LARGO
               END-IF
               MOVE APV-CAL-LARGO          TO APV-CAL-DD
           END-IF
           .

      *----------------------------------------------------------------*
      * 3000-FINAL-PROGRAMA                                            *
      *----------------------------------------------------------------*
       3000-FINAL-PROGRAMA.
           IF REQ-ABIERTO
               CLOSE PRICE-REQ-FILE
           END-IF
           CLOSE APPROVAL-REPORT-FILE
           MOVE APV-CODIGO-RETORNO         TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM SalesPriceApprovalReport.
