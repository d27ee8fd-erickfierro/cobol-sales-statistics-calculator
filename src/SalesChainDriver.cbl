      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SalesChainDriver.
       AUTHOR.        ERICK STIVEN FIERRO PERDOMO.
       INSTALLATION.  TIENDA-01.
       DATE-WRITTEN.  2026.10.15
      *----------------------------------------------------------------*
      *    DESCRIPCION : CONDUCTOR DE LA SECUENCIA NOCTURNA. LEE EL    *
      *                  ARCHIVO DE DEFINICION DE PASOS                *
      *                  (SALES_CHAIN_STEPS_FILE, POR DEFECTO          *
      *                  chainsteps.txt) Y EJECUTA, EN ORDEN, LOS      *
      *                  PASOS QUE NO ESTAN COMPLETOS PARA LA FECHA DE *
      *                  CORRIDA SEGUN runcontrol.dat:                 *
      *                  - CADA PASO SE REGISTRA EN runcontrol.dat     *
      *                    BAJO LA TIENDA "SECUENCIA" Y SU NOMBRE DE   *
      *                    PASO ('E' AL ARRANCAR, 'C' CON UN CODIGO    *
      *                    DE RETORNO PERMITIDO, 'F' SI FALLA).        *
      *                  - SI EL PASO INDICA PROGRAMA DE CONTROL, SE   *
      *                    EXIGE ADEMAS QUE EL REGISTRO PROPIO DE ESE  *
      *                    PROGRAMA ESTE COMPLETO ('C'); UNA CORRIDA   *
      *                    ANULADA ('B') VUELVE A EJECUTAR EL PASO Y   *
      *                    UNA CORRIDA MANUAL COMPLETA LO DA POR       *
      *                    HECHO.                                      *
      *                  - ANTES DE CADA PASO SE VERIFICAN SUS         *
      *                    PRERREQUISITOS; LOS PASOS MENSUALES SOLO    *
      *                    CORREN EL ULTIMO DIA DEL MES (O SEGUN       *
      *                    SALES_CHAIN_MONTHLY=S/N).                   *
      *                  - UN RC 8 O 12, O UN RC FUERA DE LOS          *
      *                    PERMITIDOS DEL PASO, DETIENE LA SECUENCIA;  *
      *                    AL VOLVER A CORRERLA PARA LA MISMA FECHA    *
      *                    RETOMA EN EL PASO FALLIDO.                  *
      *                  IMPRIME EL RESUMEN DE LA SECUENCIA EN         *
      *                  SALES_CHAIN_REPORT_FILE (POR DEFECTO          *
      *                  chainreport.txt).                             *
      *                  CODIGOS DE RETORNO: 0=SECUENCIA COMPLETA,     *
      *                  4=COMPLETA CON AVISOS (ALGUN PASO TERMINO EN  *
      *                  4), 8=DETENIDA POR UN PASO O UN PRERREQUISITO,*
      *                  12=UN PASO TERMINO EN 12, DEFINICION DE PASOS *
      *                  INVALIDA, SECUENCIA YA EN CURSO O FALLA.      *
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
           SELECT OPTIONAL STEP-DEF-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-PASOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STP-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'runcontrol.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS RCF-STATUS.
           SELECT CHAIN-REPORT-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.
      *----------------------------------------------------------------*
      *                   D A T A   D I V I S I O N                    *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * FD STEP-DEF-FILE                                               *
      *     UNA LINEA POR PASO, CAMPOS SEPARADOS POR ';':              *
      *     PASO;PROGRAMA-CONTROL;TIENDA-CONTROL;PRERREQUISITOS;       *
      *     RC-PERMITIDOS;FRECUENCIA;COMANDO                           *
      *     - PASO: NOMBRE UNICO DEL PASO (HASTA 8 POSICIONES).        *
      *     - PROGRAMA-CONTROL / TIENDA-CONTROL: REGISTRO PROPIO DEL   *
      *       PROGRAMA EN runcontrol.dat (P.EJ. SALESINV Y CADENA);    *
      *       EN BLANCO SI EL PROGRAMA NO SE REGISTRA. TIENDA EN       *
      *       BLANCO = CADENA.                                         *
      *     - PRERREQUISITOS: PASOS ANTERIORES SEPARADOS POR ','       *
      *       (HASTA 5).                                               *
      *     - RC-PERMITIDOS: CODIGOS QUE DEJAN SEGUIR LA SECUENCIA     *
      *       SEPARADOS POR ',' (HASTA 5, MENORES QUE 8); EN BLANCO =  *
      *       0,4.                                                     *
      *     - FRECUENCIA: D=DIARIO (DEFECTO), M=MENSUAL.               *
      *     - COMANDO: RESTO DE LA LINEA, COMO SE DARIA AL SISTEMA.    *
      *     LAS LINEAS QUE EMPIEZAN CON '*' SON COMENTARIOS.           *
      *----------------------------------------------------------------*
       FD STEP-DEF-FILE.
       01 STEP-DEF-RECORD                  PIC X(240).
      *----------------------------------------------------------------*
      * FD RUN-CONTROL-FILE                                            *
      *     CONTROL DE CORRIDAS ESCRITO POR SalesDataProcessor (VER    *
      *     ESE PROGRAMA); EL LAYOUT DEBE COINCIDIR CON EL SUYO.       *
      *     ESTE PROGRAMA CONSULTA LOS REGISTROS DE LOS PROGRAMAS DE   *
      *     CONTROL Y GRABA LOS SUYOS BAJO LA TIENDA "SECUENCIA".      *
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
               88 RC-FALLIDA                          VALUE 'F'.
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
      * FD CHAIN-REPORT-FILE                                           *
      *     RESUMEN DE LA SECUENCIA (132 COL.)                         *
      *----------------------------------------------------------------*
       FD CHAIN-REPORT-FILE.
       01 REPORT-RECORD                    PIC X(132).
      *----------------------------------------------------------------*
      *          W O R K I N G  S T O R A G E   S E C T I O N          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 STP-STATUS                       PIC X(02).
       77 RCF-STATUS                       PIC X(02).
       77 RPT-STATUS                       PIC X(02).
       77 STP-EOF-SW                       PIC X(01) VALUE 'N'.
           88 STP-EOF                      VALUE 'Y'.
       77 RPT-ABIERTO-SW                   PIC X(01) VALUE 'N'.
           88 RPT-ABIERTO                  VALUE 'S'.
      *----------------------------------------------------------------*
      *     PARAMETROS DE EJECUCION                                    *
      *----------------------------------------------------------------*
       77 PARM-FECHA-ENV                   PIC X(06) VALUE SPACES.
       77 PARM-ARCHIVO-PASOS               PIC X(80) VALUE SPACES.
       77 PARM-ARCHIVO-REPORTE             PIC X(80) VALUE SPACES.
       77 PARM-MENSUAL                     PIC X(01) VALUE SPACES.
       77 PARM-FORZAR                      PIC X(01) VALUE SPACES.
       77 PARM-MES-ENV                     PIC X(04) VALUE SPACES.
       01 CHN-PARAMETROS.
           05 CHN-FECHA-CORRIDA            PIC 9(06) VALUE ZERO.
           05 CHN-FECHA-CORRIDA-R REDEFINES CHN-FECHA-CORRIDA.
               10 CHN-MES-CORRIDA          PIC 9(04).
               10 CHN-DIA-CORRIDA          PIC 9(02).
           05 CHN-MENSUAL-SW               PIC X(01) VALUE 'N'.
               88 CHN-MENSUAL-HOY                    VALUE 'S'.
           05 CHN-FORZAR-SW                PIC X(01) VALUE 'N'.
               88 CHN-FORZAR                         VALUE 'S'.
      *----------------------------------------------------------------*
      *     CODIGO DE RETORNO PARA EL PLANIFICADOR (CONVENCION DE      *
      *     SalesDataProcessor): ARRANCA EN 12 Y SOLO EL CIERRE        *
      *     NORMAL LO REBAJA.                                          *
      *----------------------------------------------------------------*
       77 CHN-CODIGO-RETORNO               PIC 9(02) COMP VALUE 12.
       77 CHN-RC-MAXIMO                    PIC 9(02) COMP VALUE ZERO.
       77 CHN-DEFINICION-SW                PIC X(01) VALUE 'S'.
           88 CHN-DEFINICION-OK            VALUE 'S'.
       77 CHN-DETENIDA-SW                  PIC X(01) VALUE 'N'.
           88 CHN-DETENIDA                 VALUE 'S'.
       77 CHN-CONTROL-HALLADO-SW           PIC X(01) VALUE 'N'.
           88 CHN-CONTROL-HALLADO          VALUE 'S'.
       77 CHN-COMPLETO-SW                  PIC X(01) VALUE 'N'.
           88 CHN-PASO-COMPLETO            VALUE 'S'.
           88 CHN-PASO-MANUAL              VALUE 'M'.
       77 CHN-PRERREQ-SW                   PIC X(01) VALUE 'S'.
           88 CHN-PRERREQ-OK               VALUE 'S'.
       77 CHN-RC-PERMITIDO-SW              PIC X(01) VALUE 'N'.
           88 CHN-RC-ES-PERMITIDO          VALUE 'S'.
      *----------------------------------------------------------------*
      *     CLAVES PROPIAS DEL CONDUCTOR EN runcontrol.dat. LOS        *
      *     NOMBRES DE PROGRAMA RESERVADOS NO PUEDEN USARSE COMO       *
      *     NOMBRE DE PASO (OTROS PROGRAMAS LOS BUSCAN SIN MIRAR LA    *
      *     TIENDA).                                                   *
      *----------------------------------------------------------------*
       77 CHN-TIENDA-SECUENCIA             PIC X(10) VALUE "SECUENCIA".
       77 CHN-TIENDA-CADENA                PIC X(10) VALUE "CADENA".
       77 CHN-PROGRAMA-SECUENCIA           PIC X(08) VALUE "SALESCHN".
       01 CHN-RESERVADOS.
           05 FILLER                       PIC X(40) VALUE
               "SALESPRCSALESINVSALESCSHSALESPO SALESCHN".
       01 CHN-RESERVADOS-R REDEFINES CHN-RESERVADOS.
           05 CHN-RESERVADO PIC X(08) OCCURS 5 TIMES.
      *----------------------------------------------------------------*
      *     REGISTRO DE CONTROL A GRABAR (5200-GRABAR-CONTROL LO       *
      *     ESCRIBE O LO REEMPLAZA SEGUN EXISTA)                       *
      *----------------------------------------------------------------*
       01 CHN-REG-CONTROL.
           05 CHN-R-KEY.
               10 CHN-R-FECHA              PIC 9(06).
               10 CHN-R-TIENDA             PIC X(10).
               10 CHN-R-PROGRAMA           PIC X(08).
           05 CHN-R-ESTADO                 PIC X(01).
           05 CHN-R-INICIO-FECHA           PIC 9(06).
           05 CHN-R-INICIO-HORA            PIC 9(08).
           05 CHN-R-FIN-FECHA              PIC 9(06).
           05 CHN-R-FIN-HORA               PIC 9(08).
           05 CHN-R-REG-LEIDOS             PIC 9(08).
           05 CHN-R-REG-RECHAZADOS         PIC 9(08).
           05 CHN-R-REG-DUPLICADOS         PIC 9(08).
           05 CHN-R-ARCHIVO-ENTRADA        PIC X(80).
           05 CHN-R-CODIGO-RETORNO         PIC 9(02).
       01 CHN-REG-SECUENCIA                PIC X(159).
       01 CHN-CLAVE-CONSULTA.
           05 CHN-K-FECHA                  PIC 9(06).
           05 CHN-K-TIENDA                 PIC X(10).
           05 CHN-K-PROGRAMA               PIC X(08).
      *----------------------------------------------------------------*
      *     TABLA DE PASOS LEIDA DEL ARCHIVO DE DEFINICION, CON EL     *
      *     RESULTADO DE CADA UNO EN ESTA CORRIDA                      *
      *----------------------------------------------------------------*
       01 CHN-PASOS.
           05 CHN-PASOS-COUNT              PIC 9(02) COMP VALUE ZERO.
           05 CHN-PASOS-MAX                PIC 9(02) COMP VALUE 30.
           05 CHN-PASO OCCURS 30 TIMES INDEXED BY CHN-IDX CHN-JDX.
               10 CHN-P-ID                 PIC X(08).
               10 CHN-P-LINEA              PIC 9(04) COMP.
               10 CHN-P-CTL-PROGRAMA       PIC X(08).
               10 CHN-P-CTL-TIENDA         PIC X(10).
               10 CHN-P-PRERREQ-COUNT      PIC 9(01) COMP.
               10 CHN-P-PRERREQ            PIC X(08) OCCURS 5 TIMES.
               10 CHN-P-PRERREQ-TEXTO      PIC X(44).
               10 CHN-P-RC-COUNT           PIC 9(01) COMP.
               10 CHN-P-RC-PERMITIDO       PIC 9(02) OCCURS 5 TIMES.
               10 CHN-P-RC-TEXTO           PIC X(14).
               10 CHN-P-FRECUENCIA         PIC X(01).
                   88 CHN-P-DIARIO                    VALUE 'D'.
                   88 CHN-P-MENSUAL                   VALUE 'M'.
               10 CHN-P-COMANDO            PIC X(160).
               10 CHN-P-RESULTADO          PIC X(01).
                   88 CHN-P-PENDIENTE                 VALUE SPACE.
                   88 CHN-P-YA-COMPLETO               VALUE 'Y'.
                   88 CHN-P-FUERA-SECUENCIA           VALUE 'H'.
                   88 CHN-P-NO-CORRESPONDE            VALUE 'N'.
                   88 CHN-P-EJECUTADO                 VALUE 'C'.
                   88 CHN-P-FALLIDO                   VALUE 'F'.
                   88 CHN-P-SIN-PRERREQ               VALUE 'R'.
                   88 CHN-P-SATISFECHO      VALUE 'Y' 'H' 'N' 'C'.
               10 CHN-P-RC                 PIC 9(02).
               10 CHN-P-INICIO             PIC 9(08).
               10 CHN-P-FIN                PIC 9(08).
       77 CHN-K                            PIC 9(02) COMP.
       77 CHN-L                            PIC 9(02) COMP.
       77 CHN-LINEA-NUM                    PIC 9(04) COMP VALUE ZERO.
       77 CHN-PASO-DETENCION               PIC X(08) VALUE SPACES.
       77 CHN-PRERREQ-FALTANTE             PIC X(08) VALUE SPACES.
      *----------------------------------------------------------------*
      *     CAMPOS DE LA LINEA DE DEFINICION EN CURSO                  *
      *----------------------------------------------------------------*
       01 CHN-CAMPOS.
           05 CHN-C-PASO                   PIC X(16).
           05 CHN-C-CTL-PROGRAMA           PIC X(16).
           05 CHN-C-CTL-TIENDA             PIC X(16).
           05 CHN-C-PRERREQ                PIC X(60).
           05 CHN-C-RCS                    PIC X(20).
           05 CHN-C-FRECUENCIA             PIC X(04).
           05 CHN-C-PUNTERO                PIC 9(04) COMP.
           05 CHN-C-PR                     PIC X(16) OCCURS 5 TIMES.
           05 CHN-C-RC                     PIC X(04) OCCURS 5 TIMES.
           05 CHN-C-DESBORDE-SW            PIC X(01).
               88 CHN-C-DESBORDE                     VALUE 'S'.
           05 CHN-C-ERROR                  PIC X(60).
      *----------------------------------------------------------------*
      *     EJECUCION DE UN PASO: EL RETORNO DE "SYSTEM" TRAE EL       *
      *     CODIGO DE SALIDA DEL PROGRAMA MULTIPLICADO POR 256         *
      *----------------------------------------------------------------*
       77 CHN-RC-CRUDO                     PIC S9(09) COMP.
       77 CHN-HORA-ACTUAL                  PIC 9(08).
       77 CHN-FECHA-ACTUAL                 PIC 9(06).
      *----------------------------------------------------------------*
      *     CALENDARIO: ULTIMO DIA DEL MES DE LA FECHA DE CORRIDA      *
      *----------------------------------------------------------------*
       01 CHN-CALENDARIO.
           05 CHN-CAL-FECHA                PIC 9(06).
           05 CHN-CAL-FECHA-R REDEFINES CHN-CAL-FECHA.
               10 CHN-CAL-AA               PIC 9(02).
               10 CHN-CAL-MM               PIC 9(02).
               10 CHN-CAL-DD               PIC 9(02).
           05 CHN-CAL-COCIENTE             PIC 9(02) COMP.
           05 CHN-CAL-RESTO                PIC 9(02) COMP.
           05 CHN-CAL-LARGO                PIC 9(02) COMP.
       01 CHN-LARGO-MESES.
           05 FILLER                       PIC X(24) VALUE
               "312831303130313130313031".
       01 CHN-LARGO-MESES-R REDEFINES CHN-LARGO-MESES.
           05 CHN-LARGO-MES PIC 9(02) OCCURS 12 TIMES.
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
      *     CONTEOS DEL RESUMEN                                        *
      *----------------------------------------------------------------*
       01 CHN-CONTADORES.
           05 CHN-EJECUTADOS               PIC 9(04) COMP VALUE ZERO.
           05 CHN-YA-COMPLETOS             PIC 9(04) COMP VALUE ZERO.
           05 CHN-NO-CORRESPONDEN          PIC 9(04) COMP VALUE ZERO.
           05 CHN-NO-EJECUTADOS            PIC 9(04) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *     LINEAS DEL REPORTE                                         *
      *----------------------------------------------------------------*
       01 CHN-LINEA-PASO.
           05 CHN-LP-PASO                  PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CHN-LP-CONTROL               PIC X(19).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CHN-LP-FRECUENCIA            PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CHN-LP-PRERREQ               PIC X(44).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CHN-LP-RCS                   PIC X(14).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CHN-LP-RESULTADO             PIC X(22).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CHN-LP-RC                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CHN-LP-INICIO                PIC X(05).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CHN-LP-FIN                   PIC X(05).
       01 CHN-LINEA-COMANDO.
           05 FILLER                       PIC X(09) VALUE SPACES.
           05 FILLER                       PIC X(09) VALUE "COMANDO: ".
           05 CHN-LC-COMANDO               PIC X(114).
       01 CHN-HORA-EDICION.
           05 CHN-HE-HORA                  PIC 9(08).
           05 CHN-HE-HORA-R REDEFINES CHN-HE-HORA.
               10 CHN-HE-HH                PIC 9(02).
               10 CHN-HE-MI                PIC 9(02).
               10 FILLER                   PIC 9(04).
           05 CHN-HE-TEXTO.
               10 CHN-HE-T-HH              PIC 9(02).
               10 FILLER                   PIC X(01) VALUE ':'.
               10 CHN-HE-T-MI              PIC 9(02).
       01 CHN-EDITADOS.
           05 CHN-CONTEO-ED                PIC Z(03)9.
           05 CHN-RC-ED                    PIC Z9.
           05 CHN-LINEA-ED                 PIC Z(03)9.
      *----------------------------------------------------------------*
      *               P R O C E D U R E   D I V I S I O N              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO-PROGRAMA
           PERFORM 2000-PROCESO-PROGRAMA THRU 2000-PROCESO-PROGRAMA-FIN
           PERFORM 3000-FINAL-PROGRAMA
           .

      *----------------------------------------------------------------*
      * 1000-INICIO-PROGRAMA                                           *
      *     PARAMETROS, REPORTE, LECTURA Y VALIDACION DE LOS PASOS     *
      *----------------------------------------------------------------*
       1000-INICIO-PROGRAMA.
           PERFORM 1050-OBTENER-PARAMETROS
           OPEN OUTPUT CHAIN-REPORT-FILE
           IF RPT-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING CHAIN REPORT FILE"
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           SET RPT-ABIERTO                 TO TRUE
           MOVE SPACES                     TO REPORT-RECORD
           STRING "SECUENCIA NOCTURNA - FECHA DE CORRIDA "
                  DELIMITED BY SIZE
                  CHN-FECHA-CORRIDA        DELIMITED BY SIZE
                  " - PASOS: "             DELIMITED BY SIZE
                  PARM-ARCHIVO-PASOS       DELIMITED BY SPACE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           IF CHN-MENSUAL-HOY
               MOVE "PASOS MENSUALES: SE EJECUTAN EN ESTA CORRIDA"
                   TO REPORT-RECORD
           ELSE
               MOVE "PASOS MENSUALES: NO CORRESPONDEN EN ESTA CORRIDA"
                   TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 1100-CARGAR-PASOS THRU 1100-CARGAR-PASOS-FIN
           PERFORM 1200-VALIDAR-NOMBRES THRU 1200-VALIDAR-NOMBRES-EXIT
               VARYING CHN-IDX FROM 1 BY 1
               UNTIL CHN-IDX > CHN-PASOS-COUNT
           IF CHN-PASOS-COUNT EQUAL ZERO AND CHN-DEFINICION-OK
               MOVE "EL ARCHIVO DE PASOS NO TRAE NINGUN PASO"
                   TO CHN-C-ERROR
               PERFORM 1190-ERROR-DEFINICION
           END-IF
           .

      *----------------------------------------------------------------*
      * 1050-OBTENER-PARAMETROS                                        *
      *     FECHA DE CORRIDA (QUE SE PASA A CADA PASO EN               *
      *     SALES_RUN_DATE), ARCHIVOS, PASOS MENSUALES Y FORZADO DE    *
      *     UNA SECUENCIA QUE QUEDO EN CURSO                           *
      *----------------------------------------------------------------*
       1050-OBTENER-PARAMETROS.
           ACCEPT PARM-FECHA-ENV FROM ENVIRONMENT "SALES_RUN_DATE"
           IF PARM-FECHA-ENV EQUAL SPACES
               ACCEPT CHN-FECHA-CORRIDA FROM DATE
           ELSE
               MOVE PARM-FECHA-ENV         TO CHN-FECHA-CORRIDA
           END-IF
           ACCEPT PARM-ARCHIVO-PASOS
               FROM ENVIRONMENT "SALES_CHAIN_STEPS_FILE"
           IF PARM-ARCHIVO-PASOS EQUAL SPACES
               MOVE "chainsteps.txt"       TO PARM-ARCHIVO-PASOS
           END-IF
           ACCEPT PARM-ARCHIVO-REPORTE
               FROM ENVIRONMENT "SALES_CHAIN_REPORT_FILE"
           IF PARM-ARCHIVO-REPORTE EQUAL SPACES
               MOVE "chainreport.txt"      TO PARM-ARCHIVO-REPORTE
           END-IF
           ACCEPT PARM-FORZAR FROM ENVIRONMENT "SALES_CHAIN_FORCE"
           IF PARM-FORZAR EQUAL 'S' OR PARM-FORZAR EQUAL 'Y'
               SET CHN-FORZAR              TO TRUE
           END-IF
      *    PASOS MENSUALES: EL ULTIMO DIA DEL MES, SALVO QUE
      *    SALES_CHAIN_MONTHLY LOS FUERCE (S) O LOS SUPRIMA (N)
           MOVE CHN-FECHA-CORRIDA          TO CHN-CAL-FECHA
           MOVE CHN-LARGO-MES(CHN-CAL-MM)  TO CHN-CAL-LARGO
           DIVIDE CHN-CAL-AA BY 4
               GIVING CHN-CAL-COCIENTE REMAINDER CHN-CAL-RESTO
           IF CHN-CAL-MM EQUAL 2 AND CHN-CAL-RESTO EQUAL ZERO
               MOVE 29                     TO CHN-CAL-LARGO
           END-IF
           IF CHN-CAL-DD EQUAL CHN-CAL-LARGO
               SET CHN-MENSUAL-HOY         TO TRUE
           END-IF
           ACCEPT PARM-MENSUAL FROM ENVIRONMENT "SALES_CHAIN_MONTHLY"
           EVALUATE PARM-MENSUAL
               WHEN 'S'
               WHEN 'Y'
                   SET CHN-MENSUAL-HOY     TO TRUE
               WHEN 'N'
                   MOVE 'N'                TO CHN-MENSUAL-SW
           END-EVALUATE
      *    LOS PASOS HEREDAN LA FECHA DE CORRIDA Y, SI NO VIENE DADO,
      *    EL MES DE LOS PROGRAMAS MENSUALES (AAMM DE LA CORRIDA)
           DISPLAY "SALES_RUN_DATE"        UPON ENVIRONMENT-NAME
           DISPLAY CHN-FECHA-CORRIDA       UPON ENVIRONMENT-VALUE
           ACCEPT PARM-MES-ENV FROM ENVIRONMENT "SALES_TAX_MONTH"
           IF PARM-MES-ENV EQUAL SPACES
               DISPLAY "SALES_TAX_MONTH"   UPON ENVIRONMENT-NAME
               DISPLAY CHN-MES-CORRIDA     UPON ENVIRONMENT-VALUE
           END-IF
           MOVE SPACES                     TO PARM-MES-ENV
           ACCEPT PARM-MES-ENV FROM ENVIRONMENT "SALES_CLOSE_MONTH"
           IF PARM-MES-ENV EQUAL SPACES
               DISPLAY "SALES_CLOSE_MONTH" UPON ENVIRONMENT-NAME
               DISPLAY CHN-MES-CORRIDA     UPON ENVIRONMENT-VALUE
           END-IF
           .

      *----------------------------------------------------------------*
      * 1100-CARGAR-PASOS                                              *
      *----------------------------------------------------------------*
       1100-CARGAR-PASOS.
           OPEN INPUT STEP-DEF-FILE
           IF STP-STATUS EQUAL '05'
               CLOSE STEP-DEF-FILE
               MOVE "NO EXISTE EL ARCHIVO DE DEFINICION DE PASOS"
                   TO CHN-C-ERROR
               PERFORM 1190-ERROR-DEFINICION
               GO TO 1100-CARGAR-PASOS-FIN
           END-IF
           IF STP-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING CHAIN STEPS FILE - STATUS: "
                   STP-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           PERFORM 1110-LEER-PASO THRU 1110-LEER-PASO-EXIT
               UNTIL STP-EOF
           CLOSE STEP-DEF-FILE
           .
       1100-CARGAR-PASOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 1110-LEER-PASO                                                 *
      *     SEPARA LOS SEIS PRIMEROS CAMPOS; EL COMANDO ES EL RESTO    *
      *     DE LA LINEA (PUEDE TRAER ';' PROPIOS)                      *
      *----------------------------------------------------------------*
       1110-LEER-PASO.
           READ STEP-DEF-FILE
               AT END
                   SET STP-EOF             TO TRUE
                   GO TO 1110-LEER-PASO-EXIT
           END-READ
           ADD 1                           TO CHN-LINEA-NUM
           IF STEP-DEF-RECORD EQUAL SPACES
              OR STEP-DEF-RECORD(1:1) EQUAL '*'
               GO TO 1110-LEER-PASO-EXIT
           END-IF
           IF CHN-PASOS-COUNT NOT < CHN-PASOS-MAX
               MOVE "DEMASIADOS PASOS - MAXIMO 30" TO CHN-C-ERROR
               PERFORM 1190-ERROR-DEFINICION
               GO TO 1110-LEER-PASO-EXIT
           END-IF
           MOVE SPACES                     TO CHN-CAMPOS
           MOVE 1                          TO CHN-C-PUNTERO
           UNSTRING STEP-DEF-RECORD DELIMITED BY ';'
               INTO CHN-C-PASO CHN-C-CTL-PROGRAMA CHN-C-CTL-TIENDA
                    CHN-C-PRERREQ CHN-C-RCS CHN-C-FRECUENCIA
               WITH POINTER CHN-C-PUNTERO
           END-UNSTRING
           ADD 1                           TO CHN-PASOS-COUNT
           SET CHN-IDX                     TO CHN-PASOS-COUNT
           MOVE SPACES                     TO CHN-PASO(CHN-IDX)
           MOVE ZERO
               TO CHN-P-PRERREQ-COUNT(CHN-IDX)
                  CHN-P-RC-COUNT(CHN-IDX)
                  CHN-P-RC(CHN-IDX)
                  CHN-P-INICIO(CHN-IDX)
                  CHN-P-FIN(CHN-IDX)
           MOVE CHN-C-PASO                 TO CHN-P-ID(CHN-IDX)
           MOVE CHN-LINEA-NUM              TO CHN-P-LINEA(CHN-IDX)
           MOVE CHN-C-CTL-PROGRAMA
               TO CHN-P-CTL-PROGRAMA(CHN-IDX)
           MOVE CHN-C-CTL-TIENDA           TO CHN-P-CTL-TIENDA(CHN-IDX)
           IF CHN-C-CTL-PROGRAMA NOT EQUAL SPACES
              AND CHN-C-CTL-TIENDA EQUAL SPACES
               MOVE CHN-TIENDA-CADENA      TO CHN-P-CTL-TIENDA(CHN-IDX)
           END-IF
           IF CHN-C-PUNTERO NOT > 240
               MOVE STEP-DEF-RECORD(CHN-C-PUNTERO:)
                   TO CHN-P-COMANDO(CHN-IDX)
           END-IF
           IF CHN-C-PASO EQUAL SPACES
              OR CHN-C-PASO(9:8) NOT EQUAL SPACES
               MOVE "NOMBRE DE PASO EN BLANCO O DE MAS DE 8 POSICIONES"
                   TO CHN-C-ERROR
               PERFORM 1190-ERROR-DEFINICION
           END-IF
           IF CHN-C-CTL-PROGRAMA(9:8) NOT EQUAL SPACES
              OR CHN-C-CTL-TIENDA(11:6) NOT EQUAL SPACES
               MOVE "PROGRAMA O TIENDA DE CONTROL DEMASIADO LARGO"
                   TO CHN-C-ERROR
               PERFORM 1190-ERROR-DEFINICION
           END-IF
           IF CHN-P-COMANDO(CHN-IDX) EQUAL SPACES
               MOVE "PASO SIN COMANDO"     TO CHN-C-ERROR
               PERFORM 1190-ERROR-DEFINICION
           END-IF
           EVALUATE CHN-C-FRECUENCIA
               WHEN SPACES
               WHEN 'D'
                   SET CHN-P-DIARIO(CHN-IDX) TO TRUE
               WHEN 'M'
                   SET CHN-P-MENSUAL(CHN-IDX) TO TRUE
               WHEN OTHER
                   MOVE "FRECUENCIA INVALIDA (D O M)" TO CHN-C-ERROR
                   PERFORM 1190-ERROR-DEFINICION
           END-EVALUATE
           PERFORM 1120-SEPARAR-PRERREQUISITOS
           PERFORM 1130-SEPARAR-RC-PERMITIDOS
           .
       1110-LEER-PASO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1120-SEPARAR-PRERREQUISITOS                                    *
      *     CADA PRERREQUISITO DEBE SER UN PASO DEFINIDO ANTES         *
      *----------------------------------------------------------------*
       1120-SEPARAR-PRERREQUISITOS.
           MOVE CHN-C-PRERREQ(1:44)        TO
                CHN-P-PRERREQ-TEXTO(CHN-IDX)
           MOVE 'N'                        TO CHN-C-DESBORDE-SW
           UNSTRING CHN-C-PRERREQ DELIMITED BY ','
               INTO CHN-C-PR(1) CHN-C-PR(2) CHN-C-PR(3)
                    CHN-C-PR(4) CHN-C-PR(5)
               ON OVERFLOW
                   SET CHN-C-DESBORDE      TO TRUE
           END-UNSTRING
           IF CHN-C-DESBORDE
               MOVE "MAS DE 5 PRERREQUISITOS" TO CHN-C-ERROR
               PERFORM 1190-ERROR-DEFINICION
           END-IF
           PERFORM 1125-UBICAR-PRERREQUISITO
               VARYING CHN-K FROM 1 BY 1 UNTIL CHN-K > 5
           .

       1125-UBICAR-PRERREQUISITO.
           IF CHN-C-PR(CHN-K) EQUAL SPACES
               CONTINUE
           ELSE
               ADD 1                   TO CHN-P-PRERREQ-COUNT(CHN-IDX)
               MOVE CHN-P-PRERREQ-COUNT(CHN-IDX) TO CHN-L
               MOVE CHN-C-PR(CHN-K)
                   TO CHN-P-PRERREQ(CHN-IDX, CHN-L)
               SET CHN-JDX             TO 1
               SEARCH CHN-PASO VARYING CHN-JDX
                   AT END
                       MOVE "PRERREQUISITO NO DEFINIDO ANTES DEL PASO"
                           TO CHN-C-ERROR
                       PERFORM 1190-ERROR-DEFINICION
                   WHEN CHN-JDX NOT < CHN-IDX
                       MOVE "PRERREQUISITO NO DEFINIDO ANTES DEL PASO"
                           TO CHN-C-ERROR
                       PERFORM 1190-ERROR-DEFINICION
                   WHEN CHN-P-ID(CHN-JDX) EQUAL CHN-C-PR(CHN-K)
                       CONTINUE
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------*
      * 1130-SEPARAR-RC-PERMITIDOS                                     *
      *     EN BLANCO = 0,4. 8 Y 12 SIEMPRE DETIENEN LA SECUENCIA Y NO *
      *     SE ACEPTAN EN LA LISTA.                                    *
      *----------------------------------------------------------------*
       1130-SEPARAR-RC-PERMITIDOS.
           IF CHN-C-RCS EQUAL SPACES
               MOVE "0,4"                  TO CHN-C-RCS
           END-IF
           MOVE CHN-C-RCS(1:14)            TO CHN-P-RC-TEXTO(CHN-IDX)
           MOVE 'N'                        TO CHN-C-DESBORDE-SW
           UNSTRING CHN-C-RCS DELIMITED BY ','
               INTO CHN-C-RC(1) CHN-C-RC(2) CHN-C-RC(3)
                    CHN-C-RC(4) CHN-C-RC(5)
               ON OVERFLOW
                   SET CHN-C-DESBORDE      TO TRUE
           END-UNSTRING
           IF CHN-C-DESBORDE
               MOVE "MAS DE 5 CODIGOS DE RETORNO PERMITIDOS"
                   TO CHN-C-ERROR
               PERFORM 1190-ERROR-DEFINICION
           END-IF
           PERFORM 1135-CONVERTIR-RC
               VARYING CHN-K FROM 1 BY 1 UNTIL CHN-K > 5
           .

       1135-CONVERTIR-RC.
           IF CHN-C-RC(CHN-K) EQUAL SPACES
               CONTINUE
           ELSE
               MOVE CHN-C-RC(CHN-K)        TO CNV-TEXTO
               PERFORM 1240-CONVERTIR-ENTERO
               IF CNV-VALIDO AND CNV-NUMERO < 8
                   ADD 1                   TO CHN-P-RC-COUNT(CHN-IDX)
                   MOVE CHN-P-RC-COUNT(CHN-IDX) TO CHN-L
                   MOVE CNV-NUMERO
                       TO CHN-P-RC-PERMITIDO(CHN-IDX, CHN-L)
               ELSE
                   MOVE "CODIGO DE RETORNO PERMITIDO INVALIDO (0 A 7)"
                       TO CHN-C-ERROR
                   PERFORM 1190-ERROR-DEFINICION
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1190-ERROR-DEFINICION                                          *
      *     UN ERROR EN LOS PASOS IMPIDE ARRANCAR LA SECUENCIA; SE     *
      *     INFORMAN TODOS ANTES DE TERMINAR                           *
      *----------------------------------------------------------------*
       1190-ERROR-DEFINICION.
           MOVE 'N'                        TO CHN-DEFINICION-SW
           MOVE CHN-LINEA-NUM              TO CHN-LINEA-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "*** DEFINICION DE PASOS - LINEA " DELIMITED BY SIZE
                  CHN-LINEA-ED             DELIMITED BY SIZE
                  ": "                     DELIMITED BY SIZE
                  CHN-C-ERROR              DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY REPORT-RECORD(1:110)
           .

      *----------------------------------------------------------------*
      * 1200-VALIDAR-NOMBRES                                           *
      *     NOMBRES DE PASO UNICOS, DISTINTOS DE LOS PROGRAMAS DE      *
      *     CONTROL Y DE LOS NOMBRES RESERVADOS                        *
      *----------------------------------------------------------------*
       1200-VALIDAR-NOMBRES.
           MOVE CHN-P-LINEA(CHN-IDX)       TO CHN-LINEA-NUM
           PERFORM 1210-COMPARAR-NOMBRE
               VARYING CHN-JDX FROM 1 BY 1
               UNTIL CHN-JDX > CHN-PASOS-COUNT
           PERFORM 1220-COMPARAR-RESERVADO
               VARYING CHN-K FROM 1 BY 1 UNTIL CHN-K > 5
           .
       1200-VALIDAR-NOMBRES-EXIT.
           EXIT.

       1210-COMPARAR-NOMBRE.
           IF CHN-JDX < CHN-IDX
              AND CHN-P-ID(CHN-JDX) EQUAL CHN-P-ID(CHN-IDX)
               MOVE SPACES                 TO CHN-C-ERROR
               STRING "PASO REPETIDO: " DELIMITED BY SIZE
                      CHN-P-ID(CHN-IDX)    DELIMITED BY SIZE
                      INTO CHN-C-ERROR
               PERFORM 1190-ERROR-DEFINICION
           END-IF
           IF CHN-P-CTL-PROGRAMA(CHN-JDX) EQUAL CHN-P-ID(CHN-IDX)
               MOVE SPACES                 TO CHN-C-ERROR
               STRING "PASO CON NOMBRE DE PROGRAMA DE CONTROL: "
                      DELIMITED BY SIZE
                      CHN-P-ID(CHN-IDX)    DELIMITED BY SIZE
                      INTO CHN-C-ERROR
               PERFORM 1190-ERROR-DEFINICION
           END-IF
           .

       1220-COMPARAR-RESERVADO.
           IF CHN-RESERVADO(CHN-K) EQUAL CHN-P-ID(CHN-IDX)
               MOVE SPACES                 TO CHN-C-ERROR
               STRING "NOMBRE DE PASO RESERVADO: " DELIMITED BY SIZE
                      CHN-P-ID(CHN-IDX)    DELIMITED BY SIZE
                      INTO CHN-C-ERROR
               PERFORM 1190-ERROR-DEFINICION
           END-IF
           .

      *----------------------------------------------------------------*
      * 1240-CONVERTIR-ENTERO                                          *
      *     CONVIERTE CNV-TEXTO (DIGITOS CON ESPACIOS ALREDEDOR) A     *
      *     CNV-NUMERO; CNV-VALIDO-SW = 'N' SI NO ES UN ENTERO         *
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
      * 2000-PROCESO-PROGRAMA                                          *
      *     TOMA LA SECUENCIA PARA LA FECHA, RECORRE LOS PASOS HASTA   *
      *     TERMINAR O DETENERSE Y DEJA EL RESUMEN                     *
      *----------------------------------------------------------------*
       2000-PROCESO-PROGRAMA.
           IF NOT CHN-DEFINICION-OK
               MOVE SPACES                 TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "DEFINICION DE PASOS INVALIDA - NO SE EJECUTO "
                   TO REPORT-RECORD
               MOVE "NINGUN PASO"          TO REPORT-RECORD(46:11)
               WRITE REPORT-RECORD
               DISPLAY "DEFINICION DE PASOS INVALIDA - VER "
                   PARM-ARCHIVO-REPORTE
               MOVE 12                     TO CHN-CODIGO-RETORNO
               GO TO 2000-PROCESO-PROGRAMA-FIN
           END-IF
           PERFORM 2100-TOMAR-SECUENCIA THRU 2100-TOMAR-SECUENCIA-FIN
           IF CHN-DETENIDA
               GO TO 2000-PROCESO-PROGRAMA-FIN
           END-IF
           PERFORM 2200-PROCESAR-PASO THRU 2200-PROCESAR-PASO-EXIT
               VARYING CHN-IDX FROM 1 BY 1
               UNTIL CHN-IDX > CHN-PASOS-COUNT
                  OR CHN-DETENIDA
           IF NOT CHN-DETENIDA
               MOVE CHN-RC-MAXIMO          TO CHN-CODIGO-RETORNO
           END-IF
           PERFORM 2900-CERRAR-SECUENCIA
           PERFORM 2800-IMPRIMIR-RESUMEN
           .
       2000-PROCESO-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-TOMAR-SECUENCIA                                           *
      *     EL REGISTRO (FECHA, "SECUENCIA", "SALESCHN") MARCA LA      *
      *     SECUENCIA EN CURSO. SI YA ESTA EN 'E' OTRA CORRIDA LA      *
      *     TIENE O SE INTERRUMPIO SIN CERRARLA: SOLO SE RETOMA CON    *
      *     SALES_CHAIN_FORCE=S.                                       *
      *----------------------------------------------------------------*
       2100-TOMAR-SECUENCIA.
           MOVE CHN-FECHA-CORRIDA          TO CHN-K-FECHA
           MOVE CHN-TIENDA-SECUENCIA       TO CHN-K-TIENDA
           MOVE CHN-PROGRAMA-SECUENCIA     TO CHN-K-PROGRAMA
           PERFORM 5100-LEER-CONTROL THRU 5100-LEER-CONTROL-FIN
           IF CHN-CONTROL-HALLADO AND RC-EN-PROCESO
              AND NOT CHN-FORZAR
               MOVE SPACES                 TO REPORT-RECORD
               MOVE "SECUENCIA YA EN CURSO O INTERRUMPIDA PARA LA FECHA"
                   TO REPORT-RECORD
               MOVE " - SALES_CHAIN_FORCE=S PARA RETOMARLA"
                   TO REPORT-RECORD(52:37)
               WRITE REPORT-RECORD
               DISPLAY REPORT-RECORD(1:88)
               SET CHN-DETENIDA            TO TRUE
               MOVE 12                     TO CHN-CODIGO-RETORNO
               GO TO 2100-TOMAR-SECUENCIA-FIN
           END-IF
           MOVE SPACES                     TO CHN-REG-CONTROL
           MOVE CHN-CLAVE-CONSULTA         TO CHN-R-KEY
           MOVE 'E'                        TO CHN-R-ESTADO
           ACCEPT CHN-R-INICIO-FECHA FROM DATE
           ACCEPT CHN-R-INICIO-HORA FROM TIME
           MOVE ZERO                       TO CHN-R-FIN-FECHA
                                              CHN-R-FIN-HORA
                                              CHN-R-REG-DUPLICADOS
                                              CHN-R-CODIGO-RETORNO
           MOVE CHN-PASOS-COUNT            TO CHN-R-REG-LEIDOS
           MOVE ZERO                       TO CHN-R-REG-RECHAZADOS
           MOVE PARM-ARCHIVO-PASOS         TO CHN-R-ARCHIVO-ENTRADA
           PERFORM 5200-GRABAR-CONTROL
           MOVE CHN-REG-CONTROL            TO CHN-REG-SECUENCIA
           .
       2100-TOMAR-SECUENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-PROCESAR-PASO                                             *
      *----------------------------------------------------------------*
       2200-PROCESAR-PASO.
           IF CHN-P-MENSUAL(CHN-IDX) AND NOT CHN-MENSUAL-HOY
               SET CHN-P-NO-CORRESPONDE(CHN-IDX) TO TRUE
               ADD 1                       TO CHN-NO-CORRESPONDEN
               GO TO 2200-PROCESAR-PASO-EXIT
           END-IF
           SET CHN-JDX                     TO CHN-IDX
           PERFORM 2300-VERIFICAR-COMPLETO THRU
                   2300-VERIFICAR-COMPLETO-FIN
           IF CHN-PASO-COMPLETO
               SET CHN-P-YA-COMPLETO(CHN-IDX) TO TRUE
               ADD 1                       TO CHN-YA-COMPLETOS
               GO TO 2200-PROCESAR-PASO-EXIT
           END-IF
           IF CHN-PASO-MANUAL
               SET CHN-P-FUERA-SECUENCIA(CHN-IDX) TO TRUE
               ADD 1                       TO CHN-YA-COMPLETOS
               PERFORM 2350-REGISTRAR-MANUAL
               GO TO 2200-PROCESAR-PASO-EXIT
           END-IF
           PERFORM 2400-VERIFICAR-PRERREQUISITOS
           IF NOT CHN-PRERREQ-OK
               SET CHN-P-SIN-PRERREQ(CHN-IDX) TO TRUE
               SET CHN-DETENIDA            TO TRUE
               MOVE CHN-P-ID(CHN-IDX)      TO CHN-PASO-DETENCION
               MOVE 8                      TO CHN-CODIGO-RETORNO
               DISPLAY "PASO " CHN-P-ID(CHN-IDX)
                   " - PRERREQUISITO INCOMPLETO: " CHN-PRERREQ-FALTANTE
               GO TO 2200-PROCESAR-PASO-EXIT
           END-IF
           PERFORM 2500-EJECUTAR-PASO
           .
       2200-PROCESAR-PASO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-VERIFICAR-COMPLETO                                        *
      *     ESTADO DEL PASO CHN-JDX EN runcontrol.dat:                 *
      *     - REGISTRO DEL CONDUCTOR 'E' O 'F': ES EL PASO A RETOMAR.  *
      *     - REGISTRO DEL CONDUCTOR 'C': COMPLETO, SALVO QUE EL       *
      *       REGISTRO DEL PROGRAMA DE CONTROL YA NO ESTE 'C' (P.EJ.   *
      *       ANULADO CON SalesBackout).                               *
      *     - SIN REGISTRO DEL CONDUCTOR: COMPLETO "MANUAL" SI EL      *
      *       PROGRAMA DE CONTROL YA CORRIO COMPLETO PARA LA FECHA.    *
      *----------------------------------------------------------------*
       2300-VERIFICAR-COMPLETO.
           MOVE 'N'                        TO CHN-COMPLETO-SW
           MOVE CHN-FECHA-CORRIDA          TO CHN-K-FECHA
           MOVE CHN-TIENDA-SECUENCIA       TO CHN-K-TIENDA
           MOVE CHN-P-ID(CHN-JDX)          TO CHN-K-PROGRAMA
           PERFORM 5100-LEER-CONTROL THRU 5100-LEER-CONTROL-FIN
           IF CHN-CONTROL-HALLADO
               IF NOT RC-COMPLETA
                   GO TO 2300-VERIFICAR-COMPLETO-FIN
               END-IF
               SET CHN-PASO-COMPLETO       TO TRUE
               IF CHN-P-CTL-PROGRAMA(CHN-JDX) EQUAL SPACES
                   GO TO 2300-VERIFICAR-COMPLETO-FIN
               END-IF
           ELSE
               IF CHN-P-CTL-PROGRAMA(CHN-JDX) EQUAL SPACES
                   GO TO 2300-VERIFICAR-COMPLETO-FIN
               END-IF
           END-IF
           MOVE CHN-P-CTL-TIENDA(CHN-JDX)  TO CHN-K-TIENDA
           MOVE CHN-P-CTL-PROGRAMA(CHN-JDX) TO CHN-K-PROGRAMA
           PERFORM 5100-LEER-CONTROL THRU 5100-LEER-CONTROL-FIN
           IF CHN-CONTROL-HALLADO AND RC-COMPLETA
               IF NOT CHN-PASO-COMPLETO
                   SET CHN-PASO-MANUAL     TO TRUE
               END-IF
           ELSE
               MOVE 'N'                    TO CHN-COMPLETO-SW
           END-IF
           .
       2300-VERIFICAR-COMPLETO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2350-REGISTRAR-MANUAL                                          *
      *     EL PROGRAMA YA CORRIO COMPLETO FUERA DE LA SECUENCIA: SE   *
      *     REGISTRA EL PASO COMO COMPLETO CON LOS DATOS DE ESA        *
      *     CORRIDA                                                    *
      *----------------------------------------------------------------*
       2350-REGISTRAR-MANUAL.
           MOVE RUN-CONTROL-RECORD         TO CHN-REG-CONTROL
           MOVE CHN-TIENDA-SECUENCIA       TO CHN-R-TIENDA
           MOVE CHN-P-ID(CHN-IDX)          TO CHN-R-PROGRAMA
           MOVE CHN-R-CODIGO-RETORNO       TO CHN-P-RC(CHN-IDX)
           MOVE CHN-R-INICIO-HORA          TO CHN-P-INICIO(CHN-IDX)
           MOVE CHN-R-FIN-HORA             TO CHN-P-FIN(CHN-IDX)
           MOVE CHN-P-COMANDO(CHN-IDX)     TO CHN-R-ARCHIVO-ENTRADA
           PERFORM 5200-GRABAR-CONTROL
           .

      *----------------------------------------------------------------*
      * 2400-VERIFICAR-PRERREQUISITOS                                  *
      *     CADA PRERREQUISITO DEBE SER UN PASO QUE NO CORRESPONDE     *
      *     HOY O QUE ESTA COMPLETO PARA LA FECHA EN runcontrol.dat    *
      *     (SE VUELVE A LEER: PUDO ANULARSE MIENTRAS TANTO)           *
      *----------------------------------------------------------------*
       2400-VERIFICAR-PRERREQUISITOS.
           SET CHN-PRERREQ-OK              TO TRUE
           MOVE SPACES                     TO CHN-PRERREQ-FALTANTE
           PERFORM 2410-VERIFICAR-PRERREQUISITO
               VARYING CHN-K FROM 1 BY 1
               UNTIL CHN-K > CHN-P-PRERREQ-COUNT(CHN-IDX)
                  OR NOT CHN-PRERREQ-OK
           .

       2410-VERIFICAR-PRERREQUISITO.
           SET CHN-JDX                     TO 1
           SEARCH CHN-PASO VARYING CHN-JDX
               AT END
                   MOVE 'N'                TO CHN-PRERREQ-SW
               WHEN CHN-P-ID(CHN-JDX) EQUAL
                    CHN-P-PRERREQ(CHN-IDX, CHN-K)
                   IF CHN-P-NO-CORRESPONDE(CHN-JDX)
                       CONTINUE
                   ELSE
                       IF CHN-P-SATISFECHO(CHN-JDX)
                           PERFORM 2300-VERIFICAR-COMPLETO THRU
                                   2300-VERIFICAR-COMPLETO-FIN
                           IF NOT CHN-PASO-COMPLETO
                              AND NOT CHN-PASO-MANUAL
                               MOVE 'N'    TO CHN-PRERREQ-SW
                           END-IF
                       ELSE
                           MOVE 'N'        TO CHN-PRERREQ-SW
                       END-IF
                   END-IF
           END-SEARCH
           IF NOT CHN-PRERREQ-OK
               MOVE CHN-P-PRERREQ(CHN-IDX, CHN-K)
                   TO CHN-PRERREQ-FALTANTE
           END-IF
           .

      *----------------------------------------------------------------*
      * 2500-EJECUTAR-PASO                                             *
      *     REGISTRA EL PASO EN CURSO, LO EJECUTA Y LO CIERRA SEGUN    *
      *     SU CODIGO DE RETORNO. runcontrol.dat QUEDA CERRADO         *
      *     MIENTRAS CORRE EL PASO (LOS PROGRAMAS LO ABREN).           *
      *----------------------------------------------------------------*
       2500-EJECUTAR-PASO.
           MOVE SPACES                     TO CHN-REG-CONTROL
           MOVE CHN-FECHA-CORRIDA          TO CHN-R-FECHA
           MOVE CHN-TIENDA-SECUENCIA       TO CHN-R-TIENDA
           MOVE CHN-P-ID(CHN-IDX)          TO CHN-R-PROGRAMA
           MOVE 'E'                        TO CHN-R-ESTADO
           ACCEPT CHN-R-INICIO-FECHA FROM DATE
           ACCEPT CHN-R-INICIO-HORA FROM TIME
           MOVE ZERO                       TO CHN-R-FIN-FECHA
                                              CHN-R-FIN-HORA
                                              CHN-R-REG-LEIDOS
                                              CHN-R-REG-RECHAZADOS
                                              CHN-R-REG-DUPLICADOS
                                              CHN-R-CODIGO-RETORNO
           MOVE CHN-P-COMANDO(CHN-IDX)     TO CHN-R-ARCHIVO-ENTRADA
           PERFORM 5200-GRABAR-CONTROL
           MOVE CHN-R-INICIO-HORA          TO CHN-P-INICIO(CHN-IDX)
           DISPLAY "SECUENCIA - INICIA PASO " CHN-P-ID(CHN-IDX)
           MOVE ZERO                       TO RETURN-CODE
           CALL "SYSTEM" USING CHN-P-COMANDO(CHN-IDX)
           MOVE RETURN-CODE                TO CHN-RC-CRUDO
           MOVE ZERO                       TO RETURN-CODE
           IF CHN-RC-CRUDO < ZERO
               MOVE 12                     TO CHN-RC-CRUDO
           END-IF
           IF CHN-RC-CRUDO > 255
               DIVIDE 256 INTO CHN-RC-CRUDO
           END-IF
           IF CHN-RC-CRUDO > 99
               MOVE 12                     TO CHN-RC-CRUDO
           END-IF
           MOVE CHN-RC-CRUDO               TO CHN-P-RC(CHN-IDX)
           ACCEPT CHN-R-FIN-FECHA FROM DATE
           ACCEPT CHN-R-FIN-HORA FROM TIME
           MOVE CHN-R-FIN-HORA             TO CHN-P-FIN(CHN-IDX)
           MOVE CHN-P-RC(CHN-IDX)          TO CHN-R-CODIGO-RETORNO
           ADD 1                           TO CHN-EJECUTADOS
           MOVE CHN-P-RC(CHN-IDX)          TO CHN-RC-ED
           DISPLAY "SECUENCIA - TERMINA PASO " CHN-P-ID(CHN-IDX)
               " RC=" CHN-RC-ED
           MOVE 'N'                        TO CHN-RC-PERMITIDO-SW
           IF CHN-P-RC(CHN-IDX) < 8
               PERFORM 2510-COMPARAR-RC
                   VARYING CHN-K FROM 1 BY 1
                   UNTIL CHN-K > CHN-P-RC-COUNT(CHN-IDX)
           END-IF
           IF CHN-RC-ES-PERMITIDO
               SET CHN-P-EJECUTADO(CHN-IDX) TO TRUE
               MOVE 'C'                    TO CHN-R-ESTADO
               IF CHN-P-RC(CHN-IDX) > CHN-RC-MAXIMO
                   MOVE CHN-P-RC(CHN-IDX)  TO CHN-RC-MAXIMO
               END-IF
           ELSE
               SET CHN-P-FALLIDO(CHN-IDX)  TO TRUE
               MOVE 'F'                    TO CHN-R-ESTADO
               SET CHN-DETENIDA            TO TRUE
               MOVE CHN-P-ID(CHN-IDX)      TO CHN-PASO-DETENCION
               IF CHN-P-RC(CHN-IDX) NOT < 12
                   MOVE 12                 TO CHN-CODIGO-RETORNO
               ELSE
                   MOVE 8                  TO CHN-CODIGO-RETORNO
               END-IF
           END-IF
           PERFORM 5200-GRABAR-CONTROL
           .

       2510-COMPARAR-RC.
           IF CHN-P-RC-PERMITIDO(CHN-IDX, CHN-K) EQUAL CHN-P-RC(CHN-IDX)
               SET CHN-RC-ES-PERMITIDO     TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * 2800-IMPRIMIR-RESUMEN                                          *
      *----------------------------------------------------------------*
       2800-IMPRIMIR-RESUMEN.
           MOVE SPACES                     TO REPORT-RECORD
           MOVE "PASO"                     TO REPORT-RECORD(1:4)
           MOVE "CONTROL"                  TO REPORT-RECORD(10:7)
           MOVE "F"                        TO REPORT-RECORD(30:1)
           MOVE "PRERREQUISITOS"           TO REPORT-RECORD(32:14)
           MOVE "RC PERMITIDOS"            TO REPORT-RECORD(77:13)
           MOVE "RESULTADO"                TO REPORT-RECORD(92:9)
           MOVE "RC"                       TO REPORT-RECORD(115:2)
           MOVE "INICIO"                   TO REPORT-RECORD(118:6)
           MOVE "FIN"                      TO REPORT-RECORD(124:3)
           WRITE REPORT-RECORD
           PERFORM 2810-IMPRIMIR-PASO
               VARYING CHN-IDX FROM 1 BY 1
               UNTIL CHN-IDX > CHN-PASOS-COUNT
           MOVE SPACES                     TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE CHN-EJECUTADOS             TO CHN-CONTEO-ED
           MOVE SPACES                     TO REPORT-RECORD
           STRING "PASOS EJECUTADOS: "     DELIMITED BY SIZE
                  CHN-CONTEO-ED            DELIMITED BY SIZE
                  INTO REPORT-RECORD
           MOVE CHN-YA-COMPLETOS           TO CHN-CONTEO-ED
           MOVE "YA COMPLETOS: "           TO REPORT-RECORD(26:14)
           MOVE CHN-CONTEO-ED              TO REPORT-RECORD(40:4)
           MOVE CHN-NO-CORRESPONDEN        TO CHN-CONTEO-ED
           MOVE "NO CORRESPONDEN: "        TO REPORT-RECORD(48:17)
           MOVE CHN-CONTEO-ED              TO REPORT-RECORD(65:4)
           MOVE CHN-NO-EJECUTADOS          TO CHN-CONTEO-ED
           MOVE "NO EJECUTADOS: "          TO REPORT-RECORD(73:15)
           MOVE CHN-CONTEO-ED              TO REPORT-RECORD(88:4)
           WRITE REPORT-RECORD
           MOVE CHN-CODIGO-RETORNO         TO CHN-RC-ED
           MOVE SPACES                     TO REPORT-RECORD
           IF CHN-DETENIDA
               STRING "SECUENCIA DETENIDA EN EL PASO "
                      DELIMITED BY SIZE
                      CHN-PASO-DETENCION   DELIMITED BY SPACE
                      " - CODIGO DE RETORNO " DELIMITED BY SIZE
                      CHN-RC-ED            DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES                 TO REPORT-RECORD
               STRING "PARA RETOMAR, VOLVER A EJECUTAR CON "
                      DELIMITED BY SIZE
                      "SALES_RUN_DATE="    DELIMITED BY SIZE
                      CHN-FECHA-CORRIDA    DELIMITED BY SIZE
                      " (LOS PASOS COMPLETOS SE SALTAN)"
                      DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               STRING "SECUENCIA COMPLETA - CODIGO DE RETORNO "
                      DELIMITED BY SIZE
                      CHN-RC-ED            DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           DISPLAY "=========================================="
           DISPLAY "  SECUENCIA NOCTURNA"
           DISPLAY "=========================================="
           DISPLAY "FECHA DE CORRIDA      : " CHN-FECHA-CORRIDA
           DISPLAY "PASOS DEFINIDOS       : " CHN-PASOS-COUNT
           DISPLAY "PASOS EJECUTADOS      : " CHN-EJECUTADOS
           DISPLAY "YA COMPLETOS          : " CHN-YA-COMPLETOS
           DISPLAY "NO CORRESPONDEN       : " CHN-NO-CORRESPONDEN
           DISPLAY "NO EJECUTADOS         : " CHN-NO-EJECUTADOS
           IF CHN-DETENIDA
               DISPLAY "DETENIDA EN EL PASO   : " CHN-PASO-DETENCION
           END-IF
           DISPLAY "=========================================="
           DISPLAY "CODIGO DE RETORNO DE LA SECUENCIA: "
               CHN-CODIGO-RETORNO
           .

      *----------------------------------------------------------------*
      * 2810-IMPRIMIR-PASO                                             *
      *----------------------------------------------------------------*
       2810-IMPRIMIR-PASO.
           MOVE SPACES                     TO CHN-LINEA-PASO
           MOVE CHN-P-ID(CHN-IDX)          TO CHN-LP-PASO
           IF CHN-P-CTL-PROGRAMA(CHN-IDX) NOT EQUAL SPACES
               STRING CHN-P-CTL-PROGRAMA(CHN-IDX) DELIMITED BY SPACE
                      "/"                  DELIMITED BY SIZE
                      CHN-P-CTL-TIENDA(CHN-IDX) DELIMITED BY SPACE
                      INTO CHN-LP-CONTROL
           END-IF
           MOVE CHN-P-FRECUENCIA(CHN-IDX)  TO CHN-LP-FRECUENCIA
           MOVE CHN-P-PRERREQ-TEXTO(CHN-IDX) TO CHN-LP-PRERREQ
           MOVE CHN-P-RC-TEXTO(CHN-IDX)    TO CHN-LP-RCS
           EVALUATE TRUE
               WHEN CHN-P-YA-COMPLETO(CHN-IDX)
                   MOVE "YA COMPLETO"      TO CHN-LP-RESULTADO
               WHEN CHN-P-FUERA-SECUENCIA(CHN-IDX)
                   MOVE "COMPLETO FUERA SECUEN." TO CHN-LP-RESULTADO
               WHEN CHN-P-NO-CORRESPONDE(CHN-IDX)
                   MOVE "NO CORRESPONDE HOY" TO CHN-LP-RESULTADO
               WHEN CHN-P-EJECUTADO(CHN-IDX)
                   MOVE "EJECUTADO"        TO CHN-LP-RESULTADO
               WHEN CHN-P-FALLIDO(CHN-IDX)
                   MOVE "*** FALLIDO"      TO CHN-LP-RESULTADO
               WHEN CHN-P-SIN-PRERREQ(CHN-IDX)
                   MOVE SPACES             TO CHN-LP-RESULTADO
                   STRING "*** FALTA "     DELIMITED BY SIZE
                          CHN-PRERREQ-FALTANTE DELIMITED BY SPACE
                          INTO CHN-LP-RESULTADO
               WHEN OTHER
                   MOVE "NO EJECUTADO"     TO CHN-LP-RESULTADO
                   ADD 1                   TO CHN-NO-EJECUTADOS
           END-EVALUATE
           IF CHN-P-EJECUTADO(CHN-IDX) OR CHN-P-FALLIDO(CHN-IDX)
              OR CHN-P-FUERA-SECUENCIA(CHN-IDX)
               MOVE CHN-P-RC(CHN-IDX)      TO CHN-RC-ED
               MOVE CHN-RC-ED              TO CHN-LP-RC
               MOVE CHN-P-INICIO(CHN-IDX)  TO CHN-HE-HORA
               PERFORM 2820-EDITAR-HORA
               MOVE CHN-HE-TEXTO           TO CHN-LP-INICIO
               MOVE CHN-P-FIN(CHN-IDX)     TO CHN-HE-HORA
               PERFORM 2820-EDITAR-HORA
               MOVE CHN-HE-TEXTO           TO CHN-LP-FIN
           END-IF
           MOVE SPACES                     TO REPORT-RECORD
           MOVE CHN-LINEA-PASO             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE CHN-P-COMANDO(CHN-IDX)     TO CHN-LC-COMANDO
           MOVE CHN-LINEA-COMANDO          TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       2820-EDITAR-HORA.
           MOVE CHN-HE-HH                  TO CHN-HE-T-HH
           MOVE CHN-HE-MI                  TO CHN-HE-T-MI
           .

      *----------------------------------------------------------------*
      * 2900-CERRAR-SECUENCIA                                          *
      *     DEJA EL REGISTRO DE LA SECUENCIA COMPLETO ('C') O FALLIDO  *
      *     ('F'); EN AMBOS CASOS YA NO BLOQUEA UNA NUEVA CORRIDA      *
      *----------------------------------------------------------------*
       2900-CERRAR-SECUENCIA.
           MOVE CHN-REG-SECUENCIA          TO CHN-REG-CONTROL
           IF CHN-DETENIDA
               MOVE 'F'                    TO CHN-R-ESTADO
           ELSE
               MOVE 'C'                    TO CHN-R-ESTADO
           END-IF
           ACCEPT CHN-R-FIN-FECHA FROM DATE
           ACCEPT CHN-R-FIN-HORA FROM TIME
           MOVE CHN-CODIGO-RETORNO         TO CHN-R-CODIGO-RETORNO
           PERFORM 5200-GRABAR-CONTROL
           .

      *----------------------------------------------------------------*
      * 5100-LEER-CONTROL                                              *
      *     LEE LA CLAVE CHN-CLAVE-CONSULTA; EL ARCHIVO SE ABRE Y      *
      *     CIERRA EN CADA CONSULTA PORQUE LOS PASOS LO USAN ENTRE     *
      *     UNA Y OTRA                                                 *
      *----------------------------------------------------------------*
       5100-LEER-CONTROL.
           MOVE 'N'                        TO CHN-CONTROL-HALLADO-SW
           OPEN INPUT RUN-CONTROL-FILE
           IF RCF-STATUS EQUAL '35'
               GO TO 5100-LEER-CONTROL-FIN
           END-IF
           IF RCF-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING RUN CONTROL FILE - STATUS: "
                   RCF-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           MOVE CHN-CLAVE-CONSULTA         TO RC-KEY
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CHN-CONTROL-HALLADO TO TRUE
           END-READ
           CLOSE RUN-CONTROL-FILE
           .
       5100-LEER-CONTROL-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-GRABAR-CONTROL                                            *
      *     ESCRIBE CHN-REG-CONTROL, O LO REEMPLAZA SI LA CLAVE YA     *
      *     EXISTE; CREA runcontrol.dat SI FALTA                       *
      *----------------------------------------------------------------*
       5200-GRABAR-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF RCF-STATUS EQUAL '35'
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF RCF-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING RUN CONTROL FILE - STATUS: "
                   RCF-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           MOVE CHN-R-KEY                  TO RC-KEY
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE CHN-REG-CONTROL    TO RUN-CONTROL-RECORD
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   MOVE CHN-REG-CONTROL    TO RUN-CONTROL-RECORD
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           IF RCF-STATUS NOT EQUAL '00'
               DISPLAY "ERROR WRITING RUN CONTROL FILE - STATUS: "
                   RCF-STATUS
               CLOSE RUN-CONTROL-FILE
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           CLOSE RUN-CONTROL-FILE
           .

      *----------------------------------------------------------------*
      * 3000-FINAL-PROGRAMA                                            *
      *----------------------------------------------------------------*
       3000-FINAL-PROGRAMA.
           IF RPT-ABIERTO
               CLOSE CHAIN-REPORT-FILE
           END-IF
           MOVE CHN-CODIGO-RETORNO         TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM SalesChainDriver.
