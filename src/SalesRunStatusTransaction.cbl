      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SalesRunStatusTransaction.
       AUTHOR.        ERICK STIVEN FIERRO PERDOMO.
       INSTALLATION.  TIENDA-01.
       DATE-WRITTEN.  2026.10.15
      *----------------------------------------------------------------*
      *    DESCRIPCION : TRANSACCION CICS (SDRS) DE CONSULTA DEL       *
      *                  ESTADO DE LAS CORRIDAS DEL LOTE NOCTURNO, PARA*
      *                  QUE LA MESA DE AYUDA RESPONDA "LA TIENDA X    *
      *                  REPORTO AYER?" SIN LLAMAR A OPERACIONES:      *
      *                  - SIN ACCION (LISTA): LOS SIETE DIAS QUE      *
      *                    TERMINAN EN LA FECHA TECLEADA (HOY SI VA EN *
      *                    BLANCO), DEL MAS RECIENTE AL MAS ANTIGUO.   *
      *                    CADA FECHA LLEVA UNA LINEA DE RESUMEN       *
      *                    (ESTADO DEL LOTE CONTABLE EN glbatchreg.dat,*
      *                    CORRIDAS, ANULADAS, TIENDAS ACTIVAS SIN     *
      *                    CORRIDA SALESPRC COMPLETA Y EXCEPCIONES) Y  *
      *                    DEBAJO UNA LINEA POR TIENDA Y PROGRAMA DEL  *
      *                    CONTROL DE CORRIDAS (runcontrol.dat): ESTADO*
      *                    RC-ESTADO, HORA DE INICIO Y FIN, REGISTROS  *
      *                    LEIDOS, RECHAZADOS Y DUPLICADOS Y CODIGO DE *
      *                    RETORNO.                                    *
      *                  - ACCION D (DETALLE) DE UNA FECHA: EL LOTE    *
      *                    CONTABLE COMPLETO, LAS CORRIDAS, LAS TIENDAS*
      *                    ACTIVAS DEL DIRECTORIO SIN CORRIDA SALESPRC *
      *                    COMPLETA Y LAS LINEAS DEL HISTORIAL DE      *
      *                    EXCEPCIONES DE ESA FECHA.                   *
      *                  SE RESALTAN (ATRIBUTO BRILLANTE) LAS CORRIDAS *
      *                  ANULADAS ('B'), EN CURSO O CON CODIGO DE      *
      *                  RETORNO 8 O MAS, LAS TIENDAS QUE NO ESTAN EN  *
      *                  EL DIRECTORIO, LAS TIENDAS ACTIVAS QUE NO     *
      *                  CORRIERON Y LOS LOTES CONTABLES PENDIENTES,   *
      *                  RECHAZADOS, CON DIFERENCIA O NO GENERADOS.    *
      *                  UN FILTRO DE TIENDA DEJA SOLO LAS CORRIDAS DE *
      *                  ESA TIENDA Y LAS DE LA CADENA ("CADENA" Y LOS *
      *                  PASOS DE SalesChainDriver, "SECUENCIA").      *
      *                  EL HISTORIAL DE EXCEPCIONES Y EL DIRECTORIO DE*
      *                  TIENDAS SON ARCHIVOS DE TEXTO QUE CICS NO LEE;*
      *                  SE CONSULTAN EN SUS COPIAS INDEXADAS EXCHIST Y*
      *                  STOREDIR, QUE PUBLICA CADA NOCHE EL LOTE      *
      *                  SalesRunStatusLoad.                           *
      *                  COMO SDPH, EN CADA TAREA PSEUDO-              *
      *                  CONVERSACIONAL SE REARMA LA TABLA DE LINEAS   *
      *                  DESDE LOS ARCHIVOS; LOS CRITERIOS Y EL CURSOR *
      *                  DE NAVEGACION VIAJAN EN EL DFHCOMMAREA.       *
      *----------------------------------------------------------------*
      *    HISTORIAL DE MODIFICACIONES                                 *
      *    FECHA        INIC.  DESCRIPCION                             *
      *    2026.10.15   ESFP   VERSION INICIAL                         *
      *    2026.10.15   ESFP   PASOS DE LA SECUENCIA NOCTURNA ("SECUEN-*
      *                        CIA") COMO CORRIDAS DE CADENA; RESALTA  *
      *                        LOS PASOS FALLIDOS ('F')                *
      *----------------------------------------------------------------*
      *            E N V I R O N M E N T   D I V I S I O N             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
      *                   D A T A   D I V I S I O N                    *
      *----------------------------------------------------------------*
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY SalesRunStatusMap.
       COPY DFHAID.
       COPY DFHBMSCA.
      *----------------------------------------------------------------*
      *     COPIA DE TRABAJO DE UN REGISTRO DEL CONTROL DE CORRIDAS    *
      *     (ARCHIVO RUNCTL = runcontrol.dat, ESCRITO POR              *
      *     SalesDataProcessor); EL LAYOUT DEBE COINCIDIR CON EL SUYO. *
      *----------------------------------------------------------------*
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
      *     COPIA DE TRABAJO DEL REGISTRO DE LOTES CONTABLES (ARCHIVO  *
      *     GLBATREG = glbatchreg.dat); DEBE COINCIDIR CON             *
      *     GL-BATCH-REG-RECORD EN SalesGLFeedExport.cbl.              *
      *----------------------------------------------------------------*
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
      *     COPIA INDEXADA DEL HISTORIAL DE EXCEPCIONES (EXCHIST) Y    *
      *     DEL DIRECTORIO DE TIENDAS (STOREDIR); DEBEN COINCIDIR CON  *
      *     LOS DE SalesRunStatusLoad.cbl, QUE LOS PUBLICA.            *
      *----------------------------------------------------------------*
       01 EXC-INDEX-RECORD.
           05 EXI-KEY.
               10 EXI-FECHA                PIC 9(06).
               10 EXI-SECUENCIA            PIC 9(07).
           05 EXI-DETALLE                  PIC X(65).
       01 STORE-DIR-INDEX-RECORD.
           05 SDX-TIENDA                   PIC X(10).
           05 SDX-ESTADO                   PIC X(01).
               88 SDX-ACTIVA                          VALUE 'A'.
           05 SDX-REGISTRO                 PIC X(80).
      *----------------------------------------------------------------*
      *                           VARIABLES                            *
      *----------------------------------------------------------------*
       77 RST-RESP                         PIC S9(08) COMP.
       77 RST-ABSTIME                      PIC S9(15) COMP-3.
       77 RST-FECHA-HOY                    PIC X(06).
       77 RST-PAGINA-TAMANO                PIC 9(02) COMP VALUE 14.
       77 RST-DIAS-LISTA                   PIC 9(02) COMP VALUE 7.
       77 RST-LINEA                        PIC 9(02) COMP.
       77 RST-ENTRADA-IDX                  PIC 9(04) COMP.
       77 RST-RESUMEN-IDX                  PIC 9(04) COMP.
       77 RST-FECHA-BASE                   PIC 9(06) VALUE ZERO.
       77 RST-FECHA-PROCESO                PIC 9(06) VALUE ZERO.
       77 RST-FIN-BROWSE-SW                PIC X(01) VALUE 'N'.
           88 RST-FIN-BROWSE                          VALUE 'Y'.
       77 RST-EN-DIRECTORIO-SW             PIC X(01) VALUE 'N'.
           88 RST-EN-DIRECTORIO                       VALUE 'S'.
       77 RST-LOTE-HALLADO-SW              PIC X(01) VALUE 'N'.
           88 RST-LOTE-HALLADO                        VALUE 'S'.
       01 RST-MENSAJE                      PIC X(79).
       01 RST-CLAVE-CONTROL.
           05 RST-CC-FECHA                 PIC 9(06).
           05 RST-CC-TIENDA                PIC X(10).
           05 RST-CC-PROGRAMA              PIC X(08).
       01 RST-CLAVE-EXCEPCION.
           05 RST-CE-FECHA                 PIC 9(06).
           05 RST-CE-SECUENCIA             PIC 9(07).
       01 RST-CLAVE-DIRECTORIO             PIC X(10).
       01 RST-CLAVE-LOTE                   PIC 9(06).
       01 RST-FECHA-ENTRADA.
           05 RST-FECHA-ENTRADA-X          PIC X(06).
           05 RST-FECHA-ENTRADA-N REDEFINES RST-FECHA-ENTRADA-X
                                           PIC 9(06).
      *----------------------------------------------------------------*
      *     DIRECTORIO DE TIENDAS PUBLICADO (HASTA 100 TIENDAS), CON   *
      *     LA MARCA DE CORRIDA SALESPRC COMPLETA DE LA FECHA EN CURSO *
      *----------------------------------------------------------------*
       01 RST-DIRECTORIO.
           05 RST-DIR-COUNT                PIC 9(03) COMP VALUE ZERO.
           05 RST-DIR-ENTRY OCCURS 100 TIMES INDEXED BY RST-DIR-IDX.
               10 RST-DIR-TIENDA           PIC X(10).
               10 RST-DIR-ESTADO           PIC X(01).
                   88 RST-DIR-ACTIVA                  VALUE 'A'.
               10 RST-DIR-CORRIO-SW        PIC X(01).
                   88 RST-DIR-CORRIO                  VALUE 'S'.
       77 RST-DIR-MAX                      PIC 9(03) COMP VALUE 100.
       77 RST-DIR-PUBLICADO-SW             PIC X(01) VALUE 'N'.
           88 RST-DIR-PUBLICADO                       VALUE 'S'.
      *----------------------------------------------------------------*
      *     TABLA DE LINEAS DE LA CONSULTA ACTUAL (HASTA 300), REARMADA*
      *     EN CADA TAREA; CADA LINEA LLEVA SU MARCA DE RESALTADO      *
      *----------------------------------------------------------------*
       01 RST-TABLA.
           05 RST-COUNT                    PIC 9(04) COMP VALUE ZERO.
           05 RST-ENTRADA OCCURS 300 TIMES INDEXED BY RST-IDX.
               10 RST-E-TEXTO              PIC X(79).
               10 RST-E-RESALTE-SW         PIC X(01).
                   88 RST-E-RESALTE                   VALUE 'S'.
       77 RST-MAX-LINEAS                   PIC 9(04) COMP VALUE 300.
       77 RST-TRUNCADA-SW                  PIC X(01) VALUE 'N'.
           88 RST-TRUNCADA                            VALUE 'S'.
       01 RST-NUEVA-LINEA.
           05 RST-NUEVO-TEXTO              PIC X(79).
           05 RST-NUEVO-RESALTE-SW         PIC X(01).
               88 RST-NUEVO-RESALTE                   VALUE 'S'.
      *----------------------------------------------------------------*
      *     CONTEOS DE LA FECHA EN CURSO                               *
      *----------------------------------------------------------------*
       01 RST-CONTEOS-FECHA.
           05 RST-F-CORRIDAS               PIC 9(04) COMP.
           05 RST-F-ANULADAS               PIC 9(04) COMP.
           05 RST-F-EN-PROCESO             PIC 9(04) COMP.
           05 RST-F-RC-ALTO                PIC 9(04) COMP.
           05 RST-F-SIN-DIRECTORIO         PIC 9(04) COMP.
           05 RST-F-SIN-CORRIDA            PIC 9(04) COMP.
           05 RST-F-EXCEPCIONES            PIC 9(04) COMP.
      *----------------------------------------------------------------*
      *     RESTA DE DIAS CALENDARIO SOBRE UNA FECHA AAMMDD, COMO EN   *
      *     SalesFlashReport (ANOS 2000-2099)                          *
      *----------------------------------------------------------------*
       01 RST-CALENDARIO.
           05 RST-CAL-FECHA                PIC 9(06).
           05 RST-CAL-FECHA-R REDEFINES RST-CAL-FECHA.
               10 RST-CAL-AA               PIC 9(02).
               10 RST-CAL-MM               PIC 9(02).
               10 RST-CAL-DD               PIC 9(02).
           05 RST-CAL-COCIENTE             PIC 9(02) COMP.
           05 RST-CAL-RESTO                PIC 9(02) COMP.
           05 RST-CAL-LARGO                PIC 9(02) COMP.
       01 RST-LARGO-MESES.
           05 FILLER                       PIC X(24) VALUE
               "312831303130313130313031".
       01 RST-LARGO-MESES-R REDEFINES RST-LARGO-MESES.
           05 RST-LARGO-MES PIC 9(02) OCCURS 12 TIMES.
      *----------------------------------------------------------------*
      *     HORA HHMMSSCC DEL CONTROL DE CORRIDAS EN FORMATO HH:MM     *
      *----------------------------------------------------------------*
       01 RST-HORA.
           05 RST-HORA-N                   PIC 9(08).
           05 RST-HORA-R REDEFINES RST-HORA-N.
               10 RST-HORA-HH              PIC 9(02).
               10 RST-HORA-MI              PIC 9(02).
               10 FILLER                   PIC 9(04).
       01 RST-HORA-ED.
           05 RST-HED-HH                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 RST-HED-MI                   PIC 9(02).
      *----------------------------------------------------------------*
      *     LINEAS DE PANTALLA.  LA LINEA DE CORRIDA ESTA ALINEADA CON *
      *     RST-CABECERA-CORRIDAS.                                     *
      *----------------------------------------------------------------*
       01 RST-CABECERA-CORRIDAS.
           05 FILLER                       PIC X(37) VALUE
               "  TIENDA     PROGRAMA E INIC. FIN    ".
           05 FILLER                       PIC X(42) VALUE
               "LEIDOS  RECHAZ  DUPLIC RC MARCA".
       01 RST-LINEA-RESUMEN.
           05 RST-LR-FECHA                 PIC 9(06).
           05 FILLER                       PIC X(05) VALUE " GL: ".
           05 RST-LR-LOTE                  PIC X(10).
           05 FILLER                       PIC X(10) VALUE " CORRIDAS:".
           05 RST-LR-CORRIDAS              PIC ZZ9.
           05 FILLER                       PIC X(10) VALUE " ANULADAS:".
           05 RST-LR-ANULADAS              PIC ZZ9.
           05 FILLER                       PIC X(13) VALUE
               " SIN CORRIDA:".
           05 RST-LR-SIN-CORRIDA           PIC ZZ9.
           05 FILLER                       PIC X(08) VALUE " EXCEP.:".
           05 RST-LR-EXCEPCIONES           PIC ZZZ9.
           05 FILLER                       PIC X(04) VALUE SPACES.
       01 RST-LINEA-CORRIDA.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 RST-LC-TIENDA                PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RST-LC-PROGRAMA              PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RST-LC-ESTADO                PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RST-LC-INICIO                PIC X(05).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RST-LC-FIN                   PIC X(05).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RST-LC-LEIDOS                PIC Z(06)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RST-LC-RECHAZADOS            PIC Z(06)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RST-LC-DUPLICADOS            PIC Z(06)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RST-LC-RETORNO               PIC Z9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RST-LC-MARCA                 PIC X(10).
           05 FILLER                       PIC X(06) VALUE SPACES.
       01 RST-LINEA-LOTE.
           05 FILLER                       PIC X(08) VALUE "LOTE GL ".
           05 RST-LL-FECHA                 PIC 9(06).
           05 FILLER                       PIC X(02) VALUE ": ".
           05 RST-LL-ESTADO                PIC X(10).
           05 FILLER                       PIC X(05) VALUE " REG:".
           05 RST-LL-REGISTROS             PIC Z(05)9.
           05 FILLER                       PIC X(05) VALUE " DEB:".
           05 RST-LL-DEBITOS               PIC -(13)9.
           05 FILLER                       PIC X(06) VALUE " CRED:".
           05 RST-LL-CREDITOS              PIC -(13)9.
           05 FILLER                       PIC X(03) VALUE SPACES.
       01 RST-LINEA-ENTREGA.
           05 FILLER                       PIC X(11) VALUE
               "  ENTREGA: ".
           05 RST-LE-FECHA                 PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RST-LE-HORA                  PIC X(05).
           05 FILLER                       PIC X(11) VALUE
               "  ARCHIVO: ".
           05 RST-LE-ARCHIVO               PIC X(45).
       01 RST-LINEA-SIN-CORRIDA.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 RST-LS-TIENDA                PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 FILLER                       PIC X(22) VALUE
               "*SIN CORRIDA SALESPRC ".
           05 FILLER                       PIC X(44) VALUE
               "COMPLETA".
       01 RST-LINEA-EXCEPCION.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 RST-LX-DETALLE               PIC X(65).
           05 FILLER                       PIC X(12) VALUE SPACES.
       01 RST-CONTEO-ED                    PIC ZZZ9.
       01 WS-MENSAJE-DESPEDIDA             PIC X(60) VALUE
           "SESION DE CONSULTA DE CORRIDAS TERMINADA".
      *----------------------------------------------------------------*
      *          L I N K A G E   S E C T I O N                         *
      *     CRITERIOS DE LA CONSULTA (FECHA, FILTRO DE TIENDA, MODO)   *
      *     Y CURSOR DE NAVEGACION, ENTRE TAREAS PSEUDO-               *
      *     CONVERSACIONALES                                           *
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 RST-INDICE-INICIO            PIC 9(04) COMP.
           05 RST-FECHA-CONSULTA           PIC 9(06).
               88 RST-FECHA-HOY-DEFECTO              VALUE ZERO.
           05 RST-TIENDA-FILTRO            PIC X(10).
               88 RST-FILTRO-TODAS                   VALUE SPACES.
           05 RST-MODO                     PIC X(01).
               88 RST-MODO-LISTA                     VALUE 'L'.
               88 RST-MODO-DETALLE                   VALUE 'D'.
      *----------------------------------------------------------------*
      *               P R O C E D U R E   D I V I S I O N              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE SPACES                     TO RST-MENSAJE
           IF EIBCALEN EQUAL ZERO
               MOVE LOW-VALUES             TO DFHCOMMAREA
               MOVE 1                      TO RST-INDICE-INICIO
               MOVE ZERO                   TO RST-FECHA-CONSULTA
               MOVE SPACES                 TO RST-TIENDA-FILTRO
               SET RST-MODO-LISTA          TO TRUE
           ELSE
               EVALUATE EIBAID
                   WHEN DFHPF3
                       GO TO 0000-MAINLINE-SALIR
                   WHEN DFHENTER
                       PERFORM 0500-RECIBIR-CRITERIOS THRU
                               0500-RECIBIR-CRITERIOS-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 1000-CARGAR-DIRECTORIO
           PERFORM 1100-ARMAR-CONSULTA
           IF EIBCALEN > ZERO
               EVALUATE EIBAID
                   WHEN DFHPF7
                       PERFORM 2000-PAGINA-ANTERIOR
                   WHEN DFHPF8
                       PERFORM 2100-PAGINA-SIGUIENTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 4000-ARMAR-PANTALLA
           EXEC CICS SEND MAP('RUN1')
               MAPSET('RUNSTS')
               FROM(RUN1O)
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID('SDRS')
               COMMAREA(DFHCOMMAREA)
           END-EXEC
           GO TO 0000-MAINLINE-EXIT.
       0000-MAINLINE-SALIR.
           EXEC CICS SEND TEXT
               FROM(WS-MENSAJE-DESPEDIDA)
               LENGTH(LENGTH OF WS-MENSAJE-DESPEDIDA)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
       0000-MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 0500-RECIBIR-CRITERIOS                                         *
      *     CON ENTER SE RECIBE EL MAPA.  SOLO LOS CAMPOS TECLEADOS    *
      *     CAMBIAN LOS CRITERIOS DE LA CONVERSACION (FECHA EN BLANCO  *
      *     O EN CEROS = HOY, TIENDA * = TODAS, ACCION EN BLANCO =     *
      *     LISTA) Y LA NAVEGACION VUELVE A LA PRIMERA PAGINA          *
      *----------------------------------------------------------------*
       0500-RECIBIR-CRITERIOS.
           MOVE 1                          TO RST-INDICE-INICIO
           EXEC CICS RECEIVE MAP('RUN1')
               MAPSET('RUNSTS')
               INTO(RUN1I)
               RESP(RST-RESP)
           END-EXEC
           IF RST-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 0500-RECIBIR-CRITERIOS-EXIT
           END-IF
           IF FECHAL > ZERO
               MOVE FECHAI                 TO RST-FECHA-ENTRADA-X
               EVALUATE TRUE
                   WHEN RST-FECHA-ENTRADA-X EQUAL SPACES
                       MOVE ZERO           TO RST-FECHA-CONSULTA
                   WHEN RST-FECHA-ENTRADA-X NUMERIC
                       MOVE RST-FECHA-ENTRADA-N
                           TO RST-FECHA-CONSULTA
                   WHEN OTHER
                       MOVE "FECHA INVALIDA - USE AAMMDD"
                           TO RST-MENSAJE
               END-EVALUATE
           END-IF
           IF TIENDAL > ZERO
               MOVE TIENDAI                TO RST-TIENDA-FILTRO
               IF RST-TIENDA-FILTRO EQUAL "*"
                   MOVE SPACES             TO RST-TIENDA-FILTRO
               END-IF
           END-IF
           IF ACCIONL > ZERO
               EVALUATE ACCIONI
                   WHEN 'D'
                       SET RST-MODO-DETALLE TO TRUE
                   WHEN SPACE
                       SET RST-MODO-LISTA  TO TRUE
                   WHEN OTHER
                       MOVE "ACCION INVALIDA - USE D O DEJELA EN BLANCO"
                           TO RST-MENSAJE
               END-EVALUATE
           END-IF
           .
       0500-RECIBIR-CRITERIOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1000-CARGAR-DIRECTORIO                                         *
      *     CARGA EL DIRECTORIO PUBLICADO (STOREDIR).  SIN DIRECTORIO  *
      *     NO SE MARCA NINGUNA TIENDA COMO AUSENTE NI COMO SIN        *
      *     CORRIDA: NO HAY CONTRA QUE COMPARAR.                       *
      *----------------------------------------------------------------*
       1000-CARGAR-DIRECTORIO.
           MOVE ZERO                       TO RST-DIR-COUNT
           MOVE 'N'                        TO RST-DIR-PUBLICADO-SW
           MOVE 'N'                        TO RST-FIN-BROWSE-SW
           MOVE LOW-VALUES                 TO RST-CLAVE-DIRECTORIO
           EXEC CICS STARTBR FILE('STOREDIR')
               RIDFLD(RST-CLAVE-DIRECTORIO)
               GTEQ
               RESP(RST-RESP)
           END-EXEC
           IF RST-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 1010-LEER-DIRECTORIO THRU
                       1010-LEER-DIRECTORIO-EXIT
                   UNTIL RST-FIN-BROWSE
               EXEC CICS ENDBR FILE('STOREDIR')
               END-EXEC
           END-IF
           IF RST-DIR-COUNT > ZERO
               SET RST-DIR-PUBLICADO       TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * 1010-LEER-DIRECTORIO                                           *
      *----------------------------------------------------------------*
       1010-LEER-DIRECTORIO.
           EXEC CICS READNEXT FILE('STOREDIR')
               INTO(STORE-DIR-INDEX-RECORD)
               RIDFLD(RST-CLAVE-DIRECTORIO)
               RESP(RST-RESP)
           END-EXEC
           IF RST-RESP NOT EQUAL DFHRESP(NORMAL)
               OR RST-DIR-COUNT NOT < RST-DIR-MAX
               SET RST-FIN-BROWSE          TO TRUE
               GO TO 1010-LEER-DIRECTORIO-EXIT
           END-IF
           ADD 1                           TO RST-DIR-COUNT
           SET RST-DIR-IDX                 TO RST-DIR-COUNT
           MOVE SDX-TIENDA
               TO RST-DIR-TIENDA(RST-DIR-IDX)
           MOVE SDX-ESTADO
               TO RST-DIR-ESTADO(RST-DIR-IDX)
           MOVE 'N'
               TO RST-DIR-CORRIO-SW(RST-DIR-IDX)
           .
       1010-LEER-DIRECTORIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-ARMAR-CONSULTA                                            *
      *     ARMA LA TABLA DE LINEAS: EN LISTA, UN BLOQUE POR CADA UNO  *
      *     DE LOS SIETE DIAS QUE TERMINAN EN LA FECHA BASE (EL MAS    *
      *     RECIENTE PRIMERO); EN DETALLE, LAS CUATRO SECCIONES DE LA  *
      *     FECHA BASE                                                 *
      *----------------------------------------------------------------*
       1100-ARMAR-CONSULTA.
           MOVE ZERO                       TO RST-COUNT
           MOVE 'N'                        TO RST-TRUNCADA-SW
           IF RST-FECHA-HOY-DEFECTO
               EXEC CICS ASKTIME
                   ABSTIME(RST-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME(RST-ABSTIME)
                   YYMMDD(RST-FECHA-HOY)
                   DATESEP(X'00')
               END-EXEC
               MOVE RST-FECHA-HOY          TO RST-FECHA-BASE
           ELSE
               MOVE RST-FECHA-CONSULTA     TO RST-FECHA-BASE
           END-IF
           IF RST-MODO-DETALLE
               MOVE RST-FECHA-BASE         TO RST-FECHA-PROCESO
               PERFORM 1300-ARMAR-DETALLE
           ELSE
               MOVE RST-FECHA-BASE         TO RST-CAL-FECHA
               PERFORM 1200-ARMAR-FECHA-LISTA RST-DIAS-LISTA TIMES
           END-IF
           .

      *----------------------------------------------------------------*
      * 1200-ARMAR-FECHA-LISTA                                         *
      *     BLOQUE DE UNA FECHA EN LA LISTA: LINEA DE RESUMEN (SE      *
      *     RESERVA PRIMERO Y SE LLENA AL FINAL, CUANDO YA SE CONOCEN  *
      *     LOS CONTEOS) Y LAS CORRIDAS DE LA FECHA                    *
      *----------------------------------------------------------------*
       1200-ARMAR-FECHA-LISTA.
           MOVE RST-CAL-FECHA              TO RST-FECHA-PROCESO
           PERFORM 1400-INICIAR-FECHA
           MOVE SPACES                     TO RST-NUEVA-LINEA
           PERFORM 1900-AGREGAR-LINEA
           IF RST-TRUNCADA
               MOVE ZERO                   TO RST-RESUMEN-IDX
           ELSE
               MOVE RST-COUNT              TO RST-RESUMEN-IDX
           END-IF
           PERFORM 1500-CARGAR-CORRIDAS
           PERFORM 1600-LEER-LOTE
           PERFORM 1700-CARGAR-EXCEPCIONES
           PERFORM 1800-TIENDAS-SIN-CORRIDA
           IF RST-RESUMEN-IDX > ZERO
               PERFORM 1210-LLENAR-RESUMEN
           END-IF
           PERFORM 1310-RESTAR-UN-DIA
           .

      *----------------------------------------------------------------*
      * 1210-LLENAR-RESUMEN                                            *
      *     LA FECHA SE RESALTA SI ALGO DE ELLA REQUIERE ATENCION      *
      *----------------------------------------------------------------*
       1210-LLENAR-RESUMEN.
           MOVE RST-FECHA-PROCESO          TO RST-LR-FECHA
           PERFORM 1610-DESCRIBIR-LOTE
           MOVE RST-F-CORRIDAS             TO RST-LR-CORRIDAS
           MOVE RST-F-ANULADAS             TO RST-LR-ANULADAS
           MOVE RST-F-SIN-CORRIDA          TO RST-LR-SIN-CORRIDA
           MOVE RST-F-EXCEPCIONES          TO RST-LR-EXCEPCIONES
           SET RST-IDX                     TO RST-RESUMEN-IDX
           MOVE RST-LINEA-RESUMEN          TO RST-E-TEXTO(RST-IDX)
           IF RST-F-CORRIDAS EQUAL ZERO
               OR RST-F-ANULADAS > ZERO
               OR RST-F-EN-PROCESO > ZERO
               OR RST-F-RC-ALTO > ZERO
               OR RST-F-SIN-DIRECTORIO > ZERO
               OR RST-F-SIN-CORRIDA > ZERO
               OR NOT RST-LOTE-HALLADO
               OR NOT GBR-CONFIRMADO
               MOVE 'S'                    TO RST-E-RESALTE-SW(RST-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * 1300-ARMAR-DETALLE                                             *
      *     DETALLE DE UNA FECHA: LOTE CONTABLE, CORRIDAS, TIENDAS     *
      *     ACTIVAS SIN CORRIDA Y EXCEPCIONES                          *
      *----------------------------------------------------------------*
       1300-ARMAR-DETALLE.
           PERFORM 1400-INICIAR-FECHA
           PERFORM 1600-LEER-LOTE
           PERFORM 1620-LINEAS-LOTE
           MOVE SPACES                     TO RST-NUEVA-LINEA
           STRING "CORRIDAS DEL "         DELIMITED BY SIZE
                  RST-FECHA-PROCESO        DELIMITED BY SIZE
                  INTO RST-NUEVO-TEXTO
           PERFORM 1900-AGREGAR-LINEA
           MOVE SPACES                     TO RST-NUEVA-LINEA
           MOVE RST-CABECERA-CORRIDAS      TO RST-NUEVO-TEXTO
           PERFORM 1900-AGREGAR-LINEA
           PERFORM 1500-CARGAR-CORRIDAS
           IF RST-F-CORRIDAS EQUAL ZERO
               MOVE SPACES                 TO RST-NUEVA-LINEA
               MOVE "  (SIN CORRIDAS REGISTRADAS)" TO RST-NUEVO-TEXTO
               SET RST-NUEVO-RESALTE       TO TRUE
               PERFORM 1900-AGREGAR-LINEA
           END-IF
           MOVE SPACES                     TO RST-NUEVA-LINEA
           MOVE "TIENDAS ACTIVAS DEL DIRECTORIO SIN CORRIDA SALESPRC:"
               TO RST-NUEVO-TEXTO
           PERFORM 1900-AGREGAR-LINEA
           PERFORM 1800-TIENDAS-SIN-CORRIDA
           MOVE SPACES                     TO RST-NUEVA-LINEA
           EVALUATE TRUE
               WHEN NOT RST-DIR-PUBLICADO
                   MOVE "  (DIRECTORIO DE TIENDAS NO PUBLICADO)"
                       TO RST-NUEVO-TEXTO
                   PERFORM 1900-AGREGAR-LINEA
               WHEN RST-F-SIN-CORRIDA EQUAL ZERO
                   MOVE "  (NINGUNA)"      TO RST-NUEVO-TEXTO
                   PERFORM 1900-AGREGAR-LINEA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES                     TO RST-NUEVA-LINEA
           STRING "EXCEPCIONES DEL "      DELIMITED BY SIZE
                  RST-FECHA-PROCESO        DELIMITED BY SIZE
                  ":"                      DELIMITED BY SIZE
                  INTO RST-NUEVO-TEXTO
           PERFORM 1900-AGREGAR-LINEA
           PERFORM 1700-CARGAR-EXCEPCIONES
           IF RST-F-EXCEPCIONES EQUAL ZERO
               MOVE SPACES                 TO RST-NUEVA-LINEA
               MOVE "  (SIN EXCEPCIONES)"  TO RST-NUEVO-TEXTO
               PERFORM 1900-AGREGAR-LINEA
           END-IF
           .

      *----------------------------------------------------------------*
      * 1310-RESTAR-UN-DIA                                             *
      *     RESTA UN DIA A RST-CAL-FECHA, CAMBIANDO DE MES Y ANO       *
      *     CUANDO HACE FALTA (FEBRERO DE ANO BISIESTO = 29)           *
      *----------------------------------------------------------------*
       1310-RESTAR-UN-DIA.
           IF RST-CAL-DD > 1
               SUBTRACT 1                  FROM RST-CAL-DD
           ELSE
               IF RST-CAL-MM EQUAL 1
                   SUBTRACT 1              FROM RST-CAL-AA
                   MOVE 12                 TO RST-CAL-MM
               ELSE
                   SUBTRACT 1              FROM RST-CAL-MM
               END-IF
               MOVE RST-LARGO-MES(RST-CAL-MM) TO RST-CAL-LARGO
               DIVIDE RST-CAL-AA BY 4
                   GIVING RST-CAL-COCIENTE REMAINDER RST-CAL-RESTO
               IF RST-CAL-MM EQUAL 2 AND RST-CAL-RESTO EQUAL ZERO
                   MOVE 29                 TO RST-CAL-LARGO
               END-IF
               MOVE RST-CAL-LARGO          TO RST-CAL-DD
           END-IF
           .

      *----------------------------------------------------------------*
      * 1400-INICIAR-FECHA                                             *
      *----------------------------------------------------------------*
       1400-INICIAR-FECHA.
           MOVE ZERO                       TO RST-F-CORRIDAS
           MOVE ZERO                       TO RST-F-ANULADAS
           MOVE ZERO                       TO RST-F-EN-PROCESO
           MOVE ZERO                       TO RST-F-RC-ALTO
           MOVE ZERO                       TO RST-F-SIN-DIRECTORIO
           MOVE ZERO                       TO RST-F-SIN-CORRIDA
           MOVE ZERO                       TO RST-F-EXCEPCIONES
           PERFORM 1410-LIMPIAR-CORRIO
               VARYING RST-DIR-IDX FROM 1 BY 1
               UNTIL RST-DIR-IDX > RST-DIR-COUNT
           .

       1410-LIMPIAR-CORRIO.
           MOVE 'N'
               TO RST-DIR-CORRIO-SW(RST-DIR-IDX)
           .

      *----------------------------------------------------------------*
      * 1500-CARGAR-CORRIDAS                                           *
      *     HOJEA RUNCTL DESDE LA FECHA EN CURSO (CLAVE FECHA+TIENDA+  *
      *     PROGRAMA) Y AGREGA UNA LINEA POR CORRIDA QUE PASE EL       *
      *     FILTRO DE TIENDA                                           *
      *----------------------------------------------------------------*
       1500-CARGAR-CORRIDAS.
           MOVE 'N'                        TO RST-FIN-BROWSE-SW
           MOVE RST-FECHA-PROCESO          TO RST-CC-FECHA
           MOVE LOW-VALUES                 TO RST-CC-TIENDA
           MOVE LOW-VALUES                 TO RST-CC-PROGRAMA
           EXEC CICS STARTBR FILE('RUNCTL')
               RIDFLD(RST-CLAVE-CONTROL)
               GTEQ
               RESP(RST-RESP)
           END-EXEC
           IF RST-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 1510-LEER-CONTROL THRU 1510-LEER-CONTROL-EXIT
                   UNTIL RST-FIN-BROWSE
               EXEC CICS ENDBR FILE('RUNCTL')
               END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
      * 1510-LEER-CONTROL                                              *
      *----------------------------------------------------------------*
       1510-LEER-CONTROL.
           EXEC CICS READNEXT FILE('RUNCTL')
               INTO(RUN-CONTROL-RECORD)
               RIDFLD(RST-CLAVE-CONTROL)
               RESP(RST-RESP)
           END-EXEC
           IF RST-RESP NOT EQUAL DFHRESP(NORMAL)
               SET RST-FIN-BROWSE          TO TRUE
               GO TO 1510-LEER-CONTROL-EXIT
           END-IF
           IF RC-FECHA NOT EQUAL RST-FECHA-PROCESO
               SET RST-FIN-BROWSE          TO TRUE
               GO TO 1510-LEER-CONTROL-EXIT
           END-IF
           IF NOT RST-FILTRO-TODAS
               AND RC-TIENDA NOT EQUAL RST-TIENDA-FILTRO
               AND RC-TIENDA NOT EQUAL "CADENA"
               AND RC-TIENDA NOT EQUAL "SECUENCIA"
               GO TO 1510-LEER-CONTROL-EXIT
           END-IF
           PERFORM 1520-BUSCAR-EN-DIRECTORIO
           IF RC-PROGRAMA EQUAL "SALESPRC" AND RC-COMPLETA
               AND RST-EN-DIRECTORIO
               MOVE 'S'
                   TO RST-DIR-CORRIO-SW(RST-DIR-IDX)
           END-IF
           ADD 1                           TO RST-F-CORRIDAS
           MOVE SPACES                     TO RST-NUEVA-LINEA
           MOVE RC-TIENDA                  TO RST-LC-TIENDA
           MOVE RC-PROGRAMA                TO RST-LC-PROGRAMA
           MOVE RC-ESTADO                  TO RST-LC-ESTADO
           MOVE RC-INICIO-HORA             TO RST-HORA-N
           MOVE RST-HORA-HH                TO RST-HED-HH
           MOVE RST-HORA-MI                TO RST-HED-MI
           MOVE RST-HORA-ED                TO RST-LC-INICIO
           IF RC-FIN-FECHA EQUAL ZERO
               MOVE SPACES                 TO RST-LC-FIN
           ELSE
               MOVE RC-FIN-HORA            TO RST-HORA-N
               MOVE RST-HORA-HH            TO RST-HED-HH
               MOVE RST-HORA-MI            TO RST-HED-MI
               MOVE RST-HORA-ED            TO RST-LC-FIN
           END-IF
           MOVE RC-REG-LEIDOS              TO RST-LC-LEIDOS
           MOVE RC-REG-RECHAZADOS          TO RST-LC-RECHAZADOS
           MOVE RC-REG-DUPLICADOS          TO RST-LC-DUPLICADOS
           MOVE RC-CODIGO-RETORNO          TO RST-LC-RETORNO
           MOVE SPACES                     TO RST-LC-MARCA
           IF RST-DIR-PUBLICADO AND NOT RST-EN-DIRECTORIO
               AND RC-TIENDA NOT EQUAL "CADENA"
               AND RC-TIENDA NOT EQUAL "SECUENCIA"
               ADD 1                       TO RST-F-SIN-DIRECTORIO
               MOVE "*SIN DIR"             TO RST-LC-MARCA
               SET RST-NUEVO-RESALTE       TO TRUE
           END-IF
           IF RC-CODIGO-RETORNO NOT < 8
               ADD 1                       TO RST-F-RC-ALTO
               MOVE "*RC ALTO"             TO RST-LC-MARCA
               SET RST-NUEVO-RESALTE       TO TRUE
           END-IF
           IF RC-EN-PROCESO
               ADD 1                       TO RST-F-EN-PROCESO
               MOVE "*EN CURSO"            TO RST-LC-MARCA
               SET RST-NUEVO-RESALTE       TO TRUE
           END-IF
           IF RC-FALLIDA
               MOVE "*FALLIDA"             TO RST-LC-MARCA
               SET RST-NUEVO-RESALTE       TO TRUE
           END-IF
           IF RC-ANULADA
               ADD 1                       TO RST-F-ANULADAS
               MOVE "*ANULADA"             TO RST-LC-MARCA
               SET RST-NUEVO-RESALTE       TO TRUE
           END-IF
           MOVE RST-LINEA-CORRIDA          TO RST-NUEVO-TEXTO
           PERFORM 1900-AGREGAR-LINEA
           .
       1510-LEER-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1520-BUSCAR-EN-DIRECTORIO                                      *
      *     DEJA RST-DIR-IDX EN LA TIENDA DE LA CORRIDA SI ESTA EN EL  *
      *     DIRECTORIO                                                 *
      *----------------------------------------------------------------*
       1520-BUSCAR-EN-DIRECTORIO.
           MOVE 'N'                        TO RST-EN-DIRECTORIO-SW
           PERFORM 1530-COMPARAR-TIENDA
               VARYING RST-DIR-IDX FROM 1 BY 1
               UNTIL RST-DIR-IDX > RST-DIR-COUNT
               OR RST-EN-DIRECTORIO
           IF RST-EN-DIRECTORIO
               SET RST-DIR-IDX DOWN BY 1
           END-IF
           .

       1530-COMPARAR-TIENDA.
           IF RST-DIR-TIENDA(RST-DIR-IDX) EQUAL RC-TIENDA
               SET RST-EN-DIRECTORIO       TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * 1600-LEER-LOTE                                                 *
      *     LOTE CONTABLE DE LA FECHA EN CURSO (GLBATREG, UNO POR      *
      *     FECHA)                                                     *
      *----------------------------------------------------------------*
       1600-LEER-LOTE.
           MOVE 'N'                        TO RST-LOTE-HALLADO-SW
           MOVE RST-FECHA-PROCESO          TO RST-CLAVE-LOTE
           EXEC CICS READ FILE('GLBATREG')
               INTO(GL-BATCH-REG-RECORD)
               RIDFLD(RST-CLAVE-LOTE)
               RESP(RST-RESP)
           END-EXEC
           IF RST-RESP EQUAL DFHRESP(NORMAL)
               SET RST-LOTE-HALLADO        TO TRUE
           ELSE
               MOVE SPACES                 TO GL-BATCH-REG-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * 1610-DESCRIBIR-LOTE                                            *
      *----------------------------------------------------------------*
       1610-DESCRIBIR-LOTE.
           EVALUATE TRUE
               WHEN NOT RST-LOTE-HALLADO
                   MOVE "SIN LOTE"         TO RST-LR-LOTE
               WHEN GBR-PENDIENTE
                   MOVE "PENDIENTE"        TO RST-LR-LOTE
               WHEN GBR-CONFIRMADO
                   MOVE "CONFIRMADO"       TO RST-LR-LOTE
               WHEN GBR-RECHAZADO
                   MOVE "RECHAZADO"        TO RST-LR-LOTE
               WHEN GBR-DIFERENCIA
                   MOVE "DIFERENCIA"       TO RST-LR-LOTE
               WHEN OTHER
                   MOVE GBR-ESTADO         TO RST-LR-LOTE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 1620-LINEAS-LOTE                                               *
      *     LINEAS DEL LOTE CONTABLE EN EL DETALLE; SE RESALTA TODO    *
      *     LOTE QUE NO ESTE CONFIRMADO POR CONTABILIDAD               *
      *----------------------------------------------------------------*
       1620-LINEAS-LOTE.
           PERFORM 1610-DESCRIBIR-LOTE
           MOVE SPACES                     TO RST-NUEVA-LINEA
           IF NOT RST-LOTE-HALLADO
               STRING "LOTE GL "           DELIMITED BY SIZE
                      RST-FECHA-PROCESO    DELIMITED BY SIZE
                      ": SIN LOTE REGISTRADO (EXPORTACION CONTABLE "
                                           DELIMITED BY SIZE
                      "NO CORRIDA)"        DELIMITED BY SIZE
                      INTO RST-NUEVO-TEXTO
               SET RST-NUEVO-RESALTE       TO TRUE
               PERFORM 1900-AGREGAR-LINEA
           ELSE
               MOVE RST-FECHA-PROCESO      TO RST-LL-FECHA
               MOVE RST-LR-LOTE            TO RST-LL-ESTADO
               MOVE GBR-REGISTROS          TO RST-LL-REGISTROS
               MOVE GBR-TOTAL-DEBITOS      TO RST-LL-DEBITOS
               MOVE GBR-TOTAL-CREDITOS     TO RST-LL-CREDITOS
               MOVE RST-LINEA-LOTE         TO RST-NUEVO-TEXTO
               IF NOT GBR-CONFIRMADO
                   SET RST-NUEVO-RESALTE   TO TRUE
               END-IF
               PERFORM 1900-AGREGAR-LINEA
               MOVE SPACES                 TO RST-NUEVA-LINEA
               MOVE GBR-ENTREGA-FECHA      TO RST-LE-FECHA
               MOVE GBR-ENTREGA-HORA       TO RST-HORA-N
               MOVE RST-HORA-HH            TO RST-HED-HH
               MOVE RST-HORA-MI            TO RST-HED-MI
               MOVE RST-HORA-ED            TO RST-LE-HORA
               MOVE GBR-ARCHIVO            TO RST-LE-ARCHIVO
               MOVE RST-LINEA-ENTREGA      TO RST-NUEVO-TEXTO
               PERFORM 1900-AGREGAR-LINEA
           END-IF
           .

      *----------------------------------------------------------------*
      * 1700-CARGAR-EXCEPCIONES                                        *
      *     HOJEA EXCHIST DESDE LA FECHA EN CURSO; EN LISTA SOLO       *
      *     CUENTA, EN DETALLE AGREGA CADA LINEA DEL HISTORIAL         *
      *----------------------------------------------------------------*
       1700-CARGAR-EXCEPCIONES.
           MOVE 'N'                        TO RST-FIN-BROWSE-SW
           MOVE RST-FECHA-PROCESO          TO RST-CE-FECHA
           MOVE ZERO                       TO RST-CE-SECUENCIA
           EXEC CICS STARTBR FILE('EXCHIST')
               RIDFLD(RST-CLAVE-EXCEPCION)
               GTEQ
               RESP(RST-RESP)
           END-EXEC
           IF RST-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 1710-LEER-EXCEPCION THRU
                       1710-LEER-EXCEPCION-EXIT
                   UNTIL RST-FIN-BROWSE
               EXEC CICS ENDBR FILE('EXCHIST')
               END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
      * 1710-LEER-EXCEPCION                                            *
      *----------------------------------------------------------------*
       1710-LEER-EXCEPCION.
           EXEC CICS READNEXT FILE('EXCHIST')
               INTO(EXC-INDEX-RECORD)
               RIDFLD(RST-CLAVE-EXCEPCION)
               RESP(RST-RESP)
           END-EXEC
           IF RST-RESP NOT EQUAL DFHRESP(NORMAL)
               OR EXI-FECHA NOT EQUAL RST-FECHA-PROCESO
               SET RST-FIN-BROWSE          TO TRUE
               GO TO 1710-LEER-EXCEPCION-EXIT
           END-IF
           ADD 1                           TO RST-F-EXCEPCIONES
           IF RST-MODO-DETALLE
               MOVE SPACES                 TO RST-NUEVA-LINEA
               MOVE EXI-DETALLE            TO RST-LX-DETALLE
               MOVE RST-LINEA-EXCEPCION    TO RST-NUEVO-TEXTO
               PERFORM 1900-AGREGAR-LINEA
           END-IF
           .
       1710-LEER-EXCEPCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1800-TIENDAS-SIN-CORRIDA                                       *
      *     TIENDAS ACTIVAS DEL DIRECTORIO (LA DEL FILTRO, SI LO HAY)  *
      *     SIN CORRIDA SALESPRC COMPLETA EN LA FECHA; EN LISTA SOLO   *
      *     SE CUENTAN, EN DETALLE SE AGREGAN RESALTADAS               *
      *----------------------------------------------------------------*
       1800-TIENDAS-SIN-CORRIDA.
           PERFORM 1810-REVISAR-TIENDA
               VARYING RST-DIR-IDX FROM 1 BY 1
               UNTIL RST-DIR-IDX > RST-DIR-COUNT
           .

       1810-REVISAR-TIENDA.
           IF RST-DIR-ACTIVA(RST-DIR-IDX)
               AND NOT RST-DIR-CORRIO(RST-DIR-IDX)
               AND (RST-FILTRO-TODAS
                    OR RST-DIR-TIENDA(RST-DIR-IDX)
                       EQUAL RST-TIENDA-FILTRO)
               ADD 1                       TO RST-F-SIN-CORRIDA
               IF RST-MODO-DETALLE
                   MOVE SPACES             TO RST-NUEVA-LINEA
                   MOVE RST-DIR-TIENDA(RST-DIR-IDX) TO RST-LS-TIENDA
                   MOVE RST-LINEA-SIN-CORRIDA TO RST-NUEVO-TEXTO
                   SET RST-NUEVO-RESALTE   TO TRUE
                   PERFORM 1900-AGREGAR-LINEA
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1900-AGREGAR-LINEA                                             *
      *     AGREGA RST-NUEVA-LINEA A LA TABLA; SI YA ESTA LLENA SE     *
      *     MARCA LA CONSULTA COMO TRUNCADA                            *
      *----------------------------------------------------------------*
       1900-AGREGAR-LINEA.
           IF RST-COUNT NOT < RST-MAX-LINEAS
               SET RST-TRUNCADA            TO TRUE
           ELSE
               ADD 1                       TO RST-COUNT
               SET RST-IDX                 TO RST-COUNT
               MOVE RST-NUEVO-TEXTO        TO RST-E-TEXTO(RST-IDX)
               MOVE RST-NUEVO-RESALTE-SW   TO RST-E-RESALTE-SW(RST-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * 2000-PAGINA-ANTERIOR                                           *
      *----------------------------------------------------------------*
       2000-PAGINA-ANTERIOR.
           IF RST-INDICE-INICIO > RST-PAGINA-TAMANO
               SUBTRACT RST-PAGINA-TAMANO  FROM RST-INDICE-INICIO
           ELSE
               MOVE 1                      TO RST-INDICE-INICIO
           END-IF
           .

      *----------------------------------------------------------------*
      * 2100-PAGINA-SIGUIENTE                                          *
      *----------------------------------------------------------------*
       2100-PAGINA-SIGUIENTE.
           IF RST-INDICE-INICIO + RST-PAGINA-TAMANO <= RST-COUNT
               ADD RST-PAGINA-TAMANO       TO RST-INDICE-INICIO
           END-IF
           .

      *----------------------------------------------------------------*
      * 4000-ARMAR-PANTALLA                                            *
      *     LOW-VALUES EN EL MAPA DE SALIDA PARA QUE LOS ATRIBUTOS NO  *
      *     TOCADOS CONSERVEN LOS DEL MAPA FISICO; CADA LINEA DE       *
      *     DETALLE RECIBE EXPLICITAMENTE SU ATRIBUTO (NORMAL O        *
      *     BRILLANTE)                                                 *
      *----------------------------------------------------------------*
       4000-ARMAR-PANTALLA.
           MOVE LOW-VALUES                 TO RUN1O
           IF RST-FECHA-HOY-DEFECTO
               MOVE SPACES                 TO FECHAO
           ELSE
               MOVE RST-FECHA-CONSULTA     TO FECHAO
           END-IF
           IF RST-FILTRO-TODAS
               MOVE "*"                    TO TIENDAO
           ELSE
               MOVE RST-TIENDA-FILTRO      TO TIENDAO
           END-IF
           IF RST-MODO-DETALLE
               MOVE 'D'                    TO ACCIONO
               MOVE SPACES                 TO CABECO
               STRING "DETALLE DEL "      DELIMITED BY SIZE
                      RST-FECHA-BASE       DELIMITED BY SIZE
                      ": LOTE CONTABLE, CORRIDAS, TIENDAS SIN "
                                           DELIMITED BY SIZE
                      "CORRIDA Y EXCEPCIONES"
                                           DELIMITED BY SIZE
                      INTO CABECO
           ELSE
               MOVE SPACE                  TO ACCIONO
               MOVE RST-CABECERA-CORRIDAS  TO CABECO
           END-IF
           IF RST-MENSAJE EQUAL SPACES
               EVALUATE TRUE
                   WHEN RST-TRUNCADA
                       MOVE RST-MAX-LINEAS TO RST-CONTEO-ED
                       STRING "CONSULTA TRUNCADA EN "
                                           DELIMITED BY SIZE
                              RST-CONTEO-ED DELIMITED BY SIZE
                              " LINEAS - USE EL FILTRO DE TIENDA"
                                           DELIMITED BY SIZE
                              INTO RST-MENSAJE
                   WHEN NOT RST-DIR-PUBLICADO
                       MOVE "DIRECTORIO DE TIENDAS NO PUBLICADO"
                           TO RST-MENSAJE
                   WHEN RST-MODO-DETALLE
                       MOVE "RESALTADO = REQUIERE ATENCION - PF7/PF8"
                           TO RST-MENSAJE
                   WHEN OTHER
                       MOVE "ULTIMOS 7 DIAS - RESALTADO = ATENCION"
                           TO RST-MENSAJE
               END-EVALUATE
           END-IF
           MOVE RST-MENSAJE                TO MENSAJEO
           PERFORM 4010-ARMAR-LINEA THRU 4010-ARMAR-LINEA-EXIT
               VARYING RST-LINEA FROM 1 BY 1
               UNTIL RST-LINEA > RST-PAGINA-TAMANO
           .

      *----------------------------------------------------------------*
      * 4010-ARMAR-LINEA                                               *
      *----------------------------------------------------------------*
       4010-ARMAR-LINEA.
           COMPUTE RST-ENTRADA-IDX =
               RST-INDICE-INICIO + RST-LINEA - 1
           IF RST-ENTRADA-IDX > RST-COUNT
               MOVE SPACES                 TO RUN1O-TEXTO(RST-LINEA)
               GO TO 4010-ARMAR-LINEA-EXIT
           END-IF
           SET RST-IDX                     TO RST-ENTRADA-IDX
           MOVE RST-E-TEXTO(RST-IDX)       TO RUN1O-TEXTO(RST-LINEA)
           IF RST-E-RESALTE(RST-IDX)
               MOVE DFHBMASB               TO RUN1O-ATRIB(RST-LINEA)
           ELSE
               MOVE DFHBMASK               TO RUN1O-ATRIB(RST-LINEA)
           END-IF
           .
       4010-ARMAR-LINEA-EXIT.
           EXIT.

       END PROGRAM SalesRunStatusTransaction.
