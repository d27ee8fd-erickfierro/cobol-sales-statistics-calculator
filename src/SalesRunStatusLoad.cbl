      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SalesRunStatusLoad.
       AUTHOR.        ERICK STIVEN FIERRO PERDOMO.
       INSTALLATION.  TIENDA-01.
       DATE-WRITTEN.  2026.10.15
      *----------------------------------------------------------------*
      *    DESCRIPCION : PUBLICA PARA LA CONSULTA EN LINEA DEL ESTADO  *
      *                  DE LAS CORRIDAS (TRANSACCION SDRS) LOS DOS    *
      *                  ARCHIVOS DE TEXTO QUE CICS NO PUEDE LEER:     *
      *                  1. exceptionshist.txt (HISTORIAL FECHADO DE   *
      *                     EXCEPCIONES, AGREGADO POR                  *
      *                     SalesDataProcessor Y SalesCashReconcile)   *
      *                     SE COPIA A exceptionsindex.dat (ARCHIVO    *
      *                     EXCHIST DEL FCT), INDEXADO POR FECHA DE    *
      *                     CORRIDA + NUMERO DE LINEA DEL HISTORIAL,   *
      *                     PARA QUE SDRS LO HOJEE POR FECHA.          *
      *                  2. storedirectory.dat (DIRECTORIO DE TIENDAS) *
      *                     SE COPIA A storedirectoryindex.dat         *
      *                     (ARCHIVO STOREDIR DEL FCT), INDEXADO POR   *
      *                     TIENDA, CON EL ESTADO Y LA LINEA ORIGINAL  *
      *                     COMPLETA.                                  *
      *                  AMBOS INDEXADOS SE RECONSTRUYEN COMPLETOS EN  *
      *                  CADA CORRIDA (OPEN OUTPUT), IGUAL QUE SDLQ    *
      *                  BORRA Y REESCRIBE LA COLA 'SALESDAY', PARA    *
      *                  QUE UNA REPETICION NO DEJE LINEAS DOBLES.     *
      *                  SE CORRE CADA NOCHE DESPUES DE                *
      *                  SalesCashReconcile (ULTIMO PROGRAMA QUE       *
      *                  AGREGA AL HISTORIAL DE EXCEPCIONES) Y CADA VEZ*
      *                  QUE CAMBIA EL DIRECTORIO DE TIENDAS.          *
      *                  UNA TIENDA REPETIDA EN EL DIRECTORIO SE TOMA  *
      *                  UNA SOLA VEZ (LA PRIMERA LINEA, COMO EN       *
      *                  SalesDataProcessor) Y SE AVISA.               *
      *                  CODIGOS DE RETORNO: 0=NORMAL, 4=FALTA ALGUNO  *
      *                  DE LOS ARCHIVOS DE TEXTO O HAY TIENDAS        *
      *                  REPETIDAS O LINEAS SIN TIENDA, 12=FALLA.      *
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
           SELECT OPTIONAL EXCEPTIONS-HIST-FILE
           ASSIGN TO 'exceptionshist.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXH-STATUS.
           SELECT OPTIONAL STORE-DIR-FILE
           ASSIGN TO 'storedirectory.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIR-STATUS.
           SELECT EXC-INDEX-FILE ASSIGN TO 'exceptionsindex.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXI-KEY
           FILE STATUS IS EXI-STATUS.
           SELECT STORE-DIR-INDEX-FILE
           ASSIGN TO 'storedirectoryindex.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDX-TIENDA
           FILE STATUS IS SDX-STATUS.
      *----------------------------------------------------------------*
      *                   D A T A   D I V I S I O N                    *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * FD EXCEPTIONS-HIST-FILE                                        *
      *     HISTORIAL FECHADO DE EXCEPCIONES (VER SalesDataProcessor); *
      *     EL LAYOUT DEBE COINCIDIR CON EL SUYO.                      *
      *----------------------------------------------------------------*
       FD EXCEPTIONS-HIST-FILE.
       01 EXCEPTION-HIST-RECORD.
           05 EXH-FECHA-CORRIDA            PIC 9(06).
           05 FILLER                       PIC X(01).
           05 EXH-DETALLE                  PIC X(65).
      *----------------------------------------------------------------*
      * FD STORE-DIR-FILE                                              *
      *     DIRECTORIO DE TIENDAS: TIENDA;ESTADO(A/I);... (VER         *
      *     SalesDataProcessor)                                        *
      *----------------------------------------------------------------*
       FD STORE-DIR-FILE.
       01 STORE-DIR-RECORD                 PIC X(80).
      *----------------------------------------------------------------*
      * FD EXC-INDEX-FILE                                              *
      *     COPIA INDEXADA DEL HISTORIAL DE EXCEPCIONES (EXCHIST).     *
      *     EXI-SECUENCIA ES EL NUMERO DE LINEA EN exceptionshist.txt: *
      *     DENTRO DE UNA FECHA LAS EXCEPCIONES QUEDAN EN EL ORDEN EN  *
      *     QUE SE AGREGARON.  SalesRunStatusTransaction DEBE TENER EL *
      *     MISMO LAYOUT.                                              *
      *----------------------------------------------------------------*
       FD EXC-INDEX-FILE.
       01 EXC-INDEX-RECORD.
           05 EXI-KEY.
               10 EXI-FECHA                PIC 9(06).
               10 EXI-SECUENCIA            PIC 9(07).
           05 EXI-DETALLE                  PIC X(65).
      *----------------------------------------------------------------*
      * FD STORE-DIR-INDEX-FILE                                        *
      *     COPIA INDEXADA DEL DIRECTORIO DE TIENDAS (STOREDIR), CON   *
      *     LA LINEA ORIGINAL COMPLETA EN SDX-REGISTRO.                *
      *     SalesRunStatusTransaction DEBE TENER EL MISMO LAYOUT.      *
      *----------------------------------------------------------------*
       FD STORE-DIR-INDEX-FILE.
       01 STORE-DIR-INDEX-RECORD.
           05 SDX-TIENDA                   PIC X(10).
           05 SDX-ESTADO                   PIC X(01).
               88 SDX-ACTIVA                          VALUE 'A'.
           05 SDX-REGISTRO                 PIC X(80).
      *----------------------------------------------------------------*
      *          W O R K I N G  S T O R A G E   S E C T I O N          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 EXH-STATUS                       PIC X(02).
       77 DIR-STATUS                       PIC X(02).
       77 EXI-STATUS                       PIC X(02).
       77 SDX-STATUS                       PIC X(02).
       77 EXH-EOF-SW                       PIC X(01) VALUE 'N'.
           88 EXH-EOF                      VALUE 'Y'.
       77 DIR-EOF-SW                       PIC X(01) VALUE 'N'.
           88 DIR-EOF                      VALUE 'Y'.
       77 EXH-ABIERTO-SW                   PIC X(01) VALUE 'N'.
           88 EXH-ABIERTO                  VALUE 'S'.
       77 DIR-ABIERTO-SW                   PIC X(01) VALUE 'N'.
           88 DIR-ABIERTO                  VALUE 'S'.
      *----------------------------------------------------------------*
      *     CODIGO DE RETORNO PARA EL PLANIFICADOR (CONVENCION DE      *
      *     SalesDataProcessor): ARRANCA EN 12 Y SOLO EL CIERRE        *
      *     NORMAL LO REBAJA.                                          *
      *----------------------------------------------------------------*
       77 RSL-CODIGO-RETORNO               PIC 9(02) COMP VALUE 12.
      *----------------------------------------------------------------*
      *     DESARMADO DE UNA LINEA DEL DIRECTORIO, COMO EN             *
      *     SalesDataProcessor (2192-LEER-DIRECTORIO)                  *
      *----------------------------------------------------------------*
       01 DIR-CONTROL.
           05 DIR-C-TIENDA                 PIC X(16).
           05 DIR-C-ESTADO                 PIC X(16).
           05 DIR-SOBRANTE                 PIC X(16).
      *----------------------------------------------------------------*
      *     CONTEOS DE LA PUBLICACION                                  *
      *----------------------------------------------------------------*
       01 RSL-CONTADORES.
           05 RSL-LINEAS-HISTORIAL         PIC 9(07) COMP VALUE ZERO.
           05 RSL-EXCEPCIONES-ESCRITAS     PIC 9(07) COMP VALUE ZERO.
           05 RSL-LINEAS-SIN-FECHA         PIC 9(07) COMP VALUE ZERO.
           05 RSL-LINEAS-DIRECTORIO        PIC 9(05) COMP VALUE ZERO.
           05 RSL-TIENDAS-ESCRITAS         PIC 9(05) COMP VALUE ZERO.
           05 RSL-TIENDAS-ACTIVAS          PIC 9(05) COMP VALUE ZERO.
           05 RSL-TIENDAS-REPETIDAS        PIC 9(05) COMP VALUE ZERO.
           05 RSL-LINEAS-SIN-TIENDA        PIC 9(05) COMP VALUE ZERO.
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
      *     LOS INDEXADOS SE ABREN EN OUTPUT (SE RECONSTRUYEN) Y SE    *
      *     REABREN EN I-O PARA PODER ESCRIBIR EN CUALQUIER ORDEN DE   *
      *     CLAVE: EL HISTORIAL PUEDE TRAER FECHAS FUERA DE ORDEN      *
      *     (REENVIOS DE DIAS ANTERIORES)                              *
      *----------------------------------------------------------------*
       1000-INICIO-PROGRAMA.
           OPEN OUTPUT EXC-INDEX-FILE
           IF EXI-STATUS NOT EQUAL '00'
               DISPLAY "ERROR CREATING EXCEPTIONS INDEX FILE - STATUS: "
                   EXI-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           CLOSE EXC-INDEX-FILE
           OPEN I-O EXC-INDEX-FILE
           IF EXI-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING EXCEPTIONS INDEX FILE - STATUS: "
                   EXI-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           OPEN OUTPUT STORE-DIR-INDEX-FILE
           IF SDX-STATUS NOT EQUAL '00'
               DISPLAY "ERROR CREATING STORE DIRECTORY INDEX FILE - "
                   "STATUS: " SDX-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           CLOSE STORE-DIR-INDEX-FILE
           OPEN I-O STORE-DIR-INDEX-FILE
           IF SDX-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING STORE DIRECTORY INDEX FILE - "
                   "STATUS: " SDX-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           OPEN INPUT EXCEPTIONS-HIST-FILE
           IF EXH-STATUS EQUAL '00'
               SET EXH-ABIERTO             TO TRUE
           ELSE
               IF EXH-STATUS NOT EQUAL '05'
                   DISPLAY "ERROR OPENING EXCEPTIONS HISTORY FILE - "
                       "STATUS: " EXH-STATUS
                   PERFORM 3000-FINAL-PROGRAMA
               END-IF
               DISPLAY "SIN HISTORIAL DE EXCEPCIONES "
                   "(exceptionshist.txt) - SE PUBLICA VACIO"
           END-IF
           OPEN INPUT STORE-DIR-FILE
           IF DIR-STATUS EQUAL '00'
               SET DIR-ABIERTO             TO TRUE
           ELSE
               IF DIR-STATUS NOT EQUAL '05'
                   DISPLAY "ERROR OPENING STORE DIRECTORY FILE - "
                       "STATUS: " DIR-STATUS
                   PERFORM 3000-FINAL-PROGRAMA
               END-IF
               DISPLAY "SIN DIRECTORIO DE TIENDAS "
                   "(storedirectory.dat) - SE PUBLICA VACIO"
           END-IF
           .

      *----------------------------------------------------------------*
      * 2000-PROCESO-PROGRAMA                                          *
      *----------------------------------------------------------------*
       2000-PROCESO-PROGRAMA.
           IF EXH-ABIERTO
               PERFORM 2100-LEER-HISTORIAL THRU 2100-LEER-HISTORIAL-EXIT
                   UNTIL EXH-EOF
           END-IF
           IF DIR-ABIERTO
               PERFORM 2200-LEER-DIRECTORIO
                   THRU 2200-LEER-DIRECTORIO-EXIT
                   UNTIL DIR-EOF
           END-IF
           IF NOT EXH-ABIERTO OR NOT DIR-ABIERTO
               OR RSL-TIENDAS-REPETIDAS > ZERO
               OR RSL-LINEAS-SIN-TIENDA > ZERO
               MOVE 4                      TO RSL-CODIGO-RETORNO
           ELSE
               MOVE ZERO                   TO RSL-CODIGO-RETORNO
           END-IF
           DISPLAY "=========================================="
           DISPLAY "  PUBLICACION DEL ESTADO DE CORRIDAS"
           DISPLAY "=========================================="
           DISPLAY "LINEAS DEL HISTORIAL  : " RSL-LINEAS-HISTORIAL
           DISPLAY "EXCEPCIONES PUBLICADAS: " RSL-EXCEPCIONES-ESCRITAS
           DISPLAY "LINEAS SIN FECHA      : " RSL-LINEAS-SIN-FECHA
           DISPLAY "LINEAS DEL DIRECTORIO : " RSL-LINEAS-DIRECTORIO
           DISPLAY "TIENDAS PUBLICADAS    : " RSL-TIENDAS-ESCRITAS
           DISPLAY "TIENDAS ACTIVAS       : " RSL-TIENDAS-ACTIVAS
           DISPLAY "TIENDAS REPETIDAS     : " RSL-TIENDAS-REPETIDAS
           DISPLAY "LINEAS SIN TIENDA     : " RSL-LINEAS-SIN-TIENDA
           DISPLAY "=========================================="
           DISPLAY "CODIGO DE RETORNO DE LA PUBLICACION: "
               RSL-CODIGO-RETORNO
           .

      *----------------------------------------------------------------*
      * 2100-LEER-HISTORIAL                                            *
      *     CADA LINEA FECHADA DEL HISTORIAL PASA AL INDEXADO CON SU   *
      *     NUMERO DE LINEA; LAS LINEAS SIN FECHA NUMERICA (NO DEBERIA *
      *     HABERLAS) SE CUENTAN Y SE OMITEN                           *
      *----------------------------------------------------------------*
       2100-LEER-HISTORIAL.
           READ EXCEPTIONS-HIST-FILE
               AT END
                   SET EXH-EOF             TO TRUE
                   GO TO 2100-LEER-HISTORIAL-EXIT
           END-READ
           ADD 1                           TO RSL-LINEAS-HISTORIAL
           IF EXH-FECHA-CORRIDA NOT NUMERIC
               ADD 1                       TO RSL-LINEAS-SIN-FECHA
               GO TO 2100-LEER-HISTORIAL-EXIT
           END-IF
           MOVE EXH-FECHA-CORRIDA          TO EXI-FECHA
           MOVE RSL-LINEAS-HISTORIAL       TO EXI-SECUENCIA
           MOVE EXH-DETALLE                TO EXI-DETALLE
           WRITE EXC-INDEX-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING EXCEPTIONS INDEX - STATUS: "
                       EXI-STATUS
                   PERFORM 3000-FINAL-PROGRAMA
           END-WRITE
           ADD 1                           TO RSL-EXCEPCIONES-ESCRITAS
           .
       2100-LEER-HISTORIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-LEER-DIRECTORIO                                           *
      *     TIENDA Y ESTADO SE TOMAN COMO EN SalesDataProcessor; LA    *
      *     LINEA COMPLETA SE GUARDA TAL CUAL PARA QUE LA CONSULTA     *
      *     PUEDA MOSTRAR LOS DEMAS DATOS DE LA TIENDA                 *
      *----------------------------------------------------------------*
       2200-LEER-DIRECTORIO.
           READ STORE-DIR-FILE
               AT END
                   SET DIR-EOF             TO TRUE
                   GO TO 2200-LEER-DIRECTORIO-EXIT
           END-READ
           ADD 1                           TO RSL-LINEAS-DIRECTORIO
           MOVE SPACES                     TO DIR-C-TIENDA
           MOVE SPACES                     TO DIR-C-ESTADO
           UNSTRING STORE-DIR-RECORD DELIMITED BY ';'
               INTO DIR-C-TIENDA DIR-C-ESTADO DIR-SOBRANTE
           END-UNSTRING
           IF DIR-C-TIENDA EQUAL SPACES
               ADD 1                       TO RSL-LINEAS-SIN-TIENDA
               GO TO 2200-LEER-DIRECTORIO-EXIT
           END-IF
           MOVE DIR-C-TIENDA(1:10)         TO SDX-TIENDA
           MOVE DIR-C-ESTADO(1:1)          TO SDX-ESTADO
           MOVE STORE-DIR-RECORD           TO SDX-REGISTRO
           WRITE STORE-DIR-INDEX-RECORD
               INVALID KEY
                   IF SDX-STATUS EQUAL '22'
                       ADD 1               TO RSL-TIENDAS-REPETIDAS
                       DISPLAY "TIENDA REPETIDA EN EL DIRECTORIO: "
                           SDX-TIENDA " - SE CONSERVA LA PRIMERA LINEA"
                       GO TO 2200-LEER-DIRECTORIO-EXIT
                   END-IF
                   DISPLAY "ERROR WRITING STORE DIRECTORY INDEX - "
                       "STATUS: " SDX-STATUS
                   PERFORM 3000-FINAL-PROGRAMA
           END-WRITE
           ADD 1                           TO RSL-TIENDAS-ESCRITAS
           IF SDX-ACTIVA
               ADD 1                       TO RSL-TIENDAS-ACTIVAS
           END-IF
           .
       2200-LEER-DIRECTORIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-FINAL-PROGRAMA                                            *
      *----------------------------------------------------------------*
       3000-FINAL-PROGRAMA.
           IF EXH-ABIERTO
               CLOSE EXCEPTIONS-HIST-FILE
           END-IF
           IF DIR-ABIERTO
               CLOSE STORE-DIR-FILE
           END-IF
           CLOSE EXC-INDEX-FILE
           CLOSE STORE-DIR-INDEX-FILE
           MOVE RSL-CODIGO-RETORNO         TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM SalesRunStatusLoad.
