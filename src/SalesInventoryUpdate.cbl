      *                     DEVOLUCIONES).                             *
      *                  3. IMPRIME EL REPORTE DE REPOSICION           *
      *                     (reorderreport.txt) CON LOS PRODUCTOS POR  *
      *                     DEBAJO DE SU PUNTO DE REORDEN: EL DE LA    *
      *                     TIENDA CALCULADO POR SalesDemandForecast   *
      *                     (forecast.dat) CUANDO EXISTE, Y SI NO EL   *
      *                     STOCK MINIMO DEL MAESTRO (PM-STOCK-MINIMO, *
      *                     MANTENIDO POR SDPM).                       *
      *                  4. APLICA LOS TRASPASOS ENTRE TIENDAS DEL DIA *
      *                     (transfers.txt, LINEAS                     *
      *                     E;NUMERO;ORIGEN;DESTINO;PRODUCTO;CANTIDAD  *
      *                     PARA EL ENVIO Y R;... PARA LA RECEPCION    *
      *                     CONFIRMADA): EL ENVIO DESCUENTA A LA       *
      *                     TIENDA ORIGEN Y ABRE EL TRASPASO EN EL     *
      *                     REGISTRO DE TRANSITO (transit.dat); LA     *
      *                     RECEPCION SUMA A LA TIENDA DESTINO LO      *
      *                     REALMENTE RECIBIDO Y CIERRA EL TRASPASO    *
      *                     ('R', O 'D' SI LA CANTIDAD DIFIERE DE LA   *
      *                     ENVIADA).  VER SalesTransferReport.        *
      *                  CONSULTA runcontrol.dat Y SE REHUSA A CORRER  *
      *                  SI LA FECHA NO TIENE CORRIDA COMPLETA DEL     *
      *                  PROCESADOR, O SI ESTE PASO YA SE APLICO PARA  *
      *                  VECES); REGISTRA SU PROPIA CORRIDA COMO       *
      *                  PROGRAMA "SALESINV".                          *
      *                  CODIGOS DE RETORNO COMO EN SalesDataProcessor:*
      *                  0=LIMPIA, 4=ADVERTENCIA (RECIBOS O TRASPASOS  *
      *                  RECHAZADOS, O EXISTENCIAS NEGATIVAS),         *
      *                  8=RECHAZO DE CONTROL,                         *
      *                  12=FALLA.                                     *
      *----------------------------------------------------------------*
      *    HISTORIAL DE MODIFICACIONES                                 *
      *    2026.08.25   ESFP   VERSION INICIAL                         *
      *    2026.08.27   ESFP   RC-CODIGO-RETORNO EN EL CONTROL DE      *
      *                        CORRIDAS, ANOTADO AL CERRAR LA CORRIDA  *
      *    2026.09.13   ESFP   BITACORA DE MOVIMIENTOS                 *
      *                        (stockmoves.dat): CADA RECIBO Y CADA    *
      *                        RELEVO DE VENTAS SE ANOTA POR           *
      *                        FECHA+TIENDA+PRODUCTO+TIPO,             *
      *                        PARA RECONSTRUIR LA EXISTENCIA A UNA    *
      *                        FECHA PASADA (CONTEO FISICO)            *
      *    2026.09.20   ESFP   TRASPASOS ENTRE TIENDAS (transfers.txt) *
      *                        CON REGISTRO DE TRANSITO (transit.dat); *
      *                        MOVIMIENTOS 'S' Y 'E' EN LA BITACORA    *
      *    2026.09.27   ESFP   PUNTO DE REORDEN POR TIENDA DESDE       *
      *                        forecast.dat; EL MINIMO DEL MAESTRO     *
      *                        QUEDA COMO RESPALDO. COLUMNA ORIGEN     *
      *----------------------------------------------------------------*
      *            E N V I R O N M E N T   D I V I S I O N             *
      *----------------------------------------------------------------*
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS RCF-STATUS.
           SELECT STOCK-MOVE-FILE ASSIGN TO 'stockmoves.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SMV-KEY
           FILE STATUS IS SMV-STATUS.
           SELECT OPTIONAL TRANSFER-FILE
           ASSIGN TO DYNAMIC PARM-ARCHIVO-TRASPASOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRP-STATUS.
           SELECT TRANSIT-FILE ASSIGN TO 'transit.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRF-KEY
           FILE STATUS IS TRF-STATUS.
           SELECT OPTIONAL FORECAST-FILE ASSIGN TO 'forecast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FC-KEY
           FILE STATUS IS FCS-STATUS.
           SELECT REORDER-REPORT-FILE ASSIGN TO 'reorderreport.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.
           05 STK-CANTIDAD                 PIC S9(08) COMP.
           05 STK-FECHA-ULT-MOV            PIC 9(06).
      *----------------------------------------------------------------*
      * FD STOCK-MOVE-FILE                                             *
      *     BITACORA DE MOVIMIENTOS DE EXISTENCIA: UN REGISTRO POR     *
      *     FECHA DE CORRIDA+TIENDA+PRODUCTO+TIPO CON LA CANTIDAD      *
      *     NETA (CON SIGNO) QUE SE SUMO A STK-CANTIDAD.  TIPOS:       *
      *     'R' RECIBO, 'V' VENTAS NETAS RELEVADAS, 'A' AJUSTE DE      *
      *     CONTEO FISICO (SalesInventoryCount), 'S' SALIDA Y 'E'      *
      *     ENTRADA POR TRASPASO ENTRE TIENDAS.  LA EXISTENCIA A UNA   *
      *     FECHA PASADA ES STK-CANTIDAD MENOS LOS MOVIMIENTOS DE      *
      *     FECHAS POSTERIORES.  LOS PROGRAMAS QUE LA ESCRIBEN DEBEN   *
      *     USAR ESTE MISMO LAYOUT.                                    *
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
      * FD TRANSFER-FILE                                               *
      *     EVENTOS DE TRASPASO ENTRE TIENDAS DEL DIA, DELIMITADOS POR *
      *     ';': TIPO (E=ENVIO, R=RECEPCION CONFIRMADA);NUMERO DE      *
      *     TRASPASO;TIENDA ORIGEN;TIENDA DESTINO;PRODUCTO;CANTIDAD    *
      *----------------------------------------------------------------*
       FD TRANSFER-FILE.
       01 TRANSFER-RECORD                  PIC X(240).
      *----------------------------------------------------------------*
      * FD TRANSIT-FILE                                                *
      *     REGISTRO DE TRANSITO: UN REGISTRO POR NUMERO DE TRASPASO+  *
      *     PRODUCTO.  NACE EN 'T' (EN TRANSITO) CON EL ENVIO Y SE     *
      *     CIERRA CON LA RECEPCION EN 'R' (RECIBIDO COMPLETO) O 'D'   *
      *     (RECIBIDO CON DIFERENCIA).  SalesTransferReport LO LEE; EL *
      *     LAYOUT DEBE COINCIDIR CON EL SUYO.                         *
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
      * FD RECEIVINGS-FILE                                             *
      *     RECIBOS DE BODEGA DEL DIA: LINEAS DELIMITADAS POR ';'      *
      *     (TIENDA;PRODUCTO;CANTIDAD), COMO EL EXTRACTO POS           *
           05 RC-ARCHIVO-ENTRADA           PIC X(80).
           05 RC-CODIGO-RETORNO            PIC 9(02).
      *----------------------------------------------------------------*
      * FD FORECAST-FILE                                               *
      *     PUNTO DE REORDEN POR TIENDA+PRODUCTO CALCULADO POR         *
      *     SalesDemandForecast (VER ESE PROGRAMA); EL LAYOUT DEBE     *
      *     COINCIDIR CON EL SUYO.  ARCHIVO AUSENTE = SE USA EL        *
      *     MINIMO DEL MAESTRO PARA TODO.                              *
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
      * FD REORDER-REPORT-FILE                                         *
      *     REPORTE DE REPOSICION (132 COL.): PRODUCTOS CUYA           *
      *     EXISTENCIA QUEDO POR DEBAJO DE SU PUNTO DE REORDEN         *
      *----------------------------------------------------------------*
       FD REORDER-REPORT-FILE.
       01 REPORT-RECORD                    PIC X(132).
       77 MST-STATUS                       PIC X(02).
       77 RCF-STATUS                       PIC X(02).
       77 RPT-STATUS                       PIC X(02).
       77 SMV-STATUS                       PIC X(02).
       77 TRP-STATUS                       PIC X(02).
       77 TRF-STATUS                       PIC X(02).
       77 FCS-STATUS                       PIC X(02).
       77 FCS-DISPONIBLE-SW                PIC X(01) VALUE 'N'.
           88 FCS-DISPONIBLE               VALUE 'Y'.
       77 TRP-EOF-SW                       PIC X(01) VALUE 'N'.
           88 TRP-EOF                      VALUE 'Y'.
       77 RCB-EOF-SW                       PIC X(01) VALUE 'N'.
           88 RCB-EOF                      VALUE 'Y'.
       77 HST-EOF-SW                       PIC X(01) VALUE 'N'.
       77 PARM-FECHA-ENV                   PIC X(06) VALUE SPACES.
       77 PARM-ARCHIVO-RECIBOS             PIC X(80) VALUE SPACES.
       77 PARM-MAESTRO-PRODUCTOS           PIC X(80) VALUE SPACES.
       77 PARM-ARCHIVO-TRASPASOS           PIC X(80) VALUE SPACES.
       77 INV-FECHA-CORRIDA                PIC 9(06) VALUE ZERO.
      *----------------------------------------------------------------*
      *     IDENTIFICACION DE ESTA CORRIDA EN EL CONTROL DE CORRIDAS   *
           05 RCB-C-CANTIDAD               PIC X(16).
           05 RCB-SOBRANTE                 PIC X(16).
      *----------------------------------------------------------------*
      *     ANALISIS DE UNA LINEA DE TRASPASOS                         *
      *     (TIPO;NUMERO;ORIGEN;DESTINO;PRODUCTO;CANTIDAD)             *
      *----------------------------------------------------------------*
       01 TRP-CAMPOS.
           05 TRP-C-TIPO                   PIC X(10).
               88 TRP-ENVIO                          VALUE 'E'.
               88 TRP-RECEPCION                      VALUE 'R'.
           05 TRP-C-NUMERO                 PIC X(20).
           05 TRP-C-ORIGEN                 PIC X(60).
           05 TRP-C-DESTINO                PIC X(60).
           05 TRP-C-PRODUCTO               PIC X(60).
           05 TRP-C-CANTIDAD               PIC X(16).
           05 TRP-SOBRANTE                 PIC X(16).
      *----------------------------------------------------------------*
      *     CONVERSION DE UN CAMPO DE TEXTO A NUMERO ENTERO, COMO EN   *
      *     SalesDataProcessor (1240-CONVERTIR-ENTERO)                 *
      *----------------------------------------------------------------*
           05 MST-ENCONTRADO-SW            PIC X(01) VALUE 'N'.
               88 MST-ENCONTRADO                     VALUE 'Y'.
           05 MST-MINIMO-ACTUAL            PIC 9(08).
           05 MST-ORIGEN-MINIMO            PIC X(07).
      *----------------------------------------------------------------*
      *     CONTEOS DE LA CORRIDA                                      *
      *----------------------------------------------------------------*
       77 INV-PRODUCTOS-RELEVADOS          PIC 9(08) COMP VALUE ZERO.
       77 INV-STOCK-NEGATIVOS              PIC 9(08) COMP VALUE ZERO.
       77 INV-LINEAS-REORDEN               PIC 9(08) COMP VALUE ZERO.
       77 INV-LINEAS-PRONOSTICO            PIC 9(08) COMP VALUE ZERO.
       77 INV-TRASPASOS-LEIDOS             PIC 9(08) COMP VALUE ZERO.
       77 INV-TRASPASOS-ENVIADOS           PIC 9(08) COMP VALUE ZERO.
       77 INV-TRASPASOS-RECIBIDOS          PIC 9(08) COMP VALUE ZERO.
       77 INV-TRASPASOS-DIFERENCIA         PIC 9(08) COMP VALUE ZERO.
       77 INV-TRASPASOS-RECHAZADOS         PIC 9(08) COMP VALUE ZERO.
       01 INV-MOVIMIENTO.
           05 INV-MOV-TIENDA               PIC X(10).
           05 INV-MOV-PRODUCTO             PIC X(60).
           05 INV-MOV-CANTIDAD             PIC S9(08) COMP.
           05 INV-MOV-TIPO                 PIC X(01).
      *----------------------------------------------------------------*
      *     LINEA DE DETALLE DEL REPORTE DE REPOSICION                 *
      *----------------------------------------------------------------*
           05 INV-LD-MINIMO                PIC Z(07)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 INV-LD-FALTANTE              PIC -(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 INV-LD-ORIGEN                PIC X(07).
       01 INV-EDITADOS.
           05 INV-CONTEO-ED                PIC Z(07)9.
      *----------------------------------------------------------------*
           IF PARM-MAESTRO-PRODUCTOS EQUAL SPACES
               MOVE "productmaster.dat" TO PARM-MAESTRO-PRODUCTOS
           END-IF
           ACCEPT PARM-ARCHIVO-TRASPASOS
               FROM ENVIRONMENT "SALES_TRANSFERS_FILE"
           IF PARM-ARCHIVO-TRASPASOS EQUAL SPACES
               MOVE "transfers.txt"        TO PARM-ARCHIVO-TRASPASOS
           END-IF
           .

      *----------------------------------------------------------------*
                   STK-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           OPEN I-O STOCK-MOVE-FILE
           IF SMV-STATUS EQUAL '35'
               OPEN OUTPUT STOCK-MOVE-FILE
               CLOSE STOCK-MOVE-FILE
               OPEN I-O STOCK-MOVE-FILE
           END-IF
           IF SMV-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING STOCK MOVE FILE - STATUS: "
                   SMV-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           OPEN I-O TRANSIT-FILE
           IF TRF-STATUS EQUAL '35'
               OPEN OUTPUT TRANSIT-FILE
               CLOSE TRANSIT-FILE
               OPEN I-O TRANSIT-FILE
           END-IF
           IF TRF-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING TRANSIT FILE - STATUS: "
                   TRF-STATUS
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           OPEN OUTPUT REORDER-REPORT-FILE
           IF RPT-STATUS NOT EQUAL '00'
               DISPLAY "ERROR OPENING REORDER REPORT FILE"
      *----------------------------------------------------------------*
       2000-PROCESO-PROGRAMA.
           PERFORM 2100-APLICAR-RECIBOS
           PERFORM 2400-APLICAR-TRASPASOS
           PERFORM 2200-RELEVAR-VENTAS
           PERFORM 2300-REPORTE-REPOSICION
           IF INV-RECIBOS-RECHAZADOS > ZERO
               OR INV-TRASPASOS-RECHAZADOS > ZERO
               OR INV-STOCK-NEGATIVOS > ZERO
               MOVE 4                      TO INV-CODIGO-RETORNO
           ELSE
           DISPLAY "RECIBOS LEIDOS        : " INV-RECIBOS-LEIDOS
           DISPLAY "RECIBOS APLICADOS     : " INV-RECIBOS-APLICADOS
           DISPLAY "RECIBOS RECHAZADOS    : " INV-RECIBOS-RECHAZADOS
           DISPLAY "TRASPASOS LEIDOS      : " INV-TRASPASOS-LEIDOS
           DISPLAY "TRASPASOS ENVIADOS    : " INV-TRASPASOS-ENVIADOS
           DISPLAY "TRASPASOS RECIBIDOS   : " INV-TRASPASOS-RECIBIDOS
           DISPLAY "  CON DIFERENCIA      : " INV-TRASPASOS-DIFERENCIA
           DISPLAY "TRASPASOS RECHAZADOS  : " INV-TRASPASOS-RECHAZADOS
           DISPLAY "PRODUCTOS RELEVADOS   : " INV-PRODUCTOS-RELEVADOS
           DISPLAY "EXISTENCIAS NEGATIVAS : " INV-STOCK-NEGATIVOS
           DISPLAY "LINEAS DE REPOSICION  : " INV-LINEAS-REORDEN
           MOVE RCB-C-TIENDA(1:10)         TO INV-MOV-TIENDA
           MOVE RCB-C-PRODUCTO             TO INV-MOV-PRODUCTO
           MOVE CNV-NUMERO                 TO INV-MOV-CANTIDAD
           MOVE 'R'                        TO INV-MOV-TIPO
           PERFORM 2150-MOVER-EXISTENCIA
           ADD 1                           TO INV-RECIBOS-APLICADOS
           .
       2110-LEER-RECIBO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-APLICAR-TRASPASOS                                         *
      *     APLICA LOS ENVIOS Y RECEPCIONES DE TRASPASOS ENTRE TIENDAS *
      *     DEL DIA; ARCHIVO AUSENTE = DIA SIN TRASPASOS               *
      *----------------------------------------------------------------*
       2400-APLICAR-TRASPASOS.
           OPEN INPUT TRANSFER-FILE
           IF TRP-STATUS EQUAL '00' OR TRP-STATUS EQUAL '05'
               PERFORM 2410-LEER-TRASPASO THRU 2410-LEER-TRASPASO-EXIT
                   UNTIL TRP-EOF
               CLOSE TRANSFER-FILE
           END-IF
           .

      *----------------------------------------------------------------*
      * 2410-LEER-TRASPASO                                             *
      *----------------------------------------------------------------*
       2410-LEER-TRASPASO.
           READ TRANSFER-FILE
               AT END
                   SET TRP-EOF             TO TRUE
                   GO TO 2410-LEER-TRASPASO-EXIT
           END-READ
           IF TRANSFER-RECORD EQUAL SPACES
               GO TO 2410-LEER-TRASPASO-EXIT
           END-IF
           ADD 1                           TO INV-TRASPASOS-LEIDOS
           MOVE SPACES                     TO TRP-CAMPOS
           UNSTRING TRANSFER-RECORD DELIMITED BY ';'
               INTO TRP-C-TIPO TRP-C-NUMERO TRP-C-ORIGEN TRP-C-DESTINO
                    TRP-C-PRODUCTO TRP-C-CANTIDAD TRP-SOBRANTE
           END-UNSTRING
           IF TRP-C-NUMERO EQUAL SPACES
               OR TRP-C-NUMERO(13:8) NOT EQUAL SPACES
               OR TRP-C-ORIGEN EQUAL SPACES
               OR TRP-C-DESTINO EQUAL SPACES
               OR TRP-C-ORIGEN(1:10) EQUAL TRP-C-DESTINO(1:10)
               OR TRP-C-PRODUCTO EQUAL SPACES
               ADD 1                     TO INV-TRASPASOS-RECHAZADOS
               DISPLAY "TRASPASO RECHAZADO (NUMERO, TIENDAS O "
                   "PRODUCTO INVALIDOS): " TRANSFER-RECORD(1:70)
               GO TO 2410-LEER-TRASPASO-EXIT
           END-IF
           MOVE TRP-C-CANTIDAD             TO CNV-TEXTO
           PERFORM 1240-CONVERTIR-ENTERO
           IF NOT CNV-VALIDO OR CNV-NUMERO > 99999999
               OR (TRP-ENVIO AND CNV-NUMERO EQUAL ZERO)
               ADD 1                     TO INV-TRASPASOS-RECHAZADOS
               DISPLAY "TRASPASO RECHAZADO (CANTIDAD INVALIDA): "
                   TRANSFER-RECORD(1:70)
               GO TO 2410-LEER-TRASPASO-EXIT
           END-IF
           MOVE TRP-C-NUMERO(1:12)         TO TRF-NUMERO
           MOVE TRP-C-PRODUCTO             TO TRF-PRODUCT-NAME
           EVALUATE TRUE
               WHEN TRP-ENVIO
                   PERFORM 2420-ENVIAR-TRASPASO THRU
                           2420-ENVIAR-TRASPASO-FIN
               WHEN TRP-RECEPCION
                   PERFORM 2430-RECIBIR-TRASPASO THRU
                           2430-RECIBIR-TRASPASO-FIN
               WHEN OTHER
                   ADD 1                 TO INV-TRASPASOS-RECHAZADOS
                   DISPLAY "TRASPASO RECHAZADO (TIPO NO ES E NI R): "
                       TRANSFER-RECORD(1:70)
           END-EVALUATE
           .
       2410-LEER-TRASPASO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2420-ENVIAR-TRASPASO                                           *
      *     ABRE EL TRASPASO EN TRANSITO Y DESCUENTA A LA TIENDA       *
      *     ORIGEN.  UN NUMERO+PRODUCTO YA REGISTRADO SE RECHAZA (EL   *
      *     MISMO ENVIO NO SE DESCUENTA DOS VECES).                    *
      *----------------------------------------------------------------*
       2420-ENVIAR-TRASPASO.
           READ TRANSIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1                 TO INV-TRASPASOS-RECHAZADOS
                   DISPLAY "TRASPASO RECHAZADO (ENVIO YA REGISTRADO EL "
                       TRF-FECHA-ENVIO "): " TRANSFER-RECORD(1:70)
                   GO TO 2420-ENVIAR-TRASPASO-FIN
           END-READ
           MOVE TRP-C-NUMERO(1:12)         TO TRF-NUMERO
           MOVE TRP-C-PRODUCTO             TO TRF-PRODUCT-NAME
           MOVE TRP-C-ORIGEN(1:10)         TO TRF-TIENDA-ORIGEN
           MOVE TRP-C-DESTINO(1:10)        TO TRF-TIENDA-DESTINO
           SET TRF-EN-TRANSITO             TO TRUE
           MOVE CNV-NUMERO                 TO TRF-CANT-ENVIADA
           MOVE INV-FECHA-CORRIDA          TO TRF-FECHA-ENVIO
           MOVE ZERO                       TO TRF-CANT-RECIBIDA
           MOVE ZERO                       TO TRF-FECHA-RECEPCION
           ACCEPT TRF-FECHA-GRABACION FROM DATE
           WRITE TRANSIT-RECORD
           IF TRF-STATUS NOT EQUAL '00'
               ADD 1                     TO INV-TRASPASOS-RECHAZADOS
               DISPLAY "ERROR WRITING TRANSIT FILE - STATUS: "
                   TRF-STATUS " - " TRF-NUMERO
               GO TO 2420-ENVIAR-TRASPASO-FIN
           END-IF
           MOVE TRF-TIENDA-ORIGEN          TO INV-MOV-TIENDA
           MOVE TRF-PRODUCT-NAME           TO INV-MOV-PRODUCTO
           COMPUTE INV-MOV-CANTIDAD = ZERO - TRF-CANT-ENVIADA
           MOVE 'S'                        TO INV-MOV-TIPO
           PERFORM 2150-MOVER-EXISTENCIA
           ADD 1                           TO INV-TRASPASOS-ENVIADOS
           .
       2420-ENVIAR-TRASPASO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2430-RECIBIR-TRASPASO                                          *
      *     LA RECEPCION CONFIRMADA SUMA A LA TIENDA DESTINO LA        *
      *     CANTIDAD RECIBIDA (NO LA ENVIADA) Y CIERRA EL TRASPASO;    *
      *     LA DIFERENCIA QUEDA A LA VISTA EN SalesTransferReport.     *
      *     SIN ENVIO PREVIO, YA RECIBIDO, O CON OTRAS TIENDAS, SE     *
      *     RECHAZA.                                                   *
      *----------------------------------------------------------------*
       2430-RECIBIR-TRASPASO.
           READ TRANSIT-FILE
               INVALID KEY
                   ADD 1                 TO INV-TRASPASOS-RECHAZADOS
                   DISPLAY "TRASPASO RECHAZADO (RECEPCION SIN ENVIO): "
                       TRANSFER-RECORD(1:70)
                   GO TO 2430-RECIBIR-TRASPASO-FIN
           END-READ
           IF NOT TRF-EN-TRANSITO
               ADD 1                     TO INV-TRASPASOS-RECHAZADOS
               DISPLAY "TRASPASO RECHAZADO (YA RECIBIDO EL "
                   TRF-FECHA-RECEPCION "): " TRANSFER-RECORD(1:70)
               GO TO 2430-RECIBIR-TRASPASO-FIN
           END-IF
           IF TRF-TIENDA-ORIGEN NOT EQUAL TRP-C-ORIGEN(1:10)
               OR TRF-TIENDA-DESTINO NOT EQUAL TRP-C-DESTINO(1:10)
               ADD 1                     TO INV-TRASPASOS-RECHAZADOS
               DISPLAY "TRASPASO RECHAZADO (TIENDAS DISTINTAS A LAS "
                   "DEL ENVIO): " TRANSFER-RECORD(1:70)
               GO TO 2430-RECIBIR-TRASPASO-FIN
           END-IF
           MOVE CNV-NUMERO                 TO TRF-CANT-RECIBIDA
           MOVE INV-FECHA-CORRIDA          TO TRF-FECHA-RECEPCION
           ACCEPT TRF-FECHA-GRABACION FROM DATE
           IF TRF-CANT-RECIBIDA EQUAL TRF-CANT-ENVIADA
               SET TRF-RECIBIDO            TO TRUE
           ELSE
               SET TRF-DIFERENCIA          TO TRUE
               ADD 1                     TO INV-TRASPASOS-DIFERENCIA
           END-IF
           REWRITE TRANSIT-RECORD
           IF TRF-STATUS NOT EQUAL '00'
               ADD 1                     TO INV-TRASPASOS-RECHAZADOS
               DISPLAY "ERROR REWRITING TRANSIT FILE - STATUS: "
                   TRF-STATUS " - " TRF-NUMERO
               GO TO 2430-RECIBIR-TRASPASO-FIN
           END-IF
           IF TRF-CANT-RECIBIDA > ZERO
               MOVE TRF-TIENDA-DESTINO     TO INV-MOV-TIENDA
               MOVE TRF-PRODUCT-NAME       TO INV-MOV-PRODUCTO
               MOVE TRF-CANT-RECIBIDA      TO INV-MOV-CANTIDAD
               MOVE 'E'                    TO INV-MOV-TIPO
               PERFORM 2150-MOVER-EXISTENCIA
           END-IF
           ADD 1                           TO INV-TRASPASOS-RECIBIDOS
           .
       2430-RECIBIR-TRASPASO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-RELEVAR-VENTAS                                            *
      *     DESCUENTA DE LA EXISTENCIA LAS UNIDADES NETAS VENDIDAS DE  *
           MOVE HIST-TIENDA                TO INV-MOV-TIENDA
           MOVE HIST-PRODUCT-NAME          TO INV-MOV-PRODUCTO
           COMPUTE INV-MOV-CANTIDAD = ZERO - HIST-QUANTITY
           MOVE 'V'                        TO INV-MOV-TIPO
           PERFORM 2150-MOVER-EXISTENCIA
           ADD 1                           TO INV-PRODUCTOS-RELEVADOS
           .
      *     SUMA INV-MOV-CANTIDAD (CON SIGNO) A LA EXISTENCIA DE       *
      *     INV-MOV-TIENDA/PRODUCTO, CREANDO EL REGISTRO SI NO EXISTE. *
      *     UNA EXISTENCIA QUE QUEDA NEGATIVA SE CUENTA PARA ADVERTIR. *
      *     EL MOVIMIENTO SE ANOTA EN LA BITACORA CON INV-MOV-TIPO.    *
      *----------------------------------------------------------------*
       2150-MOVER-EXISTENCIA.
           MOVE INV-MOV-TIENDA             TO STK-TIENDA
           IF STK-CANTIDAD < ZERO
               ADD 1                       TO INV-STOCK-NEGATIVOS
           END-IF
           PERFORM 2160-ANOTAR-MOVIMIENTO
           .

      *----------------------------------------------------------------*
      * 2160-ANOTAR-MOVIMIENTO                                         *
      *     SUMA EL MOVIMIENTO A LA BITACORA DE LA FECHA (VARIOS       *
      *     RECIBOS DEL MISMO PRODUCTO EN EL DIA QUEDAN EN UN SOLO     *
      *     REGISTRO)                                                  *
      *----------------------------------------------------------------*
       2160-ANOTAR-MOVIMIENTO.
           MOVE INV-FECHA-CORRIDA          TO SMV-FECHA
           MOVE INV-MOV-TIENDA             TO SMV-TIENDA
           MOVE INV-MOV-PRODUCTO           TO SMV-PRODUCT-NAME
           MOVE INV-MOV-TIPO               TO SMV-TIPO
           READ STOCK-MOVE-FILE
               INVALID KEY
                   MOVE ZERO               TO SMV-CANTIDAD
           END-READ
           ADD INV-MOV-CANTIDAD            TO SMV-CANTIDAD
           ACCEPT SMV-FECHA-GRABACION FROM DATE
           MOVE INV-FECHA-CORRIDA          TO SMV-FECHA
           MOVE INV-MOV-TIENDA             TO SMV-TIENDA
           MOVE INV-MOV-PRODUCTO           TO SMV-PRODUCT-NAME
           MOVE INV-MOV-TIPO               TO SMV-TIPO
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
      * 2300-REPORTE-REPOSICION                                        *
      *     RECORRE LA EXISTENCIA COMPLETA Y LISTA LOS PRODUCTOS POR   *
      *     DEBAJO DE SU PUNTO DE REORDEN (VER 2320; MINIMO EN CERO =  *
      *     PRODUCTO SIN PUNTO DE REPOSICION, NO SE LISTA)             *
      *----------------------------------------------------------------*
       2300-REPORTE-REPOSICION.
           OPEN INPUT FORECAST-FILE
           IF FCS-STATUS EQUAL '00'
               SET FCS-DISPONIBLE          TO TRUE
           END-IF
           MOVE SPACES                 TO REPORT-RECORD
           STRING "REPORTE DE REPOSICION DE INVENTARIO - FECHA: "
                  DELIMITED BY SIZE
           MOVE "EXISTENCIA"           TO REPORT-RECORD(72:10)
           MOVE " MINIMO"              TO REPORT-RECORD(83:7)
           MOVE "FALTANTE"             TO REPORT-RECORD(92:8)
           MOVE "ORIGEN"               TO REPORT-RECORD(102:6)
           WRITE REPORT-RECORD
           MOVE LOW-VALUES                 TO STK-KEY
           START STOCK-FILE KEY IS NOT LESS THAN STK-KEY
                  INV-CONTEO-ED        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE INV-LINEAS-PRONOSTICO  TO INV-CONTEO-ED
           MOVE SPACES                 TO REPORT-RECORD
           STRING "  CON PUNTO DEL PRONOSTICO (PRONOST): "
                  DELIMITED BY SIZE
                  INV-CONTEO-ED        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF NOT FCS-DISPONIBLE
               MOVE SPACES             TO REPORT-RECORD
               STRING "SIN forecast.dat - TODOS LOS PUNTOS SON "
                      DELIMITED BY SIZE
                      "EL MINIMO DEL MAESTRO" DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           CLOSE FORECAST-FILE
           .

      *----------------------------------------------------------------*
                   SET STK-EOF             TO TRUE
                   GO TO 2310-LEER-EXISTENCIA-EXIT
           END-READ
           PERFORM 2320-BUSCAR-MINIMO THRU 2320-BUSCAR-MINIMO-EXIT
           IF MST-MINIMO-ACTUAL EQUAL ZERO
               GO TO 2310-LEER-EXISTENCIA-EXIT
           END-IF
               MOVE MST-MINIMO-ACTUAL      TO INV-LD-MINIMO
               COMPUTE INV-LD-FALTANTE =
                   MST-MINIMO-ACTUAL - STK-CANTIDAD
               MOVE MST-ORIGEN-MINIMO      TO INV-LD-ORIGEN
               IF MST-ORIGEN-MINIMO EQUAL "PRONOST"
                   ADD 1                   TO INV-LINEAS-PRONOSTICO
               END-IF
               MOVE SPACES                 TO REPORT-RECORD
               MOVE INV-LINEA-DETALLE      TO REPORT-RECORD
               WRITE REPORT-RECORD

      *----------------------------------------------------------------*
      * 2320-BUSCAR-MINIMO                                             *
      *     PRIMERO EL PUNTO DE REORDEN DE LA TIENDA EN forecast.dat;  *
      *     SI NO HAY (O ES CERO), EL STOCK MINIMO DEL MAESTRO         *
      *----------------------------------------------------------------*
       2320-BUSCAR-MINIMO.
           IF FCS-DISPONIBLE
               MOVE STK-TIENDA             TO FC-TIENDA
               MOVE STK-PRODUCT-NAME       TO FC-PRODUCT-NAME
               READ FORECAST-FILE
                   INVALID KEY
                       MOVE ZERO           TO FC-PUNTO-REORDEN
               END-READ
               IF FCS-STATUS EQUAL '00' AND FC-PUNTO-REORDEN > ZERO
                   MOVE FC-PUNTO-REORDEN   TO MST-MINIMO-ACTUAL
                   MOVE "PRONOST"          TO MST-ORIGEN-MINIMO
                   GO TO 2320-BUSCAR-MINIMO-EXIT
               END-IF
           END-IF
           MOVE "MAESTRO"                  TO MST-ORIGEN-MINIMO
           MOVE 'N'                        TO MST-ENCONTRADO-SW
           MOVE ZERO                       TO MST-MINIMO-ACTUAL
           SET MST-IDX                     TO 1
           PERFORM 2321-COMPARAR-MINIMO THRU 2321-COMPARAR-MINIMO-EXIT
               UNTIL MST-IDX > MST-COUNT OR MST-ENCONTRADO
           .
       2320-BUSCAR-MINIMO-EXIT.
           EXIT.

       2321-COMPARAR-MINIMO.
           IF MST-PRODUCT-NAME(MST-IDX) EQUAL STK-PRODUCT-NAME
      *----------------------------------------------------------------*
       3000-FINAL-PROGRAMA.
           CLOSE STOCK-FILE
           CLOSE STOCK-MOVE-FILE
           CLOSE TRANSIT-FILE
           CLOSE REORDER-REPORT-FILE
           MOVE INV-CODIGO-RETORNO         TO RETURN-CODE
           STOP RUN
