      *    HISTORIAL DE MODIFICACIONES                                 *
      *    FECHA        INIC.  DESCRIPCION                             *
      *    2026.09.02   ESFP   VERSION INICIAL                         *
      *    2026.09.08   ESFP   EL REVERSO BORRA TAMBIEN LO RECAUDADO   *
      *                        POR CAJERO Y MEDIO DE PAGO DE LA FECHA  *
      *                        (Y TIENDA) EN tenderhistory.dat, PARA   *
      *                        QUE EL ARQUEO DE CAJA NO MUESTRE PAGOS  *
      *                        SIN VENTAS                              *
      *    2026.09.10   ESFP   EL REVERSO BORRA TAMBIEN LOS TIQUETES   *
      *                        DE LA FECHA (Y TIENDA) EN               *
      *                        tickethistory.dat Y ticketitems.dat     *
      *    2026.09.12   ESFP   EL REVERSO BORRA TAMBIEN LAS VENTAS POR *
      *                        HORA DE LA FECHA (Y TIENDA) EN          *
      *                        hourlysales.dat                         *
      *    2026.10.15   ESFP   EL REVERSO BORRA TAMBIEN LAS            *
      *                        DEVOLUCIONES DE LA FECHA (Y TIENDA) EN  *
      *                        returnshistory.dat, PARA QUE EL REPORTE *
      *                        DE PREVENCION DE PERDIDAS NO SENALE     *
      *                        DEVOLUCIONES DE UNA FECHA ANULADA       *
      *----------------------------------------------------------------*
      *            E N V I R O N M E N T   D I V I S I O N             *
      *----------------------------------------------------------------*
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CJH-KEY
           FILE STATUS IS CJH-STATUS.
           SELECT OPTIONAL TENDER-HISTORY-FILE
           ASSIGN TO 'tenderhistory.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PGH-KEY
           FILE STATUS IS PGH-STATUS.
           SELECT OPTIONAL TICKET-HISTORY-FILE
           ASSIGN TO 'tickethistory.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TKH-KEY
           FILE STATUS IS TKH-STATUS.
           SELECT OPTIONAL TICKET-ITEM-FILE
           ASSIGN TO 'ticketitems.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TKA-KEY
           FILE STATUS IS TKA-STATUS.
           SELECT OPTIONAL HOURLY-SALES-FILE
           ASSIGN TO 'hourlysales.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HRV-KEY
           FILE STATUS IS HRV-STATUS.
           SELECT OPTIONAL RETURNS-HIST-FILE
           ASSIGN TO 'returnshistory.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RDH-KEY
           FILE STATUS IS RDH-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'runcontrol.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           05 CJH-UNID-DEVUELTAS           PIC 9(08) COMP.
           05 CJH-INGR-DEVUELTOS           PIC 9(14) COMP-3.
      *----------------------------------------------------------------*
      * FD TENDER-HISTORY-FILE                                         *
      *     UN REGISTRO POR FECHA+TIENDA+CAJERO+MEDIO DE PAGO (VER     *
      *     SalesDataProcessor.cbl, 2169)                              *
      *----------------------------------------------------------------*
       FD TENDER-HISTORY-FILE.
       01 TENDER-HISTORY-RECORD.
           05 PGH-KEY.
               10 PGH-FECHA-CORRIDA        PIC 9(06).
               10 PGH-TIENDA               PIC X(10).
               10 PGH-CAJERO               PIC X(08).
               10 PGH-MEDIO                PIC X(01).
           05 PGH-IMPORTE                  PIC S9(14) COMP-3.
           05 PGH-CONTEO                   PIC 9(06) COMP.
      *----------------------------------------------------------------*
      * FD TICKET-HISTORY-FILE / TICKET-ITEM-FILE                      *
      *     RESUMEN POR TIQUETE Y PRODUCTOS POR TIQUETE (VER           *
      *     SalesDataProcessor.cbl, 2172)                              *
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
       FD TICKET-ITEM-FILE.
       01 TICKET-ITEM-RECORD.
           05 TKA-KEY.
               10 TKA-FECHA-CORRIDA        PIC 9(06).
               10 TKA-TIENDA               PIC X(10).
               10 TKA-TIQUETE              PIC X(12).
               10 TKA-PRODUCT-NAME         PIC X(60).
           05 TKA-CANTIDAD                 PIC S9(08) COMP.
      *----------------------------------------------------------------*
      * FD HOURLY-SALES-FILE                                           *
      *     VENTAS POR TIENDA Y HORA (VER SalesDataProcessor.cbl,      *
      *     2174)                                                      *
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
      * FD RETURNS-HIST-FILE                                           *
      *     DEVOLUCIONES ACEPTADAS, UNA POR LINEA (VER                 *
      *     SalesDataProcessor.cbl)                                    *
      *----------------------------------------------------------------*
       FD RETURNS-HIST-FILE.
       01 RETURNS-HIST-RECORD.
           05 RDH-KEY.
               10 RDH-FECHA-CORRIDA        PIC 9(06).
               10 RDH-TIENDA               PIC X(10).
               10 RDH-LOTE                 PIC X(05).
               10 RDH-LINEA                PIC 9(08).
           05 RDH-CAJERO                   PIC X(08).
           05 RDH-TIQUETE                  PIC X(12).
           05 RDH-HORA                     PIC X(04).
           05 RDH-PRODUCT-NAME             PIC X(60).
           05 RDH-CANTIDAD                 PIC 9(08) COMP.
           05 RDH-IMPORTE                  PIC 9(14) COMP-3.
           05 RDH-IMPORTE-IMPUESTO         PIC 9(14) COMP-3.
           05 RDH-IMPORTE-ORIGEN           PIC 9(14) COMP-3.
           05 RDH-MONEDA                   PIC X(03).
      *----------------------------------------------------------------*
      * FD RUN-CONTROL-FILE                                            *
      *     CONTROL DE CORRIDAS (VER SalesDataProcessor.cbl); ESTE     *
      *     PROGRAMA MARCA LAS CORRIDAS SALESPRC DE LA FECHA COMO      *
       77 HST-STATUS                       PIC X(02).
       77 THS-STATUS                       PIC X(02).
       77 CJH-STATUS                       PIC X(02).
       77 PGH-STATUS                       PIC X(02).
       77 TKH-STATUS                       PIC X(02).
       77 TKA-STATUS                       PIC X(02).
       77 HRV-STATUS                       PIC X(02).
       77 RDH-STATUS                       PIC X(02).
       77 RCF-STATUS                       PIC X(02).
       77 PCL-STATUS                       PIC X(02).
       77 GBR-STATUS                       PIC X(02).
           88 THS-EOF                      VALUE 'Y'.
       77 CJH-EOF-SW                       PIC X(01) VALUE 'N'.
           88 CJH-EOF                      VALUE 'Y'.
       77 PGH-EOF-SW                       PIC X(01) VALUE 'N'.
           88 PGH-EOF                      VALUE 'Y'.
       77 TKH-EOF-SW                       PIC X(01) VALUE 'N'.
           88 TKH-EOF                      VALUE 'Y'.
       77 TKA-EOF-SW                       PIC X(01) VALUE 'N'.
           88 TKA-EOF                      VALUE 'Y'.
       77 HRV-EOF-SW                       PIC X(01) VALUE 'N'.
           88 HRV-EOF                      VALUE 'Y'.
       77 RDH-EOF-SW                       PIC X(01) VALUE 'N'.
           88 RDH-EOF                      VALUE 'Y'.
       77 RCF-EOF-SW                       PIC X(01) VALUE 'N'.
           88 RCF-EOF                      VALUE 'Y'.
       77 GLM-EOF-SW                       PIC X(01) VALUE 'N'.
       77 BKO-HIST-REVERSADOS              PIC 9(06) COMP VALUE ZERO.
       77 BKO-IVA-REVERSADOS               PIC 9(06) COMP VALUE ZERO.
       77 BKO-CAJ-REVERSADOS               PIC 9(06) COMP VALUE ZERO.
       77 BKO-PAG-REVERSADOS               PIC 9(06) COMP VALUE ZERO.
       77 BKO-TIQ-REVERSADOS               PIC 9(06) COMP VALUE ZERO.
       77 BKO-HRS-REVERSADAS               PIC 9(06) COMP VALUE ZERO.
       77 BKO-DEV-REVERSADAS               PIC 9(06) COMP VALUE ZERO.
       77 BKO-CORRIDAS-ANULADAS            PIC 9(06) COMP VALUE ZERO.
       77 BKO-ADVERTENCIAS                 PIC 9(06) COMP VALUE ZERO.
       01 BKO-TOTALES.
                   2300-REVERSAR-IMPUESTO-FIN
           PERFORM 2400-REVERSAR-CAJEROS THRU
                   2400-REVERSAR-CAJEROS-FIN
           PERFORM 2450-REVERSAR-PAGOS THRU
                   2450-REVERSAR-PAGOS-FIN
           PERFORM 2470-REVERSAR-TIQUETES THRU
                   2470-REVERSAR-TIQUETES-FIN
           PERFORM 2495-REVERSAR-HORAS THRU
                   2495-REVERSAR-HORAS-FIN
           PERFORM 2497-REVERSAR-DEVOLUCIONES THRU
                   2497-REVERSAR-DEVOLUCIONES-FIN
           IF BKO-EXPORTADA
               PERFORM 2500-EMITIR-REVERSO-GL
           END-IF
           DISPLAY "HISTORIA REVERSADA    : " BKO-HIST-REVERSADOS
           DISPLAY "IMPUESTO REVERSADO    : " BKO-IVA-REVERSADOS
           DISPLAY "CAJEROS REVERSADOS    : " BKO-CAJ-REVERSADOS
           DISPLAY "PAGOS REVERSADOS      : " BKO-PAG-REVERSADOS
           DISPLAY "TIQUETES REVERSADOS   : " BKO-TIQ-REVERSADOS
           DISPLAY "HORAS REVERSADAS      : " BKO-HRS-REVERSADAS
           DISPLAY "DEVOLUCIONES REVERSAD.: " BKO-DEV-REVERSADAS
           DISPLAY "CORRIDAS ANULADAS     : " BKO-CORRIDAS-ANULADAS
           DISPLAY "ADVERTENCIAS          : " BKO-ADVERTENCIAS
           DISPLAY "=========================================="
       2410-REVERSAR-CAJERO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2450-REVERSAR-PAGOS                                            *
      *     BORRA LO RECAUDADO POR CAJERO Y MEDIO DE PAGO DE LA FECHA  *
      *     (Y TIENDA, SI SE INDICO); SIN ARCHIVO DE PAGOS NO HAY NADA *
      *     QUE HACER                                                  *
      *----------------------------------------------------------------*
       2450-REVERSAR-PAGOS.
           OPEN I-O TENDER-HISTORY-FILE
           IF PGH-STATUS NOT EQUAL '00'
               GO TO 2450-REVERSAR-PAGOS-FIN
           END-IF
           MOVE BKO-FECHA                  TO PGH-FECHA-CORRIDA
           MOVE LOW-VALUES                 TO PGH-TIENDA
           MOVE LOW-VALUES                 TO PGH-CAJERO
           MOVE LOW-VALUES                 TO PGH-MEDIO
           START TENDER-HISTORY-FILE KEY IS NOT LESS THAN PGH-KEY
               INVALID KEY
                   SET PGH-EOF             TO TRUE
           END-START
           PERFORM 2460-REVERSAR-PAGO THRU 2460-REVERSAR-PAGO-EXIT
               UNTIL PGH-EOF
           CLOSE TENDER-HISTORY-FILE
           .
       2450-REVERSAR-PAGOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2460-REVERSAR-PAGO                                             *
      *----------------------------------------------------------------*
       2460-REVERSAR-PAGO.
           READ TENDER-HISTORY-FILE NEXT RECORD
               AT END
                   SET PGH-EOF             TO TRUE
                   GO TO 2460-REVERSAR-PAGO-EXIT
           END-READ
           IF PGH-FECHA-CORRIDA NOT EQUAL BKO-FECHA
               SET PGH-EOF                 TO TRUE
               GO TO 2460-REVERSAR-PAGO-EXIT
           END-IF
           IF NOT BKO-FECHA-COMPLETA
               AND PGH-TIENDA NOT EQUAL BKO-TIENDA-FILTRO
               GO TO 2460-REVERSAR-PAGO-EXIT
           END-IF
           DELETE TENDER-HISTORY-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR BORRANDO PAGO - STATUS: "
                       PGH-STATUS
                   ADD 1                   TO BKO-ADVERTENCIAS
           END-DELETE
           IF PGH-STATUS EQUAL '00'
               ADD 1                       TO BKO-PAG-REVERSADOS
           END-IF
           .
       2460-REVERSAR-PAGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2470-REVERSAR-TIQUETES                                         *
      *     BORRA LOS RESUMENES DE TIQUETE DE LA FECHA (Y TIENDA) EN   *
      *     tickethistory.dat Y SUS PRODUCTOS EN ticketitems.dat, PARA *
      *     QUE EL ANALISIS DE CANASTA NO CUENTE CLIENTES DE UNA       *
      *     FECHA ANULADA                                              *
      *----------------------------------------------------------------*
       2470-REVERSAR-TIQUETES.
           OPEN I-O TICKET-HISTORY-FILE
           IF TKH-STATUS EQUAL '00'
               MOVE BKO-FECHA              TO TKH-FECHA-CORRIDA
               MOVE LOW-VALUES             TO TKH-TIENDA
               MOVE LOW-VALUES             TO TKH-TIQUETE
               START TICKET-HISTORY-FILE KEY IS NOT LESS THAN TKH-KEY
                   INVALID KEY
                       SET TKH-EOF         TO TRUE
               END-START
               PERFORM 2480-REVERSAR-TIQUETE THRU
                       2480-REVERSAR-TIQUETE-EXIT
                   UNTIL TKH-EOF
               CLOSE TICKET-HISTORY-FILE
           END-IF
           OPEN I-O TICKET-ITEM-FILE
           IF TKA-STATUS NOT EQUAL '00'
               GO TO 2470-REVERSAR-TIQUETES-FIN
           END-IF
           MOVE BKO-FECHA                  TO TKA-FECHA-CORRIDA
           MOVE LOW-VALUES                 TO TKA-TIENDA
           MOVE LOW-VALUES                 TO TKA-TIQUETE
           MOVE LOW-VALUES                 TO TKA-PRODUCT-NAME
           START TICKET-ITEM-FILE KEY IS NOT LESS THAN TKA-KEY
               INVALID KEY
                   SET TKA-EOF             TO TRUE
           END-START
           PERFORM 2490-REVERSAR-ARTICULO THRU
                   2490-REVERSAR-ARTICULO-EXIT
               UNTIL TKA-EOF
           CLOSE TICKET-ITEM-FILE
           .
       2470-REVERSAR-TIQUETES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2480-REVERSAR-TIQUETE                                          *
      *----------------------------------------------------------------*
       2480-REVERSAR-TIQUETE.
           READ TICKET-HISTORY-FILE NEXT RECORD
               AT END
                   SET TKH-EOF             TO TRUE
                   GO TO 2480-REVERSAR-TIQUETE-EXIT
           END-READ
           IF TKH-FECHA-CORRIDA NOT EQUAL BKO-FECHA
               SET TKH-EOF                 TO TRUE
               GO TO 2480-REVERSAR-TIQUETE-EXIT
           END-IF
           IF NOT BKO-FECHA-COMPLETA
               AND TKH-TIENDA NOT EQUAL BKO-TIENDA-FILTRO
               GO TO 2480-REVERSAR-TIQUETE-EXIT
           END-IF
           DELETE TICKET-HISTORY-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR BORRANDO TIQUETE - STATUS: "
                       TKH-STATUS
                   ADD 1                   TO BKO-ADVERTENCIAS
           END-DELETE
           IF TKH-STATUS EQUAL '00'
               ADD 1                       TO BKO-TIQ-REVERSADOS
           END-IF
           .
       2480-REVERSAR-TIQUETE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2490-REVERSAR-ARTICULO                                         *
      *----------------------------------------------------------------*
       2490-REVERSAR-ARTICULO.
           READ TICKET-ITEM-FILE NEXT RECORD
               AT END
                   SET TKA-EOF             TO TRUE
                   GO TO 2490-REVERSAR-ARTICULO-EXIT
           END-READ
           IF TKA-FECHA-CORRIDA NOT EQUAL BKO-FECHA
               SET TKA-EOF                 TO TRUE
               GO TO 2490-REVERSAR-ARTICULO-EXIT
           END-IF
           IF NOT BKO-FECHA-COMPLETA
               AND TKA-TIENDA NOT EQUAL BKO-TIENDA-FILTRO
               GO TO 2490-REVERSAR-ARTICULO-EXIT
           END-IF
           DELETE TICKET-ITEM-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR BORRANDO PRODUCTO DE TIQUETE - "
                       "STATUS: " TKA-STATUS
                   ADD 1                   TO BKO-ADVERTENCIAS
           END-DELETE
           .
       2490-REVERSAR-ARTICULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2495-REVERSAR-HORAS                                            *
      *     BORRA LAS VENTAS POR HORA DE LA FECHA (Y TIENDA) EN        *
      *     hourlysales.dat, PARA QUE EL REPORTE POR FRANJA NI SUS     *
      *     PROMEDIOS DE SEMANAS ANTERIORES CUENTEN UNA FECHA ANULADA  *
      *----------------------------------------------------------------*
       2495-REVERSAR-HORAS.
           OPEN I-O HOURLY-SALES-FILE
           IF HRV-STATUS NOT EQUAL '00'
               GO TO 2495-REVERSAR-HORAS-FIN
           END-IF
           MOVE BKO-FECHA                  TO HRV-FECHA-CORRIDA
           MOVE LOW-VALUES                 TO HRV-TIENDA
           MOVE ZERO                       TO HRV-HORA
           START HOURLY-SALES-FILE KEY IS NOT LESS THAN HRV-KEY
               INVALID KEY
                   SET HRV-EOF             TO TRUE
           END-START
           PERFORM 2496-REVERSAR-HORA THRU 2496-REVERSAR-HORA-EXIT
               UNTIL HRV-EOF
           CLOSE HOURLY-SALES-FILE
           .
       2495-REVERSAR-HORAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2496-REVERSAR-HORA                                             *
      *----------------------------------------------------------------*
       2496-REVERSAR-HORA.
           READ HOURLY-SALES-FILE NEXT RECORD
               AT END
                   SET HRV-EOF             TO TRUE
                   GO TO 2496-REVERSAR-HORA-EXIT
           END-READ
           IF HRV-FECHA-CORRIDA NOT EQUAL BKO-FECHA
               SET HRV-EOF                 TO TRUE
               GO TO 2496-REVERSAR-HORA-EXIT
           END-IF
           IF NOT BKO-FECHA-COMPLETA
               AND HRV-TIENDA NOT EQUAL BKO-TIENDA-FILTRO
               GO TO 2496-REVERSAR-HORA-EXIT
           END-IF
           DELETE HOURLY-SALES-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR BORRANDO VENTA POR HORA - STATUS: "
                       HRV-STATUS
                   ADD 1                   TO BKO-ADVERTENCIAS
           END-DELETE
           IF HRV-STATUS EQUAL '00'
               ADD 1                       TO BKO-HRS-REVERSADAS
           END-IF
           .
       2496-REVERSAR-HORA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2497-REVERSAR-DEVOLUCIONES                                     *
      *     BORRA LAS DEVOLUCIONES DE LA FECHA (Y TIENDA) EN           *
      *     returnshistory.dat, PARA QUE EL REPORTE DE PREVENCION DE   *
      *     PERDIDAS NO CUENTE UNA FECHA ANULADA                       *
      *----------------------------------------------------------------*
       2497-REVERSAR-DEVOLUCIONES.
           OPEN I-O RETURNS-HIST-FILE
           IF RDH-STATUS NOT EQUAL '00'
               GO TO 2497-REVERSAR-DEVOLUCIONES-FIN
           END-IF
           MOVE BKO-FECHA                  TO RDH-FECHA-CORRIDA
           MOVE LOW-VALUES                 TO RDH-TIENDA
           MOVE LOW-VALUES                 TO RDH-LOTE
           MOVE ZERO                       TO RDH-LINEA
           START RETURNS-HIST-FILE KEY IS NOT LESS THAN RDH-KEY
               INVALID KEY
                   SET RDH-EOF             TO TRUE
           END-START
           PERFORM 2498-REVERSAR-DEVOLUCION THRU
                   2498-REVERSAR-DEVOLUCION-EXIT
               UNTIL RDH-EOF
           CLOSE RETURNS-HIST-FILE
           .
       2497-REVERSAR-DEVOLUCIONES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * 2498-REVERSAR-DEVOLUCION                                       *
      *----------------------------------------------------------------*
       2498-REVERSAR-DEVOLUCION.
           READ RETURNS-HIST-FILE NEXT RECORD
               AT END
                   SET RDH-EOF             TO TRUE
                   GO TO 2498-REVERSAR-DEVOLUCION-EXIT
           END-READ
           IF RDH-FECHA-CORRIDA NOT EQUAL BKO-FECHA
               SET RDH-EOF                 TO TRUE
               GO TO 2498-REVERSAR-DEVOLUCION-EXIT
           END-IF
           IF NOT BKO-FECHA-COMPLETA
               AND RDH-TIENDA NOT EQUAL BKO-TIENDA-FILTRO
               GO TO 2498-REVERSAR-DEVOLUCION-EXIT
           END-IF
           DELETE RETURNS-HIST-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR BORRANDO DEVOLUCION - STATUS: "
                       RDH-STATUS
                   ADD 1                   TO BKO-ADVERTENCIAS
           END-DELETE
           IF RDH-STATUS EQUAL '00'
               ADD 1                       TO BKO-DEV-REVERSADAS
           END-IF
           .
       2498-REVERSAR-DEVOLUCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-EMITIR-REVERSO-GL                                         *
      *     EMITE EL LOTE DE REVERSO EN EL FORMATO DE                  *
