      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SalesPriceApprovalTransaction.
       AUTHOR.        ERICK STIVEN FIERRO PERDOMO.
       INSTALLATION.  TIENDA-01.
       DATE-WRITTEN.  2026.10.01
      *----------------------------------------------------------------*
      *    DESCRIPCION : TRANSACCION CICS (SDPA) DE APROBACION DE      *
      *                  CAMBIOS DE PRECIO/TOLERANCIA/COSTO.  SDPM     *
      *                  RETIENE EN PRICEREQ (pricerequests.dat) LOS   *
      *                  CAMBIOS CUYA VARIACION SUPERA EL UMBRAL DE    *
      *                  APRPARM; AQUI UN SEGUNDO USUARIO, DISTINTO    *
      *                  DEL QUE LOS TECLEO, HOJEA LAS SOLICITUDES     *
      *                  PENDIENTES (PF8/PF7) Y LAS APRUEBA (ACCION A) *
      *                  O RECHAZA (ACCION R, CON MOTIVO).  AL APROBAR *
      *                  SE APLICA EL CAMBIO IGUAL QUE LO HABRIA HECHO *
      *                  SDPM: REGRABA EL MAESTRO Y PRICEEFF, O SOLO   *
      *                  PROGRAMA PRICEEFF SI LA VIGENCIA SIGUE SIENDO *
      *                  FUTURA.  CADA DECISION DEJA SU LINEA EN       *
      *                  PRODJRNL CON EL SOLICITANTE Y EL APROBADOR.   *
      *                  LA CLAVE DE NAVEGACION Y LAS CLAVES DE LAS    *
      *                  CINCO SOLICITUDES EN PANTALLA VIAJAN EN EL    *
      *                  DFHCOMMAREA, IGUAL QUE EN SDPM.               *
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
      *----------------------------------------------------------------*
      *                   D A T A   D I V I S I O N                    *
      *----------------------------------------------------------------*
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY SalesPriceApprovalMap.
       COPY DFHAID.
       COPY DFHBMSCA.
      *----------------------------------------------------------------*
      *     COPIA DE TRABAJO DE UN REGISTRO DEL MAESTRO DE PRODUCTOS.  *
      *     DEBE COINCIDIR CON PRODUCT-MASTER-RECORD EN                *
      *     SalesProductMaintTransaction.cbl Y SalesDataProcessor.cbl. *
      *----------------------------------------------------------------*
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
      *     REGISTRO DE AUDITORIA DE CAMBIOS AL MAESTRO (PRODJRNL).    *
      *     DEBE COINCIDIR CON JOURNAL-RECORD EN SDPM.                 *
      *----------------------------------------------------------------*
       01 JOURNAL-RECORD.
           05 JRN-KEY.
               10 JRN-FECHA                PIC 9(06).
               10 JRN-HORA                 PIC 9(06).
               10 JRN-TAREA                PIC 9(07).
           05 JRN-TERMINAL                 PIC X(04).
           05 JRN-ACCION                   PIC X(01).
           05 JRN-PRODUCTO                 PIC X(60).
           05 JRN-PRECIO-ANTERIOR          PIC 9(08).
           05 JRN-PRECIO-NUEVO             PIC 9(08).
           05 JRN-COSTO-ANTERIOR           PIC 9(08).
           05 JRN-COSTO-NUEVO              PIC 9(08).
           05 JRN-FECHA-VIGENCIA           PIC 9(06).
           05 JRN-USUARIO                  PIC X(08).
           05 JRN-APROBADOR                PIC X(08).
      *----------------------------------------------------------------*
      *     REGISTRO DE PRECIO CON FECHA DE VIGENCIA (PRICEEFF).       *
      *     DEBE COINCIDIR CON PRICE-EFF-RECORD EN SDPM.               *
      *----------------------------------------------------------------*
       01 PRICE-EFF-RECORD.
           05 PEF-KEY.
               10 PEF-PRODUCT-NAME         PIC X(60).
               10 PEF-FECHA-VIGENCIA       PIC 9(06).
           05 PEF-PRECIO                   PIC 9(08).
      *----------------------------------------------------------------*
      *     SOLICITUD DE CAMBIO PENDIENTE DE APROBACION (PRICEREQ).    *
      *     DEBE COINCIDIR CON PRICE-REQ-RECORD EN SDPM.               *
      *----------------------------------------------------------------*
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
      *                           VARIABLES                            *
      *----------------------------------------------------------------*
       77 APA-RESP                         PIC S9(08) COMP.
       77 APA-RESP2                        PIC S9(08) COMP.
       77 APA-ABSTIME                      PIC S9(15) COMP-3.
       77 APA-LINEA                        PIC 9(02) COMP.
       77 APA-RENGLON                      PIC 9(02) COMP.
       77 APA-LEIDOS                       PIC 9(02) COMP.
       77 APA-PAGINA-TAMANO                PIC 9(02) COMP VALUE 5.
       77 APA-FIN-BROWSE-SW                PIC X(01) VALUE 'N'.
           88 APA-FIN-BROWSE                          VALUE 'Y'.
       77 APA-SOLICITUD-OK-SW              PIC X(01) VALUE 'N'.
           88 APA-SOLICITUD-OK                        VALUE 'S'.
       01 APA-CLAVE-BROWSE                 PIC X(79).
       01 APA-CLAVE-ARRANQUE               PIC X(79).
       01 APA-CLAVE-ACCESO                 PIC X(79).
       01 APA-CLAVE-MAESTRO                PIC X(60).
       01 APA-MENSAJE                      PIC X(79).
       01 APA-MOTIVO                       PIC X(30).
       01 APA-LINEA-ENTRADA.
           05 APA-LINEA-X                  PIC X(01).
           05 APA-LINEA-NUM REDEFINES APA-LINEA-X
                                           PIC 9(01).
       77 APA-USUARIO                      PIC X(08) VALUE SPACES.
       77 APA-FECHA-HOY                    PIC 9(06) VALUE ZERO.
       77 APA-HORA-AHORA                   PIC 9(06) VALUE ZERO.
       77 APA-VIGENCIA                     PIC 9(06) VALUE ZERO.
       77 APA-PRECIO-ANTERIOR              PIC 9(08) VALUE ZERO.
       77 APA-COSTO-ANTERIOR               PIC 9(08) VALUE ZERO.
       77 APA-PRECIO-REGISTRAR             PIC 9(08) VALUE ZERO.
      *----------------------------------------------------------------*
      *     LAS DOS LINEAS DE PANTALLA DE UNA SOLICITUD, ALINEADAS CON *
      *     LOS ROTULOS DE LAS FILAS 6 Y 7 DEL MAPA                    *
      *----------------------------------------------------------------*
       01 APA-DETALLE-A.
           05 APA-DA-LINEA                 PIC 9(01).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 APA-DA-PRODUCTO              PIC X(40).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 APA-DA-SOLICITANTE           PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 APA-DA-FECHA                 PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 APA-DA-HORA                  PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 APA-DA-TIPO                  PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 APA-DA-VIGENCIA              PIC 9(06).
           05 FILLER                       PIC X(05) VALUE SPACES.
       01 APA-DETALLE-B.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 APA-DB-PRECIO-ANT            PIC ZZZZZZZ9.
           05 FILLER                       PIC X(01) VALUE '>'.
           05 APA-DB-PRECIO-NUE            PIC ZZZZZZZ9.
           05 FILLER                       PIC X(09) VALUE SPACES.
           05 APA-DB-TOLER-ANT             PIC ZZ9.
           05 FILLER                       PIC X(01) VALUE '>'.
           05 APA-DB-TOLER-NUE             PIC ZZ9.
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 APA-DB-COSTO-ANT             PIC ZZZZZZZ9.
           05 FILLER                       PIC X(01) VALUE '>'.
           05 APA-DB-COSTO-NUE             PIC ZZZZZZZ9.
           05 FILLER                       PIC X(08) VALUE SPACES.
           05 APA-DB-VARIACION             PIC ZZZZ9,9.
           05 FILLER                       PIC X(07) VALUE SPACES.
       01 WS-MENSAJE-DESPEDIDA             PIC X(60) VALUE
           "SESION DE APROBACION DE PRECIOS TERMINADA".
      *----------------------------------------------------------------*
      *          L I N K A G E   S E C T I O N                         *
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 APA-CLAVE-SIGUIENTE          PIC X(79).
           05 APA-CLAVE-PANTALLA           PIC X(79) OCCURS 5 TIMES.
      *----------------------------------------------------------------*
      *               P R O C E D U R E   D I V I S I O N              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE SPACES                     TO APA-MENSAJE
           IF EIBCALEN EQUAL ZERO
               MOVE LOW-VALUES             TO DFHCOMMAREA
               MOVE "APROBACION DE PRECIOS - TECLEE ACCION Y LINEA"
                   TO APA-MENSAJE
           ELSE
               EVALUATE EIBAID
                   WHEN DFHPF3
                       GO TO 0000-MAINLINE-SALIR
                   WHEN DFHPF7
                       MOVE LOW-VALUES     TO APA-CLAVE-SIGUIENTE
                   WHEN DFHPF8
                       CONTINUE
                   WHEN DFHENTER
                       PERFORM 2000-PROCESAR-ACCION THRU
                               2000-PROCESAR-ACCION-EXIT
                       MOVE LOW-VALUES     TO APA-CLAVE-SIGUIENTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 4000-ARMAR-PANTALLA
           EXEC CICS SEND MAP('APR1')
               MAPSET('PRCAPR')
               FROM(APR1O)
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID('SDPA')
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
      * 2000-PROCESAR-ACCION                                           *
      *     RECIBE EL MAPA Y DESPACHA LA ACCION TECLEADA.  UNA ACCION  *
      *     EN BLANCO SOLO REFRESCA LA LISTA DE PENDIENTES.            *
      *----------------------------------------------------------------*
       2000-PROCESAR-ACCION.
           EXEC CICS RECEIVE MAP('APR1')
               MAPSET('PRCAPR')
               INTO(APR1I)
               RESP(APA-RESP)
           END-EXEC
           IF APA-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE "SIN CAMBIOS EN PANTALLA" TO APA-MENSAJE
               GO TO 2000-PROCESAR-ACCION-EXIT
           END-IF
           EVALUATE ACCIONI
               WHEN 'A'
                   PERFORM 2100-APROBAR THRU 2100-APROBAR-EXIT
               WHEN 'R'
                   PERFORM 2200-RECHAZAR THRU 2200-RECHAZAR-EXIT
               WHEN SPACE
                   CONTINUE
               WHEN LOW-VALUE
                   CONTINUE
               WHEN OTHER
                   MOVE "ACCION INVALIDA - USE A O R" TO APA-MENSAJE
           END-EVALUATE
           .
       2000-PROCESAR-ACCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-APROBAR                                                   *
      *     APLICA LA SOLICITUD DE LA LINEA TECLEADA.  EL MAESTRO DEBE *
      *     TENER TODAVIA LOS VALORES CON QUE SE PIDIO EL CAMBIO; SI   *
      *     NO, LA SOLICITUD QUEDO VIEJA Y SOLO PUEDE RECHAZARSE.      *
      *     LA VIGENCIA ES LA DE LA SOLICITUD SI AUN ES FUTURA; SI YA  *
      *     LLEGO (O ERA UN CAMBIO INMEDIATO) EL CAMBIO RIGE DESDE HOY.*
      *----------------------------------------------------------------*
       2100-APROBAR.
           PERFORM 2050-LOCALIZAR-SOLICITUD THRU
                   2050-LOCALIZAR-SOLICITUD-EXIT
           IF NOT APA-SOLICITUD-OK
               GO TO 2100-APROBAR-EXIT
           END-IF
           MOVE REQ-PRODUCTO               TO APA-CLAVE-MAESTRO
           EXEC CICS READ FILE('PRODMST')
               INTO(PRODUCT-MASTER-RECORD)
               RIDFLD(APA-CLAVE-MAESTRO)
               UPDATE
               RESP(APA-RESP)
           END-EXEC
           IF APA-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE('PRICEREQ')
               END-EXEC
               MOVE "EL PRODUCTO NO EXISTE EN EL MAESTRO"
                   TO APA-MENSAJE
               GO TO 2100-APROBAR-EXIT
           END-IF
           IF PM-PRECIO-ESPERADO NOT EQUAL REQ-PRECIO-ANTERIOR
               OR PM-COSTO-UNITARIO NOT EQUAL REQ-COSTO-ANTERIOR
               OR PM-TOLERANCIA-PCT NOT EQUAL REQ-TOLER-ANTERIOR
               EXEC CICS UNLOCK FILE('PRODMST')
               END-EXEC
               EXEC CICS UNLOCK FILE('PRICEREQ')
               END-EXEC
               MOVE "EL MAESTRO CAMBIO DESDE LA SOLICITUD - RECHACELA"
                   TO APA-MENSAJE
               GO TO 2100-APROBAR-EXIT
           END-IF
           MOVE PM-PRECIO-ESPERADO         TO APA-PRECIO-ANTERIOR
           MOVE PM-COSTO-UNITARIO          TO APA-COSTO-ANTERIOR
           MOVE REQ-PRECIO-NUEVO           TO APA-PRECIO-REGISTRAR
           IF REQ-FECHA-VIGENCIA > APA-FECHA-HOY
               MOVE REQ-FECHA-VIGENCIA     TO APA-VIGENCIA
           ELSE
               MOVE APA-FECHA-HOY          TO APA-VIGENCIA
           END-IF
      *    VIGENCIA TODAVIA FUTURA: SOLO SE PROGRAMA EL PRECIO, IGUAL
      *    QUE LA ACCION M DE SDPM CON FVIG; EL MAESTRO NO SE TOCA
           IF APA-VIGENCIA > APA-FECHA-HOY
               EXEC CICS UNLOCK FILE('PRODMST')
               END-EXEC
               PERFORM 3200-REGISTRAR-PRECIO-VIGENTE
               MOVE REQ-PRECIO-NUEVO       TO PM-PRECIO-ESPERADO
               MOVE 'F'                    TO JRN-ACCION
               PERFORM 3000-ESCRIBIR-AUDITORIA
               MOVE "APROBADO - PRECIO FUTURO PROGRAMADO"
                   TO APA-MENSAJE
               PERFORM 2300-CERRAR-SOLICITUD
               GO TO 2100-APROBAR-EXIT
           END-IF
      *    UN CAMBIO FUTURO CUYA FECHA YA LLEGO SOLO TRAE EL PRECIO;
      *    EL INMEDIATO TRAE TODO LO QUE SE TECLEO EN SDPM
           IF REQ-TIPO-INMEDIATO
               MOVE REQ-SKU-NUEVO          TO PM-SKU
               MOVE REQ-TOLER-NUEVA        TO PM-TOLERANCIA-PCT
               MOVE REQ-COSTO-NUEVO        TO PM-COSTO-UNITARIO
               MOVE REQ-MINIMO-NUEVO       TO PM-STOCK-MINIMO
           END-IF
           MOVE REQ-PRECIO-NUEVO           TO PM-PRECIO-ESPERADO
           EXEC CICS REWRITE FILE('PRODMST')
               FROM(PRODUCT-MASTER-RECORD)
               RESP(APA-RESP)
           END-EXEC
           IF APA-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE('PRICEREQ')
               END-EXEC
               MOVE "ERROR REGRABANDO EL PRODUCTO" TO APA-MENSAJE
               GO TO 2100-APROBAR-EXIT
           END-IF
           MOVE "APROBADO Y APLICADO AL MAESTRO" TO APA-MENSAJE
           MOVE 'M'                        TO JRN-ACCION
           PERFORM 3000-ESCRIBIR-AUDITORIA
           IF PM-COSTO-UNITARIO NOT EQUAL APA-COSTO-ANTERIOR
               PERFORM 3100-ESCRIBIR-AUDITORIA-COSTO
           END-IF
           PERFORM 3200-REGISTRAR-PRECIO-VIGENTE
           PERFORM 2300-CERRAR-SOLICITUD
           .
       2100-APROBAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-RECHAZAR                                                  *
      *     CIERRA LA SOLICITUD SIN TOCAR EL MAESTRO NI PRICEEFF; EL   *
      *     MOTIVO ES OBLIGATORIO Y QUEDA EN LA SOLICITUD.  LA LINEA   *
      *     'X' DE PRODJRNL LLEVA LOS VALORES QUE SE PIDIERON.         *
      *----------------------------------------------------------------*
       2200-RECHAZAR.
           MOVE MOTIVOI                    TO APA-MOTIVO
           INSPECT APA-MOTIVO REPLACING ALL LOW-VALUE BY SPACE
           IF APA-MOTIVO EQUAL SPACES
               MOVE "TECLEE EL MOTIVO DEL RECHAZO" TO APA-MENSAJE
               GO TO 2200-RECHAZAR-EXIT
           END-IF
           PERFORM 2050-LOCALIZAR-SOLICITUD THRU
                   2050-LOCALIZAR-SOLICITUD-EXIT
           IF NOT APA-SOLICITUD-OK
               GO TO 2200-RECHAZAR-EXIT
           END-IF
           MOVE REQ-PRODUCTO               TO PM-PRODUCT-NAME
           MOVE REQ-PRECIO-ANTERIOR        TO APA-PRECIO-ANTERIOR
           MOVE REQ-PRECIO-NUEVO           TO PM-PRECIO-ESPERADO
           MOVE REQ-COSTO-ANTERIOR         TO APA-COSTO-ANTERIOR
           MOVE REQ-COSTO-NUEVO            TO PM-COSTO-UNITARIO
           MOVE REQ-FECHA-VIGENCIA         TO APA-VIGENCIA
           MOVE "SOLICITUD RECHAZADA"      TO APA-MENSAJE
           MOVE 'X'                        TO JRN-ACCION
           PERFORM 3000-ESCRIBIR-AUDITORIA
           PERFORM 2300-CERRAR-SOLICITUD
           .
       2200-RECHAZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2050-LOCALIZAR-SOLICITUD                                       *
      *     LEE PARA ACTUALIZAR LA SOLICITUD DE LA LINEA TECLEADA      *
      *     (SU CLAVE VIAJA EN EL DFHCOMMAREA) Y VERIFICA QUE SIGA     *
      *     PENDIENTE Y QUE EL APROBADOR NO SEA QUIEN LA PIDIO.        *
      *----------------------------------------------------------------*
       2050-LOCALIZAR-SOLICITUD.
           MOVE 'N'                        TO APA-SOLICITUD-OK-SW
           MOVE LINEAI                     TO APA-LINEA-X
           IF APA-LINEA-X NOT NUMERIC
               OR APA-LINEA-NUM EQUAL ZERO
               OR APA-LINEA-NUM > APA-PAGINA-TAMANO
               MOVE "TECLEE LA LINEA (1-5) DE LA SOLICITUD"
                   TO APA-MENSAJE
               GO TO 2050-LOCALIZAR-SOLICITUD-EXIT
           END-IF
           MOVE APA-LINEA-NUM              TO APA-LINEA
           MOVE APA-CLAVE-PANTALLA(APA-LINEA) TO APA-CLAVE-ACCESO
           IF APA-CLAVE-ACCESO EQUAL LOW-VALUES
               OR APA-CLAVE-ACCESO EQUAL SPACES
               MOVE "NO HAY SOLICITUD EN ESA LINEA" TO APA-MENSAJE
               GO TO 2050-LOCALIZAR-SOLICITUD-EXIT
           END-IF
           EXEC CICS READ FILE('PRICEREQ')
               INTO(PRICE-REQ-RECORD)
               RIDFLD(APA-CLAVE-ACCESO)
               UPDATE
               RESP(APA-RESP)
           END-EXEC
           IF APA-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE "LA SOLICITUD YA NO EXISTE" TO APA-MENSAJE
               GO TO 2050-LOCALIZAR-SOLICITUD-EXIT
           END-IF
           IF NOT REQ-PENDIENTE
               EXEC CICS UNLOCK FILE('PRICEREQ')
               END-EXEC
               MOVE "LA SOLICITUD YA FUE DECIDIDA" TO APA-MENSAJE
               GO TO 2050-LOCALIZAR-SOLICITUD-EXIT
           END-IF
           PERFORM 2060-OBTENER-USUARIO
           IF APA-USUARIO EQUAL REQ-SOLICITANTE
               EXEC CICS UNLOCK FILE('PRICEREQ')
               END-EXEC
               MOVE "QUIEN PIDIO EL CAMBIO NO PUEDE APROBARLO"
                   TO APA-MENSAJE
               GO TO 2050-LOCALIZAR-SOLICITUD-EXIT
           END-IF
           PERFORM 2070-OBTENER-FECHA-HORA
           SET APA-SOLICITUD-OK            TO TRUE
           .
       2050-LOCALIZAR-SOLICITUD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2060-OBTENER-USUARIO                                           *
      *     USUARIO FIRMADO EN LA TERMINAL (CESN)                      *
      *----------------------------------------------------------------*
       2060-OBTENER-USUARIO.
           EXEC CICS ASSIGN
               USERID(APA-USUARIO)
           END-EXEC
           .

      *----------------------------------------------------------------*
      * 2070-OBTENER-FECHA-HORA                                        *
      *----------------------------------------------------------------*
       2070-OBTENER-FECHA-HORA.
           EXEC CICS ASKTIME
               ABSTIME(APA-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(APA-ABSTIME)
               YYMMDD(APA-FECHA-HOY)
               TIME(APA-HORA-AHORA)
               DATESEP(X'00')
               TIMESEP(X'00')
           END-EXEC
           .

      *----------------------------------------------------------------*
      * 2300-CERRAR-SOLICITUD                                          *
      *     REGRABA LA SOLICITUD CON LA DECISION (REQ-ESTADO), EL      *
      *     APROBADOR Y LA FECHA/HORA; EL MOTIVO TECLEADO QUEDA COMO   *
      *     OBSERVACION (OBLIGATORIO AL RECHAZAR, OPCIONAL AL APROBAR) *
      *----------------------------------------------------------------*
       2300-CERRAR-SOLICITUD.
           IF ACCIONI EQUAL 'A'
               SET REQ-APROBADA            TO TRUE
           ELSE
               SET REQ-RECHAZADA           TO TRUE
           END-IF
           MOVE APA-USUARIO                TO REQ-APROBADOR
           MOVE APA-FECHA-HOY              TO REQ-FECHA-DECISION
           MOVE APA-HORA-AHORA             TO REQ-HORA-DECISION
           MOVE MOTIVOI                    TO REQ-OBSERVACION
           INSPECT REQ-OBSERVACION REPLACING ALL LOW-VALUE BY SPACE
           EXEC CICS REWRITE FILE('PRICEREQ')
               FROM(PRICE-REQ-RECORD)
               RESP(APA-RESP2)
           END-EXEC
           IF APA-RESP2 NOT EQUAL DFHRESP(NORMAL)
               MOVE "ADVERTENCIA: NO SE PUDO CERRAR LA SOLICITUD"
                   TO APA-MENSAJE
           END-IF
           .

      *----------------------------------------------------------------*
      * 3000-ESCRIBIR-AUDITORIA                                        *
      *     GRABA LA LINEA DE AUDITORIA DE LA DECISION EN PRODJRNL,    *
      *     CON EL MISMO FORMATO QUE SDPM: EL USUARIO ES QUIEN PIDIO   *
      *     EL CAMBIO Y EL APROBADOR QUIEN LO DECIDIO.                 *
      *----------------------------------------------------------------*
       3000-ESCRIBIR-AUDITORIA.
           EXEC CICS ASKTIME
               ABSTIME(APA-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(APA-ABSTIME)
               YYMMDD(JRN-FECHA)
               TIME(JRN-HORA)
               DATESEP(X'00')
               TIMESEP(X'00')
           END-EXEC
           MOVE EIBTASKN                   TO JRN-TAREA
           MOVE EIBTRMID                   TO JRN-TERMINAL
           MOVE REQ-SOLICITANTE            TO JRN-USUARIO
           MOVE APA-USUARIO                TO JRN-APROBADOR
           MOVE PM-PRODUCT-NAME            TO JRN-PRODUCTO
           MOVE APA-PRECIO-ANTERIOR        TO JRN-PRECIO-ANTERIOR
           MOVE PM-PRECIO-ESPERADO         TO JRN-PRECIO-NUEVO
           MOVE APA-COSTO-ANTERIOR         TO JRN-COSTO-ANTERIOR
           MOVE PM-COSTO-UNITARIO          TO JRN-COSTO-NUEVO
           MOVE APA-VIGENCIA               TO JRN-FECHA-VIGENCIA
           EXEC CICS WRITE FILE('PRODJRNL')
               FROM(JOURNAL-RECORD)
               RIDFLD(JRN-KEY)
               RESP(APA-RESP2)
           END-EXEC
           IF APA-RESP2 NOT EQUAL DFHRESP(NORMAL)
               MOVE "ADVERTENCIA: NO SE PUDO GRABAR LA AUDITORIA"
                   TO APA-MENSAJE
           END-IF
           .

      *----------------------------------------------------------------*
      * 3100-ESCRIBIR-AUDITORIA-COSTO                                  *
      *     LINEA 'C' DEL CAMBIO DE COSTO, UN SEGUNDO DESPUES DE LA    *
      *     LINEA 'M', IGUAL QUE EN SDPM                               *
      *----------------------------------------------------------------*
       3100-ESCRIBIR-AUDITORIA-COSTO.
           MOVE 'C'                        TO JRN-ACCION
           ADD 1                           TO JRN-HORA
           EXEC CICS WRITE FILE('PRODJRNL')
               FROM(JOURNAL-RECORD)
               RIDFLD(JRN-KEY)
               RESP(APA-RESP2)
           END-EXEC
           IF APA-RESP2 NOT EQUAL DFHRESP(NORMAL)
               MOVE "ADVERTENCIA: NO SE PUDO GRABAR LA AUDITORIA"
                   TO APA-MENSAJE
           END-IF
           .

      *----------------------------------------------------------------*
      * 3200-REGISTRAR-PRECIO-VIGENTE                                  *
      *     GRABA (O REGRABA) EN PRICEEFF EL PRECIO APROBADO CON SU    *
      *     VIGENCIA, IGUAL QUE SDPM                                   *
      *----------------------------------------------------------------*
       3200-REGISTRAR-PRECIO-VIGENTE.
           MOVE REQ-PRODUCTO               TO PEF-PRODUCT-NAME
           MOVE APA-VIGENCIA               TO PEF-FECHA-VIGENCIA
           MOVE APA-PRECIO-REGISTRAR       TO PEF-PRECIO
           EXEC CICS WRITE FILE('PRICEEFF')
               FROM(PRICE-EFF-RECORD)
               RIDFLD(PEF-KEY)
               RESP(APA-RESP2)
           END-EXEC
           IF APA-RESP2 EQUAL DFHRESP(DUPREC)
               EXEC CICS READ FILE('PRICEEFF')
                   INTO(PRICE-EFF-RECORD)
                   RIDFLD(PEF-KEY)
                   UPDATE
                   RESP(APA-RESP2)
               END-EXEC
               IF APA-RESP2 EQUAL DFHRESP(NORMAL)
                   MOVE APA-PRECIO-REGISTRAR TO PEF-PRECIO
                   EXEC CICS REWRITE FILE('PRICEEFF')
                       FROM(PRICE-EFF-RECORD)
                       RESP(APA-RESP2)
                   END-EXEC
               END-IF
           END-IF
           IF APA-RESP2 NOT EQUAL DFHRESP(NORMAL)
               MOVE "ADVERTENCIA: NO SE PUDO GRABAR EL PRECIO VIGENTE"
                   TO APA-MENSAJE
           END-IF
           .

      *----------------------------------------------------------------*
      * 4000-ARMAR-PANTALLA                                            *
      *     HOJEA PRICEREQ DESDE LA CLAVE DE NAVEGACION Y LLENA HASTA  *
      *     CINCO SOLICITUDES PENDIENTES (LAS DECIDIDAS SE SALTAN),    *
      *     GUARDANDO LA CLAVE DE CADA UNA EN EL DFHCOMMAREA PARA      *
      *     QUE LA SIGUIENTE TAREA SEPA QUE SOLICITUD TIENE CADA       *
      *     LINEA.  AL LLEGAR AL FINAL VUELVE A LA PRIMERA PAGINA.     *
      *----------------------------------------------------------------*
       4000-ARMAR-PANTALLA.
           MOVE SPACES                     TO APR1O
           MOVE ZERO                       TO APA-LEIDOS
           MOVE 'N'                        TO APA-FIN-BROWSE-SW
           MOVE LOW-VALUES                 TO APA-CLAVE-PANTALLA(1)
           MOVE LOW-VALUES                 TO APA-CLAVE-PANTALLA(2)
           MOVE LOW-VALUES                 TO APA-CLAVE-PANTALLA(3)
           MOVE LOW-VALUES                 TO APA-CLAVE-PANTALLA(4)
           MOVE LOW-VALUES                 TO APA-CLAVE-PANTALLA(5)
           MOVE APA-CLAVE-SIGUIENTE        TO APA-CLAVE-BROWSE
           MOVE APA-CLAVE-SIGUIENTE        TO APA-CLAVE-ARRANQUE
           EXEC CICS STARTBR FILE('PRICEREQ')
               RIDFLD(APA-CLAVE-BROWSE)
               GTEQ
               RESP(APA-RESP)
           END-EXEC
           IF APA-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 4010-LEER-SOLICITUD THRU
                       4010-LEER-SOLICITUD-EXIT
                   UNTIL APA-FIN-BROWSE
                   OR APA-LEIDOS >= APA-PAGINA-TAMANO
               EXEC CICS ENDBR FILE('PRICEREQ')
               END-EXEC
           ELSE
               SET APA-FIN-BROWSE          TO TRUE
           END-IF
           IF APA-FIN-BROWSE
               MOVE LOW-VALUES             TO APA-CLAVE-SIGUIENTE
           ELSE
               MOVE APA-CLAVE-BROWSE       TO APA-CLAVE-SIGUIENTE
           END-IF
           IF APA-MENSAJE EQUAL SPACES
               IF APA-LEIDOS EQUAL ZERO
                   MOVE "NO HAY SOLICITUDES PENDIENTES DE APROBACION"
                       TO APA-MENSAJE
               ELSE
                   MOVE "TECLEE ACCION (A/R), LINEA Y MOTIVO, O PF8"
                       TO APA-MENSAJE
               END-IF
           END-IF
           MOVE APA-MENSAJE                TO MENSAJEO
           MOVE "ENTER=EJECUTAR  PF7=PRIMERA PAG  PF8=SIGUIENTE  PF3"
               TO AYUDAO
           .

      *----------------------------------------------------------------*
      * 4010-LEER-SOLICITUD                                            *
      *     LEE LA SIGUIENTE SOLICITUD DEL BROWSE Y, SI ESTA           *
      *     PENDIENTE, LA PONE EN LAS DOS SIGUIENTES LINEAS LIBRES     *
      *----------------------------------------------------------------*
       4010-LEER-SOLICITUD.
           EXEC CICS READNEXT FILE('PRICEREQ')
               INTO(PRICE-REQ-RECORD)
               RIDFLD(APA-CLAVE-BROWSE)
               RESP(APA-RESP)
           END-EXEC
           IF APA-RESP NOT EQUAL DFHRESP(NORMAL)
               SET APA-FIN-BROWSE          TO TRUE
               GO TO 4010-LEER-SOLICITUD-EXIT
           END-IF
      *    LA PAGINA DE CONTINUACION ARRANCA EN LA CLAVE QUE CERRO LA
      *    ANTERIOR; ESA SOLICITUD YA SE MOSTRO
           IF APA-CLAVE-ARRANQUE NOT EQUAL LOW-VALUES
               AND REQ-KEY EQUAL APA-CLAVE-ARRANQUE
               GO TO 4010-LEER-SOLICITUD-EXIT
           END-IF
           IF NOT REQ-PENDIENTE
               GO TO 4010-LEER-SOLICITUD-EXIT
           END-IF
           ADD 1                           TO APA-LEIDOS
           MOVE REQ-KEY                    TO
               APA-CLAVE-PANTALLA(APA-LEIDOS)
           MOVE APA-LEIDOS                 TO APA-DA-LINEA
           MOVE REQ-PRODUCTO               TO APA-DA-PRODUCTO
           MOVE REQ-SOLICITANTE            TO APA-DA-SOLICITANTE
           MOVE REQ-FECHA                  TO APA-DA-FECHA
           MOVE REQ-HORA                   TO APA-DA-HORA
           MOVE REQ-TIPO                   TO APA-DA-TIPO
           MOVE REQ-FECHA-VIGENCIA         TO APA-DA-VIGENCIA
           MOVE REQ-PRECIO-ANTERIOR        TO APA-DB-PRECIO-ANT
           MOVE REQ-PRECIO-NUEVO           TO APA-DB-PRECIO-NUE
           MOVE REQ-TOLER-ANTERIOR         TO APA-DB-TOLER-ANT
           MOVE REQ-TOLER-NUEVA            TO APA-DB-TOLER-NUE
           MOVE REQ-COSTO-ANTERIOR         TO APA-DB-COSTO-ANT
           MOVE REQ-COSTO-NUEVO            TO APA-DB-COSTO-NUE
           MOVE REQ-VARIACION-PCT          TO APA-DB-VARIACION
           COMPUTE APA-RENGLON = APA-LEIDOS * 2 - 1
           MOVE APA-DETALLE-A              TO APR1O-TEXTO(APA-RENGLON)
           ADD 1                           TO APA-RENGLON
           MOVE APA-DETALLE-B              TO APR1O-TEXTO(APA-RENGLON)
           .
       4010-LEER-SOLICITUD-EXIT.
           EXIT.

       END PROGRAM SalesPriceApprovalTransaction.
