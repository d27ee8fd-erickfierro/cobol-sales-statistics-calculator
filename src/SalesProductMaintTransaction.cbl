      *                  LA CLAVE DE NAVEGACION DEL BROWSE VIAJA EN EL *
      *                  DFHCOMMAREA ENTRE TAREAS PSEUDO-              *
      *                  CONVERSACIONALES, IGUAL QUE EN SDVW.          *
      *                  LOS CAMBIOS DE PRECIO/TOLERANCIA/COSTO POR    *
      *                  ENCIMA DEL UMBRAL DE APROBACION QUEDAN        *
      *                  PENDIENTES EN PRICEREQ Y LOS APLICA LA        *
      *                  TRANSACCION SDPA (SalesPriceApproval-         *
      *                  Transaction) CUANDO OTRO USUARIO LOS APRUEBA; *
      *                  EL LOTE SOLO VE PRECIOS APROBADOS.            *
      *----------------------------------------------------------------*
      *    HISTORIAL DE MODIFICACIONES                                 *
      *    FECHA        INIC.  DESCRIPCION                             *
      *                        EL PRECIO SIN TOCAR EL MAESTRO (LINEA   *
      *                        'F' EN PRODJRNL); EL LOTE VALIDA CADA   *
      *                        FECHA CONTRA EL PRECIO VIGENTE EN ELLA  *
      *    2026.10.01   ESFP   APROBACION DE DOS PERSONAS: UN CAMBIO   *
      *                        (ACCION M, INMEDIATO O FUTURO) CUYO     *
      *                        PRECIO, TOLERANCIA O COSTO VARIA MAS    *
      *                        QUE EL UMBRAL DE APRPARM (10 PCT SI NO  *
      *                        HAY REGISTRO) NO SE APLICA: QUEDA COMO  *
      *                        SOLICITUD PENDIENTE EN PRICEREQ (LINEA  *
      *                        'S' EN PRODJRNL) HASTA QUE OTRO USUARIO *
      *                        LA APRUEBE O RECHACE EN SDPA.  NO SE    *
      *                        ACEPTA OTRO CAMBIO DEL PRODUCTO MIENTRAS*
      *                        TENGA UNA SOLICITUD PENDIENTE.  PRODJRNL*
      *                        LLEVA EL USUARIO (Y EL APROBADOR)       *
      *----------------------------------------------------------------*
      *            E N V I R O N M E N T   D I V I S I O N             *
      *----------------------------------------------------------------*
           05 JRN-COSTO-ANTERIOR           PIC 9(08).
           05 JRN-COSTO-NUEVO              PIC 9(08).
           05 JRN-FECHA-VIGENCIA           PIC 9(06).
           05 JRN-USUARIO                  PIC X(08).
           05 JRN-APROBADOR                PIC X(08).
      *----------------------------------------------------------------*
      *     REGISTRO DE PRECIO CON FECHA DE VIGENCIA (PRICEEFF, EL     *
      *     MISMO priceeffective.dat QUE SalesDataProcessor LEE PARA   *
               10 PEF-FECHA-VIGENCIA       PIC 9(06).
           05 PEF-PRECIO                   PIC 9(08).
      *----------------------------------------------------------------*
      *     SOLICITUD DE CAMBIO PENDIENTE DE APROBACION (PRICEREQ =    *
      *     pricerequests.dat).  LA CLAVE PRODUCTO+FECHA+HORA+TAREA    *
      *     AGRUPA LAS SOLICITUDES DE UN PRODUCTO.  DEBE COINCIDIR CON *
      *     SalesPriceApprovalTransaction.cbl Y                        *
      *     SalesPriceApprovalReport.cbl.                              *
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
      *     PARAMETRO DEL UMBRAL DE APROBACION (APRPARM =              *
      *     approvalparm.dat), REGISTRO DE CLAVE 'SDPM'.  SIN REGISTRO *
      *     SE USA PMN-UMBRAL-DEFECTO.                                 *
      *----------------------------------------------------------------*
       01 APPROVAL-PARM-RECORD.
           05 APP-CLAVE                    PIC X(08).
           05 APP-UMBRAL-PCT               PIC 9(03).
      *----------------------------------------------------------------*
      *                           VARIABLES                            *
      *----------------------------------------------------------------*
       77 PMN-RESP                         PIC S9(08) COMP.
       77 PMN-PRECIO-REGISTRAR             PIC 9(08) VALUE ZERO.
       77 PMN-CAMPOS-VALIDOS-SW            PIC X(01).
           88 PMN-CAMPOS-VALIDOS                      VALUE 'S'.
      *----------------------------------------------------------------*
      *     APROBACION DE DOS PERSONAS                                 *
      *----------------------------------------------------------------*
       77 PMN-USUARIO                      PIC X(08) VALUE SPACES.
       77 PMN-UMBRAL-DEFECTO               PIC 9(03) VALUE 10.
       77 PMN-UMBRAL-PCT                   PIC 9(03) VALUE ZERO.
       77 PMN-VARIACION-PCT                PIC 9(05)V9 VALUE ZERO.
       77 PMN-VARIACION-CAMPO              PIC 9(05)V9 VALUE ZERO.
       77 PMN-VALOR-ANTERIOR               PIC 9(08) VALUE ZERO.
       77 PMN-VALOR-NUEVO                  PIC 9(08) VALUE ZERO.
       77 PMN-VARIACION-ED                 PIC ZZZZ9,9.
       77 PMN-TOLER-ANTERIOR               PIC 9(03) VALUE ZERO.
       77 PMN-REQUIERE-APROBACION-SW       PIC X(01) VALUE 'N'.
           88 PMN-REQUIERE-APROBACION                 VALUE 'S'.
       77 PMN-PENDIENTE-SW                 PIC X(01) VALUE 'N'.
           88 PMN-PENDIENTE                           VALUE 'S'.
       77 PMN-FIN-SOLICITUDES-SW           PIC X(01) VALUE 'N'.
           88 PMN-FIN-SOLICITUDES                     VALUE 'S'.
       01 PMN-CLAVE-SOLICITUD              PIC X(79).
       01 WS-MENSAJE-DESPEDIDA             PIC X(60) VALUE
           "SESION DE MANTENIMIENTO TERMINADA".
      *----------------------------------------------------------------*
           IF NOT PMN-CAMPOS-VALIDOS
               GO TO 2200-MODIFICAR-EXIT
           END-IF
      *    UN PRODUCTO CON UNA SOLICITUD PENDIENTE NO ACEPTA OTRO
      *    CAMBIO HASTA QUE UN SEGUNDO USUARIO LA DECIDA EN SDPA
           PERFORM 2500-BUSCAR-PENDIENTE
           IF PMN-PENDIENTE
               MOVE "CAMBIO PENDIENTE DE APROBACION EN SDPA"
                   TO PMN-MENSAJE
               GO TO 2200-MODIFICAR-EXIT
           END-IF
      *    UNA VIGENCIA FUTURA PROGRAMA EL PRECIO EN PRICEEFF SIN
      *    TOCAR EL MAESTRO: EL PRECIO ACTUAL SIGUE RIGIENDO HASTA LA
      *    FECHA TECLEADA (EL LOTE ESCOGE EL VIGENTE POR FECHA)
           END-IF
           MOVE PM-PRECIO-ESPERADO         TO PMN-PRECIO-ANTERIOR
           MOVE PM-COSTO-UNITARIO          TO PMN-COSTO-ANTERIOR
           MOVE PM-TOLERANCIA-PCT          TO PMN-TOLER-ANTERIOR
      *    POR ENCIMA DEL UMBRAL EL CAMBIO NO SE APLICA: QUEDA COMO
      *    SOLICITUD PENDIENTE Y EL MAESTRO SE LIBERA SIN TOCARLO
           PERFORM 2510-EVALUAR-UMBRAL
           IF PMN-REQUIERE-APROBACION
               EXEC CICS UNLOCK FILE('PRODMST')
               END-EXEC
               SET REQ-TIPO-INMEDIATO      TO TRUE
               PERFORM 2520-RETENER-CAMBIO
               GO TO 2200-MODIFICAR-EXIT
           END-IF
           IF SKUFI NOT EQUAL SPACES
               MOVE SKUFI                  TO PM-SKU
           END-IF
           END-IF
           MOVE PM-PRECIO-ESPERADO         TO PMN-PRECIO-ANTERIOR
           MOVE PM-COSTO-UNITARIO          TO PMN-COSTO-ANTERIOR
           MOVE PM-TOLERANCIA-PCT          TO PMN-TOLER-ANTERIOR
           PERFORM 2510-EVALUAR-UMBRAL
           IF PMN-REQUIERE-APROBACION
               SET REQ-TIPO-FUTURO         TO TRUE
               PERFORM 2520-RETENER-CAMBIO
               GO TO 2250-PROGRAMAR-PRECIO-FUTURO-EXIT
           END-IF
           MOVE PMN-PRECIO-NUM             TO PMN-PRECIO-REGISTRAR
           PERFORM 3200-REGISTRAR-PRECIO-VIGENTE
           MOVE PMN-PRECIO-NUM             TO PM-PRECIO-ESPERADO
           INSPECT PMN-MINIMO-X REPLACING LEADING SPACE BY ZERO
           .

      *----------------------------------------------------------------*
      * 2500-BUSCAR-PENDIENTE                                          *
      *     HOJEA LAS SOLICITUDES DEL PRODUCTO TECLEADO (LA CLAVE DE   *
      *     PRICEREQ EMPIEZA POR EL PRODUCTO) BUSCANDO UNA PENDIENTE   *
      *----------------------------------------------------------------*
       2500-BUSCAR-PENDIENTE.
           MOVE 'N'                        TO PMN-PENDIENTE-SW
           MOVE 'N'                        TO PMN-FIN-SOLICITUDES-SW
           MOVE LOW-VALUES                 TO PMN-CLAVE-SOLICITUD
           MOVE PRODNOMI                   TO PMN-CLAVE-SOLICITUD(1:60)
           EXEC CICS STARTBR FILE('PRICEREQ')
               RIDFLD(PMN-CLAVE-SOLICITUD)
               GTEQ
               RESP(PMN-RESP2)
           END-EXEC
           IF PMN-RESP2 EQUAL DFHRESP(NORMAL)
               PERFORM 2501-LEER-SOLICITUD THRU
                       2501-LEER-SOLICITUD-EXIT
                   UNTIL PMN-FIN-SOLICITUDES OR PMN-PENDIENTE
               EXEC CICS ENDBR FILE('PRICEREQ')
               END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
      * 2501-LEER-SOLICITUD                                            *
      *----------------------------------------------------------------*
       2501-LEER-SOLICITUD.
           EXEC CICS READNEXT FILE('PRICEREQ')
               INTO(PRICE-REQ-RECORD)
               RIDFLD(PMN-CLAVE-SOLICITUD)
               RESP(PMN-RESP2)
           END-EXEC
           IF PMN-RESP2 NOT EQUAL DFHRESP(NORMAL)
               SET PMN-FIN-SOLICITUDES     TO TRUE
               GO TO 2501-LEER-SOLICITUD-EXIT
           END-IF
           IF REQ-PRODUCTO NOT EQUAL PRODNOMI
               SET PMN-FIN-SOLICITUDES     TO TRUE
               GO TO 2501-LEER-SOLICITUD-EXIT
           END-IF
           IF REQ-PENDIENTE
               SET PMN-PENDIENTE           TO TRUE
           END-IF
           .
       2501-LEER-SOLICITUD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2510-EVALUAR-UMBRAL                                            *
      *     LA MAYOR VARIACION PORCENTUAL ENTRE LO QUE TIENE EL        *
      *     MAESTRO Y LO TECLEADO: PRECIO SIEMPRE; TOLERANCIA Y COSTO  *
      *     SOLO EN EL CAMBIO INMEDIATO (EL FUTURO SOLO PROGRAMA EL    *
      *     PRECIO).  POR ENCIMA DEL UMBRAL EL CAMBIO REQUIERE UN      *
      *     SEGUNDO USUARIO.                                           *
      *----------------------------------------------------------------*
       2510-EVALUAR-UMBRAL.
           PERFORM 2515-LEER-UMBRAL
           MOVE ZERO                       TO PMN-VARIACION-PCT
           MOVE PMN-PRECIO-ANTERIOR        TO PMN-VALOR-ANTERIOR
           MOVE PMN-PRECIO-NUM             TO PMN-VALOR-NUEVO
           PERFORM 2511-VARIACION-CAMPO
           IF NOT PMN-VIGENCIA-FUTURA
               MOVE PMN-TOLER-ANTERIOR     TO PMN-VALOR-ANTERIOR
               MOVE PMN-TOLER-NUM          TO PMN-VALOR-NUEVO
               PERFORM 2511-VARIACION-CAMPO
               MOVE PMN-COSTO-ANTERIOR     TO PMN-VALOR-ANTERIOR
               MOVE PMN-COSTO-NUM          TO PMN-VALOR-NUEVO
               PERFORM 2511-VARIACION-CAMPO
           END-IF
           IF PMN-VARIACION-PCT > PMN-UMBRAL-PCT
               SET PMN-REQUIERE-APROBACION TO TRUE
           ELSE
               MOVE 'N'                TO PMN-REQUIERE-APROBACION-SW
           END-IF
           .

      *----------------------------------------------------------------*
      * 2511-VARIACION-CAMPO                                           *
      *     VARIACION ABSOLUTA EN PORCENTAJE DEL VALOR ANTERIOR; UN    *
      *     CAMPO QUE PASA DE CERO A UN VALOR CUENTA COMO VARIACION    *
      *     MAXIMA                                                     *
      *----------------------------------------------------------------*
       2511-VARIACION-CAMPO.
           IF PMN-VALOR-NUEVO NOT EQUAL PMN-VALOR-ANTERIOR
               IF PMN-VALOR-ANTERIOR EQUAL ZERO
                   MOVE 99999,9            TO PMN-VARIACION-CAMPO
               ELSE
                   IF PMN-VALOR-NUEVO > PMN-VALOR-ANTERIOR
                       COMPUTE PMN-VARIACION-CAMPO ROUNDED =
                           (PMN-VALOR-NUEVO - PMN-VALOR-ANTERIOR)
                           * 100 / PMN-VALOR-ANTERIOR
                           ON SIZE ERROR
                               MOVE 99999,9 TO PMN-VARIACION-CAMPO
                       END-COMPUTE
                   ELSE
                       COMPUTE PMN-VARIACION-CAMPO ROUNDED =
                           (PMN-VALOR-ANTERIOR - PMN-VALOR-NUEVO)
                           * 100 / PMN-VALOR-ANTERIOR
                   END-IF
               END-IF
               IF PMN-VARIACION-CAMPO > PMN-VARIACION-PCT
                   MOVE PMN-VARIACION-CAMPO TO PMN-VARIACION-PCT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 2515-LEER-UMBRAL                                               *
      *     UMBRAL DE APROBACION DEL REGISTRO 'SDPM' DE APRPARM; SIN   *
      *     REGISTRO (O NO NUMERICO) SE USA EL UMBRAL POR DEFECTO      *
      *----------------------------------------------------------------*
       2515-LEER-UMBRAL.
           MOVE PMN-UMBRAL-DEFECTO         TO PMN-UMBRAL-PCT
           MOVE 'SDPM'                     TO APP-CLAVE
           EXEC CICS READ FILE('APRPARM')
               INTO(APPROVAL-PARM-RECORD)
               RIDFLD(APP-CLAVE)
               RESP(PMN-RESP2)
           END-EXEC
           IF PMN-RESP2 EQUAL DFHRESP(NORMAL)
               AND APP-UMBRAL-PCT NUMERIC
               MOVE APP-UMBRAL-PCT         TO PMN-UMBRAL-PCT
           END-IF
           .

      *----------------------------------------------------------------*
      * 2520-RETENER-CAMBIO                                            *
      *     GRABA LA SOLICITUD PENDIENTE CON LOS VALORES ANTERIORES Y  *
      *     NUEVOS (REQ-TIPO YA VIENE PUESTO: 'M' INMEDIATO, 'F'       *
      *     FUTURO) Y DEJA LA LINEA 'S' EN PRODJRNL.  EL MAESTRO Y     *
      *     PRICEEFF NO SE TOCAN: EL LOTE SIGUE VALIDANDO CONTRA EL    *
      *     PRECIO APROBADO.                                           *
      *----------------------------------------------------------------*
       2520-RETENER-CAMBIO.
           PERFORM 2530-OBTENER-USUARIO
           EXEC CICS ASKTIME
               ABSTIME(PMN-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(PMN-ABSTIME)
               YYMMDD(REQ-FECHA)
               TIME(REQ-HORA)
               DATESEP(X'00')
               TIMESEP(X'00')
           END-EXEC
           MOVE EIBTASKN                   TO REQ-TAREA
           MOVE PM-PRODUCT-NAME            TO REQ-PRODUCTO
           SET REQ-PENDIENTE               TO TRUE
           MOVE PMN-USUARIO                TO REQ-SOLICITANTE
           MOVE EIBTRMID                   TO REQ-TERMINAL
           MOVE PMN-PRECIO-ANTERIOR        TO REQ-PRECIO-ANTERIOR
           MOVE PMN-PRECIO-NUM             TO REQ-PRECIO-NUEVO
           MOVE PMN-TOLER-ANTERIOR         TO REQ-TOLER-ANTERIOR
           MOVE PMN-COSTO-ANTERIOR         TO REQ-COSTO-ANTERIOR
           IF REQ-TIPO-FUTURO
               MOVE PM-SKU                 TO REQ-SKU-NUEVO
               MOVE PMN-TOLER-ANTERIOR     TO REQ-TOLER-NUEVA
               MOVE PMN-COSTO-ANTERIOR     TO REQ-COSTO-NUEVO
               MOVE PM-STOCK-MINIMO        TO REQ-MINIMO-NUEVO
           ELSE
               IF SKUFI NOT EQUAL SPACES
                   MOVE SKUFI              TO REQ-SKU-NUEVO
               ELSE
                   MOVE PM-SKU             TO REQ-SKU-NUEVO
               END-IF
               MOVE PMN-TOLER-NUM          TO REQ-TOLER-NUEVA
               MOVE PMN-COSTO-NUM          TO REQ-COSTO-NUEVO
               MOVE PMN-MINIMO-NUM         TO REQ-MINIMO-NUEVO
           END-IF
           MOVE PMN-VIGENCIA-NUM           TO REQ-FECHA-VIGENCIA
           MOVE PMN-VARIACION-PCT          TO REQ-VARIACION-PCT
           MOVE SPACES                     TO REQ-APROBADOR
           MOVE ZERO                       TO REQ-FECHA-DECISION
           MOVE ZERO                       TO REQ-HORA-DECISION
           MOVE SPACES                     TO REQ-OBSERVACION
           EXEC CICS WRITE FILE('PRICEREQ')
               FROM(PRICE-REQ-RECORD)
               RIDFLD(REQ-KEY)
               RESP(PMN-RESP)
           END-EXEC
           IF PMN-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE "ERROR GRABANDO LA SOLICITUD DE APROBACION"
                   TO PMN-MENSAJE
           ELSE
      *        LA LINEA 'S' LLEVA EL PRECIO Y COSTO SOLICITADOS
               MOVE REQ-PRECIO-NUEVO       TO PM-PRECIO-ESPERADO
               MOVE REQ-COSTO-NUEVO        TO PM-COSTO-UNITARIO
               MOVE 'S'                    TO JRN-ACCION
               PERFORM 3000-ESCRIBIR-AUDITORIA
               MOVE PMN-VARIACION-PCT      TO PMN-VARIACION-ED
               MOVE SPACES                 TO PMN-MENSAJE
               STRING "CAMBIO DE " DELIMITED BY SIZE
                      PMN-VARIACION-ED     DELIMITED BY SIZE
                      " PCT RETENIDO: PENDIENTE DE APROBACION EN SDPA"
                      DELIMITED BY SIZE
                      INTO PMN-MENSAJE
           END-IF
           .

      *----------------------------------------------------------------*
      * 2530-OBTENER-USUARIO                                           *
      *     USUARIO FIRMADO EN LA TERMINAL (CESN), PARA QUE LA         *
      *     SOLICITUD Y LA AUDITORIA DIGAN QUIEN HIZO EL CAMBIO        *
      *----------------------------------------------------------------*
       2530-OBTENER-USUARIO.
           EXEC CICS ASSIGN
               USERID(PMN-USUARIO)
           END-EXEC
           .

      *----------------------------------------------------------------*
      * 3000-ESCRIBIR-AUDITORIA                                        *
      *     GRABA LA LINEA DE AUDITORIA DEL CAMBIO ACTUAL EN PRODJRNL: *
           END-EXEC
           MOVE EIBTASKN                   TO JRN-TAREA
           MOVE EIBTRMID                   TO JRN-TERMINAL
           PERFORM 2530-OBTENER-USUARIO
           MOVE PMN-USUARIO                TO JRN-USUARIO
           MOVE SPACES                     TO JRN-APROBADOR
           MOVE PM-PRODUCT-NAME            TO JRN-PRODUCTO
           MOVE PMN-PRECIO-ANTERIOR        TO JRN-PRECIO-ANTERIOR
           MOVE PM-PRECIO-ESPERADO         TO JRN-PRECIO-NUEVO
