      *    HISTORIAL DE MODIFICACIONES                                 *
      *    FECHA        INIC.  DESCRIPCION                             *
      *    2026.08.29   ESFP   VERSION INICIAL                         *
      *    2026.10.15   ESFP   SE OMITE EL REGISTRO DE CAJERO EN       *
      *                        BLANCO (LINEAS SIN CAJERO ATRIBUIDO,    *
      *                        QUE NO SE LIQUIDAN)                     *
      *----------------------------------------------------------------*
      *            E N V I R O N M E N T   D I V I S I O N             *
      *----------------------------------------------------------------*
               SET CJH-EOF                 TO TRUE
               GO TO 2010-LEER-HISTORIA-EXIT
           END-IF
           IF CJH-CAJERO EQUAL SPACES
               GO TO 2010-LEER-HISTORIA-EXIT
           END-IF
           PERFORM 2020-ACUMULAR-CAJERO THRU 2020-ACUMULAR-CAJERO-FIN
           .
       2010-LEER-HISTORIA-EXIT.
