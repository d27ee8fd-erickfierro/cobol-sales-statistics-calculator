      *----------------------------------------------------------------*
      *    NOMBRE      : PRCAPRMAP (MAPA SIMBOLICO DE APR1)            *
      *    DESCRIPCION : GENERADO A PARTIR DEL MAPSET BMS PRCAPR       *
      *                  (bms/SalesPriceApprovalMap.bms), CON          *
      *                  TIOAPFX=YES, IGUAL QUE PRODMNTMAP Y           *
      *                  PRODHSTMAP.  SOLO LOS CAMPOS NOMBRADOS DEL    *
      *                  MAPA GENERAN SUBCAMPOS SIMBOLICOS.  APR1O-    *
      *                  TABLA ES LA VISTA REDEFINIDA DE LAS DIEZ      *
      *                  LINEAS DE DETALLE COMO TABLA.                 *
      *----------------------------------------------------------------*
       01 APR1I.
           05 FILLER                       PIC X(12).
           05 ACCIONL                      PIC S9(4) COMP.
           05 ACCIONF                      PIC X.
           05 FILLER REDEFINES ACCIONF.
               10 ACCIONA                  PIC X.
           05 ACCIONI                      PIC X(01).
           05 LINEAL                       PIC S9(4) COMP.
           05 LINEAF                       PIC X.
           05 FILLER REDEFINES LINEAF.
               10 LINEAA                   PIC X.
           05 LINEAI                       PIC X(01).
           05 MOTIVOL                      PIC S9(4) COMP.
           05 MOTIVOF                      PIC X.
           05 FILLER REDEFINES MOTIVOF.
               10 MOTIVOA                  PIC X.
           05 MOTIVOI                      PIC X(30).
           05 DET01L                       PIC S9(4) COMP.
           05 DET01F                       PIC X.
           05 FILLER REDEFINES DET01F.
               10 DET01A                   PIC X.
           05 DET01I                       PIC X(79).
           05 DET02L                       PIC S9(4) COMP.
           05 DET02F                       PIC X.
           05 FILLER REDEFINES DET02F.
               10 DET02A                   PIC X.
           05 DET02I                       PIC X(79).
           05 DET03L                       PIC S9(4) COMP.
           05 DET03F                       PIC X.
           05 FILLER REDEFINES DET03F.
               10 DET03A                   PIC X.
           05 DET03I                       PIC X(79).
           05 DET04L                       PIC S9(4) COMP.
           05 DET04F                       PIC X.
           05 FILLER REDEFINES DET04F.
               10 DET04A                   PIC X.
           05 DET04I                       PIC X(79).
           05 DET05L                       PIC S9(4) COMP.
           05 DET05F                       PIC X.
           05 FILLER REDEFINES DET05F.
               10 DET05A                   PIC X.
           05 DET05I                       PIC X(79).
           05 DET06L                       PIC S9(4) COMP.
           05 DET06F                       PIC X.
           05 FILLER REDEFINES DET06F.
               10 DET06A                   PIC X.
           05 DET06I                       PIC X(79).
           05 DET07L                       PIC S9(4) COMP.
           05 DET07F                       PIC X.
           05 FILLER REDEFINES DET07F.
               10 DET07A                   PIC X.
           05 DET07I                       PIC X(79).
           05 DET08L                       PIC S9(4) COMP.
           05 DET08F                       PIC X.
           05 FILLER REDEFINES DET08F.
               10 DET08A                   PIC X.
           05 DET08I                       PIC X(79).
           05 DET09L                       PIC S9(4) COMP.
           05 DET09F                       PIC X.
           05 FILLER REDEFINES DET09F.
               10 DET09A                   PIC X.
           05 DET09I                       PIC X(79).
           05 DET10L                       PIC S9(4) COMP.
           05 DET10F                       PIC X.
           05 FILLER REDEFINES DET10F.
               10 DET10A                   PIC X.
           05 DET10I                       PIC X(79).
           05 MENSAJEL                     PIC S9(4) COMP.
           05 MENSAJEF                     PIC X.
           05 FILLER REDEFINES MENSAJEF.
               10 MENSAJEA                 PIC X.
           05 MENSAJEI                     PIC X(79).
           05 AYUDAL                       PIC S9(4) COMP.
           05 AYUDAF                       PIC X.
           05 FILLER REDEFINES AYUDAF.
               10 AYUDAA                   PIC X.
           05 AYUDAI                       PIC X(79).
       01 APR1O REDEFINES APR1I.
           05 FILLER                       PIC X(12).
           05 FILLER                       PIC X(03).
           05 ACCIONO                      PIC X(01).
           05 FILLER                       PIC X(03).
           05 LINEAO                       PIC X(01).
           05 FILLER                       PIC X(03).
           05 MOTIVOO                      PIC X(30).
           05 FILLER                       PIC X(03).
           05 DET01O                       PIC X(79).
           05 FILLER                       PIC X(03).
           05 DET02O                       PIC X(79).
           05 FILLER                       PIC X(03).
           05 DET03O                       PIC X(79).
           05 FILLER                       PIC X(03).
           05 DET04O                       PIC X(79).
           05 FILLER                       PIC X(03).
           05 DET05O                       PIC X(79).
           05 FILLER                       PIC X(03).
           05 DET06O                       PIC X(79).
           05 FILLER                       PIC X(03).
           05 DET07O                       PIC X(79).
           05 FILLER                       PIC X(03).
           05 DET08O                       PIC X(79).
           05 FILLER                       PIC X(03).
           05 DET09O                       PIC X(79).
           05 FILLER                       PIC X(03).
           05 DET10O                       PIC X(79).
           05 FILLER                       PIC X(03).
           05 MENSAJEO                     PIC X(79).
           05 FILLER                       PIC X(03).
           05 AYUDAO                       PIC X(79).
       01 APR1O-TABLA REDEFINES APR1I.
           05 FILLER                       PIC X(53).
           05 APR1O-DETALLE OCCURS 10 TIMES.
               10 FILLER                   PIC X(03).
               10 APR1O-TEXTO              PIC X(79).
           05 FILLER                       PIC X(03).
           05 FILLER                       PIC X(79).
           05 FILLER                       PIC X(03).
           05 FILLER                       PIC X(79).
      *----------------------------------------------------------------*
      * LONGITUD TOTAL DE APR1I/APR1O: 53 (TIOAPFX + CAMPOS DE         *
      *    CAPTURA, CON L+F/A DE CADA CAMPO) + 10*82 (DETALLE) + 164   *
      *    (MENSAJE/AYUDA) = 1037 BYTES                                *
      *----------------------------------------------------------------*
