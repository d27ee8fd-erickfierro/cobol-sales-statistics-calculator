      *----------------------------------------------------------------*
      *    NOMBRE      : RUNSTSMAP (MAPA SIMBOLICO DE RUN1)            *
      *    DESCRIPCION : GENERADO A PARTIR DEL MAPSET BMS RUNSTS       *
      *                  (bms/SalesRunStatusMap.bms), CON              *
      *                  TIOAPFX=YES, IGUAL QUE PRODHSTMAP Y           *
      *                  PRCAPRMAP.  SOLO LOS CAMPOS NOMBRADOS DEL     *
      *                  MAPA GENERAN SUBCAMPOS SIMBOLICOS.  RUN1O-    *
      *                  TABLA ES LA VISTA REDEFINIDA DE LAS CATORCE   *
      *                  LINEAS DE DETALLE COMO TABLA, CON EL BYTE DE  *
      *                  ATRIBUTO DE CADA LINEA (RUN1O-ATRIB) PARA     *
      *                  RESALTAR LAS QUE REQUIEREN ATENCION.          *
      *----------------------------------------------------------------*
       01 RUN1I.
           05 FILLER                       PIC X(12).
           05 FECHAL                       PIC S9(4) COMP.
           05 FECHAF                       PIC X.
           05 FILLER REDEFINES FECHAF.
               10 FECHAA                   PIC X.
           05 FECHAI                       PIC X(06).
           05 TIENDAL                      PIC S9(4) COMP.
           05 TIENDAF                      PIC X.
           05 FILLER REDEFINES TIENDAF.
               10 TIENDAA                  PIC X.
           05 TIENDAI                      PIC X(10).
           05 ACCIONL                      PIC S9(4) COMP.
           05 ACCIONF                      PIC X.
           05 FILLER REDEFINES ACCIONF.
               10 ACCIONA                  PIC X.
           05 ACCIONI                      PIC X(01).
           05 CABECL                       PIC S9(4) COMP.
           05 CABECF                       PIC X.
           05 FILLER REDEFINES CABECF.
               10 CABECA                   PIC X.
           05 CABECI                       PIC X(79).
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
           05 DET11L                       PIC S9(4) COMP.
           05 DET11F                       PIC X.
           05 FILLER REDEFINES DET11F.
               10 DET11A                   PIC X.
           05 DET11I                       PIC X(79).
           05 DET12L                       PIC S9(4) COMP.
           05 DET12F                       PIC X.
           05 FILLER REDEFINES DET12F.
               10 DET12A                   PIC X.
           05 DET12I                       PIC X(79).
           05 DET13L                       PIC S9(4) COMP.
           05 DET13F                       PIC X.
           05 FILLER REDEFINES DET13F.
               10 DET13A                   PIC X.
           05 DET13I                       PIC X(79).
           05 DET14L                       PIC S9(4) COMP.
           05 DET14F                       PIC X.
           05 FILLER REDEFINES DET14F.
               10 DET14A                   PIC X.
           05 DET14I                       PIC X(79).
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
       01 RUN1O REDEFINES RUN1I.
           05 FILLER                       PIC X(12).
           05 FILLER                       PIC X(03).
           05 FECHAO                       PIC X(06).
           05 FILLER                       PIC X(03).
           05 TIENDAO                      PIC X(10).
           05 FILLER                       PIC X(03).
           05 ACCIONO                      PIC X(01).
           05 FILLER                       PIC X(03).
           05 CABECO                       PIC X(79).
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
           05 DET11O                       PIC X(79).
           05 FILLER                       PIC X(03).
           05 DET12O                       PIC X(79).
           05 FILLER                       PIC X(03).
           05 DET13O                       PIC X(79).
           05 FILLER                       PIC X(03).
           05 DET14O                       PIC X(79).
           05 FILLER                       PIC X(03).
           05 MENSAJEO                     PIC X(79).
           05 FILLER                       PIC X(03).
           05 AYUDAO                       PIC X(79).
       01 RUN1O-TABLA REDEFINES RUN1I.
           05 FILLER                       PIC X(120).
           05 RUN1O-DETALLE OCCURS 14 TIMES.
               10 FILLER                   PIC X(02).
               10 RUN1O-ATRIB              PIC X(01).
               10 RUN1O-TEXTO              PIC X(79).
           05 FILLER                       PIC X(03).
           05 FILLER                       PIC X(79).
           05 FILLER                       PIC X(03).
           05 FILLER                       PIC X(79).
      *----------------------------------------------------------------*
      *    LONGITUD TOTAL DE RUN1I/RUN1O: 120 (TIOAPFX + CAMPOS DE     *
      *       CAPTURA Y CABECERA, CON L+F/A DE CADA CAMPO) + 14*82     *
      *       (DETALLE) + 164 (MENSAJE/AYUDA) = 1432 BYTES             *
      *----------------------------------------------------------------*
