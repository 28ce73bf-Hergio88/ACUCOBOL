       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SMOV-MAR.
       AUTHOR.        DROGUERIA SUR.
       INSTALLATION.  VILLARINO 52. BAHIA BLANCA.
       DATE-WRITTEN.  OCTUBRE 2026.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                             *
      *         ***  OBJETIVOS DEL PROGRAMA "MOV-MAR"  ***          *
      *              """"""""""""""""""""""""""""""""               *
      *                                                             *
      *    MARGEN BRUTO REAL DE UN MES (BATCH): A DIFERENCIA DEL    *
      *    MARGEN TEORICO DE "MOV-ABC", PARTE DE LAS VENTAS S* QUE  *
      *    REALMENTE SE HICIERON ("TRNAMP", Y "TRNHIST" SI EL MES   *
      *    YA FUE CERRADO POR "MOV-CIE"). LA VENTA DE CADA RENGLON  *
      *    ES COSTO-PRECIO-TRN POR CANTIDAD-TRN Y EL COSTO ES EL    *
      *    COSTO PONDERADO VIGENTE EN LA FECHA DE LA VENTA, TOMADO  *
      *    DE LOS CAMBIOS "PONDER" ASENTADOS EN "AUDPRE" (SI NO HUBO*
      *    CAMBIOS POSTERIORES, EL COSTO-PONDERADO-AMP ACTUAL).     *
      *                                                             *
      *    LISTA UNIDADES, VENTA, COSTO, MARGEN Y % DE MARGEN POR   *
      *    PRODUCTO, CON SUBTOTALES POR LABORATORIO, CATEGORIA Y    *
      *    DIVISION, MARCA LO VENDIDO BAJO COSTO O BAJO EL UMBRAL   *
      *    DE MARGEN QUE SE TIPEA, Y SEPARA EN RENGLON APARTE LO    *
      *    VENDIDO DURANTE LA VIGENCIA DE UNA CAMPANIA DE "MOV-PTM".*
      *    AL FINAL RESUME POR DIVISION, CATEGORIA Y LABORATORIO    *
      *    PARA TODA LA CADENA.-                                    *
      *                                                             *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *


      /    ***  D I V I S I O N   D E   M E D I O S  ***
      *         """""""""""""""""""""""""""""""""""

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. DOS-UNIX-XENIX.
       OBJECT-COMPUTER. DOS-UNIX-XENIX.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT TRNAMP ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/TRNAMP01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-TRNAMP,
                  FILE STATUS  IS STATUS-TRNAMP.

           SELECT TRNHIST ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/TRNHIS01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-TRNHIST,
                  FILE STATUS  IS STATUS-TRNHIST.

           SELECT AMP ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/AMP-N-01",
                  ORGANIZATION IS RELATIVE,
                  ACCESS MODE  IS DYNAMIC,
                  RELATIVE KEY IS CLAVE-AMP,
                  FILE STATUS  IS STATUS-AMP.

           SELECT AID ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/AID-N-01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-AID-TROQUEL,
                  FILE STATUS  IS STATUS-AID.

           SELECT AUDPRE ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/AUDPRE01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY IS CLAVE-AUDPRE,
                  ALTERNATE RECORD KEY IS CLAVE-OPE-AUDPRE
                                   WITH DUPLICATES,
                  ALTERNATE RECORD KEY IS FECHA-LIS-AUDPRE
                                   WITH DUPLICATES,
                  FILE STATUS  IS STATUS-AUDPRE.

           SELECT CAMPA ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/CAMPA-01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-CAMPA,
                  FILE STATUS  IS STATUS-CAMPA.

           SELECT WORK-MAR ASSIGN TO DISK, "SORTWK-MAR".

           SELECT LO ASSIGN TO PRINT, FILE-LO,
                  ORGANIZATION IS SEQUENTIAL,
                  ACCESS MODE  IS SEQUENTIAL,
                  FILE STATUS  IS STATUS-LO.


      /    ***  D I V I S I O N   D E   D A T O S  ***
      *         """""""""""""""""""""""""""""""""

       DATA DIVISION.

       FILE SECTION.

      *    ***  DESCRIPCION DEL ARCHIVO "TRNAMP"  ***
      *         """"""""""""""""""""""""""""""""

       FD  TRNAMP LABEL RECORD IS STANDARD.
       01  REG-TRNAMP.
           05 CLAVE-TRNAMP.
              10 SUCURSAL-TRN  PIC 9(02)    COMP-6.
              10 CATEGORIA-TRN PIC 9(01).
              10 CODIGO-TRN    PIC X(02).
              88 TRN-VENTA     VALUES ARE "S0" THRU "S9".
              10 NUMERO-TRN    PIC 9(06)    COMP-6.
              10 REGISTRO-TRN  PIC 9(04)    COMP-6.
           05 A-SUCURSAL-TRN   PIC 9(02)    COMP-6.
           05 FECHA-TRN        PIC 9(06)    COMP-6.
           05 TROQUEL-TRN      PIC X(08).
           05 DESC-PROD-TRN    PIC X(30).
           05 CANTIDAD-TRN     PIC S9(5)V99 COMP-3.
           05 COSTO-PRECIO-TRN PIC S9(9)V99 COMP-3.
           05 VENCIMIENTO-TRN  PIC 9(04)    COMP-6.
           05 QUIEN-TRN.
              10 ARTEFACTO-TRN PIC X(07).
              10 OPERADORA-TRN PIC X(02).
              10 HORA-MINU-TRN PIC 9(04)    COMP-6.
           05 IMPUTACION       OCCURS 5 TIMES.
              10 ORIG-IMP-TRN  PIC X(01).
              10 PROV-IMP-TRN  PIC 9(04)    COMP-6.
              10 FECHA-IMP-TRN PIC 9(06)    COMP-6.
              10 COMPR-IMP-TRN PIC 9(06)    COMP-6.
              10 CANT-IMP-TRN  PIC 9(06)    COMP-6.
              10 VTO-IMP-TRN   PIC 9(04)    COMP-6.

      *    ***  DESCRIPCION DEL ARCHIVO "TRNHIST"  ***
      *         """"""""""""""""""""""""""""""""

           COPY "TRNHIST.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "AMP"  ***
      *         """""""""""""""""""""""""""""

           COPY "AMP.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "AID"  ***
      *         """""""""""""""""""""""""""""

       FD  AID LABEL RECORD IS STANDARD.
       01  REG-AID.
           05 CLAVE-AID-TROQUEL.
              10 TROQUEL-AID             PIC X(08).
           05 CLAVE-AID-LABORATORIO.
              10 COD-LAB-AID             PIC 9(4) COMP-6.
              10 LIN-LAB-AID             PIC X(6).
           05 CLAVE-AID-ALFANUMERICA.
              10 CLAVE-ALFAN-AID         PIC X(12).
              10 POS-REL-AID             PIC 9(5) COMP-1.

      *    ***  DESCRIPCION DEL ARCHIVO "AUDPRE"  ***
      *         """""""""""""""""""""""""""""""

           COPY "AUDPRE.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "CAMPA"  ***
      *         """"""""""""""""""""""""""""""

           COPY "CAMPA.FD".

       SD  WORK-MAR.
       01  REG-WORK-MAR.
           05 WSUC-MAR             PIC 9(2)      COMP-6.
           05 WCATEG-MAR           PIC 9.
           05 WLAB-MAR             PIC 9(4)      COMP-6.
           05 WTROQUEL-MAR         PIC X(8).
           05 WOFERTA-MAR          PIC X.
           05 WCAMPA-MAR           PIC 9(4)      COMP-6.
           05 WDESC-MAR            PIC X(30).
           05 WCANT-MAR            PIC S9(7)V99  COMP-3.
           05 WVENTA-MAR           PIC S9(11)V99 COMP-3.
           05 WCOSTO-MAR           PIC S9(11)V99 COMP-3.

      *    ***  DESCRIPCION DEL ARCHIVO "LO"  ***
      *         """"""""""""""""""""""""""""

       FD  LO LABEL RECORD IS OMITTED.
       01  REG-132             PIC X(132).

       WORKING-STORAGE SECTION.

       01  LINEA-STATUS.
           05 FILLER             PIC X(4) VALUE "TRN:".
           05 STATUS-TRNAMP      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",HIS:".
           05 STATUS-TRNHIST     PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",AMP:".
           05 STATUS-AMP         PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",AID:".
           05 STATUS-AID         PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(6) VALUE ",AUDP:".
           05 STATUS-AUDPRE      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(6) VALUE ",CAMP:".
           05 STATUS-CAMPA       PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(4) VALUE ",LO:".
           05 STATUS-LO          PIC X(2) VALUE SPACES.

       01  OTROS-FILES.
           05 FILE-LO             PIC X(07)  VALUE "PRINTER".

       77  FIN-TRNAMP             PIC X      VALUE "N".
           88 NO-HAY-MAS-TRNAMP   VALUE "S".
       77  FIN-TRNHIST            PIC X      VALUE "N".
           88 NO-HAY-MAS-TRNHIST  VALUE "S".
       77  FIN-SORT-MAR           PIC X      VALUE "N".
           88 NO-HAY-MAS-SORT-MAR VALUE "S".
       77  FIN-AUDPRE             PIC X      VALUE "N".
           88 NO-HAY-MAS-AUDPRE   VALUE "S".
       77  FIN-CAMPA              PIC X      VALUE "N".
           88 NO-HAY-MAS-CAMPA    VALUE "S".
       77  HAY-PRODUCTO           PIC X      VALUE "N".
           88 PRODUCTO-EN-MAESTRO VALUE "S".
       77  HAY-GRUPO              PIC X      VALUE "N".

       77  CLAVE-AMP              PIC 9(6)     VALUE IS 1.
       77  IND-S                  PIC 9(2).
       77  IND-C                  PIC 9(4)     COMP-1.
       77  IND-L                  PIC 9(5)     COMP-1.
       77  IND-N                  PIC 9(2).
       77  CANT-CAMPAS            PIC 9(4)     COMP-1  VALUE ZEROES.
       77  MAX-CAMPAS             PIC 9(4)     COMP-1  VALUE 100.
       77  PERIODO-PEDIDO         PIC 9(4)     VALUE ZEROES.
       77  PERIODO-MOV            PIC 9(4)     VALUE ZEROES.
       77  PRIMER-DIA             PIC 9(6)     VALUE ZEROES.
       77  ULTIMO-DIA             PIC 9(6)     VALUE ZEROES.
       77  UMBRAL-MARGEN          PIC 9(4)V99  VALUE ZEROES.
       77  TROQUEL-ANT            PIC X(8)     VALUE SPACES.
       77  FECHA-COSTO-ANT        PIC 9(6)     VALUE ZEROES.
       77  LAB-PRODUCTO           PIC 9(4)     VALUE ZEROES.
       77  COSTO-UNITARIO         PIC S9(9)V9(5) COMP-3 VALUE ZEROES.
       77  COSTO-ACTUAL           PIC S9(9)V9(5) COMP-3 VALUE ZEROES.
       77  VENTA-AUX              PIC S9(11)V99 COMP-3 VALUE ZEROES.
       77  COSTO-AUX              PIC S9(11)V99 COMP-3 VALUE ZEROES.
       77  UNID-AUX               PIC S9(7)V99  COMP-3 VALUE ZEROES.
       77  MARGEN-AUX             PIC S9(11)V99 COMP-3 VALUE ZEROES.
       77  PORC-AUX               PIC S9(5)V99  COMP-3 VALUE ZEROES.
       77  SUC-GRUPO              PIC 9(2)     VALUE ZEROES.
       77  CATEG-GRUPO            PIC 9        VALUE ZEROES.
       77  LAB-GRUPO              PIC 9(4)     VALUE ZEROES.
       77  TROQUEL-GRUPO          PIC X(8)     VALUE SPACES.
       77  OFERTA-GRUPO           PIC X        VALUE SPACES.
       77  CAMPA-GRUPO            PIC 9(4)     VALUE ZEROES.
       77  DESC-GRUPO             PIC X(30)    VALUE SPACES.
       77  TOT-RENGLONES          PIC 9(7)     VALUE ZEROES.
       77  TOT-SIN-MAESTRO        PIC 9(7)     VALUE ZEROES.
       77  TOT-BAJO-COSTO         PIC 9(6)     VALUE ZEROES.
       77  TOT-BAJO-UMBRAL        PIC 9(6)     VALUE ZEROES.
       77  PAGINA                 PIC 9(4)   VALUE ZEROES.
       77  LINEAS-HOJA            PIC 9(2)   VALUE ZEROES.
       77  MAX-LINEAS             PIC 9(2)   VALUE 54.

       01  XNUMERO                PIC X(6) JUSTIFIED RIGHT.
       01  NUMERO                 REDEFINES XNUMERO,
                                  PIC 9(6).
       01  NUMERO-DEC             REDEFINES XNUMERO,
                                  PIC 9(4)V99.

      *....Acumulados de los cortes del listado: 1 = producto,
      *....2 = laboratorio, 3 = categoria, 4 = division, 5 = total.
       01  TABLA-CORTES.
           05 ITEM-CORTE          OCCURS 5 TIMES.
              10 UNID-CORTE       PIC S9(7)V99  COMP-3.
              10 VENTA-CORTE      PIC S9(11)V99 COMP-3.
              10 COSTO-CORTE      PIC S9(11)V99 COMP-3.

      *....Resumen de toda la cadena: por division, por categoria
      *....(1 medicamentos, 2 accesorios, 3 perfumeria), por labo-
      *....ratorio (codigo + 1) y separando lo vendido en oferta.
       01  TABLA-RESUMEN-SUC.
           05 ITEM-RES-SUC        OCCURS 10 TIMES.
              10 UNID-RES-SUC     PIC S9(7)V99  COMP-3.
              10 VENTA-RES-SUC    PIC S9(11)V99 COMP-3.
              10 COSTO-RES-SUC    PIC S9(11)V99 COMP-3.
       01  TABLA-RESUMEN-CAT.
           05 ITEM-RES-CAT        OCCURS 3 TIMES.
              10 UNID-RES-CAT     PIC S9(7)V99  COMP-3.
              10 VENTA-RES-CAT    PIC S9(11)V99 COMP-3.
              10 COSTO-RES-CAT    PIC S9(11)V99 COMP-3.
       01  TABLA-RESUMEN-LAB.
           05 ITEM-RES-LAB        OCCURS 10000 TIMES.
              10 UNID-RES-LAB     PIC S9(7)V99  COMP-3.
              10 VENTA-RES-LAB    PIC S9(11)V99 COMP-3.
              10 COSTO-RES-LAB    PIC S9(11)V99 COMP-3.
       01  TABLA-RESUMEN-OFE.
           05 ITEM-RES-OFE        OCCURS 2 TIMES.
              10 UNID-RES-OFE     PIC S9(7)V99  COMP-3.
              10 VENTA-RES-OFE    PIC S9(11)V99 COMP-3.
              10 COSTO-RES-OFE    PIC S9(11)V99 COMP-3.

      *....Campanias de "CAMPA" aplicadas (o ya cerradas) cuya
      *....vigencia toca el mes pedido.
       01  TABLA-CAMPAS.
           05 ITEM-CAMPA          OCCURS 100 TIMES.
              10 NUMERO-TC        PIC 9(4)     COMP-6.
              10 COD-LAB-TC       PIC 9(4)     COMP-6.
              10 DESCUENTO-TC     PIC 9(2)V99  COMP-6.
              10 DESDE-TC         PIC 9(6)     COMP-6.
              10 HASTA-TC         PIC 9(6)     COMP-6.

       01  FECHA-HOY-R.
           05 ANO-HOY             PIC 9(2).
           05 MES-HOY             PIC 9(2).
           05 DIA-HOY             PIC 9(2).
       01  FECHA-HOY-6 REDEFINES FECHA-HOY-R PIC 9(6).

       01  FECHA-EDIT-HOY.
           05 DIA-ED-HOY          PIC 9(2).
           05 MES-ED-HOY          PIC 9(2).
           05 ANO-ED-HOY          PIC 9(2).
       01  FECHA-EDIT-HOY-R REDEFINES FECHA-EDIT-HOY
                                  PIC 9(6).

       01  PERIODO-R.
           05 ANO-PER             PIC 9(2).
           05 MES-PER             PIC 9(2).
       01  PERIODO-N REDEFINES PERIODO-R PIC 9(4).

       01  LIN-TIT-1.
           05 FILLER              PIC X(30)
                  VALUE "DROGUERIA SUR - MARGEN BRUTO ".
           05 FILLER              PIC X(20)
                  VALUE "REAL DE VENTAS      ".
           05 FILLER              PIC X(9)  VALUE "  Fecha: ".
           05 LFEC-TIT-1          PIC 99/99/99.
           05 FILLER              PIC X(8)  VALUE " Hoja: ".
           05 LPAG-TIT-1          PIC ZZZ9.

       01  LIN-TIT-PER.
           05 FILLER              PIC X(16) VALUE "Periodo (MM/AA):".
           05 LMES-PER            PIC BZ9.
           05 FILLER              PIC X     VALUE "/".
           05 LANO-PER            PIC 99.
           05 FILLER              PIC X(25)
                  VALUE "      Umbral de margen: ".
           05 LUMBRAL-PER         PIC ZZZ9,99.
           05 FILLER              PIC X(40)
                  VALUE " %    (OF = vendido en campania MOV-PTM)".

       01  LIN-TIT-SUC.
           05 FILLER              PIC X(10) VALUE "Division: ".
           05 LSUC-TIT            PIC Z9.

       01  LIN-TIT-2.
           05 FILLER              PIC X(9)  VALUE "Troquel  ".
           05 FILLER              PIC X(31) VALUE "Descripcion".
           05 FILLER              PIC X(8)  VALUE "Campania".
           05 FILLER              PIC X(11) VALUE "   Unidades".
           05 FILLER              PIC X(16) VALUE "           Venta".
           05 FILLER              PIC X(16) VALUE "           Costo".
           05 FILLER              PIC X(16) VALUE "          Margen".
           05 FILLER              PIC X(9)  VALUE " Margen %".
           05 FILLER              PIC X(13) VALUE "  Observacion".

       01  LIN-DET.
           05 LTROQUEL-DET        PIC X(8)B.
           05 LDESC-DET           PIC X(30)B.
           05 LOFERTA-DET         PIC X(3).
           05 LCAMPA-DET          PIC ZZZZB.
           05 LCIFRAS-DET.
              10 LUNID-DET        PIC ZZZZZZ9,99-.
              10 LVENTA-DET       PIC BZZZ.ZZZ.ZZ9,99-.
              10 LCOSTO-DET       PIC BZZZ.ZZZ.ZZ9,99-.
              10 LMARGEN-DET      PIC BZZZ.ZZZ.ZZ9,99-.
              10 LPORC-DET        PIC BZZZ9,99-.
              10 LMARCA-DET       PIC BBX(12).

       01  LIN-TOT.
           05 LTITULO-TOT         PIC X(48).
           05 LCIFRAS-TOT         PIC X(84).

       01  LIN-TIT-RES.
           05 FILLER              PIC X(48)
                  VALUE "RESUMEN DE LA CADENA".
           05 FILLER              PIC X(84) VALUE SPACES.

       01  LIN-RESUMEN.
           05 FILLER              PIC X(22)
                  VALUE "Renglones de venta   :".
           05 LRENGLONES-RES      PIC ZZZZZZ9.
           05 FILLER              PIC X(22)
                  VALUE "   Sin maestro AMP   :".
           05 LSINMAE-RES         PIC ZZZZZZ9.
           05 FILLER              PIC X(22)
                  VALUE "   Bajo costo        :".
           05 LBAJOCOS-RES        PIC ZZZZZ9.
           05 FILLER              PIC X(22)
                  VALUE "   Bajo umbral       :".
           05 LBAJOUMB-RES        PIC ZZZZZ9.


      /    ***  D I V I S I O N   D E   P R O C E D I M I E N T O S  ***
      *         """""""""""""""""""""""""""""""""""""""""""""""""""

       PROCEDURE DIVISION.

       0-MAINLINE.
           PERFORM 0100-INICIA THRU FIN-0100-INICIA.
           SORT WORK-MAR
                ASCENDING KEY WSUC-MAR
                ASCENDING KEY WCATEG-MAR
                ASCENDING KEY WLAB-MAR
                ASCENDING KEY WTROQUEL-MAR
                ASCENDING KEY WOFERTA-MAR
                ASCENDING KEY WCAMPA-MAR
                INPUT PROCEDURE  IS 1000-CARGA-VENTAS
                OUTPUT PROCEDURE IS 2000-IMPRIME-MARGEN.
           PERFORM 3000-IMPRIME-RESUMEN THRU FIN-3000-IMPRIME-RESUMEN.
           CLOSE TRNAMP, TRNHIST, AMP, AID, AUDPRE, CAMPA, LO.
           STOP RUN.

       0100-INICIA.
           OPEN INPUT TRNAMP, AMP, AID.
       ABRE-TRNHIST.
           OPEN INPUT TRNHIST.
           IF STATUS-TRNHIST NOT = "00",
              OPEN OUTPUT TRNHIST,
              CLOSE       TRNHIST,
              GO TO ABRE-TRNHIST.
       ABRE-AUDPRE.
           OPEN INPUT AUDPRE.
           IF STATUS-AUDPRE NOT = "00",
              OPEN OUTPUT AUDPRE,
              CLOSE       AUDPRE,
              GO TO ABRE-AUDPRE.
       ABRE-CAMPA.
           OPEN INPUT CAMPA.
           IF STATUS-CAMPA NOT = "00",
              OPEN OUTPUT CAMPA,
              CLOSE       CAMPA,
              GO TO ABRE-CAMPA.
           ACCEPT FECHA-HOY-R FROM DATE.
      *....Por defecto el mes anterior, que es el que se cierra.
           MOVE ANO-HOY        TO ANO-PER.
           MOVE MES-HOY        TO MES-PER.
           IF MES-PER = 1
              MOVE 12          TO MES-PER,
              IF ANO-PER = ZEROES
                 MOVE 99       TO ANO-PER
              ELSE
                 SUBTRACT 1  FROM ANO-PER
           ELSE
              SUBTRACT 1     FROM MES-PER.
       PIDE-PERIODO.
           DISPLAY "PERIODO A INFORMAR (AAMM, Enter = MES ANTERIOR): ".
           ACCEPT XNUMERO.
           INSPECT XNUMERO REPLACING ALL SPACES BY "0".
           IF NUMERO NOT = ZEROES
              MOVE NUMERO      TO PERIODO-N.
           IF MES-PER < 1 OR MES-PER > 12
              DISPLAY "PERIODO INCORRECTO !",
              GO TO PIDE-PERIODO.
           MOVE PERIODO-N      TO PERIODO-PEDIDO.
           COMPUTE PRIMER-DIA = PERIODO-PEDIDO * 100 + 1.
           COMPUTE ULTIMO-DIA = PERIODO-PEDIDO * 100 + 31.
       PIDE-UMBRAL.
           DISPLAY "UMBRAL DE MARGEN % (99,99 SIN COMA: 9999): ".
           ACCEPT XNUMERO.
           INSPECT XNUMERO REPLACING ALL SPACES BY "0".
           MOVE NUMERO-DEC     TO UMBRAL-MARGEN.
           IF UMBRAL-MARGEN > 100
              DISPLAY "UMBRAL INCORRECTO !",
              GO TO PIDE-UMBRAL.
           PERFORM 0110-LIMPIA-CORTE THRU FIN-0110-LIMPIA-CORTE
                   VARYING IND-N FROM 1 BY 1 UNTIL IND-N > 5.
           PERFORM 0120-LIMPIA-SUC THRU FIN-0120-LIMPIA-SUC
                   VARYING IND-S FROM 1 BY 1 UNTIL IND-S > 10.
           PERFORM 0130-LIMPIA-CAT THRU FIN-0130-LIMPIA-CAT
                   VARYING IND-N FROM 1 BY 1 UNTIL IND-N > 3.
           PERFORM 0140-LIMPIA-LAB THRU FIN-0140-LIMPIA-LAB
                   VARYING IND-L FROM 1 BY 1 UNTIL IND-L > 10000.
           PERFORM 0150-LIMPIA-OFE THRU FIN-0150-LIMPIA-OFE
                   VARYING IND-N FROM 1 BY 1 UNTIL IND-N > 2.
           PERFORM 0200-CARGA-CAMPANIAS THRU FIN-0200-CARGA-CAMPANIAS.
           OPEN OUTPUT LO.
           MOVE ZEROES  TO PAGINA.
           PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
       FIN-0100-INICIA.

       0110-LIMPIA-CORTE.
           MOVE ZEROES TO UNID-CORTE(IND-N), VENTA-CORTE(IND-N),
                          COSTO-CORTE(IND-N).
       FIN-0110-LIMPIA-CORTE.

       0120-LIMPIA-SUC.
           MOVE ZEROES TO UNID-RES-SUC(IND-S), VENTA-RES-SUC(IND-S),
                          COSTO-RES-SUC(IND-S).
       FIN-0120-LIMPIA-SUC.

       0130-LIMPIA-CAT.
           MOVE ZEROES TO UNID-RES-CAT(IND-N), VENTA-RES-CAT(IND-N),
                          COSTO-RES-CAT(IND-N).
       FIN-0130-LIMPIA-CAT.

       0140-LIMPIA-LAB.
           MOVE ZEROES TO UNID-RES-LAB(IND-L), VENTA-RES-LAB(IND-L),
                          COSTO-RES-LAB(IND-L).
       FIN-0140-LIMPIA-LAB.

       0150-LIMPIA-OFE.
           MOVE ZEROES TO UNID-RES-OFE(IND-N), VENTA-RES-OFE(IND-N),
                          COSTO-RES-OFE(IND-N).
       FIN-0150-LIMPIA-OFE.

      *....Solo interesan las campanias que llegaron a volcarse al
      *...."AMP" (aplicadas o ya cerradas) y cuya vigencia toca el
      *....mes pedido; las definidas y no cargadas no tuvieron precio
      *....de oferta en el mostrador.
       0200-CARGA-CAMPANIAS.
           MOVE ZEROES     TO CANT-CAMPAS.
           MOVE LOW-VALUES TO CLAVE-CAMPA.
           START CAMPA KEY IS NOT < CLAVE-CAMPA;
                 INVALID KEY MOVE "S" TO FIN-CAMPA.
           IF NOT NO-HAY-MAS-CAMPA
              READ CAMPA NEXT RECORD WITH NO LOCK AT END
                   MOVE "S" TO FIN-CAMPA.
           PERFORM 0250-UNA-CAMPANIA THRU FIN-0250-UNA-CAMPANIA
                   UNTIL NO-HAY-MAS-CAMPA.
       FIN-0200-CARGA-CAMPANIAS.

       0250-UNA-CAMPANIA.
           IF NOT CAMPA-APLICADA AND NOT CAMPA-CERRADA
              GO TO LEE-SIG-CAMPA.
           IF VIG-DESDE-CAMPA > ULTIMO-DIA OR
              VIG-HASTA-CAMPA < PRIMER-DIA
              GO TO LEE-SIG-CAMPA.
           IF CANT-CAMPAS NOT < MAX-CAMPAS
              DISPLAY "DEMASIADAS CAMPANIAS EN EL MES; SE IGNORA LA "
                      NUMERO-CAMPA,
              GO TO LEE-SIG-CAMPA.
           ADD  1                TO CANT-CAMPAS.
           MOVE NUMERO-CAMPA     TO NUMERO-TC   (CANT-CAMPAS).
           MOVE COD-LAB-CAMPA    TO COD-LAB-TC  (CANT-CAMPAS).
           MOVE DESCUENTO-CAMPA  TO DESCUENTO-TC(CANT-CAMPAS).
           MOVE VIG-DESDE-CAMPA  TO DESDE-TC    (CANT-CAMPAS).
           MOVE VIG-HASTA-CAMPA  TO HASTA-TC    (CANT-CAMPAS).
       LEE-SIG-CAMPA.
           READ CAMPA NEXT RECORD WITH NO LOCK AT END
                MOVE "S" TO FIN-CAMPA.
       FIN-0250-UNA-CAMPANIA.

      *....Ventas S* del mes: las del mes en curso siguen en
      *...."TRNAMP"; las de un mes ya cerrado estan en "TRNHIST"
      *....bajo su periodo. Se leen las dos fuentes porque un mes
      *....todavia no archivado solo vive en la primera.
       1000-CARGA-VENTAS.
           MOVE LOW-VALUES TO CLAVE-TRNAMP.
           START TRNAMP KEY IS NOT < CLAVE-TRNAMP;
                 INVALID KEY MOVE "S" TO FIN-TRNAMP.
           IF NOT NO-HAY-MAS-TRNAMP
              READ TRNAMP NEXT RECORD WITH NO LOCK AT END
                   MOVE "S" TO FIN-TRNAMP.
           PERFORM 1100-LIBERA-TRNAMP THRU FIN-1100-LIBERA-TRNAMP
                   UNTIL NO-HAY-MAS-TRNAMP.
           MOVE LOW-VALUES     TO CLAVE-TRNHIST.
           MOVE PERIODO-PEDIDO TO PERIODO-TRNHIST.
           START TRNHIST KEY IS NOT < CLAVE-TRNHIST;
                 INVALID KEY MOVE "S" TO FIN-TRNHIST.
           IF NOT NO-HAY-MAS-TRNHIST
              READ TRNHIST NEXT RECORD WITH NO LOCK AT END
                   MOVE "S" TO FIN-TRNHIST.
           PERFORM 1200-LIBERA-TRNHIST THRU FIN-1200-LIBERA-TRNHIST
                   UNTIL NO-HAY-MAS-TRNHIST.
       FIN-1000-CARGA-VENTAS.

       1100-LIBERA-TRNAMP.
           PERFORM 1300-CLASIFICA-VENTA THRU FIN-1300-CLASIFICA-VENTA.
           READ TRNAMP NEXT RECORD WITH NO LOCK AT END
                MOVE "S" TO FIN-TRNAMP.
       FIN-1100-LIBERA-TRNAMP.

       1200-LIBERA-TRNHIST.
           IF PERIODO-TRNHIST NOT = PERIODO-PEDIDO
              MOVE "S" TO FIN-TRNHIST,
              GO TO FIN-1200-LIBERA-TRNHIST.
           MOVE MOVIM-TRNHIST   TO REG-TRNAMP.
           PERFORM 1300-CLASIFICA-VENTA THRU FIN-1300-CLASIFICA-VENTA.
           READ TRNHIST NEXT RECORD WITH NO LOCK AT END
                MOVE "S" TO FIN-TRNHIST.
       FIN-1200-LIBERA-TRNHIST.

       1300-CLASIFICA-VENTA.
           IF NOT TRN-VENTA
              GO TO FIN-1300-CLASIFICA-VENTA.
           IF SUCURSAL-TRN = ZEROES OR SUCURSAL-TRN > 10
              GO TO FIN-1300-CLASIFICA-VENTA.
           DIVIDE FECHA-TRN BY 100 GIVING PERIODO-MOV.
           IF PERIODO-MOV NOT = PERIODO-PEDIDO
              GO TO FIN-1300-CLASIFICA-VENTA.
           ADD  1                TO TOT-RENGLONES.
           PERFORM 1400-BUSCA-PRODUCTO THRU FIN-1400-BUSCA-PRODUCTO.
           PERFORM 1500-COSTO-VIGENTE  THRU FIN-1500-COSTO-VIGENTE.
           MOVE SUCURSAL-TRN     TO WSUC-MAR.
           MOVE CATEGORIA-TRN    TO WCATEG-MAR.
           IF WCATEG-MAR < 1 OR WCATEG-MAR > 3
              MOVE 3             TO WCATEG-MAR.
           MOVE LAB-PRODUCTO     TO WLAB-MAR.
           MOVE TROQUEL-TRN      TO WTROQUEL-MAR.
           IF PRODUCTO-EN-MAESTRO
              MOVE DESCRIPCION-AMP TO WDESC-MAR
           ELSE
              MOVE DESC-PROD-TRN TO WDESC-MAR.
           MOVE CANTIDAD-TRN     TO WCANT-MAR.
           COMPUTE WVENTA-MAR ROUNDED =
                   CANTIDAD-TRN * COSTO-PRECIO-TRN.
           COMPUTE WCOSTO-MAR ROUNDED =
                   CANTIDAD-TRN * COSTO-UNITARIO.
           MOVE "N"              TO WOFERTA-MAR.
           MOVE ZEROES           TO WCAMPA-MAR.
           IF PRODUCTO-EN-MAESTRO
              PERFORM 1600-BUSCA-CAMPANIA THRU FIN-1600-BUSCA-CAMPANIA
                      VARYING IND-C FROM 1 BY 1
                      UNTIL IND-C > CANT-CAMPAS OR WOFERTA-MAR = "S".
           RELEASE REG-WORK-MAR.
       FIN-1300-CLASIFICA-VENTA.

      *....Laboratorio, descripcion y costo ponderado actual del
      *....producto; el ultimo troquel leido queda en memoria.
       1400-BUSCA-PRODUCTO.
           IF TROQUEL-TRN = TROQUEL-ANT
              GO TO C-BUSCA-PRODUCTO.
           MOVE TROQUEL-TRN     TO TROQUEL-ANT, TROQUEL-AID.
           MOVE ZEROES          TO FECHA-COSTO-ANT.
           MOVE "S"             TO HAY-PRODUCTO.
           READ AID RECORD WITH NO LOCK;
                INVALID KEY MOVE "N" TO HAY-PRODUCTO.
           IF PRODUCTO-EN-MAESTRO
              MOVE POS-REL-AID  TO CLAVE-AMP,
              READ AMP RECORD WITH NO LOCK;
                   INVALID KEY MOVE "N" TO HAY-PRODUCTO.
           IF PRODUCTO-EN-MAESTRO
              MOVE COD-LAB-AMP         TO LAB-PRODUCTO,
              MOVE COSTO-PONDERADO-AMP TO COSTO-ACTUAL
           ELSE
              MOVE ZEROES              TO LAB-PRODUCTO, COSTO-ACTUAL.
       C-BUSCA-PRODUCTO.
           IF NOT PRODUCTO-EN-MAESTRO
              ADD 1 TO TOT-SIN-MAESTRO.
       FIN-1400-BUSCA-PRODUCTO.

      *....Costo ponderado vigente a la fecha de la venta: el valor
      *....anterior del primer cambio "PONDER" asentado en "AUDPRE"
      *....despues de esa fecha (los cambios del mismo dia se toman
      *....como ya vigentes); si no hubo cambios posteriores rige el
      *....COSTO-PONDERADO-AMP actual.
       1500-COSTO-VIGENTE.
           IF FECHA-TRN = FECHA-COSTO-ANT
              GO TO FIN-1500-COSTO-VIGENTE.
           MOVE FECHA-TRN       TO FECHA-COSTO-ANT.
           MOVE COSTO-ACTUAL    TO COSTO-UNITARIO.
           MOVE "N"             TO FIN-AUDPRE.
           MOVE TROQUEL-TRN     TO TROQUEL-AUDPRE.
           MOVE FECHA-TRN       TO FECHA-AUDPRE.
           MOVE 9999            TO SECUEN-AUDPRE.
           START AUDPRE KEY IS > CLAVE-AUDPRE;
                 INVALID KEY GO TO FIN-1500-COSTO-VIGENTE.
       LEE-SIG-AUDPRE.
           READ AUDPRE NEXT RECORD WITH NO LOCK AT END
                GO TO FIN-1500-COSTO-VIGENTE.
           IF TROQUEL-AUDPRE NOT = TROQUEL-TRN
              GO TO FIN-1500-COSTO-VIGENTE.
           IF NOT CAMPO-PONDER-AUDPRE
              GO TO LEE-SIG-AUDPRE.
           MOVE VALOR-ANT-AUDPRE TO COSTO-UNITARIO.
       FIN-1500-COSTO-VIGENTE.

      *....La venta cae en una campania si la fecha esta dentro de
      *....su vigencia y el producto es del laboratorio de la cam-
      *....pania; las campanias por lista de troqueles no guardan la
      *....lista, y se reconocen porque el producto todavia lleva en
      *....el "AMP" el descuento y la vigencia de esa campania.
       1600-BUSCA-CAMPANIA.
           IF FECHA-TRN < DESDE-TC(IND-C) OR
              FECHA-TRN > HASTA-TC(IND-C)
              GO TO FIN-1600-BUSCA-CAMPANIA.
           IF COD-LAB-TC(IND-C) NOT = ZEROES
              IF COD-LAB-TC(IND-C) = LAB-PRODUCTO
                 MOVE "S"              TO WOFERTA-MAR,
                 MOVE NUMERO-TC(IND-C) TO WCAMPA-MAR,
                 GO TO FIN-1600-BUSCA-CAMPANIA
              ELSE
                 GO TO FIN-1600-BUSCA-CAMPANIA.
           IF VIGENCIA-PTM-TL-AMP = HASTA-TC(IND-C) AND
              DESCUEN-PTM-TL-AMP  = DESCUENTO-TC(IND-C)
              MOVE "S"              TO WOFERTA-MAR,
              MOVE NUMERO-TC(IND-C) TO WCAMPA-MAR.
       FIN-1600-BUSCA-CAMPANIA.

      /    ***  LISTADO CON CORTES POR DIVISION, CATEGORIA, LABORA-
      *         TORIO Y PRODUCTO  ***

       2000-IMPRIME-MARGEN.
           RETURN WORK-MAR AT END MOVE "S" TO FIN-SORT-MAR.
           PERFORM 2100-PROCESA-VENTA THRU FIN-2100-PROCESA-VENTA
                   UNTIL NO-HAY-MAS-SORT-MAR.
           IF HAY-GRUPO = "S"
              PERFORM 2200-CORTE-PRODUCTO THRU FIN-2200-CORTE-PRODUCTO,
              PERFORM 2300-CORTE-LAB      THRU FIN-2300-CORTE-LAB,
              PERFORM 2400-CORTE-CATEG    THRU FIN-2400-CORTE-CATEG,
              PERFORM 2500-CORTE-SUC      THRU FIN-2500-CORTE-SUC.
           MOVE "TOTAL GENERAL ..............................."
                                  TO LTITULO-TOT.
           MOVE 5                 TO IND-N.
           PERFORM 2800-IMPRIME-TOTAL THRU FIN-2800-IMPRIME-TOTAL.
       FIN-2000-IMPRIME-MARGEN.

       2100-PROCESA-VENTA.
           IF HAY-GRUPO = "S"
              IF WSUC-MAR NOT = SUC-GRUPO
                 PERFORM 2200-CORTE-PRODUCTO
                         THRU FIN-2200-CORTE-PRODUCTO,
                 PERFORM 2300-CORTE-LAB   THRU FIN-2300-CORTE-LAB,
                 PERFORM 2400-CORTE-CATEG THRU FIN-2400-CORTE-CATEG,
                 PERFORM 2500-CORTE-SUC   THRU FIN-2500-CORTE-SUC
              ELSE
              IF WCATEG-MAR NOT = CATEG-GRUPO
                 PERFORM 2200-CORTE-PRODUCTO
                         THRU FIN-2200-CORTE-PRODUCTO,
                 PERFORM 2300-CORTE-LAB   THRU FIN-2300-CORTE-LAB,
                 PERFORM 2400-CORTE-CATEG THRU FIN-2400-CORTE-CATEG
              ELSE
              IF WLAB-MAR NOT = LAB-GRUPO
                 PERFORM 2200-CORTE-PRODUCTO
                         THRU FIN-2200-CORTE-PRODUCTO,
                 PERFORM 2300-CORTE-LAB   THRU FIN-2300-CORTE-LAB
              ELSE
              IF WTROQUEL-MAR NOT = TROQUEL-GRUPO OR
                 WOFERTA-MAR  NOT = OFERTA-GRUPO  OR
                 WCAMPA-MAR   NOT = CAMPA-GRUPO
                 PERFORM 2200-CORTE-PRODUCTO
                         THRU FIN-2200-CORTE-PRODUCTO.
           IF HAY-GRUPO = "N"
              MOVE "S"          TO HAY-GRUPO,
              MOVE WSUC-MAR     TO SUC-GRUPO,
              MOVE SUC-GRUPO    TO LSUC-TIT,
              IF LINEAS-HOJA > MAX-LINEAS - 6
                 PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO,
                 WRITE REG-132 FROM LIN-TIT-SUC
                       AFTER ADVANCING 1 LINE,
                 ADD 1 TO LINEAS-HOJA
              ELSE
                 WRITE REG-132 FROM LIN-TIT-SUC
                       AFTER ADVANCING 2 LINES,
                 ADD 2 TO LINEAS-HOJA.
           MOVE WCATEG-MAR       TO CATEG-GRUPO.
           MOVE WLAB-MAR         TO LAB-GRUPO.
           MOVE WTROQUEL-MAR     TO TROQUEL-GRUPO.
           MOVE WOFERTA-MAR      TO OFERTA-GRUPO.
           MOVE WCAMPA-MAR       TO CAMPA-GRUPO.
           MOVE WDESC-MAR        TO DESC-GRUPO.
           ADD  WCANT-MAR        TO UNID-CORTE (1).
           ADD  WVENTA-MAR       TO VENTA-CORTE(1).
           ADD  WCOSTO-MAR       TO COSTO-CORTE(1).
           ADD  WCANT-MAR        TO UNID-RES-SUC (WSUC-MAR).
           ADD  WVENTA-MAR       TO VENTA-RES-SUC(WSUC-MAR).
           ADD  WCOSTO-MAR       TO COSTO-RES-SUC(WSUC-MAR).
           ADD  WCANT-MAR        TO UNID-RES-CAT (WCATEG-MAR).
           ADD  WVENTA-MAR       TO VENTA-RES-CAT(WCATEG-MAR).
           ADD  WCOSTO-MAR       TO COSTO-RES-CAT(WCATEG-MAR).
           COMPUTE IND-L = WLAB-MAR + 1.
           ADD  WCANT-MAR        TO UNID-RES-LAB (IND-L).
           ADD  WVENTA-MAR       TO VENTA-RES-LAB(IND-L).
           ADD  WCOSTO-MAR       TO COSTO-RES-LAB(IND-L).
           IF WOFERTA-MAR = "S"
              MOVE 2             TO IND-N
           ELSE
              MOVE 1             TO IND-N.
           ADD  WCANT-MAR        TO UNID-RES-OFE (IND-N).
           ADD  WVENTA-MAR       TO VENTA-RES-OFE(IND-N).
           ADD  WCOSTO-MAR       TO COSTO-RES-OFE(IND-N).
           RETURN WORK-MAR AT END MOVE "S" TO FIN-SORT-MAR.
       FIN-2100-PROCESA-VENTA.

      *....Renglon del producto (uno aparte para lo vendido en cada
      *....campania) y pase de sus acumulados al laboratorio.
       2200-CORTE-PRODUCTO.
           MOVE SPACES               TO LIN-DET.
           MOVE TROQUEL-GRUPO        TO LTROQUEL-DET.
           MOVE DESC-GRUPO           TO LDESC-DET.
           IF OFERTA-GRUPO = "S"
              MOVE "OF"              TO LOFERTA-DET,
              MOVE CAMPA-GRUPO       TO LCAMPA-DET.
           MOVE 1                    TO IND-N.
           PERFORM 2900-CALCULA-MARGEN THRU FIN-2900-CALCULA-MARGEN.
           MOVE UNID-AUX             TO LUNID-DET.
           MOVE VENTA-AUX            TO LVENTA-DET.
           MOVE COSTO-AUX            TO LCOSTO-DET.
           MOVE MARGEN-AUX           TO LMARGEN-DET.
           MOVE PORC-AUX             TO LPORC-DET.
           IF VENTA-AUX < COSTO-AUX
              ADD  1                 TO TOT-BAJO-COSTO,
              MOVE "*BAJO COSTO*"    TO LMARCA-DET
           ELSE
              IF PORC-AUX < UMBRAL-MARGEN
                 ADD  1              TO TOT-BAJO-UMBRAL,
                 MOVE "BAJO UMBRAL"  TO LMARCA-DET.
           PERFORM IMPRIME-LINEA THRU FIN-IMPRIME-LINEA.
           MOVE 2                    TO IND-N.
           PERFORM 2700-PASA-CORTE THRU FIN-2700-PASA-CORTE.
       FIN-2200-CORTE-PRODUCTO.

       2300-CORTE-LAB.
           MOVE SPACES               TO LTITULO-TOT.
           STRING "   Total laboratorio " LAB-GRUPO
                  " ........................"
                  DELIMITED BY SIZE INTO LTITULO-TOT.
           MOVE 2                    TO IND-N.
           PERFORM 2800-IMPRIME-TOTAL THRU FIN-2800-IMPRIME-TOTAL.
           MOVE 3                    TO IND-N.
           PERFORM 2700-PASA-CORTE THRU FIN-2700-PASA-CORTE.
       FIN-2300-CORTE-LAB.

       2400-CORTE-CATEG.
           MOVE CATEG-GRUPO          TO IND-N.
           PERFORM 2950-NOMBRE-CATEG THRU FIN-2950-NOMBRE-CATEG.
           MOVE 3                    TO IND-N.
           PERFORM 2800-IMPRIME-TOTAL THRU FIN-2800-IMPRIME-TOTAL.
           MOVE 4                    TO IND-N.
           PERFORM 2700-PASA-CORTE THRU FIN-2700-PASA-CORTE.
       FIN-2400-CORTE-CATEG.

       2500-CORTE-SUC.
           MOVE SPACES               TO LTITULO-TOT.
           STRING " Total division " SUC-GRUPO
                  " ..............................."
                  DELIMITED BY SIZE INTO LTITULO-TOT.
           MOVE 4                    TO IND-N.
           PERFORM 2800-IMPRIME-TOTAL THRU FIN-2800-IMPRIME-TOTAL.
           MOVE 5                    TO IND-N.
           PERFORM 2700-PASA-CORTE THRU FIN-2700-PASA-CORTE.
           MOVE "N"                  TO HAY-GRUPO.
       FIN-2500-CORTE-SUC.

      *....Suma el nivel anterior (IND-N - 1) en el nivel IND-N y
      *....deja el anterior en cero.
       2700-PASA-CORTE.
           ADD  UNID-CORTE (IND-N - 1) TO UNID-CORTE (IND-N).
           ADD  VENTA-CORTE(IND-N - 1) TO VENTA-CORTE(IND-N).
           ADD  COSTO-CORTE(IND-N - 1) TO COSTO-CORTE(IND-N).
           MOVE ZEROES TO UNID-CORTE (IND-N - 1),
                          VENTA-CORTE(IND-N - 1),
                          COSTO-CORTE(IND-N - 1).
       FIN-2700-PASA-CORTE.

      *....Imprime el renglon de total del nivel IND-N con el titulo
      *....ya armado en LTITULO-TOT.
       2800-IMPRIME-TOTAL.
           PERFORM 2900-CALCULA-MARGEN THRU FIN-2900-CALCULA-MARGEN.
           PERFORM 2850-ARMA-CIFRAS    THRU FIN-2850-ARMA-CIFRAS.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           WRITE REG-132 FROM LIN-TOT AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
       FIN-2800-IMPRIME-TOTAL.

       2850-ARMA-CIFRAS.
           MOVE SPACES               TO LCIFRAS-DET.
           MOVE UNID-AUX             TO LUNID-DET.
           MOVE VENTA-AUX            TO LVENTA-DET.
           MOVE COSTO-AUX            TO LCOSTO-DET.
           MOVE MARGEN-AUX           TO LMARGEN-DET.
           MOVE PORC-AUX             TO LPORC-DET.
           IF VENTA-AUX < COSTO-AUX
              MOVE "*BAJO COSTO*"    TO LMARCA-DET
           ELSE
              IF PORC-AUX < UMBRAL-MARGEN
                 MOVE "BAJO UMBRAL"  TO LMARCA-DET.
           MOVE LCIFRAS-DET          TO LCIFRAS-TOT.
       FIN-2850-ARMA-CIFRAS.

      *....Margen y porcentaje sobre la venta del nivel IND-N.
       2900-CALCULA-MARGEN.
           MOVE UNID-CORTE (IND-N)   TO UNID-AUX.
           MOVE VENTA-CORTE(IND-N)   TO VENTA-AUX.
           MOVE COSTO-CORTE(IND-N)   TO COSTO-AUX.
       2910-MARGEN-AUX.
           COMPUTE MARGEN-AUX = VENTA-AUX - COSTO-AUX.
           IF VENTA-AUX = ZEROES
              MOVE ZEROES            TO PORC-AUX
           ELSE
              COMPUTE PORC-AUX ROUNDED =
                      MARGEN-AUX * 100 / VENTA-AUX
                      ON SIZE ERROR MOVE ZEROES TO PORC-AUX.
       FIN-2900-CALCULA-MARGEN.

       2950-NOMBRE-CATEG.
           IF IND-N = 1
              MOVE "  Total MEDICAMENTOS ........................"
                                     TO LTITULO-TOT
           ELSE
           IF IND-N = 2
              MOVE "  Total ACCESORIOS .........................."
                                     TO LTITULO-TOT
           ELSE
              MOVE "  Total PERFUMERIA .........................."
                                     TO LTITULO-TOT.
       FIN-2950-NOMBRE-CATEG.

      /    ***  RESUMEN DE TODA LA CADENA  ***
      *         """""""""""""""""""""""""

       3000-IMPRIME-RESUMEN.
           PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           WRITE REG-132 FROM LIN-TIT-RES AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
           PERFORM 3100-RESUMEN-SUC THRU FIN-3100-RESUMEN-SUC
                   VARYING IND-S FROM 1 BY 1 UNTIL IND-S > 10.
           PERFORM 3200-RESUMEN-CAT THRU FIN-3200-RESUMEN-CAT
                   VARYING IND-N FROM 1 BY 1 UNTIL IND-N > 3.
           PERFORM 3300-RESUMEN-LAB THRU FIN-3300-RESUMEN-LAB
                   VARYING IND-L FROM 1 BY 1 UNTIL IND-L > 10000.
           PERFORM 3400-RESUMEN-OFE THRU FIN-3400-RESUMEN-OFE
                   VARYING IND-N FROM 1 BY 1 UNTIL IND-N > 2.
           MOVE TOT-RENGLONES   TO LRENGLONES-RES.
           MOVE TOT-SIN-MAESTRO TO LSINMAE-RES.
           MOVE TOT-BAJO-COSTO  TO LBAJOCOS-RES.
           MOVE TOT-BAJO-UMBRAL TO LBAJOUMB-RES.
           WRITE REG-132 FROM LIN-RESUMEN AFTER ADVANCING 3 LINES.
           DISPLAY "MARGEN EMITIDO. RENGLONES: " TOT-RENGLONES
                   "  BAJO COSTO: " TOT-BAJO-COSTO
                   "  BAJO UMBRAL: " TOT-BAJO-UMBRAL.
       FIN-3000-IMPRIME-RESUMEN.

       3100-RESUMEN-SUC.
           IF UNID-RES-SUC(IND-S) = ZEROES AND
              VENTA-RES-SUC(IND-S) = ZEROES
              GO TO FIN-3100-RESUMEN-SUC.
           MOVE UNID-RES-SUC (IND-S) TO UNID-AUX.
           MOVE VENTA-RES-SUC(IND-S) TO VENTA-AUX.
           MOVE COSTO-RES-SUC(IND-S) TO COSTO-AUX.
           MOVE SPACES               TO LTITULO-TOT.
           STRING "   Division " IND-S
                  DELIMITED BY SIZE INTO LTITULO-TOT.
           PERFORM 3900-IMPRIME-RESUMEN THRU FIN-3900-IMPRIME-RESUMEN.
       FIN-3100-RESUMEN-SUC.

       3200-RESUMEN-CAT.
           MOVE UNID-RES-CAT (IND-N) TO UNID-AUX.
           MOVE VENTA-RES-CAT(IND-N) TO VENTA-AUX.
           MOVE COSTO-RES-CAT(IND-N) TO COSTO-AUX.
           PERFORM 2950-NOMBRE-CATEG THRU FIN-2950-NOMBRE-CATEG.
           PERFORM 3900-IMPRIME-RESUMEN THRU FIN-3900-IMPRIME-RESUMEN.
       FIN-3200-RESUMEN-CAT.

       3300-RESUMEN-LAB.
           IF UNID-RES-LAB(IND-L) = ZEROES AND
              VENTA-RES-LAB(IND-L) = ZEROES
              GO TO FIN-3300-RESUMEN-LAB.
           MOVE UNID-RES-LAB (IND-L) TO UNID-AUX.
           MOVE VENTA-RES-LAB(IND-L) TO VENTA-AUX.
           MOVE COSTO-RES-LAB(IND-L) TO COSTO-AUX.
           COMPUTE LAB-GRUPO = IND-L - 1.
           MOVE SPACES               TO LTITULO-TOT.
           STRING "   Laboratorio " LAB-GRUPO
                  DELIMITED BY SIZE INTO LTITULO-TOT.
           PERFORM 3900-IMPRIME-RESUMEN THRU FIN-3900-IMPRIME-RESUMEN.
       FIN-3300-RESUMEN-LAB.

       3400-RESUMEN-OFE.
           MOVE UNID-RES-OFE (IND-N) TO UNID-AUX.
           MOVE VENTA-RES-OFE(IND-N) TO VENTA-AUX.
           MOVE COSTO-RES-OFE(IND-N) TO COSTO-AUX.
           IF IND-N = 1
              MOVE "   Vendido a precio normal"     TO LTITULO-TOT
           ELSE
              MOVE "   Vendido en campanias (OF)"   TO LTITULO-TOT.
           PERFORM 3900-IMPRIME-RESUMEN THRU FIN-3900-IMPRIME-RESUMEN.
       FIN-3400-RESUMEN-OFE.

       3900-IMPRIME-RESUMEN.
           PERFORM 2910-MARGEN-AUX THRU FIN-2900-CALCULA-MARGEN.
           PERFORM 2850-ARMA-CIFRAS THRU FIN-2850-ARMA-CIFRAS.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO,
              WRITE REG-132 FROM LIN-TIT-RES AFTER ADVANCING 1 LINE,
              ADD 1 TO LINEAS-HOJA.
           WRITE REG-132 FROM LIN-TOT AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
       FIN-3900-IMPRIME-RESUMEN.

       IMPRIME-LINEA.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO,
              WRITE REG-132 FROM LIN-TIT-SUC AFTER ADVANCING 1 LINE,
              ADD 1 TO LINEAS-HOJA.
           WRITE REG-132 FROM LIN-DET AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
       FIN-IMPRIME-LINEA.

       IMPRIME-ENCABEZADO.
           ADD 1 TO PAGINA.
           MOVE PAGINA             TO LPAG-TIT-1.
           MOVE DIA-HOY            TO DIA-ED-HOY.
           MOVE MES-HOY            TO MES-ED-HOY.
           MOVE ANO-HOY            TO ANO-ED-HOY.
           MOVE FECHA-EDIT-HOY-R   TO LFEC-TIT-1.
           IF PAGINA > 1
              WRITE REG-132 FROM LIN-TIT-1 AFTER ADVANCING PAGE
           ELSE
              WRITE REG-132 FROM LIN-TIT-1 AFTER ADVANCING 1 LINE.
           MOVE MES-PER            TO LMES-PER.
           MOVE ANO-PER            TO LANO-PER.
           MOVE UMBRAL-MARGEN      TO LUMBRAL-PER.
           WRITE REG-132 FROM LIN-TIT-PER AFTER ADVANCING 1 LINE.
           WRITE REG-132 FROM LIN-TIT-2   AFTER ADVANCING 2 LINES.
           MOVE 4 TO LINEAS-HOJA.
       FIN-IMPRIME-ENCABEZADO.

       END PROGRAM SMOV-MAR.
