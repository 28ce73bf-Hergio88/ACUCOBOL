       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SMOV-CFP.
       AUTHOR.        DROGUERIA SUR.
       INSTALLATION.  VILLARINO 52. BAHIA BLANCA.
       DATE-WRITTEN.  OCTUBRE 2026.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                             *
      *         ***  OBJETIVOS DEL PROGRAMA "MOV-CFP"  ***          *
      *              """"""""""""""""""""""""""""""""               *
      *                                                             *
      *    CONTROL DE FACTURAS DE PROVEEDORES ANTES DEL PAGO,       *
      *    APAREANDO EN TRES VIAS EL PEDIDO ("PEDIDO": CANTIDAD-    *
      *    PEDIDO Y COSTO-PEDIDO), LA RECEPCION (CANT-RECEPCION /   *
      *    COSTO-RECEPCION DEL PEDIDO Y LOS RENGLONES "FC" DE       *
      *    "TRNAMP" Y, DE LOS MESES CERRADOS, DE "TRNHIST") Y LO    *
      *    FACTURADO ("FACPRV01"). EN DOS MODOS:                    *
      *                                                             *
      *    1) CONTROLA (C): POR CADA FACTURA DEL RANGO DE FECHAS    *
      *       COMPARA, PRODUCTO POR PRODUCTO, EL COSTO RECIBIDO     *
      *       CONTRA EL PEDIDO Y LA CANTIDAD FACTURADA CONTRA LA    *
      *       PEDIDA Y LA RECIBIDA, Y EL NOMINAL DE LA FACTURA      *
      *       CONTRA EL VALOR DE LO RECIBIDO, CON TOLERANCIAS EN %  *
      *       DE CANTIDAD Y DE PRECIO QUE SE INDICAN AL LANZARLO.   *
      *       LISTA LAS DIFERENCIAS POR PROVEEDOR Y RETIENE ("S")   *
      *       LOS VENCIMIENTOS DE LA FACTURA, PARA QUE "MOV-PAG"    *
      *       NO LOS PAGUE; EL MOTIVO QUEDA EN "RETVTO".            *
      *    2) LIBERA (L): LEVANTA LA RETENCION DE UN VENCIMIENTO,   *
      *       PIDIENDO OBLIGATORIAMENTE EL MOTIVO Y EL OPERADOR.    *
      *       LO LIBERADO NO SE VUELVE A RETENER EN OTRA CORRIDA.   *
      *                                                             *
      *    ASI NO SE PAGA MERCADERIA QUE NO LLEGO O QUE VINO MAS    *
      *    CARA, PARA DESPUES TENER QUE RECLAMAR LA NOTA DE CRE-    *
      *    DITO.-                                                   *
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

           SELECT FACPRV01 ASSIGN TO RANDOM,
                  "/USER/MAESTROS/PROV/FACPRV01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE IS DYNAMIC,
                  RECORD KEY IS CLAVE-FACPRV,
                  FILE STATUS   IS STATUS-FACPRV01.

           SELECT PEDIDO ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/PEDIDO01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD           KEY IS CLAVE-NUMERO-PEDIDO,
                  ALTERNATE RECORD KEY IS CLAVE-PROV-PEDIDO DUPLICATES,
                  FILE STATUS  IS STATUS-PEDIDO.

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
                  ACCESS MODE  IS RANDOM,
                  RELATIVE KEY IS CLAVE-AMP,
                  FILE STATUS  IS STATUS-AMP.

           SELECT VENCIM ASSIGN TO RANDOM,
                  "/USER/MAESTROS/PROV/VENCIM01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE IS DYNAMIC,
                  RECORD KEY IS CLAVE-VENCIM,
                  ALTERNATE RECORD KEY IS CLAVE-SEC1-VENCIM
                                   WITH DUPLICATES,
                  ALTERNATE RECORD KEY IS CLAVE-SEC2-VENCIM
                                   WITH DUPLICATES,
                  FILE STATUS   IS STATUS-VENCIM.

           SELECT RETVTO ASSIGN TO RANDOM,
                  "/USER/MAESTROS/PROV/RETVTO01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-RETVTO,
                  FILE STATUS  IS STATUS-RETVTO.

           SELECT PROV ASSIGN TO RANDOM,
                  "/USER/MAESTROS/PROV/PROVE-01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS RANDOM,
                  RECORD KEY   IS CLAVE-PROV,
                  ALTERNATE RECORD KEY IS CLBSQ-PROV   WITH DUPLICATES,
                  ALTERNATE RECORD KEY IS RAZON-SOCIAL WITH DUPLICATES,
                  FILE STATUS  IS STATUS-PROV.

           SELECT WORK-CFP ASSIGN TO DISK, "SORTWK-CFP".

           SELECT LO ASSIGN TO PRINT, FILE-LO,
                  ORGANIZATION IS SEQUENTIAL,
                  ACCESS MODE  IS SEQUENTIAL,
                  FILE STATUS  IS STATUS-LO.


      /    ***  D I V I S I O N   D E   D A T O S  ***
      *         """""""""""""""""""""""""""""""""

       DATA DIVISION.

       FILE SECTION.

      *    ***  DESCRIPCION DEL ARCHIVO "FACPRV01"  ***
      *         """""""""""""""""""""""""""""""""

           COPY "FACPRV.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "PEDIDO"  ***
      *         """"""""""""""""""""""""""""""""

           COPY "PEDIDO.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "TRNAMP"  ***
      *         """"""""""""""""""""""""""""""""

       FD  TRNAMP LABEL RECORD IS STANDARD.
       01  REG-TRNAMP.
           05 CLAVE-TRNAMP.
              10 SUCURSAL-TRN  PIC 9(02)    COMP-6.
              10 CATEGORIA-TRN PIC 9(01).
              10 CODIGO-TRN    PIC X(02).
              88 TRN-NEGATIVO  VALUES ARE "S0" THRU "S9" "AF" "AR" "TR",
                                          "-1" THRU "-5" "RF",
                                          "I-" "DV".
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

      *    ***  DESCRIPCION DEL ARCHIVO "VENCIM"  ***
      *         """""""""""""""""""""""""""""""

           COPY "VENCIM.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "RETVTO"  ***
      *         """""""""""""""""""""""""""""""

           COPY "RETVTO.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "PROV"  ***
      *         """"""""""""""""""""""""""""""

           COPY "PROVE.FD".

      *....Un renglon por factura ("0", con lo facturado), por renglon
      *....de pedido recibido con ese numero ("1") y por renglon "FC"
      *....de "TRNAMP" ("2"); la factura ordena primero porque lleva
      *....el troquel en LOW-VALUES.
       SD  WORK-CFP.
       01  REG-WORK-CFP.
           05 WPROV-CFP            PIC 9(4)      COMP-6.
           05 WNRO-CFP             PIC 9(6)      COMP-6.
           05 WTROQUEL-CFP         PIC X(8).
           05 WORIGEN-CFP          PIC X.
           05 WDESC-CFP            PIC X(30).
           05 WFECHA-CFP           PIC 9(8)      COMP-6.
           05 WFACTURADO-CFP       PIC S9(11)V99 COMP-3.
           05 WCANT-PED-CFP        PIC S9(7)V99  COMP-3.
           05 WCOSTO-PED-CFP       PIC S9(9)V99  COMP-3.
           05 WCANT-REC-CFP        PIC S9(7)V99  COMP-3.
           05 WCANT-FC-CFP         PIC S9(7)V99  COMP-3.
           05 WVALOR-FC-CFP        PIC S9(11)V99 COMP-3.

      *    ***  DESCRIPCION DEL ARCHIVO "LO"  ***
      *         """"""""""""""""""""""""""""

       FD  LO LABEL RECORD IS OMITTED.
       01  REG-132             PIC X(132).

       WORKING-STORAGE SECTION.

       01  LINEA-STATUS.
           05 FILLER             PIC X(4) VALUE "FAC:".
           05 STATUS-FACPRV01    PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",PED:".
           05 STATUS-PEDIDO      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",TRN:".
           05 STATUS-TRNAMP      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",HIS:".
           05 STATUS-TRNHIST     PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",AMP:".
           05 STATUS-AMP         PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",VTO:".
           05 STATUS-VENCIM      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",RET:".
           05 STATUS-RETVTO      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(6) VALUE ",PROV:".
           05 STATUS-PROV        PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(4) VALUE ",LO:".
           05 STATUS-LO          PIC X(2) VALUE SPACES.

       01  OTROS-FILES.
           05 FILE-LO             PIC X(07)  VALUE "PRINTER".

       77  MODO                   PIC X      VALUE SPACE.
           88 MODO-CONTROLA       VALUE "C".
           88 MODO-LIBERA         VALUE "L".
       77  FIN-FACPRV             PIC X      VALUE "N".
           88 NO-HAY-MAS-FACPRV   VALUE "S".
       77  FIN-PEDIDO             PIC X      VALUE "N".
           88 NO-HAY-MAS-PEDIDO   VALUE "S".
       77  FIN-TRNAMP             PIC X      VALUE "N".
           88 NO-HAY-MAS-TRNAMP   VALUE "S".
       77  FIN-TRNHIST            PIC X      VALUE "N".
           88 NO-HAY-MAS-TRNHIST  VALUE "S".
       77  FIN-VENCIM             PIC X      VALUE "N".
           88 NO-HAY-MAS-VENCIM   VALUE "S".
       77  FIN-SORT-CFP           PIC X      VALUE "N".
           88 NO-HAY-MAS-SORT-CFP VALUE "S".
       77  FIN-LIBERA             PIC X      VALUE "N".
           88 NO-HAY-MAS-LIBERA   VALUE "S".

       77  CLAVE-AMP              PIC 9(6)   VALUE IS 1.
       77  FECHA-DESDE            PIC 9(8)   VALUE ZEROES.
       77  FECHA-HASTA            PIC 9(8)   VALUE ZEROES.
       77  PERIODO-DESDE          PIC 9(4)   VALUE ZEROES.
       77  MES-HOY-8              PIC 9(6)   VALUE ZEROES.
       77  PROV-PEDIDO            PIC 9(4)   VALUE ZEROES.
       77  TOL-CANTIDAD           PIC 9(3)   VALUE ZEROES.
       77  TOL-PRECIO             PIC 9(3)   VALUE ZEROES.
       77  OPERADOR-LIB           PIC X(3)   VALUE SPACES.
       77  MOTIVO-LIB             PIC X(40)  VALUE SPACES.

       77  PROV-GRUPO             PIC 9(4)   COMP-6 VALUE ZEROES.
       77  NRO-GRUPO              PIC 9(6)   COMP-6 VALUE ZEROES.
       77  TROQUEL-GRUPO          PIC X(8)   VALUE SPACES.
       77  PROV-IMPRESO           PIC 9(4)   COMP-6 VALUE ZEROES.
       77  COD-PROV-ANT           PIC 9(4)   COMP-6 VALUE ZEROES.
       77  FACTURA-IMPRESA        PIC X      VALUE "N".
       77  RETIENE                PIC X      VALUE "N".
       77  HUBO-VENCIM            PIC X      VALUE "N".
       77  EXISTE-RETVTO          PIC X      VALUE "N".
       77  HAY-PED                PIC X      VALUE "N".
       77  HAY-FC                 PIC X      VALUE "N".
       77  FECHA-FACT             PIC 9(8)   VALUE ZEROES.
       77  FACTURADO              PIC S9(11)V99 COMP-3 VALUE ZEROES.
       77  RECIBIDO               PIC S9(11)V99 COMP-3 VALUE ZEROES.
       77  DIF-FACTURA            PIC S9(11)V99 COMP-3 VALUE ZEROES.
       77  DIF-ABSOLUTA           PIC S9(11)V99 COMP-3 VALUE ZEROES.
       77  LIMITE                 PIC S9(11)V99 COMP-3 VALUE ZEROES.
       77  CANT-PED               PIC S9(7)V99  COMP-3 VALUE ZEROES.
       77  COSTO-PED              PIC S9(9)V99  COMP-3 VALUE ZEROES.
       77  CANT-REC               PIC S9(7)V99  COMP-3 VALUE ZEROES.
       77  CANT-FC                PIC S9(7)V99  COMP-3 VALUE ZEROES.
       77  VALOR-FC               PIC S9(11)V99 COMP-3 VALUE ZEROES.
       77  COSTO-UNIT             PIC S9(9)V99  COMP-3 VALUE ZEROES.
       77  DESC-ITEM              PIC X(30)  VALUE SPACES.
       77  OBS-ITEM               PIC X(24)  VALUE SPACES.
       77  MOTIVO-RET             PIC X(24)  VALUE SPACES.
       77  OBS-VTO                PIC X(16)  VALUE SPACES.
       77  TOT-FACTURAS           PIC 9(6)   VALUE ZEROES.
       77  TOT-CONFORMES          PIC 9(6)   VALUE ZEROES.
       77  TOT-OBSERVADAS         PIC 9(6)   VALUE ZEROES.
       77  TOT-RETENIDOS          PIC 9(6)   VALUE ZEROES.
       77  TOT-LIBERADOS          PIC 9(6)   VALUE ZEROES.
       77  PAGINA                 PIC 9(4)   VALUE ZEROES.
       77  LINEAS-HOJA            PIC 9(2)   VALUE ZEROES.
       77  MAX-LINEAS             PIC 9(2)   VALUE 54.

       01  XNUMERO                PIC X(8) JUSTIFIED RIGHT.
       01  NUMERO                 REDEFINES XNUMERO,
                                  PIC 9(8).

       01  FECHA-HOY-R.
           05 ANO-HOY             PIC 9(2).
           05 MES-HOY             PIC 9(2).
           05 DIA-HOY             PIC 9(2).
       01  FECHA-HOY-6 REDEFINES FECHA-HOY-R PIC 9(6).

       01  FECHA-HOY-C.
           05 SIGLO-HOY           PIC 9(2) VALUE 20.
           05 FECHA-HOY-6C        PIC 9(6).
       01  FECHA-HOY-8 REDEFINES FECHA-HOY-C PIC 9(8).

       01  FECHA-EDIT-HOY.
           05 DIA-ED-HOY          PIC 9(2).
           05 MES-ED-HOY          PIC 9(2).
           05 ANO-ED-HOY          PIC 9(2).
       01  FECHA-EDIT-HOY-R REDEFINES FECHA-EDIT-HOY
                                  PIC 9(6).

       01  LIN-TIT-1.
           05 FILLER              PIC X(30)
                  VALUE "DROGUERIA SUR - CONTROL DE FAC".
           05 FILLER              PIC X(20)
                  VALUE "TURAS DE PROVEEDOR".
           05 FILLER              PIC X(7)  VALUE " Modo: ".
           05 LMODO-TIT           PIC X(2).
           05 FILLER              PIC X(8)  VALUE " Fecha: ".
           05 LFEC-TIT-1          PIC 99/99/99.
           05 FILLER              PIC X(8)  VALUE " Hoja: ".
           05 LPAG-TIT-1          PIC ZZZ9.

       01  LIN-TIT-PAR.
           05 FILLER              PIC X(13) VALUE "Facturas del ".
           05 LDESDE-PAR          PIC 9999/99/99.
           05 FILLER              PIC X(4)  VALUE " al ".
           05 LHASTA-PAR          PIC 9999/99/99.
           05 FILLER              PIC X(26)
                  VALUE "   Tolerancia cantidad: ".
           05 LTOLCANT-PAR        PIC ZZ9.
           05 FILLER              PIC X(23)
                  VALUE " %   Tolerancia precio:".
           05 LTOLPRE-PAR         PIC ZZZ9.
           05 FILLER              PIC X(2)  VALUE " %".

       01  LIN-TIT-PROV.
           05 FILLER              PIC X(10) VALUE "Proveedor ".
           05 LPROV-TIT           PIC ZZZ9B.
           05 LRAZON-TIT          PIC X(30).

       01  LIN-TIT-FAC.
           05 FILLER              PIC X(10) VALUE "  Factura ".
           05 LNRO-FAC            PIC 9(6).
           05 FILLER              PIC X(5)  VALUE " del ".
           05 LFECHA-FAC          PIC 9999/99/99.

       01  LIN-TIT-2.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 FILLER              PIC X(9)  VALUE "Troquel  ".
           05 FILLER              PIC X(27)
                  VALUE "Descripcion                ".
           05 FILLER              PIC X(10) VALUE "   Pedido ".
           05 FILLER              PIC X(13) VALUE "  Costo Ped. ".
           05 FILLER              PIC X(10) VALUE " Recibido ".
           05 FILLER              PIC X(10) VALUE "Facturado ".
           05 FILLER              PIC X(13) VALUE " Costo Fact. ".
           05 FILLER              PIC X(24) VALUE "Observacion".

       01  LIN-DET-ITEM.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 LTROQUEL-DET        PIC X(9).
           05 LDESC-DET           PIC X(27).
           05 LCANTPED-DET        PIC ZZZZZ9,99B.
           05 LCOSTOPED-DET       PIC Z.ZZZ.ZZ9,99B.
           05 LCANTREC-DET        PIC ZZZZZ9,99B.
           05 LCANTFC-DET         PIC ZZZZZ9,99B.
           05 LCOSTOFC-DET        PIC Z.ZZZ.ZZ9,99B.
           05 LOBS-DET            PIC X(24).

       01  LIN-TOT-FAC.
           05 FILLER              PIC X(14) VALUE "    Facturado ".
           05 LFACTURADO-TOT      PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER              PIC X(12) VALUE "  Recibido ".
           05 LRECIBIDO-TOT       PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER              PIC X(14) VALUE "  Diferencia ".
           05 LDIF-TOT            PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LOBS-TOT            PIC X(24).

       01  LIN-VTO.
           05 FILLER              PIC X(16) VALUE "    Vencimiento ".
           05 LCOMP1-VTO          PIC 9(8).
           05 FILLER              PIC X(1)  VALUE "/".
           05 LCOMP2-VTO          PIC 9(4)BB.
           05 LFECVTO-VTO         PIC 9999/99/99BB.
           05 LIMPORTE-VTO        PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LOBS-VTO            PIC X(16).

       01  LIN-SIN-VTO.
           05 FILLER              PIC X(50)
              VALUE "    *SIN VENCIMIENTO CARGADO PARA ESTA FACTURA*".

       01  LIN-SIN-DATOS.
           05 FILLER              PIC X(50)
              VALUE "No hay facturas con diferencias en el rango.".

       01  LIN-RESUMEN.
           05 FILLER              PIC X(22)
                  VALUE "Facturas controladas: ".
           05 LFACTURAS-RES       PIC ZZZZZ9.
           05 FILLER              PIC X(14) VALUE "   Conformes: ".
           05 LCONFORMES-RES      PIC ZZZZZ9.
           05 FILLER              PIC X(20)
                  VALUE "   Con diferencias: ".
           05 LOBSERV-RES         PIC ZZZZZ9.
           05 FILLER              PIC X(28)
                  VALUE "   Vencimientos retenidos: ".
           05 LRETENIDOS-RES      PIC ZZZZZ9.

       01  LIN-TIT-LIB.
           05 FILLER              PIC X(6)  VALUE "Prov. ".
           05 FILLER              PIC X(15) VALUE "Comprobante    ".
           05 FILLER              PIC X(16) VALUE "         Importe".
           05 FILLER              PIC X(26)
                  VALUE "  Motivo de la retencion".
           05 FILLER              PIC X(41)
                  VALUE "Motivo de la liberacion".
           05 FILLER              PIC X(4)  VALUE "Ope.".

       01  LIN-DET-LIB.
           05 LPROV-LIB           PIC ZZZ9BB.
           05 LCOMP1-LIB          PIC 9(8).
           05 FILLER              PIC X(1)  VALUE "/".
           05 LCOMP2-LIB          PIC 9(4)BB.
           05 LIMPORTE-LIB        PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LMOTRET-LIB         PIC X(24)B.
           05 LMOTLIB-LIB         PIC X(40)B.
           05 LOPER-LIB           PIC X(3).

       01  LIN-RESUMEN-L.
           05 FILLER              PIC X(26)
                  VALUE "Vencimientos liberados:   ".
           05 LLIBERADOS-RES      PIC ZZZZZ9.


      /    ***  D I V I S I O N   D E   P R O C E D I M I E N T O S  ***
      *         """""""""""""""""""""""""""""""""""""""""""""""""""

       PROCEDURE DIVISION.

       0-MAINLINE.
           PERFORM 0100-INICIA THRU FIN-0100-INICIA.
           IF MODO-CONTROLA
              SORT WORK-CFP
                   ASCENDING KEY WPROV-CFP
                   ASCENDING KEY WNRO-CFP
                   ASCENDING KEY WTROQUEL-CFP
                   ASCENDING KEY WORIGEN-CFP
                   INPUT PROCEDURE  IS 1000-CARGA-SORT
                   OUTPUT PROCEDURE IS 2000-CONTROLA-FACTURAS
           ELSE
              PERFORM 3000-LIBERA-RETENCIONES
                      THRU FIN-3000-LIBERA-RETENCIONES.
           CLOSE FACPRV01, PEDIDO, TRNAMP, TRNHIST, AMP, VENCIM,
                 RETVTO, PROV, LO.
           STOP RUN.

       0100-INICIA.
           DISPLAY "MODO: (C)ONTROLA FACTURAS / (L)IBERA RETENCION: ".
           ACCEPT MODO.
           IF NOT MODO-CONTROLA AND NOT MODO-LIBERA
              DISPLAY "MODO INCORRECTO. CANCELADO.",
              STOP RUN.
           OPEN I-O VENCIM.
           IF STATUS-VENCIM NOT = "00" AND STATUS-VENCIM NOT = "05"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO VENCIM ! STATUS: "
                      STATUS-VENCIM,
              STOP RUN.
       ABRE-RETVTO.
           OPEN I-O RETVTO.
           IF STATUS-RETVTO NOT = "00",
              OPEN OUTPUT RETVTO,
              CLOSE       RETVTO,
              GO TO ABRE-RETVTO.
       ABRE-TRNHIST.
           OPEN INPUT TRNHIST.
           IF STATUS-TRNHIST NOT = "00",
              OPEN OUTPUT TRNHIST,
              CLOSE       TRNHIST,
              GO TO ABRE-TRNHIST.
           OPEN INPUT FACPRV01, PEDIDO, TRNAMP, AMP, PROV.
           OPEN OUTPUT LO.
           ACCEPT FECHA-HOY-R FROM DATE.
           MOVE FECHA-HOY-6 TO FECHA-HOY-6C.
           IF ANO-HOY > 50
              MOVE 19 TO SIGLO-HOY
           ELSE
              MOVE 20 TO SIGLO-HOY.
           IF MODO-CONTROLA
              PERFORM 0200-PIDE-PARAMETROS
                      THRU FIN-0200-PIDE-PARAMETROS.
           PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
       FIN-0100-INICIA.

       0200-PIDE-PARAMETROS.
      *....Sin fecha "DESDE" se toma el mes en curso; los meses ya
      *....cerrados se buscan tambien en "TRNHIST".
           DISPLAY "FACTURAS DESDE (AAAAMMDD, Enter = MES ACTUAL): ".
           ACCEPT XNUMERO.
           INSPECT XNUMERO REPLACING ALL SPACES BY "0".
           IF NUMERO = ZEROES
              DIVIDE FECHA-HOY-8 BY 100 GIVING MES-HOY-8,
              COMPUTE FECHA-DESDE = MES-HOY-8 * 100 + 1
           ELSE
              MOVE NUMERO TO FECHA-DESDE.
           DISPLAY "FACTURAS HASTA (AAAAMMDD, Enter = HOY): ".
           ACCEPT XNUMERO.
           INSPECT XNUMERO REPLACING ALL SPACES BY "0".
           IF NUMERO = ZEROES
              MOVE FECHA-HOY-8 TO FECHA-HASTA
           ELSE
              MOVE NUMERO TO FECHA-HASTA.
           IF FECHA-HASTA < FECHA-DESDE
              DISPLAY "RANGO DE FECHAS INCORRECTO. CANCELADO.",
              STOP RUN.
           DISPLAY "PROVEEDOR (0 = TODOS): ".
           ACCEPT XNUMERO.
           INSPECT XNUMERO REPLACING ALL SPACES BY "0".
           MOVE NUMERO TO PROV-PEDIDO.
           DISPLAY "TOLERANCIA EN CANTIDAD % (Enter = 0): ".
           ACCEPT XNUMERO.
           INSPECT XNUMERO REPLACING ALL SPACES BY "0".
           MOVE NUMERO TO TOL-CANTIDAD.
           DISPLAY "TOLERANCIA EN PRECIO % (Enter = 2): ".
           ACCEPT XNUMERO.
           IF XNUMERO = SPACES
              MOVE 2 TO TOL-PRECIO
           ELSE
              INSPECT XNUMERO REPLACING ALL SPACES BY "0",
              MOVE NUMERO TO TOL-PRECIO.
       FIN-0200-PIDE-PARAMETROS.

      /    ***  MODO "C": CARGA DE FACTURAS, PEDIDOS Y RECEPCIONES  ***
      *         """"""""""""""""""""""""""""""""""""""""""""""""""

       1000-CARGA-SORT.
           PERFORM 1100-CARGA-FACTURAS THRU FIN-1100-CARGA-FACTURAS.
           PERFORM 1200-CARGA-PEDIDOS  THRU FIN-1200-CARGA-PEDIDOS.
           PERFORM 1300-CARGA-TRNAMP   THRU FIN-1300-CARGA-TRNAMP.
       FIN-1000-CARGA-SORT.

       1100-CARGA-FACTURAS.
           MOVE LOW-VALUES TO CLAVE-FACPRV.
           START FACPRV01 KEY IS NOT < CLAVE-FACPRV;
                 INVALID KEY MOVE "S" TO FIN-FACPRV.
           IF NOT NO-HAY-MAS-FACPRV
              READ FACPRV01 NEXT RECORD AT END
                   MOVE "S" TO FIN-FACPRV.
           PERFORM 1110-LIBERA-FACTURA THRU FIN-1110-LIBERA-FACTURA
                   UNTIL NO-HAY-MAS-FACPRV.
       FIN-1100-CARGA-FACTURAS.

      *....Lo facturado es el nominal de la factura (medicamentos,
      *....perfumeria y accesorios) antes de descuentos, que es lo
      *....que se compara con cantidad por costo de cada renglon.
       1110-LIBERA-FACTURA.
           IF FEC-CPTE-FACPRV < FECHA-DESDE OR
              FEC-CPTE-FACPRV > FECHA-HASTA
              GO TO LEE-SIG-FACPRV.
           IF (PROV-PEDIDO NOT = ZEROES AND
               COD-PRV-FACPRV NOT = PROV-PEDIDO),
               GO TO LEE-SIG-FACPRV.
           MOVE LOW-VALUES      TO REG-WORK-CFP.
           MOVE COD-PRV-FACPRV  TO WPROV-CFP.
           MOVE NRO-CPTE-FACPRV TO WNRO-CFP.
           MOVE "0"             TO WORIGEN-CFP.
           MOVE SPACES          TO WDESC-CFP.
           MOVE FEC-CPTE-FACPRV TO WFECHA-CFP.
           COMPUTE WFACTURADO-CFP = TOT-NOM-MED-FACPRV +
                                    TOT-NOM-PER-FACPRV +
                                    TOT-NOM-ACC-FACPRV.
           MOVE ZEROES          TO WCANT-PED-CFP, WCOSTO-PED-CFP,
                                   WCANT-REC-CFP, WCANT-FC-CFP,
                                   WVALOR-FC-CFP.
           RELEASE REG-WORK-CFP.
       LEE-SIG-FACPRV.
           READ FACPRV01 NEXT RECORD AT END MOVE "S" TO FIN-FACPRV.
       FIN-1110-LIBERA-FACTURA.

       1200-CARGA-PEDIDOS.
           MOVE LOW-VALUES TO CLAVE-NUMERO-PEDIDO.
           START PEDIDO KEY IS NOT < CLAVE-NUMERO-PEDIDO;
                 INVALID KEY MOVE "S" TO FIN-PEDIDO.
           IF NOT NO-HAY-MAS-PEDIDO
              PERFORM LEE-SIG-PEDIDO THRU FIN-LEE-SIG-PEDIDO.
           PERFORM 1210-LIBERA-PEDIDO THRU FIN-1210-LIBERA-PEDIDO
                   UNTIL NO-HAY-MAS-PEDIDO.
       FIN-1200-CARGA-PEDIDOS.

      *....Solo los renglones de pedido ya recibidos con factura o
      *....con remito del mismo numero (NRO-RECEPCION); el troquel
      *....sale del "AMP" para aparearlo con "TRNAMP".
       1210-LIBERA-PEDIDO.
           IF ORDEN-1-PEDIDO > 32760
              GO TO SIG-PEDIDO.
           IF TIPO-RECEPCION NOT = "FC" AND TIPO-RECEPCION NOT = "RM"
              GO TO SIG-PEDIDO.
           IF NRO-RECEPCION = ZEROES
              GO TO SIG-PEDIDO.
           IF (PROV-PEDIDO NOT = ZEROES AND
               COD-DIST-PEDIDO NOT = PROV-PEDIDO),
               GO TO SIG-PEDIDO.
           MOVE CLAVE-AMP-PEDIDO TO CLAVE-AMP.
       LEE-AMP.
           READ AMP RECORD WITH NO LOCK;
                INVALID KEY
                MOVE SPACES             TO TROQUEL-AMP,
                MOVE DESCRIPCION-PEDIDO TO DESCRIPCION-AMP.
           IF STATUS-AMP = "99" GO TO LEE-AMP.
           MOVE LOW-VALUES         TO REG-WORK-CFP.
           MOVE COD-DIST-PEDIDO    TO WPROV-CFP.
           MOVE NRO-RECEPCION      TO WNRO-CFP.
           MOVE TROQUEL-AMP        TO WTROQUEL-CFP.
           MOVE "1"                TO WORIGEN-CFP.
           MOVE DESCRIPCION-PEDIDO TO WDESC-CFP.
           MOVE FECHA-RECEPCION    TO WFECHA-CFP.
           MOVE ZEROES             TO WFACTURADO-CFP, WCANT-FC-CFP,
                                      WVALOR-FC-CFP.
           MOVE CANTIDAD-PEDIDO    TO WCANT-PED-CFP.
           MOVE COSTO-PEDIDO       TO WCOSTO-PED-CFP.
           MOVE CANT-RECEPCION     TO WCANT-REC-CFP.
           RELEASE REG-WORK-CFP.
       SIG-PEDIDO.
           PERFORM LEE-SIG-PEDIDO THRU FIN-LEE-SIG-PEDIDO.
       FIN-1210-LIBERA-PEDIDO.

       LEE-SIG-PEDIDO.
           READ PEDIDO NEXT RECORD WITH NO LOCK;
                AT END MOVE "S" TO FIN-PEDIDO.
           IF STATUS-PEDIDO = "99" GO TO LEE-SIG-PEDIDO.
       FIN-LEE-SIG-PEDIDO.

      *....Los renglones "FC" de los meses ya cerrados estan en
      *...."TRNHIST"; se lee desde el periodo de la fecha "DESDE" en
      *....adelante (la recepcion nunca es anterior a la factura).
       1300-CARGA-TRNAMP.
           MOVE LOW-VALUES TO CLAVE-TRNAMP.
           START TRNAMP KEY IS NOT < CLAVE-TRNAMP;
                 INVALID KEY MOVE "S" TO FIN-TRNAMP.
           IF NOT NO-HAY-MAS-TRNAMP
              READ TRNAMP NEXT RECORD AT END
                   MOVE "S" TO FIN-TRNAMP.
           PERFORM 1310-LIBERA-RENGLON THRU FIN-1310-LIBERA-RENGLON
                   UNTIL NO-HAY-MAS-TRNAMP.
           DIVIDE FECHA-DESDE BY 100 GIVING PERIODO-DESDE.
           MOVE LOW-VALUES    TO CLAVE-TRNHIST.
           MOVE PERIODO-DESDE TO PERIODO-TRNHIST.
           START TRNHIST KEY IS NOT < CLAVE-TRNHIST;
                 INVALID KEY MOVE "S" TO FIN-TRNHIST.
           IF NOT NO-HAY-MAS-TRNHIST
              READ TRNHIST NEXT RECORD WITH NO LOCK AT END
                   MOVE "S" TO FIN-TRNHIST.
           PERFORM 1320-LIBERA-TRNHIST THRU FIN-1320-LIBERA-TRNHIST
                   UNTIL NO-HAY-MAS-TRNHIST.
       FIN-1300-CARGA-TRNAMP.

       1310-LIBERA-RENGLON.
           PERFORM 1350-LIBERA-FC THRU FIN-1350-LIBERA-FC.
           READ TRNAMP NEXT RECORD AT END MOVE "S" TO FIN-TRNAMP.
       FIN-1310-LIBERA-RENGLON.

       1320-LIBERA-TRNHIST.
           MOVE MOVIM-TRNHIST TO REG-TRNAMP.
           PERFORM 1350-LIBERA-FC THRU FIN-1350-LIBERA-FC.
           READ TRNHIST NEXT RECORD WITH NO LOCK AT END
                MOVE "S" TO FIN-TRNHIST.
       FIN-1320-LIBERA-TRNHIST.

      *....El renglon "FC" lleva el numero de la factura y, en la
      *....primera imputacion, el distribuidor que la emitio.
       1350-LIBERA-FC.
           IF CODIGO-TRN NOT = "FC"
              GO TO FIN-1350-LIBERA-FC.
           IF (PROV-PEDIDO NOT = ZEROES AND
               PROV-IMP-TRN(1) NOT = PROV-PEDIDO),
               GO TO FIN-1350-LIBERA-FC.
           MOVE LOW-VALUES       TO REG-WORK-CFP.
           MOVE PROV-IMP-TRN(1)  TO WPROV-CFP.
           MOVE NUMERO-TRN       TO WNRO-CFP.
           MOVE TROQUEL-TRN      TO WTROQUEL-CFP.
           MOVE "2"              TO WORIGEN-CFP.
           MOVE DESC-PROD-TRN    TO WDESC-CFP.
           MOVE ZEROES           TO WFECHA-CFP, WFACTURADO-CFP,
                                    WCANT-PED-CFP, WCOSTO-PED-CFP,
                                    WCANT-REC-CFP.
           MOVE CANTIDAD-TRN     TO WCANT-FC-CFP.
           COMPUTE WVALOR-FC-CFP ROUNDED =
                   CANTIDAD-TRN * COSTO-PRECIO-TRN.
           RELEASE REG-WORK-CFP.
       FIN-1350-LIBERA-FC.

      /    ***  MODO "C": APAREO Y RETENCION  ***
      *         """""""""""""""""""""""""""""

       2000-CONTROLA-FACTURAS.
           MOVE FECHA-DESDE  TO LDESDE-PAR.
           MOVE FECHA-HASTA  TO LHASTA-PAR.
           MOVE TOL-CANTIDAD TO LTOLCANT-PAR.
           MOVE TOL-PRECIO   TO LTOLPRE-PAR.
           WRITE REG-132 FROM LIN-TIT-PAR AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
           RETURN WORK-CFP AT END MOVE "S" TO FIN-SORT-CFP.
           PERFORM 2100-UNA-FACTURA THRU FIN-2100-UNA-FACTURA
                   UNTIL NO-HAY-MAS-SORT-CFP.
           IF TOT-OBSERVADAS = ZEROES
              WRITE REG-132 FROM LIN-SIN-DATOS AFTER ADVANCING 2 LINES.
           MOVE TOT-FACTURAS   TO LFACTURAS-RES.
           MOVE TOT-CONFORMES  TO LCONFORMES-RES.
           MOVE TOT-OBSERVADAS TO LOBSERV-RES.
           MOVE TOT-RETENIDOS  TO LRETENIDOS-RES.
           WRITE REG-132 FROM LIN-RESUMEN AFTER ADVANCING 2 LINES.
       FIN-2000-CONTROLA-FACTURAS.

      *....Pedidos y renglones "FC" de numeros que no tienen factura
      *....en el rango se descartan enteros.
       2100-UNA-FACTURA.
           MOVE WPROV-CFP TO PROV-GRUPO.
           MOVE WNRO-CFP  TO NRO-GRUPO.
           IF WORIGEN-CFP NOT = "0"
              PERFORM 2150-DESCARTA-RENGLON
                      THRU FIN-2150-DESCARTA-RENGLON
                      UNTIL NO-HAY-MAS-SORT-CFP OR
                            WPROV-CFP NOT = PROV-GRUPO OR
                            WNRO-CFP  NOT = NRO-GRUPO,
              GO TO FIN-2100-UNA-FACTURA.
           ADD  1              TO TOT-FACTURAS.
           MOVE WFECHA-CFP     TO FECHA-FACT.
           MOVE WFACTURADO-CFP TO FACTURADO.
           MOVE ZEROES         TO RECIBIDO.
           MOVE "N"            TO FACTURA-IMPRESA, RETIENE.
           MOVE SPACES         TO MOTIVO-RET.
           RETURN WORK-CFP AT END MOVE "S" TO FIN-SORT-CFP.
           PERFORM 2200-UN-PRODUCTO THRU FIN-2200-UN-PRODUCTO
                   UNTIL NO-HAY-MAS-SORT-CFP OR
                         WPROV-CFP NOT = PROV-GRUPO OR
                         WNRO-CFP  NOT = NRO-GRUPO.
           COMPUTE DIF-FACTURA = FACTURADO - RECIBIDO.
           MOVE DIF-FACTURA TO DIF-ABSOLUTA.
           IF DIF-ABSOLUTA < ZEROES
              COMPUTE DIF-ABSOLUTA = DIF-ABSOLUTA * -1.
           COMPUTE LIMITE ROUNDED = FACTURADO * TOL-PRECIO / 100.
           MOVE SPACES TO OBS-ITEM.
           IF DIF-ABSOLUTA > LIMITE
              MOVE "TOTAL FACTURA DIFIERE" TO OBS-ITEM,
              MOVE "S" TO RETIENE,
              IF MOTIVO-RET = SPACES
                 MOVE OBS-ITEM TO MOTIVO-RET.
           IF FACTURA-IMPRESA = "N" AND RETIENE = "N"
              ADD 1 TO TOT-CONFORMES,
              GO TO FIN-2100-UNA-FACTURA.
           PERFORM IMPRIME-FACTURA THRU FIN-IMPRIME-FACTURA.
           MOVE FACTURADO   TO LFACTURADO-TOT.
           MOVE RECIBIDO    TO LRECIBIDO-TOT.
           MOVE DIF-FACTURA TO LDIF-TOT.
           MOVE OBS-ITEM    TO LOBS-TOT.
           WRITE REG-132 FROM LIN-TOT-FAC AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
           IF RETIENE = "N"
              ADD 1 TO TOT-CONFORMES,
              GO TO FIN-2100-UNA-FACTURA.
           ADD 1 TO TOT-OBSERVADAS.
           PERFORM 2500-RETIENE-VENCIMIENTOS
                   THRU FIN-2500-RETIENE-VENCIMIENTOS.
       FIN-2100-UNA-FACTURA.

       2150-DESCARTA-RENGLON.
           RETURN WORK-CFP AT END MOVE "S" TO FIN-SORT-CFP.
       FIN-2150-DESCARTA-RENGLON.

       2200-UN-PRODUCTO.
           MOVE WTROQUEL-CFP TO TROQUEL-GRUPO.
           MOVE "N"          TO HAY-PED, HAY-FC.
           MOVE ZEROES       TO CANT-PED, COSTO-PED, CANT-REC,
                                CANT-FC, VALOR-FC.
           PERFORM 2300-ACUMULA-RENGLON THRU FIN-2300-ACUMULA-RENGLON
                   UNTIL NO-HAY-MAS-SORT-CFP OR
                         WPROV-CFP    NOT = PROV-GRUPO OR
                         WNRO-CFP     NOT = NRO-GRUPO  OR
                         WTROQUEL-CFP NOT = TROQUEL-GRUPO.
           PERFORM 2400-EVALUA-PRODUCTO THRU FIN-2400-EVALUA-PRODUCTO.
       FIN-2200-UN-PRODUCTO.

       2300-ACUMULA-RENGLON.
           MOVE WDESC-CFP TO DESC-ITEM.
           IF WORIGEN-CFP = "1"
              MOVE "S"            TO HAY-PED,
              ADD  WCANT-PED-CFP  TO CANT-PED,
              MOVE WCOSTO-PED-CFP TO COSTO-PED,
              ADD  WCANT-REC-CFP  TO CANT-REC.
           IF WORIGEN-CFP = "2"
              MOVE "S"            TO HAY-FC,
              ADD  WCANT-FC-CFP   TO CANT-FC,
              ADD  WVALOR-FC-CFP  TO VALOR-FC, RECIBIDO.
           RETURN WORK-CFP AT END MOVE "S" TO FIN-SORT-CFP.
       FIN-2300-ACUMULA-RENGLON.

      *....Retienen el pago el costo por encima del pedido y lo
      *....facturado por encima de lo pedido o de lo recibido; los
      *....renglones sin pedido, o pedidos sin facturar, solo se
      *....informan.
       2400-EVALUA-PRODUCTO.
           MOVE SPACES TO OBS-ITEM.
           MOVE ZEROES TO COSTO-UNIT.
           IF CANT-FC NOT = ZEROES
              COMPUTE COSTO-UNIT ROUNDED = VALOR-FC / CANT-FC.
           IF HAY-FC = "N"
              MOVE "PEDIDO SIN FACTURAR" TO OBS-ITEM,
              GO TO IMPRIME-PRODUCTO.
           IF HAY-PED = "N"
              MOVE "FACTURADO SIN PEDIDO" TO OBS-ITEM,
              GO TO IMPRIME-PRODUCTO.
           COMPUTE LIMITE ROUNDED =
                   COSTO-PED + (COSTO-PED * TOL-PRECIO / 100).
           IF COSTO-PED > ZEROES AND COSTO-UNIT > LIMITE
              MOVE "PRECIO SOBRE PEDIDO" TO OBS-ITEM,
              GO TO RETIENE-PRODUCTO.
           COMPUTE LIMITE ROUNDED =
                   CANT-PED + (CANT-PED * TOL-CANTIDAD / 100).
           IF CANT-FC > LIMITE
              MOVE "CANTIDAD SOBRE PEDIDO" TO OBS-ITEM,
              GO TO RETIENE-PRODUCTO.
           COMPUTE LIMITE ROUNDED =
                   CANT-REC + (CANT-REC * TOL-CANTIDAD / 100).
           IF CANT-FC > LIMITE
              MOVE "FACTURADO NO RECIBIDO" TO OBS-ITEM,
              GO TO RETIENE-PRODUCTO.
           GO TO FIN-2400-EVALUA-PRODUCTO.
       RETIENE-PRODUCTO.
           MOVE "S" TO RETIENE.
           IF MOTIVO-RET = SPACES
              MOVE OBS-ITEM TO MOTIVO-RET.
       IMPRIME-PRODUCTO.
           PERFORM IMPRIME-FACTURA THRU FIN-IMPRIME-FACTURA.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO,
              MOVE "N" TO FACTURA-IMPRESA,
              MOVE ZEROES TO PROV-IMPRESO,
              PERFORM IMPRIME-FACTURA THRU FIN-IMPRIME-FACTURA.
           MOVE TROQUEL-GRUPO TO LTROQUEL-DET.
           MOVE DESC-ITEM     TO LDESC-DET.
           MOVE CANT-PED      TO LCANTPED-DET.
           MOVE COSTO-PED     TO LCOSTOPED-DET.
           MOVE CANT-REC      TO LCANTREC-DET.
           MOVE CANT-FC       TO LCANTFC-DET.
           MOVE COSTO-UNIT    TO LCOSTOFC-DET.
           MOVE OBS-ITEM      TO LOBS-DET.
           WRITE REG-132 FROM LIN-DET-ITEM AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
       FIN-2400-EVALUA-PRODUCTO.

      *....El encabezado del proveedor y de la factura salen recien
      *....con la primera diferencia, asi el listado trae solo lo
      *....que hay que mirar.
       IMPRIME-FACTURA.
           IF FACTURA-IMPRESA = "S"
              GO TO FIN-IMPRIME-FACTURA.
           IF LINEAS-HOJA > MAX-LINEAS - 5
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO,
              MOVE ZEROES TO PROV-IMPRESO.
           IF PROV-GRUPO NOT = PROV-IMPRESO
              PERFORM BUSCA-PROVEEDOR THRU FIN-BUSCA-PROVEEDOR,
              MOVE PROV-GRUPO   TO PROV-IMPRESO, LPROV-TIT,
              MOVE RAZON-SOCIAL TO LRAZON-TIT,
              WRITE REG-132 FROM LIN-TIT-PROV AFTER ADVANCING 2 LINES,
              ADD 2 TO LINEAS-HOJA.
           MOVE NRO-GRUPO  TO LNRO-FAC.
           MOVE FECHA-FACT TO LFECHA-FAC.
           WRITE REG-132 FROM LIN-TIT-FAC AFTER ADVANCING 2 LINES.
           WRITE REG-132 FROM LIN-TIT-2   AFTER ADVANCING 1 LINE.
           ADD 3 TO LINEAS-HOJA.
           MOVE "S" TO FACTURA-IMPRESA.
       FIN-IMPRIME-FACTURA.

       BUSCA-PROVEEDOR.
           IF PROV-GRUPO = COD-PROV-ANT
              GO TO FIN-BUSCA-PROVEEDOR.
           MOVE PROV-GRUPO TO COD-PROV, COD-PROV-ANT.
       LEE-PROV.
           READ PROV RECORD WITH NO LOCK;
                INVALID KEY
                MOVE "(PROVEEDOR DESCONOCIDO)" TO RAZON-SOCIAL.
           IF STATUS-PROV = "99" GO TO LEE-PROV.
       FIN-BUSCA-PROVEEDOR.

      *....Se retienen todas las cuotas pendientes de la factura. La
      *....ya pagada se informa (queda para nota de credito) y la
      *....que alguien libero antes no se vuelve a retener.
       2500-RETIENE-VENCIMIENTOS.
           MOVE "N"        TO HUBO-VENCIM, FIN-VENCIM.
           MOVE PROV-GRUPO TO COD-PROV-VENCIM.
           MOVE NRO-GRUPO  TO NROCOMP1-VENCIM.
           MOVE ZEROES     TO NROCOMP2-VENCIM.
           START VENCIM KEY IS NOT < CLAVE-VENCIM;
                 INVALID KEY MOVE "S" TO FIN-VENCIM.
           IF NOT NO-HAY-MAS-VENCIM
              PERFORM LEE-SIG-VENCIM THRU FIN-LEE-SIG-VENCIM.
           PERFORM 2600-UN-VENCIMIENTO THRU FIN-2600-UN-VENCIMIENTO
                   UNTIL NO-HAY-MAS-VENCIM.
           IF HUBO-VENCIM = "N"
              WRITE REG-132 FROM LIN-SIN-VTO AFTER ADVANCING 1 LINE,
              ADD 1 TO LINEAS-HOJA.
       FIN-2500-RETIENE-VENCIMIENTOS.

       2600-UN-VENCIMIENTO.
           IF COD-PROV-VENCIM NOT = PROV-GRUPO OR
              NROCOMP1-VENCIM NOT = NRO-GRUPO
              MOVE "S" TO FIN-VENCIM,
              GO TO FIN-2600-UN-VENCIMIENTO.
           MOVE "S" TO HUBO-VENCIM.
           IF VENCIM-PAGADO
              MOVE "*YA PAGADO*"    TO OBS-VTO,
              GO TO IMPRIME-VENCIMIENTO.
           IF VENCIM-RETENIDO
              MOVE "YA RETENIDO"    TO OBS-VTO,
              GO TO IMPRIME-VENCIMIENTO.
           IF VENCIM-LIBERADO
              MOVE "LIBERADO ANTES" TO OBS-VTO,
              GO TO IMPRIME-VENCIMIENTO.
           MOVE "S"            TO RETENCION-VENCIM.
           REWRITE REG-VENCIM.
           PERFORM GRABA-RETVTO THRU FIN-GRABA-RETVTO.
           ADD  1              TO TOT-RETENIDOS.
           MOVE "*RETENIDO*"   TO OBS-VTO.
       IMPRIME-VENCIMIENTO.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           MOVE NROCOMP1-VENCIM TO LCOMP1-VTO.
           MOVE NROCOMP2-VENCIM TO LCOMP2-VTO.
           MOVE FEC-VTO-VENCIM  TO LFECVTO-VTO.
           MOVE IMPORTE-VENCIM  TO LIMPORTE-VTO.
           MOVE OBS-VTO         TO LOBS-VTO.
           WRITE REG-132 FROM LIN-VTO AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
           PERFORM LEE-SIG-VENCIM THRU FIN-LEE-SIG-VENCIM.
       FIN-2600-UN-VENCIMIENTO.

       LEE-SIG-VENCIM.
           READ VENCIM NEXT RECORD;
                AT END MOVE "S" TO FIN-VENCIM.
           IF STATUS-VENCIM = "99" GO TO LEE-SIG-VENCIM.
       FIN-LEE-SIG-VENCIM.

       GRABA-RETVTO.
           MOVE CLAVE-VENCIM TO CLAVE-RETVTO.
           MOVE "S"          TO EXISTE-RETVTO.
       LEE-RETVTO.
           READ RETVTO RECORD;
                INVALID KEY MOVE "N" TO EXISTE-RETVTO.
           IF STATUS-RETVTO = "99" GO TO LEE-RETVTO.
           MOVE CLAVE-VENCIM TO CLAVE-RETVTO.
           MOVE NRO-GRUPO    TO NRO-FACT-RETVTO.
           MOVE FECHA-HOY-6  TO FECHA-RET-RETVTO.
           MOVE MOTIVO-RET   TO MOTIVO-RET-RETVTO.
           MOVE DIF-FACTURA  TO IMPORTE-DIF-RETVTO.
           MOVE "S"          TO ESTADO-RETVTO.
           MOVE ZEROES       TO FECHA-LIB-RETVTO.
           MOVE SPACES       TO OPERADOR-LIB-RETVTO, MOTIVO-LIB-RETVTO.
           IF EXISTE-RETVTO = "S"
              REWRITE REG-RETVTO
           ELSE
              WRITE REG-RETVTO.
       FIN-GRABA-RETVTO.

      /    ***  MODO "L": LIBERACION DE RETENCIONES  ***
      *         """"""""""""""""""""""""""""""""""""

       3000-LIBERA-RETENCIONES.
           WRITE REG-132 FROM LIN-TIT-LIB AFTER ADVANCING 2 LINES.
           ADD 2 TO LINEAS-HOJA.
           PERFORM 3100-LIBERA-UNO THRU FIN-3100-LIBERA-UNO
                   UNTIL NO-HAY-MAS-LIBERA.
           MOVE TOT-LIBERADOS TO LLIBERADOS-RES.
           WRITE REG-132 FROM LIN-RESUMEN-L AFTER ADVANCING 2 LINES.
       FIN-3000-LIBERA-RETENCIONES.

      *....Sin motivo no se libera: es lo unico que explica despues
      *....por que se pago una factura que no coincidia.
       3100-LIBERA-UNO.
           DISPLAY "PROVEEDOR (0 = TERMINA): ".
           ACCEPT XNUMERO.
           INSPECT XNUMERO REPLACING ALL SPACES BY "0".
           IF NUMERO = ZEROES
              MOVE "S" TO FIN-LIBERA,
              GO TO FIN-3100-LIBERA-UNO.
           MOVE NUMERO TO COD-PROV-VENCIM.
           DISPLAY "COMPROBANTE: ".
           ACCEPT XNUMERO.
           INSPECT XNUMERO REPLACING ALL SPACES BY "0".
           MOVE NUMERO TO NROCOMP1-VENCIM.
           DISPLAY "CUOTA: ".
           ACCEPT XNUMERO.
           INSPECT XNUMERO REPLACING ALL SPACES BY "0".
           MOVE NUMERO TO NROCOMP2-VENCIM.
       LEE-VENCIM-LIB.
           READ VENCIM RECORD;
                INVALID KEY
                DISPLAY "NO EXISTE ESE VENCIMIENTO !",
                GO TO FIN-3100-LIBERA-UNO.
           IF STATUS-VENCIM = "99" GO TO LEE-VENCIM-LIB.
           IF NOT VENCIM-RETENIDO
              DISPLAY "ESE VENCIMIENTO NO ESTA RETENIDO !",
              UNLOCK VENCIM RECORD,
              GO TO FIN-3100-LIBERA-UNO.
           MOVE CLAVE-VENCIM TO CLAVE-RETVTO.
       LEE-RETVTO-LIB.
           READ RETVTO RECORD;
                INVALID KEY
                MOVE CLAVE-VENCIM TO CLAVE-RETVTO,
                MOVE ZEROES TO NRO-FACT-RETVTO, FECHA-RET-RETVTO,
                               IMPORTE-DIF-RETVTO,
                MOVE "(SIN REGISTRO)" TO MOTIVO-RET-RETVTO,
                WRITE REG-RETVTO.
           IF STATUS-RETVTO = "99" GO TO LEE-RETVTO-LIB.
           DISPLAY "RETENIDO POR: " MOTIVO-RET-RETVTO.
           DISPLAY "MOTIVO DE LA LIBERACION: ".
           ACCEPT MOTIVO-LIB.
           IF MOTIVO-LIB = SPACES
              DISPLAY "SIN MOTIVO NO SE LIBERA !",
              UNLOCK VENCIM RECORD,
              UNLOCK RETVTO RECORD,
              GO TO FIN-3100-LIBERA-UNO.
           DISPLAY "OPERADOR: ".
           ACCEPT OPERADOR-LIB.
           IF OPERADOR-LIB = SPACES
              DISPLAY "SIN OPERADOR NO SE LIBERA !",
              UNLOCK VENCIM RECORD,
              UNLOCK RETVTO RECORD,
              GO TO FIN-3100-LIBERA-UNO.
           MOVE "L"          TO RETENCION-VENCIM.
           REWRITE REG-VENCIM.
           MOVE "L"          TO ESTADO-RETVTO.
           MOVE FECHA-HOY-6  TO FECHA-LIB-RETVTO.
           MOVE OPERADOR-LIB TO OPERADOR-LIB-RETVTO.
           MOVE MOTIVO-LIB   TO MOTIVO-LIB-RETVTO.
           REWRITE REG-RETVTO.
           ADD  1            TO TOT-LIBERADOS.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO,
              WRITE REG-132 FROM LIN-TIT-LIB AFTER ADVANCING 2 LINES,
              ADD 2 TO LINEAS-HOJA.
           MOVE COD-PROV-VENCIM   TO LPROV-LIB.
           MOVE NROCOMP1-VENCIM   TO LCOMP1-LIB.
           MOVE NROCOMP2-VENCIM   TO LCOMP2-LIB.
           MOVE IMPORTE-VENCIM    TO LIMPORTE-LIB.
           MOVE MOTIVO-RET-RETVTO TO LMOTRET-LIB.
           MOVE MOTIVO-LIB        TO LMOTLIB-LIB.
           MOVE OPERADOR-LIB      TO LOPER-LIB.
           WRITE REG-132 FROM LIN-DET-LIB AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
       FIN-3100-LIBERA-UNO.

       IMPRIME-ENCABEZADO.
           ADD 1 TO PAGINA.
           MOVE PAGINA             TO LPAG-TIT-1.
           MOVE MODO               TO LMODO-TIT.
           MOVE DIA-HOY            TO DIA-ED-HOY.
           MOVE MES-HOY            TO MES-ED-HOY.
           MOVE ANO-HOY            TO ANO-ED-HOY.
           MOVE FECHA-EDIT-HOY-R   TO LFEC-TIT-1.
           IF PAGINA > 1
              WRITE REG-132 FROM LIN-TIT-1 AFTER ADVANCING PAGE
           ELSE
              WRITE REG-132 FROM LIN-TIT-1 AFTER ADVANCING 1 LINE.
           MOVE 1 TO LINEAS-HOJA.
       FIN-IMPRIME-ENCABEZADO.

       END PROGRAM SMOV-CFP.
