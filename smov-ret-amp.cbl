       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SMOV-RET.
       AUTHOR.        DROGUERIA SUR.
       INSTALLATION.  VILLARINO 52. BAHIA BLANCA.
       DATE-WRITTEN.  OCTUBRE 2026.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                             *
      *         ***  OBJETIVOS DEL PROGRAMA "MOV-RET"  ***          *
      *              """"""""""""""""""""""""""""""""               *
      *                                                             *
      *    RETIRO DE LOTES ORDENADO POR ANMAT. EN LUGAR DE SUSPEN-  *
      *    DER TODO EL PRODUCTO CON IND-CONTROL-AMP = "S", SE DA DE *
      *    ALTA EN "RETIRO" EL TROQUEL Y EL LOTE AFECTADO (SU VEN-  *
      *    CIMIENTO, EL DE VENCIMIENTO-PARTIDA) CON EL NUMERO DE    *
      *    DISPOSICION, Y "MOV-AMP" BLOQUEA SOLO ESE LOTE EN LOS    *
      *    DESPACHOS (S*) Y TRANSFERENCIAS (TR). MODOS:             *
      *                                                             *
      *    A) ALTA: GRABA EL RETIRO E IMPRIME EL INFORME DEL LOTE:  *
      *       PARTIDAS EN EL "AMP" Y EN EL HISTORICO "AMPHIST",     *
      *       EXISTENCIA POR DIVISION Y, SI EL PRODUCTO ES TRAZADO, *
      *       LAS SERIES DEL LOTE YA DESPACHADAS ("TRAZA", CON      *
      *       DIVISION Y COMPROBANTE) Y LAS QUE QUEDAN EN STOCK.    *
      *    I) INFORME: REIMPRIME ESE INFORME.                       *
      *    C) CUARENTENA: CADA DIVISION INFORMA LAS UNIDADES DEL    *
      *       LOTE QUE APARTO.                                      *
      *    D) DEVOLUCION: LAS UNIDADES APARTADAS QUE SE DEVOLVIERON *
      *       AL PROVEEDOR (LA SALIDA DE STOCK SE ASIENTA APARTE EN *
      *       "MOV-AMP").                                           *
      *    E) ESTADO: LISTA LOS RETIROS ABIERTOS Y LO PENDIENTE DE  *
      *       CADA DIVISION.                                        *
      *    F) FIN: CIERRA EL RETIRO CUANDO NINGUNA DIVISION TIENE   *
      *       NADA PENDIENTE E IMPRIME EL CERTIFICADO DE CIERRE     *
      *       PARA LA AUTORIDAD (PEDIDO SOBRE UN RETIRO YA CERRADO, *
      *       LO REIMPRIME).-                                       *
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

           SELECT AMP ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/AMP-N-01",
                  ORGANIZATION IS RELATIVE,
                  ACCESS MODE  IS RANDOM,
                  RELATIVE KEY IS CLAVE-AMP,
                  FILE STATUS  IS STATUS-AMP.

           SELECT AID ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/AID-N-01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-AID-TROQUEL,
                  FILE STATUS  IS STATUS-AID.

           SELECT RETIRO ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/RETIRO01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-RETIRO,
                  FILE STATUS  IS STATUS-RETIRO.

           SELECT AMPHIST ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/AMPHIST1",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-AMPHIST,
                  FILE STATUS  IS STATUS-AMPHIST.

           SELECT TRAZA ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/TRAZA-01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-TRAZA,
                  FILE STATUS  IS STATUS-TRAZA.

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

           SELECT LO ASSIGN TO PRINT, FILE-LO,
                  ORGANIZATION IS SEQUENTIAL,
                  ACCESS MODE  IS SEQUENTIAL,
                  FILE STATUS  IS STATUS-LO.


      /    ***  D I V I S I O N   D E   D A T O S  ***
      *         """""""""""""""""""""""""""""""""

       DATA DIVISION.

       FILE SECTION.

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

      *    ***  DESCRIPCION DEL ARCHIVO "RETIRO"  ***
      *         """""""""""""""""""""""""""""""

           COPY "RETIRO.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "AMPHIST"  ***
      *         """"""""""""""""""""""""""""""""

           COPY "AMPHIST.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "TRAZA"  ***
      *         """""""""""""""""""""""""""""""

           COPY "TRAZA.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "TRNAMP"  ***
      *         """"""""""""""""""""""""""""""""

       FD  TRNAMP LABEL RECORD IS STANDARD.
       01  REG-TRNAMP.
           05 CLAVE-TRNAMP.
              10 SUCURSAL-TRN  PIC 9(02)    COMP-6.
              10 CATEGORIA-TRN PIC 9(01).
              10 CODIGO-TRN    PIC X(02).
              88 TRN-RECEPCION VALUES ARE "FC" "RM".
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

      *    ***  DESCRIPCION DEL ARCHIVO "LO"  ***
      *         """"""""""""""""""""""""""""

       FD  LO LABEL RECORD IS OMITTED.
       01  REG-132             PIC X(132).

       WORKING-STORAGE SECTION.

       01  LINEA-STATUS.
           05 FILLER             PIC X(4) VALUE "AMP:".
           05 STATUS-AMP         PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",AID:".
           05 STATUS-AID         PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",RET:".
           05 STATUS-RETIRO      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",HIS:".
           05 STATUS-AMPHIST     PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",TRZ:".
           05 STATUS-TRAZA       PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",TRN:".
           05 STATUS-TRNAMP      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",THI:".
           05 STATUS-TRNHIST     PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(4) VALUE ",LO:".
           05 STATUS-LO          PIC X(2) VALUE SPACES.

       01  OTROS-FILES.
           05 FILE-LO             PIC X(07)  VALUE "PRINTER".

       77  MODO                   PIC X      VALUE SPACE.
           88 MODO-ALTA           VALUE "A".
           88 MODO-INFORME        VALUE "I".
           88 MODO-CUARENTENA     VALUE "C".
           88 MODO-DEVOLUCION     VALUE "D".
           88 MODO-ESTADO         VALUE "E".
           88 MODO-CIERRE         VALUE "F".
       77  RESPUESTA              PIC X      VALUE SPACE.
           88 AFIRMATIVO          VALUE "S".
       77  FIN-RETIRO             PIC X      VALUE "N".
           88 NO-HAY-MAS-RETIRO   VALUE "S".
       77  FIN-AMPHIST            PIC X      VALUE "N".
           88 NO-HAY-MAS-AMPHIST  VALUE "S".
       77  FIN-TRAZA              PIC X      VALUE "N".
           88 NO-HAY-MAS-TRAZA    VALUE "S".
       77  FIN-TRNAMP             PIC X      VALUE "N".
           88 NO-HAY-MAS-TRNAMP   VALUE "S".
       77  FIN-TRNHIST            PIC X      VALUE "N".
           88 NO-HAY-MAS-TRNHIST  VALUE "S".
       77  HAY-PRODUCTO           PIC X      VALUE "N".
       77  HAY-RETIRO             PIC X      VALUE "N".
       77  SERIE-DEL-LOTE         PIC X      VALUE "N".
       77  SERIE-EN-STOCK         PIC X      VALUE "N".
       77  RECEP-HALLADA          PIC X      VALUE "N".

       77  CLAVE-AMP              PIC 9(6).
       77  IND-P                  PIC 9(2).
       77  IND-S                  PIC 9(2).
       77  IND-R                  PIC 9(4).
       77  CANT-RECEP             PIC 9(4)   VALUE ZEROES.
       77  MAX-RECEP              PIC 9(4)   VALUE 200.
       77  TROQUEL-PEDIDO         PIC X(8)   VALUE SPACES.
       77  VTO-PEDIDO             PIC 9(4)   VALUE ZEROES.
       77  DISPOSICION-PEDIDA     PIC X(15)  VALUE SPACES.
       77  OPERADOR-PEDIDO        PIC X(3)   VALUE SPACES.
       77  SUC-PEDIDA             PIC 9(2)   VALUE ZEROES.
       77  CANT-PEDIDA            PIC 9(6)   VALUE ZEROES.
       77  SUC-SERIE              PIC 9(2)   VALUE ZEROES.
       77  GTIN-ANT               PIC X(14)  VALUE SPACES.
       77  SERIE-ANT              PIC X(20)  VALUE SPACES.
       77  EXIST-LOTE             PIC 9(6)   VALUE ZEROES.
       77  PROV-LOTE              PIC 9(4)   VALUE ZEROES.
       77  PENDIENTES             PIC 9(2)   VALUE ZEROES.
       77  TOT-PARTIDAS           PIC 9(4)   VALUE ZEROES.
       77  TOT-HISTORICO          PIC 9(4)   VALUE ZEROES.
       77  TOT-DESPACHADAS        PIC 9(6)   VALUE ZEROES.
       77  TOT-EN-STOCK           PIC 9(6)   VALUE ZEROES.
       77  TOT-CUARENTENA         PIC 9(7)   VALUE ZEROES.
       77  TOT-DEVUELTO           PIC 9(7)   VALUE ZEROES.
       77  TOT-RETIROS            PIC 9(4)   VALUE ZEROES.
       77  TOT-RECEP-EXCEDIDAS    PIC 9(4)   VALUE ZEROES.
       77  PAGINA                 PIC 9(4)   VALUE ZEROES.
       77  LINEAS-HOJA            PIC 9(2)   VALUE ZEROES.
       77  MAX-LINEAS             PIC 9(2)   VALUE 54.
       77  ESTADO-SUC-EDIT        PIC X(16)  VALUE SPACES.

       01  XNUMERO                PIC X(6) JUSTIFIED RIGHT.
       01  NUMERO                 REDEFINES XNUMERO,
                                  PIC 9(6).

      *....Recepciones (FC/RM) del troquel con el vencimiento del
      *....lote: son las que dicen que series pertenecen al lote.
       01  TABLA-RECEPCIONES.
           05 ITEM-RECEP          OCCURS 200 TIMES.
              10 SUC-RECEP        PIC 9(2).
              10 COD-RECEP        PIC X(2).
              10 NUM-RECEP        PIC 9(6).

      *....Series del lote que siguen en stock, por division.
       01  TABLA-SERIES-SUC.
           05 SERIES-STOCK-SUC    PIC 9(6)   OCCURS 10 TIMES.

       01  FECHA-HOY-R.
           05 ANO-HOY             PIC 9(2).
           05 MES-HOY             PIC 9(2).
           05 DIA-HOY             PIC 9(2).
       01  FECHA-HOY-6 REDEFINES FECHA-HOY-R PIC 9(6).

       01  FECHA-AUX-R.
           05 ANO-AUX             PIC 9(2).
           05 MES-AUX             PIC 9(2).
           05 DIA-AUX             PIC 9(2).
       01  FECHA-AUX-6 REDEFINES FECHA-AUX-R PIC 9(6).

       01  FECHA-EDIT.
           05 DIA-ED              PIC 9(2).
           05 MES-ED              PIC 9(2).
           05 ANO-ED              PIC 9(2).
       01  FECHA-EDIT-R REDEFINES FECHA-EDIT PIC 9(6).

       01  VTO-R.
           05 ANO-VTO             PIC 9(2).
           05 MES-VTO             PIC 9(2).
       01  VTO-N REDEFINES VTO-R  PIC 9(4).

       01  VTO-EDIT.
           05 MES-VTO-ED          PIC 9(2).
           05 ANO-VTO-ED          PIC 9(2).
       01  VTO-EDIT-R REDEFINES VTO-EDIT PIC 9(4).

       01  LIN-TIT-1.
           05 FILLER              PIC X(30)
                  VALUE "DROGUERIA SUR - RETIRO DE LOTE".
           05 FILLER              PIC X(30)
                  VALUE "S ORDENADO POR ANMAT          ".
           05 FILLER              PIC X(7)  VALUE " Modo: ".
           05 LMODO-TIT           PIC X(2).
           05 FILLER              PIC X(8)  VALUE " Fecha: ".
           05 LFEC-TIT-1          PIC 99/99/99.
           05 FILLER              PIC X(8)  VALUE " Hoja: ".
           05 LPAG-TIT-1          PIC ZZZ9.

       01  LIN-CAB-1.
           05 FILLER              PIC X(14) VALUE "Disposicion: ".
           05 LDISP-CAB           PIC X(17).
           05 FILLER              PIC X(10) VALUE "Producto: ".
           05 LTROQUEL-CAB        PIC X(9).
           05 LDESC-CAB           PIC X(30).

       01  LIN-CAB-2.
           05 FILLER              PIC X(14) VALUE "Lote (vto.): ".
           05 LVTO-CAB            PIC 99/99.
           05 FILLER              PIC X(14) VALUE "   Proveedor: ".
           05 LPROV-CAB           PIC 9(4).
           05 FILLER              PIC X(9)  VALUE "   Alta: ".
           05 LALTA-CAB           PIC 99/99/99.
           05 FILLER              PIC X(11) VALUE "   Estado: ".
           05 LESTADO-CAB         PIC X(10).
           05 FILLER              PIC X(30)
                  VALUE "   Existencia del lote al alta".
           05 FILLER              PIC X(2)  VALUE ": ".
           05 LEXIST-CAB          PIC ZZZZZ9.

       01  LIN-SUBTIT.
           05 FILLER              PIC X(3)  VALUE "***".
           05 LTEXTO-SUBTIT       PIC X(60).

       01  LIN-TEXTO.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 LTEXTO              PIC X(90).

       01  LIN-PARTIDA.
           05 FILLER              PIC X(11) VALUE "   Partida ".
           05 LNRO-PAR            PIC 9.
           05 FILLER              PIC X(9)  VALUE "  Origen ".
           05 LORIGEN-PAR         PIC X.
           05 FILLER              PIC X(7)  VALUE "  Prov ".
           05 LPROV-PAR           PIC 9(4).
           05 FILLER              PIC X(8)  VALUE "  Fecha ".
           05 LFECHA-PAR          PIC 99/99/99.
           05 FILLER              PIC X(11) VALUE "  Comprado ".
           05 LCOMPRA-PAR         PIC ZZZZZ9.
           05 FILLER              PIC X(13) VALUE "  Existencia ".
           05 LEXIST-PAR          PIC ZZZZZ9.

       01  LIN-HISTORICO.
           05 FILLER              PIC X(10) VALUE "   Compr. ".
           05 LCOMP-HIS           PIC ZZZZZ9.
           05 FILLER              PIC X(9)  VALUE "  Origen ".
           05 LORIGEN-HIS         PIC X.
           05 FILLER              PIC X(7)  VALUE "  Prov ".
           05 LPROV-HIS           PIC 9(4).
           05 FILLER              PIC X(8)  VALUE "  Fecha ".
           05 LFECHA-HIS          PIC 99/99/99.
           05 FILLER              PIC X(11) VALUE "  Comprado ".
           05 LCOMPRA-HIS         PIC ZZZZZ9.
           05 FILLER              PIC X(18) VALUE "  Exist. al pasar ".
           05 LEXIST-HIS          PIC ZZZZZ9.
           05 FILLER              PIC X(16) VALUE "  al historico: ".
           05 LCIERRE-HIS         PIC 99/99/99.

       01  LIN-SERIE.
           05 FILLER              PIC X(8)  VALUE "   GTIN ".
           05 LGTIN-SER           PIC X(15).
           05 FILLER              PIC X(6)  VALUE "Serie ".
           05 LSERIE-SER          PIC X(21).
           05 FILLER              PIC X(5)  VALUE "Div. ".
           05 LSUC-SER            PIC Z9.
           05 FILLER              PIC X(15) VALUE "  Comprobante: ".
           05 LCODIGO-SER         PIC X(3).
           05 LNUMERO-SER         PIC ZZZZZ9.
           05 FILLER              PIC X(8)  VALUE "  Fecha ".
           05 LFECHA-SER          PIC 99/99/99.

       01  LIN-TOT-SERIES.
           05 FILLER              PIC X(33)
                  VALUE "   Series del lote despachadas: ".
           05 LDESPACH-TOT        PIC ZZZZZ9.
           05 FILLER              PIC X(22)
                  VALUE "   Todavia en stock: ".
           05 LSTOCK-TOT          PIC ZZZZZ9.
           05 FILLER              PIC X(25)
                  VALUE "   Recepciones del lote: ".
           05 LRECEP-TOT          PIC ZZZ9.

       01  LIN-TIT-SUC.
           05 FILLER              PIC X(12) VALUE "   Division".
           05 FILLER              PIC X(12) VALUE "  Existencia".
           05 FILLER              PIC X(12) VALUE " Series lote".
           05 FILLER              PIC X(18) VALUE "  Estado".
           05 FILLER              PIC X(12) VALUE "  Cuarentena".
           05 FILLER              PIC X(12) VALUE "  Devuelto".
           05 FILLER              PIC X(12) VALUE "  Fecha dev.".

       01  LIN-SUC.
           05 FILLER              PIC X(9)  VALUE SPACES.
           05 LSUC-SUC            PIC Z9.
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 LEXIST-SUC          PIC ZZZZZ9.
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 LSERIES-SUC         PIC ZZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LESTADO-SUC         PIC X(16).
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 LCUARENT-SUC        PIC ZZZZZ9.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 LDEVUELTO-SUC       PIC ZZZZZ9.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 LFECDEV-SUC         PIC 99/99/99.
           05 LFECDEV-SUC-X       REDEFINES LFECDEV-SUC PIC X(8).

       01  LIN-TOT-SUC.
           05 FILLER              PIC X(30)
                  VALUE "   Totales ..................".
           05 FILLER              PIC X(29) VALUE SPACES.
           05 LCUARENT-TOT        PIC ZZZZZZ9.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 LDEVUELTO-TOT       PIC ZZZZZZ9.

       01  LIN-PENDIENTES.
           05 FILLER              PIC X(35)
                  VALUE "   Divisiones con algo pendiente: ".
           05 LPEND-PEN           PIC Z9.

       01  LIN-CERT-TIT.
           05 FILLER              PIC X(20) VALUE SPACES.
           05 FILLER              PIC X(40)
                  VALUE "CERTIFICADO DE CIERRE DE RETIRO DE LOTE".

       01  LIN-CERT-FECHAS.
           05 FILLER              PIC X(17) VALUE "Fecha de alta:   ".
           05 LALTA-CER           PIC 99/99/99.
           05 FILLER              PIC X(22)
                  VALUE "     Fecha de cierre: ".
           05 LCIERRE-CER         PIC 99/99/99.
           05 FILLER              PIC X(13) VALUE "   Operador: ".
           05 LOPER-CER           PIC X(3).

       01  LIN-FIRMA-1.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(35)
                  VALUE "...................................".

       01  LIN-FIRMA-2.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(35)
                  VALUE " Firma y sello del Director Tecnico".

       01  LIN-RESUMEN-E.
           05 FILLER              PIC X(20) VALUE "Retiros abiertos: ".
           05 LRETIROS-RES        PIC ZZZ9.


      /    ***  D I V I S I O N   D E   P R O C E D I M I E N T O S  ***
      *         """""""""""""""""""""""""""""""""""""""""""""""""""

       PROCEDURE DIVISION.

       0-MAINLINE.
           PERFORM 0100-INICIA THRU FIN-0100-INICIA.
           IF MODO-ALTA
              PERFORM 1000-ALTA THRU FIN-1000-ALTA.
           IF MODO-INFORME
              PERFORM 1500-REIMPRIME THRU FIN-1500-REIMPRIME.
           IF MODO-CUARENTENA OR MODO-DEVOLUCION
              PERFORM 3000-NOVEDADES THRU FIN-3000-NOVEDADES.
           IF MODO-ESTADO
              PERFORM 4000-ESTADO THRU FIN-4000-ESTADO.
           IF MODO-CIERRE
              PERFORM 5000-CIERRE THRU FIN-5000-CIERRE.
           CLOSE AMP, AID, RETIRO, AMPHIST, TRAZA, TRNAMP, TRNHIST, LO.
           STOP RUN.

       0100-INICIA.
           DISPLAY "MODO: (A)LTA / (I)NFORME / (C)UARENTENA / (D)EVOL"
                   "UCION / (E)STADO / (F)IN: ".
           ACCEPT MODO.
           IF (NOT MODO-ALTA AND NOT MODO-INFORME AND
               NOT MODO-CUARENTENA AND NOT MODO-DEVOLUCION AND
               NOT MODO-ESTADO AND NOT MODO-CIERRE),
               DISPLAY "MODO INCORRECTO. CANCELADO.",
               STOP RUN.
           ACCEPT FECHA-HOY-R FROM DATE.
           IF MODO-ALTA OR MODO-CUARENTENA OR MODO-DEVOLUCION OR
              MODO-CIERRE
              PERFORM 0110-PIDE-OPERADOR THRU FIN-0110-PIDE-OPERADOR.
           OPEN INPUT AMP, AID.
       ABRE-RETIRO.
           OPEN I-O RETIRO.
           IF STATUS-RETIRO NOT = "00",
              OPEN OUTPUT RETIRO,
              CLOSE       RETIRO,
              GO TO ABRE-RETIRO.
       ABRE-AMPHIST.
           OPEN INPUT AMPHIST.
           IF STATUS-AMPHIST NOT = "00",
              OPEN OUTPUT AMPHIST,
              CLOSE       AMPHIST,
              GO TO ABRE-AMPHIST.
       ABRE-TRAZA.
           OPEN INPUT TRAZA.
           IF STATUS-TRAZA NOT = "00",
              OPEN OUTPUT TRAZA,
              CLOSE       TRAZA,
              GO TO ABRE-TRAZA.
           OPEN INPUT TRNAMP.
       ABRE-TRNHIST.
           OPEN INPUT TRNHIST.
           IF STATUS-TRNHIST NOT = "00",
              OPEN OUTPUT TRNHIST,
              CLOSE       TRNHIST,
              GO TO ABRE-TRNHIST.
           OPEN OUTPUT LO.
       FIN-0100-INICIA.

       0110-PIDE-OPERADOR.
           DISPLAY "OPERADOR: ".
           ACCEPT OPERADOR-PEDIDO.
           IF OPERADOR-PEDIDO = SPACES
              DISPLAY "FALTA EL OPERADOR !",
              GO TO 0110-PIDE-OPERADOR.
       FIN-0110-PIDE-OPERADOR.

      *....Troquel y lote (vencimiento AAMM) sobre los que se trabaja.
       0200-PIDE-LOTE.
           DISPLAY "TROQUEL: ".
           ACCEPT TROQUEL-PEDIDO.
           IF TROQUEL-PEDIDO = SPACES
              DISPLAY "FALTA EL TROQUEL !",
              GO TO 0200-PIDE-LOTE.
       PIDE-VTO.
           DISPLAY "VENCIMIENTO DEL LOTE (AAMM): ".
           ACCEPT XNUMERO.
           INSPECT XNUMERO REPLACING ALL SPACES BY "0".
           IF NUMERO > 9999
              DISPLAY "VENCIMIENTO INCORRECTO !",
              GO TO PIDE-VTO.
           MOVE NUMERO         TO VTO-N.
           IF MES-VTO < 1 OR MES-VTO > 12
              DISPLAY "VENCIMIENTO INCORRECTO !",
              GO TO PIDE-VTO.
           MOVE VTO-N          TO VTO-PEDIDO.
       FIN-0200-PIDE-LOTE.

       0300-LEE-PRODUCTO.
           MOVE "S"            TO HAY-PRODUCTO.
           MOVE TROQUEL-PEDIDO TO TROQUEL-AID.
           READ AID RECORD WITH NO LOCK;
                INVALID KEY
                MOVE "N" TO HAY-PRODUCTO,
                GO TO FIN-0300-LEE-PRODUCTO.
           MOVE POS-REL-AID    TO CLAVE-AMP.
           READ AMP RECORD WITH NO LOCK;
                INVALID KEY MOVE "N" TO HAY-PRODUCTO.
       FIN-0300-LEE-PRODUCTO.

       0400-LEE-RETIRO.
           MOVE "S"            TO HAY-RETIRO.
           MOVE TROQUEL-PEDIDO TO TROQUEL-RETIRO.
           MOVE VTO-PEDIDO     TO VTO-RETIRO.
       C-LEE-RETIRO.
           READ RETIRO RECORD;
                INVALID KEY MOVE "N" TO HAY-RETIRO.
           IF STATUS-RETIRO = "99" GO TO C-LEE-RETIRO.
       FIN-0400-LEE-RETIRO.

      /    ***  MODO "A": ALTA DEL RETIRO  ***
      *         """""""""""""""""""""""""

      *....Las divisiones sin existencia del producto no tienen nada
      *....que apartar y nacen con su cuarentena informada en cero;
      *....las demas quedan sin confirmar, y mientras tanto
      *...."MOV-AMP" les pide confirmacion en cada despacho.
       1000-ALTA.
           PERFORM 0200-PIDE-LOTE THRU FIN-0200-PIDE-LOTE.
           PERFORM 0300-LEE-PRODUCTO THRU FIN-0300-LEE-PRODUCTO.
           IF HAY-PRODUCTO = "N"
              DISPLAY "NO EXISTE EL TROQUEL " TROQUEL-PEDIDO " !",
              GO TO FIN-1000-ALTA.
           PERFORM 0400-LEE-RETIRO THRU FIN-0400-LEE-RETIRO.
           IF HAY-RETIRO = "S"
              DISPLAY "ESE LOTE YA TIENE UN RETIRO (DISPOSICION "
                      DISPOSICION-RETIRO ") !",
              GO TO FIN-1000-ALTA.
       PIDE-DISPOSICION.
           DISPLAY "NUMERO DE DISPOSICION ANMAT: ".
           ACCEPT DISPOSICION-PEDIDA.
           IF DISPOSICION-PEDIDA = SPACES
              DISPLAY "FALTA LA DISPOSICION !",
              GO TO PIDE-DISPOSICION.
           MOVE ZEROES         TO EXIST-LOTE, PROV-LOTE, TOT-PARTIDAS.
           PERFORM 1100-SUMA-PARTIDA THRU FIN-1100-SUMA-PARTIDA
                   VARYING IND-P FROM 1 BY 1 UNTIL IND-P > 5.
           IF TOT-PARTIDAS = ZEROES
              PERFORM 1150-BUSCA-HISTORICO
                      THRU FIN-1150-BUSCA-HISTORICO.
           IF TOT-PARTIDAS = ZEROES
              DISPLAY "EL LOTE NO FIGURA EN LAS PARTIDAS NI EN EL HIS"
                      "TORICO. DA DE ALTA IGUAL (S/N)? ",
              ACCEPT RESPUESTA,
              IF NOT AFIRMATIVO
                 DISPLAY "ALTA CANCELADA.",
                 GO TO FIN-1000-ALTA.
           MOVE SPACES              TO REG-RETIRO.
           MOVE TROQUEL-PEDIDO      TO TROQUEL-RETIRO.
           MOVE VTO-PEDIDO          TO VTO-RETIRO.
           MOVE DISPOSICION-PEDIDA  TO DISPOSICION-RETIRO.
           MOVE FECHA-HOY-6         TO FECHA-ALTA-RETIRO.
           MOVE "A"                 TO ESTADO-RETIRO.
           MOVE PROV-LOTE           TO COD-PROV-RETIRO.
           MOVE EXIST-LOTE          TO EXIST-LOTE-RETIRO.
           MOVE ZEROES              TO FECHA-CIERRE-RETIRO.
           MOVE OPERADOR-PEDIDO     TO OPERADOR-RETIRO.
           PERFORM 1200-INICIA-SUCURSAL THRU FIN-1200-INICIA-SUCURSAL
                   VARYING IND-S FROM 1 BY 1 UNTIL IND-S > 10.
           WRITE REG-RETIRO;
                 INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR EL RETIRO ! STATUS: "
                         STATUS-RETIRO,
                 GO TO FIN-1000-ALTA.
           PERFORM 2000-INFORME THRU FIN-2000-INFORME.
           DISPLAY "RETIRO DADO DE ALTA. AVISE A LAS DIVISIONES CON "
                   "EXISTENCIA.".
       FIN-1000-ALTA.

       1100-SUMA-PARTIDA.
           IF FECHA-PARTIDA(IND-P) = ZEROES OR
              VENCIMIENTO-PARTIDA(IND-P) NOT = VTO-PEDIDO
              GO TO FIN-1100-SUMA-PARTIDA.
           ADD  1                        TO TOT-PARTIDAS.
           ADD  EXISTENCIA-PARTIDA(IND-P) TO EXIST-LOTE.
           IF PROV-LOTE = ZEROES
              MOVE COD-PROV-PARTIDA(IND-P) TO PROV-LOTE.
       FIN-1100-SUMA-PARTIDA.

      *....Partida ya fundida en el acumulado: el proveedor sale del
      *....historico (la existencia ya no es del lote).
       1150-BUSCA-HISTORICO.
           MOVE "N"            TO FIN-AMPHIST.
           MOVE TROQUEL-PEDIDO TO TROQUEL-AMPHIST.
           MOVE ZEROES         TO FECHA-AMPHIST, NRO-COMP-AMPHIST.
           START AMPHIST KEY IS NOT < CLAVE-AMPHIST;
                 INVALID KEY GO TO FIN-1150-BUSCA-HISTORICO.
       LEE-SIG-HISTORICO.
           READ AMPHIST NEXT RECORD WITH NO LOCK;
                AT END GO TO FIN-1150-BUSCA-HISTORICO.
           IF TROQUEL-AMPHIST NOT = TROQUEL-PEDIDO
              GO TO FIN-1150-BUSCA-HISTORICO.
           IF VENCIMIENTO-AMPHIST NOT = VTO-PEDIDO
              GO TO LEE-SIG-HISTORICO.
           ADD  1                TO TOT-PARTIDAS.
           MOVE COD-PROV-AMPHIST TO PROV-LOTE.
       FIN-1150-BUSCA-HISTORICO.

       1200-INICIA-SUCURSAL.
           MOVE ZEROES       TO CUARENTENA-RETIRO(IND-S),
                                DEVUELTO-RETIRO  (IND-S),
                                FECHA-DEV-RETIRO (IND-S).
           IF EXISTENCIA-SUC(IND-S) = ZEROES
              MOVE "Q"       TO ESTADO-SUC-RETIRO(IND-S)
           ELSE
              MOVE SPACE     TO ESTADO-SUC-RETIRO(IND-S).
       FIN-1200-INICIA-SUCURSAL.

      /    ***  MODO "I": REIMPRESION DEL INFORME  ***
      *         """""""""""""""""""""""""""""""""""

       1500-REIMPRIME.
           PERFORM 0200-PIDE-LOTE THRU FIN-0200-PIDE-LOTE.
           PERFORM 0400-LEE-RETIRO THRU FIN-0400-LEE-RETIRO.
           IF HAY-RETIRO = "N"
              DISPLAY "NO HAY RETIRO DE ESE LOTE !",
              GO TO FIN-1500-REIMPRIME.
           PERFORM 0300-LEE-PRODUCTO THRU FIN-0300-LEE-PRODUCTO.
           IF HAY-PRODUCTO = "N"
              MOVE LOW-VALUES TO REG-AMP,
              MOVE SPACES     TO DESCRIPCION-AMP.
           PERFORM 2000-INFORME THRU FIN-2000-INFORME.
       FIN-1500-REIMPRIME.

      /    ***  INFORME DEL LOTE: PARTIDAS, SERIES Y DIVISIONES  ***
      *         """"""""""""""""""""""""""""""""""""""""""""""""""

       2000-INFORME.
           PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           PERFORM IMPRIME-CABECERA THRU FIN-IMPRIME-CABECERA.
           MOVE "PARTIDAS DEL LOTE EN EL MAESTRO" TO LTEXTO-SUBTIT.
           PERFORM IMPRIME-SUBTITULO THRU FIN-IMPRIME-SUBTITULO.
           MOVE ZEROES TO TOT-PARTIDAS.
           PERFORM 2100-IMPRIME-PARTIDA THRU FIN-2100-IMPRIME-PARTIDA
                   VARYING IND-P FROM 1 BY 1 UNTIL IND-P > 5.
           IF TOT-PARTIDAS = ZEROES
              MOVE "Ninguna (vendida o pasada al historico)." TO LTEXTO,
              PERFORM IMPRIME-TEXTO THRU FIN-IMPRIME-TEXTO.
           MOVE "PARTIDAS DEL LOTE EN EL HISTORICO (AMPHIST)"
                                                  TO LTEXTO-SUBTIT.
           PERFORM IMPRIME-SUBTITULO THRU FIN-IMPRIME-SUBTITULO.
           PERFORM 2200-IMPRIME-HISTORICO
                   THRU FIN-2200-IMPRIME-HISTORICO.
           MOVE ZEROES TO TABLA-SERIES-SUC, TOT-DESPACHADAS,
                          TOT-EN-STOCK, CANT-RECEP.
           IF PRODUCTO-TRAZADO
              PERFORM 2300-CARGA-RECEPCIONES
                      THRU FIN-2300-CARGA-RECEPCIONES,
              PERFORM 2400-SERIES THRU FIN-2400-SERIES.
           MOVE "EXISTENCIA DEL PRODUCTO Y ESTADO POR DIVISION"
                                                  TO LTEXTO-SUBTIT.
           PERFORM IMPRIME-SUBTITULO THRU FIN-IMPRIME-SUBTITULO.
           PERFORM IMPRIME-DIVISIONES THRU FIN-IMPRIME-DIVISIONES.
       FIN-2000-INFORME.

       2100-IMPRIME-PARTIDA.
           IF FECHA-PARTIDA(IND-P) = ZEROES OR
              VENCIMIENTO-PARTIDA(IND-P) NOT = VTO-RETIRO
              GO TO FIN-2100-IMPRIME-PARTIDA.
           ADD  1                          TO TOT-PARTIDAS.
           MOVE IND-P                      TO LNRO-PAR.
           MOVE ORIGEN-PARTIDA(IND-P)      TO LORIGEN-PAR.
           MOVE COD-PROV-PARTIDA(IND-P)    TO LPROV-PAR.
           MOVE FECHA-PARTIDA(IND-P)       TO FECHA-AUX-6.
           PERFORM EDITA-FECHA THRU FIN-EDITA-FECHA.
           MOVE FECHA-EDIT-R               TO LFECHA-PAR.
           MOVE COMPRA-PARTIDA(IND-P)      TO LCOMPRA-PAR.
           MOVE EXISTENCIA-PARTIDA(IND-P)  TO LEXIST-PAR.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           WRITE REG-132 FROM LIN-PARTIDA AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
       FIN-2100-IMPRIME-PARTIDA.

       2200-IMPRIME-HISTORICO.
           MOVE ZEROES           TO TOT-HISTORICO.
           MOVE TROQUEL-RETIRO   TO TROQUEL-AMPHIST.
           MOVE ZEROES           TO FECHA-AMPHIST, NRO-COMP-AMPHIST.
           START AMPHIST KEY IS NOT < CLAVE-AMPHIST;
                 INVALID KEY GO TO SIN-HISTORICO.
       LEE-SIG-AMPHIST.
           READ AMPHIST NEXT RECORD WITH NO LOCK;
                AT END GO TO SIN-HISTORICO.
           IF TROQUEL-AMPHIST NOT = TROQUEL-RETIRO
              GO TO SIN-HISTORICO.
           IF VENCIMIENTO-AMPHIST NOT = VTO-RETIRO
              GO TO LEE-SIG-AMPHIST.
           ADD  1                   TO TOT-HISTORICO.
           MOVE NRO-COMP-AMPHIST    TO LCOMP-HIS.
           MOVE ORIGEN-AMPHIST      TO LORIGEN-HIS.
           MOVE COD-PROV-AMPHIST    TO LPROV-HIS.
           MOVE FECHA-AMPHIST       TO FECHA-AUX-6.
           PERFORM EDITA-FECHA THRU FIN-EDITA-FECHA.
           MOVE FECHA-EDIT-R        TO LFECHA-HIS.
           MOVE COMPRA-AMPHIST      TO LCOMPRA-HIS.
           MOVE EXISTENCIA-AMPHIST  TO LEXIST-HIS.
           MOVE FECHA-CIERRE-AMPHIST TO FECHA-AUX-6.
           PERFORM EDITA-FECHA THRU FIN-EDITA-FECHA.
           MOVE FECHA-EDIT-R        TO LCIERRE-HIS.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           WRITE REG-132 FROM LIN-HISTORICO AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
           GO TO LEE-SIG-AMPHIST.
       SIN-HISTORICO.
           IF TOT-HISTORICO = ZEROES
              MOVE "Ninguna." TO LTEXTO,
              PERFORM IMPRIME-TEXTO THRU FIN-IMPRIME-TEXTO.
       FIN-2200-IMPRIME-HISTORICO.

      *...."TRAZA" no guarda el lote de cada serie: una serie es del
      *....lote si entro con una recepcion (FC/RM) del troquel con
      *....ese vencimiento. Se juntan esas recepciones recorriendo
      *...."TRNAMP" y "TRNHIST" completos.
       2300-CARGA-RECEPCIONES.
           MOVE "N"        TO FIN-TRNAMP, FIN-TRNHIST.
           MOVE LOW-VALUES TO CLAVE-TRNAMP.
           START TRNAMP KEY IS NOT < CLAVE-TRNAMP;
                 INVALID KEY MOVE "S" TO FIN-TRNAMP.
           IF NOT NO-HAY-MAS-TRNAMP
              READ TRNAMP NEXT RECORD WITH NO LOCK AT END
                   MOVE "S" TO FIN-TRNAMP.
           PERFORM 2310-RECEPCION-TRNAMP THRU FIN-2310-RECEPCION-TRNAMP
                   UNTIL NO-HAY-MAS-TRNAMP.
           MOVE LOW-VALUES TO CLAVE-TRNHIST.
           START TRNHIST KEY IS NOT < CLAVE-TRNHIST;
                 INVALID KEY MOVE "S" TO FIN-TRNHIST.
           IF NOT NO-HAY-MAS-TRNHIST
              READ TRNHIST NEXT RECORD WITH NO LOCK AT END
                   MOVE "S" TO FIN-TRNHIST.
           PERFORM 2320-RECEPCION-TRNHIST
                   THRU FIN-2320-RECEPCION-TRNHIST
                   UNTIL NO-HAY-MAS-TRNHIST.
       FIN-2300-CARGA-RECEPCIONES.

       2310-RECEPCION-TRNAMP.
           PERFORM 2330-GUARDA-RECEPCION THRU FIN-2330-GUARDA-RECEPCION.
           READ TRNAMP NEXT RECORD WITH NO LOCK AT END
                MOVE "S" TO FIN-TRNAMP.
       FIN-2310-RECEPCION-TRNAMP.

       2320-RECEPCION-TRNHIST.
           MOVE MOVIM-TRNHIST TO REG-TRNAMP.
           PERFORM 2330-GUARDA-RECEPCION THRU FIN-2330-GUARDA-RECEPCION.
           READ TRNHIST NEXT RECORD WITH NO LOCK AT END
                MOVE "S" TO FIN-TRNHIST.
       FIN-2320-RECEPCION-TRNHIST.

       2330-GUARDA-RECEPCION.
           IF TROQUEL-TRN NOT = TROQUEL-RETIRO OR NOT TRN-RECEPCION OR
              VENCIMIENTO-TRN NOT = VTO-RETIRO
              GO TO FIN-2330-GUARDA-RECEPCION.
           IF CANT-RECEP = MAX-RECEP
              ADD 1 TO TOT-RECEP-EXCEDIDAS,
              GO TO FIN-2330-GUARDA-RECEPCION.
           ADD  1            TO CANT-RECEP.
           MOVE SUCURSAL-TRN TO SUC-RECEP(CANT-RECEP).
           MOVE CODIGO-TRN   TO COD-RECEP(CANT-RECEP).
           MOVE NUMERO-TRN   TO NUM-RECEP(CANT-RECEP).
       FIN-2330-GUARDA-RECEPCION.

      *....Los movimientos de una misma serie vienen juntos (la clave
      *....de "TRAZA" es troquel, GTIN, serie y secuencia): la
      *....entrada dice si es del lote y cada salida posterior se
      *....lista con su division y comprobante; la que termina con
      *....una entrada sigue en stock en esa division.
       2400-SERIES.
           MOVE "SERIES DEL LOTE YA DESPACHADAS (TRAZABILIDAD)"
                                             TO LTEXTO-SUBTIT.
           PERFORM IMPRIME-SUBTITULO THRU FIN-IMPRIME-SUBTITULO.
           MOVE "N"            TO FIN-TRAZA, SERIE-DEL-LOTE,
                                  SERIE-EN-STOCK.
           MOVE SPACES         TO GTIN-ANT, SERIE-ANT.
           MOVE LOW-VALUES     TO CLAVE-TRAZA.
           MOVE TROQUEL-RETIRO TO TROQUEL-TRAZA.
           START TRAZA KEY IS NOT < CLAVE-TRAZA;
                 INVALID KEY MOVE "S" TO FIN-TRAZA.
           IF NOT NO-HAY-MAS-TRAZA
              READ TRAZA NEXT RECORD WITH NO LOCK AT END
                   MOVE "S" TO FIN-TRAZA.
           PERFORM 2410-SERIE THRU FIN-2410-SERIE
                   UNTIL NO-HAY-MAS-TRAZA.
           PERFORM 2450-CIERRA-SERIE THRU FIN-2450-CIERRA-SERIE.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           MOVE TOT-DESPACHADAS TO LDESPACH-TOT.
           MOVE TOT-EN-STOCK    TO LSTOCK-TOT.
           MOVE CANT-RECEP      TO LRECEP-TOT.
           WRITE REG-132 FROM LIN-TOT-SERIES AFTER ADVANCING 2 LINES.
           ADD 2 TO LINEAS-HOJA.
           IF TOT-RECEP-EXCEDIDAS NOT = ZEROES
              MOVE "*** Hay mas recepciones del lote que las 200 que"
                                         TO LTEXTO,
              PERFORM IMPRIME-TEXTO THRU FIN-IMPRIME-TEXTO,
              MOVE "    se revisan: listado incompleto." TO LTEXTO,
              PERFORM IMPRIME-TEXTO THRU FIN-IMPRIME-TEXTO.
       FIN-2400-SERIES.

       2410-SERIE.
           IF TROQUEL-TRAZA NOT = TROQUEL-RETIRO
              MOVE "S" TO FIN-TRAZA,
              GO TO FIN-2410-SERIE.
           IF GTIN-TRAZA NOT = GTIN-ANT OR SERIE-TRAZA NOT = SERIE-ANT
              PERFORM 2450-CIERRA-SERIE THRU FIN-2450-CIERRA-SERIE,
              MOVE GTIN-TRAZA  TO GTIN-ANT,
              MOVE SERIE-TRAZA TO SERIE-ANT,
              MOVE "N"         TO SERIE-DEL-LOTE, SERIE-EN-STOCK.
           IF TRAZA-ENTRADA
              PERFORM 2420-BUSCA-RECEPCION
                      THRU FIN-2420-BUSCA-RECEPCION,
              IF RECEP-HALLADA = "S"
                 MOVE "S"            TO SERIE-DEL-LOTE, SERIE-EN-STOCK,
                 MOVE SUCURSAL-TRAZA TO SUC-SERIE.
           IF TRAZA-SALIDA AND SERIE-DEL-LOTE = "S"
              MOVE "N"               TO SERIE-EN-STOCK,
              PERFORM 2430-IMPRIME-SERIE THRU FIN-2430-IMPRIME-SERIE.
           READ TRAZA NEXT RECORD WITH NO LOCK AT END
                MOVE "S" TO FIN-TRAZA.
       FIN-2410-SERIE.

       2420-BUSCA-RECEPCION.
           MOVE "N" TO RECEP-HALLADA.
           PERFORM 2425-COMPARA-RECEPCION
                   THRU FIN-2425-COMPARA-RECEPCION
                   VARYING IND-R FROM 1 BY 1
                   UNTIL IND-R > CANT-RECEP OR RECEP-HALLADA = "S".
       FIN-2420-BUSCA-RECEPCION.

       2425-COMPARA-RECEPCION.
           IF SUC-RECEP(IND-R) = SUCURSAL-TRAZA   AND
              COD-RECEP(IND-R) = CODIGO-TRN-TRAZA AND
              NUM-RECEP(IND-R) = NUMERO-TRN-TRAZA
              MOVE "S" TO RECEP-HALLADA.
       FIN-2425-COMPARA-RECEPCION.

       2430-IMPRIME-SERIE.
           ADD  1                TO TOT-DESPACHADAS.
           MOVE GTIN-TRAZA       TO LGTIN-SER.
           MOVE SERIE-TRAZA      TO LSERIE-SER.
           MOVE SUCURSAL-TRAZA   TO LSUC-SER.
           MOVE CODIGO-TRN-TRAZA TO LCODIGO-SER.
           MOVE NUMERO-TRN-TRAZA TO LNUMERO-SER.
           MOVE FECHA-TRAZA      TO FECHA-AUX-6.
           PERFORM EDITA-FECHA THRU FIN-EDITA-FECHA.
           MOVE FECHA-EDIT-R     TO LFECHA-SER.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           WRITE REG-132 FROM LIN-SERIE AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
       FIN-2430-IMPRIME-SERIE.

       2450-CIERRA-SERIE.
           IF SERIE-EN-STOCK = "S" AND SUC-SERIE > ZEROES AND
              SUC-SERIE NOT > 10
              ADD 1 TO SERIES-STOCK-SUC(SUC-SERIE), TOT-EN-STOCK.
       FIN-2450-CIERRA-SERIE.

      /    ***  MODOS "C"/"D": NOVEDADES DE LAS DIVISIONES  ***
      *         """"""""""""""""""""""""""""""""""""""""""

       3000-NOVEDADES.
           PERFORM 0200-PIDE-LOTE THRU FIN-0200-PIDE-LOTE.
           PERFORM 0400-LEE-RETIRO THRU FIN-0400-LEE-RETIRO.
           IF HAY-RETIRO = "N"
              DISPLAY "NO HAY RETIRO DE ESE LOTE !",
              GO TO FIN-3000-NOVEDADES.
           IF RETIRO-CERRADO
              DISPLAY "ESE RETIRO YA ESTA CERRADO !",
              GO TO FIN-3000-NOVEDADES.
           PERFORM 0300-LEE-PRODUCTO THRU FIN-0300-LEE-PRODUCTO.
           IF HAY-PRODUCTO = "N"
              MOVE LOW-VALUES TO REG-AMP,
              MOVE SPACES     TO DESCRIPCION-AMP.
           MOVE ZEROES TO TABLA-SERIES-SUC.
           PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           PERFORM IMPRIME-CABECERA THRU FIN-IMPRIME-CABECERA.
           WRITE REG-132 FROM LIN-TIT-SUC AFTER ADVANCING 2 LINES.
           ADD 2 TO LINEAS-HOJA.
       PIDE-DIVISION.
           DISPLAY "DIVISION (0 O ENTER: TERMINA): ".
           ACCEPT SUC-PEDIDA.
           IF SUC-PEDIDA = ZEROES GO TO FIN-3000-NOVEDADES.
           IF SUC-PEDIDA > 10
              DISPLAY "DIVISION INCORRECTA !",
              GO TO PIDE-DIVISION.
           DISPLAY "DIVISION " SUC-PEDIDA
                   "  EXISTENCIA: " EXISTENCIA-SUC(SUC-PEDIDA)
                   "  CUARENTENA: " CUARENTENA-RETIRO(SUC-PEDIDA)
                   "  DEVUELTO: "   DEVUELTO-RETIRO(SUC-PEDIDA).
           IF MODO-DEVOLUCION AND SUC-SIN-CONFIRMAR(SUC-PEDIDA)
              DISPLAY "LA DIVISION NO INFORMO SU CUARENTENA !",
              GO TO PIDE-DIVISION.
           IF MODO-CUARENTENA
              DISPLAY "UNIDADES DEL LOTE PUESTAS EN CUARENTENA: "
           ELSE
              DISPLAY "UNIDADES DEVUELTAS AL PROVEEDOR: ".
           ACCEPT XNUMERO.
           INSPECT XNUMERO REPLACING ALL SPACES BY "0".
           MOVE NUMERO TO CANT-PEDIDA.
           IF MODO-CUARENTENA
              PERFORM 3100-CUARENTENA THRU FIN-3100-CUARENTENA
           ELSE
              PERFORM 3200-DEVOLUCION THRU FIN-3200-DEVOLUCION.
           GO TO PIDE-DIVISION.
       FIN-3000-NOVEDADES.

      *....Lo que se informa reemplaza lo anterior (es el total
      *....apartado), pero nunca por debajo de lo ya devuelto.
       3100-CUARENTENA.
           IF CANT-PEDIDA < DEVUELTO-RETIRO(SUC-PEDIDA)
              DISPLAY "NO PUEDE SER MENOS DE LO YA DEVUELTO !",
              GO TO FIN-3100-CUARENTENA.
           MOVE CANT-PEDIDA TO CUARENTENA-RETIRO(SUC-PEDIDA).
           IF DEVUELTO-RETIRO(SUC-PEDIDA) > ZEROES AND
              DEVUELTO-RETIRO(SUC-PEDIDA) = CANT-PEDIDA
              MOVE "D"      TO ESTADO-SUC-RETIRO(SUC-PEDIDA)
           ELSE
              MOVE "Q"      TO ESTADO-SUC-RETIRO(SUC-PEDIDA).
           PERFORM 3300-REGRABA-RETIRO THRU FIN-3300-REGRABA-RETIRO.
       FIN-3100-CUARENTENA.

       3200-DEVOLUCION.
           IF CANT-PEDIDA = ZEROES GO TO FIN-3200-DEVOLUCION.
           IF DEVUELTO-RETIRO(SUC-PEDIDA) + CANT-PEDIDA >
              CUARENTENA-RETIRO(SUC-PEDIDA)
              DISPLAY "SUPERA LO PUESTO EN CUARENTENA !",
              GO TO FIN-3200-DEVOLUCION.
           ADD  CANT-PEDIDA TO DEVUELTO-RETIRO(SUC-PEDIDA).
           MOVE FECHA-HOY-6 TO FECHA-DEV-RETIRO(SUC-PEDIDA).
           IF DEVUELTO-RETIRO(SUC-PEDIDA) =
              CUARENTENA-RETIRO(SUC-PEDIDA)
              MOVE "D"      TO ESTADO-SUC-RETIRO(SUC-PEDIDA).
           PERFORM 3300-REGRABA-RETIRO THRU FIN-3300-REGRABA-RETIRO.
       FIN-3200-DEVOLUCION.

       3300-REGRABA-RETIRO.
           MOVE OPERADOR-PEDIDO TO OPERADOR-RETIRO.
           REWRITE REG-RETIRO.
           IF STATUS-RETIRO = "99" GO TO 3300-REGRABA-RETIRO.
           MOVE SUC-PEDIDA      TO IND-S.
           PERFORM IMPRIME-SUCURSAL THRU FIN-IMPRIME-SUCURSAL.
       FIN-3300-REGRABA-RETIRO.

      /    ***  MODO "E": ESTADO DE LOS RETIROS ABIERTOS  ***
      *         """"""""""""""""""""""""""""""""""""""""

       4000-ESTADO.
           MOVE ZEROES       TO TOT-RETIROS.
           MOVE "N"          TO FIN-RETIRO.
           MOVE LOW-VALUES   TO CLAVE-RETIRO.
           START RETIRO KEY IS NOT < CLAVE-RETIRO;
                 INVALID KEY MOVE "S" TO FIN-RETIRO.
           IF NOT NO-HAY-MAS-RETIRO
              READ RETIRO NEXT RECORD WITH NO LOCK AT END
                   MOVE "S" TO FIN-RETIRO.
           PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           PERFORM 4100-ESTADO-UNO THRU FIN-4100-ESTADO-UNO
                   UNTIL NO-HAY-MAS-RETIRO.
           MOVE TOT-RETIROS  TO LRETIROS-RES.
           WRITE REG-132 FROM LIN-RESUMEN-E AFTER ADVANCING 2 LINES.
           DISPLAY "RETIROS ABIERTOS: " TOT-RETIROS.
       FIN-4000-ESTADO.

       4100-ESTADO-UNO.
           IF NOT RETIRO-ABIERTO GO TO LEE-SIG-RETIRO.
           ADD  1              TO TOT-RETIROS.
           MOVE TROQUEL-RETIRO TO TROQUEL-PEDIDO.
           PERFORM 0300-LEE-PRODUCTO THRU FIN-0300-LEE-PRODUCTO.
           IF HAY-PRODUCTO = "N"
              MOVE LOW-VALUES TO REG-AMP,
              MOVE SPACES     TO DESCRIPCION-AMP.
           MOVE ZEROES TO TABLA-SERIES-SUC.
           IF LINEAS-HOJA > MAX-LINEAS - 16
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           WRITE REG-132 FROM SPACES AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
           PERFORM IMPRIME-CABECERA THRU FIN-IMPRIME-CABECERA.
           PERFORM IMPRIME-DIVISIONES THRU FIN-IMPRIME-DIVISIONES.
       LEE-SIG-RETIRO.
           READ RETIRO NEXT RECORD WITH NO LOCK AT END
                MOVE "S" TO FIN-RETIRO.
       FIN-4100-ESTADO-UNO.

      /    ***  MODO "F": CIERRE Y CERTIFICADO  ***
      *         """"""""""""""""""""""""""""""

      *....Se cierra cuando cada division informo su cuarentena y
      *....devolvio todo lo apartado.
       5000-CIERRE.
           PERFORM 0200-PIDE-LOTE THRU FIN-0200-PIDE-LOTE.
           PERFORM 0400-LEE-RETIRO THRU FIN-0400-LEE-RETIRO.
           IF HAY-RETIRO = "N"
              DISPLAY "NO HAY RETIRO DE ESE LOTE !",
              GO TO FIN-5000-CIERRE.
           PERFORM 0300-LEE-PRODUCTO THRU FIN-0300-LEE-PRODUCTO.
           IF HAY-PRODUCTO = "N"
              MOVE LOW-VALUES TO REG-AMP,
              MOVE SPACES     TO DESCRIPCION-AMP.
           IF RETIRO-CERRADO
              DISPLAY "RETIRO YA CERRADO: SE REIMPRIME EL CERTIFICADO.",
              PERFORM 5200-CERTIFICADO THRU FIN-5200-CERTIFICADO,
              GO TO FIN-5000-CIERRE.
           MOVE ZEROES TO PENDIENTES.
           PERFORM 5100-CONTROLA-SUCURSAL
                   THRU FIN-5100-CONTROLA-SUCURSAL
                   VARYING IND-S FROM 1 BY 1 UNTIL IND-S > 10.
           IF PENDIENTES NOT = ZEROES
              DISPLAY "NO SE PUEDE CERRAR: HAY " PENDIENTES
                      " DIVISION(ES) PENDIENTE(S).",
              GO TO FIN-5000-CIERRE.
           DISPLAY "CONFIRMA EL CIERRE DEL RETIRO (S/N)? ".
           ACCEPT RESPUESTA.
           IF NOT AFIRMATIVO
              DISPLAY "CIERRE CANCELADO.",
              GO TO FIN-5000-CIERRE.
           MOVE "C"             TO ESTADO-RETIRO.
           MOVE FECHA-HOY-6     TO FECHA-CIERRE-RETIRO.
           MOVE OPERADOR-PEDIDO TO OPERADOR-RETIRO.
       REGRABA-CIERRE.
           REWRITE REG-RETIRO.
           IF STATUS-RETIRO = "99" GO TO REGRABA-CIERRE.
           PERFORM 5200-CERTIFICADO THRU FIN-5200-CERTIFICADO.
           DISPLAY "RETIRO CERRADO.".
       FIN-5000-CIERRE.

       5100-CONTROLA-SUCURSAL.
           IF SUC-DEVUELTA(IND-S) OR
              (SUC-EN-CUARENTENA(IND-S) AND
               CUARENTENA-RETIRO(IND-S) = DEVUELTO-RETIRO(IND-S))
              GO TO FIN-5100-CONTROLA-SUCURSAL.
           ADD 1 TO PENDIENTES.
           PERFORM EDITA-ESTADO-SUC THRU FIN-EDITA-ESTADO-SUC.
           DISPLAY "DIVISION " IND-S ": " ESTADO-SUC-EDIT
                   "  CUARENTENA: " CUARENTENA-RETIRO(IND-S)
                   "  DEVUELTO: "   DEVUELTO-RETIRO(IND-S).
       FIN-5100-CONTROLA-SUCURSAL.

       5200-CERTIFICADO.
           MOVE ZEROES TO TABLA-SERIES-SUC.
           PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           WRITE REG-132 FROM LIN-CERT-TIT AFTER ADVANCING 2 LINES.
           ADD 2 TO LINEAS-HOJA.
           PERFORM IMPRIME-CABECERA THRU FIN-IMPRIME-CABECERA.
           MOVE FECHA-ALTA-RETIRO   TO FECHA-AUX-6.
           PERFORM EDITA-FECHA THRU FIN-EDITA-FECHA.
           MOVE FECHA-EDIT-R        TO LALTA-CER.
           MOVE FECHA-CIERRE-RETIRO TO FECHA-AUX-6.
           PERFORM EDITA-FECHA THRU FIN-EDITA-FECHA.
           MOVE FECHA-EDIT-R        TO LCIERRE-CER.
           MOVE OPERADOR-RETIRO     TO LOPER-CER.
           WRITE REG-132 FROM LIN-CERT-FECHAS AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
           PERFORM IMPRIME-DIVISIONES THRU FIN-IMPRIME-DIVISIONES.
           MOVE "Se certifica que las unidades del lote indicado"
                                         TO LTEXTO.
           WRITE REG-132 FROM LIN-TEXTO AFTER ADVANCING 3 LINES.
           MOVE "fueron retiradas de la venta en todas las divisiones"
                                         TO LTEXTO.
           WRITE REG-132 FROM LIN-TEXTO AFTER ADVANCING 1 LINE.
           MOVE "de la drogueria y devueltas al proveedor segun el"
                                         TO LTEXTO.
           WRITE REG-132 FROM LIN-TEXTO AFTER ADVANCING 1 LINE.
           MOVE "detalle que antecede." TO LTEXTO.
           WRITE REG-132 FROM LIN-TEXTO AFTER ADVANCING 1 LINE.
           WRITE REG-132 FROM LIN-FIRMA-1 AFTER ADVANCING 5 LINES.
           WRITE REG-132 FROM LIN-FIRMA-2 AFTER ADVANCING 1 LINE.
           ADD 12 TO LINEAS-HOJA.
       FIN-5200-CERTIFICADO.

      /    ***  RUTINAS DE IMPRESION  ***
      *         """"""""""""""""""""""

       IMPRIME-ENCABEZADO.
           ADD 1 TO PAGINA.
           MOVE PAGINA             TO LPAG-TIT-1.
           MOVE MODO               TO LMODO-TIT.
           MOVE FECHA-HOY-6        TO FECHA-AUX-6.
           PERFORM EDITA-FECHA THRU FIN-EDITA-FECHA.
           MOVE FECHA-EDIT-R       TO LFEC-TIT-1.
           IF PAGINA > 1
              WRITE REG-132 FROM LIN-TIT-1 AFTER ADVANCING PAGE
           ELSE
              WRITE REG-132 FROM LIN-TIT-1 AFTER ADVANCING 1 LINE.
           MOVE 1 TO LINEAS-HOJA.
       FIN-IMPRIME-ENCABEZADO.

       IMPRIME-CABECERA.
           MOVE DISPOSICION-RETIRO TO LDISP-CAB.
           MOVE TROQUEL-RETIRO     TO LTROQUEL-CAB.
           MOVE DESCRIPCION-AMP    TO LDESC-CAB.
           MOVE VTO-RETIRO         TO VTO-N.
           MOVE MES-VTO            TO MES-VTO-ED.
           MOVE ANO-VTO            TO ANO-VTO-ED.
           MOVE VTO-EDIT-R         TO LVTO-CAB.
           MOVE COD-PROV-RETIRO    TO LPROV-CAB.
           MOVE FECHA-ALTA-RETIRO  TO FECHA-AUX-6.
           PERFORM EDITA-FECHA THRU FIN-EDITA-FECHA.
           MOVE FECHA-EDIT-R       TO LALTA-CAB.
           IF RETIRO-CERRADO
              MOVE "CERRADO"       TO LESTADO-CAB
           ELSE
              MOVE "ABIERTO"       TO LESTADO-CAB.
           MOVE EXIST-LOTE-RETIRO  TO LEXIST-CAB.
           WRITE REG-132 FROM LIN-CAB-1 AFTER ADVANCING 2 LINES.
           WRITE REG-132 FROM LIN-CAB-2 AFTER ADVANCING 1 LINE.
           ADD 3 TO LINEAS-HOJA.
       FIN-IMPRIME-CABECERA.

       IMPRIME-SUBTITULO.
           IF LINEAS-HOJA > MAX-LINEAS - 3
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           WRITE REG-132 FROM LIN-SUBTIT AFTER ADVANCING 2 LINES.
           ADD 2 TO LINEAS-HOJA.
       FIN-IMPRIME-SUBTITULO.

       IMPRIME-TEXTO.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           WRITE REG-132 FROM LIN-TEXTO AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
       FIN-IMPRIME-TEXTO.

      *....Divisiones con existencia, cuarentena, series del lote o
      *....sin confirmar; las que nunca tuvieron nada no se listan.
       IMPRIME-DIVISIONES.
           MOVE ZEROES TO TOT-CUARENTENA, TOT-DEVUELTO, PENDIENTES.
           IF LINEAS-HOJA > MAX-LINEAS - 3
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           WRITE REG-132 FROM LIN-TIT-SUC AFTER ADVANCING 2 LINES.
           ADD 2 TO LINEAS-HOJA.
           PERFORM IMPRIME-SUCURSAL THRU FIN-IMPRIME-SUCURSAL
                   VARYING IND-S FROM 1 BY 1 UNTIL IND-S > 10.
           MOVE TOT-CUARENTENA TO LCUARENT-TOT.
           MOVE TOT-DEVUELTO   TO LDEVUELTO-TOT.
           WRITE REG-132 FROM LIN-TOT-SUC AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
           IF RETIRO-ABIERTO
              MOVE PENDIENTES  TO LPEND-PEN,
              WRITE REG-132 FROM LIN-PENDIENTES AFTER ADVANCING 1 LINE,
              ADD 1 TO LINEAS-HOJA.
       FIN-IMPRIME-DIVISIONES.

       IMPRIME-SUCURSAL.
           IF EXISTENCIA-SUC(IND-S)    = ZEROES AND
              CUARENTENA-RETIRO(IND-S) = ZEROES AND
              SERIES-STOCK-SUC(IND-S)  = ZEROES AND
              NOT SUC-SIN-CONFIRMAR(IND-S)
              GO TO FIN-IMPRIME-SUCURSAL.
           ADD  CUARENTENA-RETIRO(IND-S) TO TOT-CUARENTENA.
           ADD  DEVUELTO-RETIRO(IND-S)   TO TOT-DEVUELTO.
           IF SUC-SIN-CONFIRMAR(IND-S) OR
              CUARENTENA-RETIRO(IND-S) NOT = DEVUELTO-RETIRO(IND-S)
              ADD 1 TO PENDIENTES.
           MOVE IND-S                    TO LSUC-SUC.
           MOVE EXISTENCIA-SUC(IND-S)    TO LEXIST-SUC.
           MOVE SERIES-STOCK-SUC(IND-S)  TO LSERIES-SUC.
           PERFORM EDITA-ESTADO-SUC THRU FIN-EDITA-ESTADO-SUC.
           MOVE ESTADO-SUC-EDIT          TO LESTADO-SUC.
           MOVE CUARENTENA-RETIRO(IND-S) TO LCUARENT-SUC.
           MOVE DEVUELTO-RETIRO(IND-S)   TO LDEVUELTO-SUC.
           IF FECHA-DEV-RETIRO(IND-S) = ZEROES
              MOVE SPACES                TO LFECDEV-SUC-X
           ELSE
              MOVE FECHA-DEV-RETIRO(IND-S) TO FECHA-AUX-6,
              PERFORM EDITA-FECHA THRU FIN-EDITA-FECHA,
              MOVE FECHA-EDIT-R          TO LFECDEV-SUC.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           WRITE REG-132 FROM LIN-SUC AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
       FIN-IMPRIME-SUCURSAL.

       EDITA-ESTADO-SUC.
           IF SUC-SIN-CONFIRMAR(IND-S)
              MOVE "SIN CONFIRMAR"    TO ESTADO-SUC-EDIT ELSE
           IF SUC-DEVUELTA(IND-S)
              MOVE "DEVUELTO"         TO ESTADO-SUC-EDIT ELSE
           IF CUARENTENA-RETIRO(IND-S) = ZEROES
              MOVE "NADA QUE APARTAR" TO ESTADO-SUC-EDIT ELSE
              MOVE "EN CUARENTENA"    TO ESTADO-SUC-EDIT.
       FIN-EDITA-ESTADO-SUC.

       EDITA-FECHA.
           MOVE DIA-AUX TO DIA-ED.
           MOVE MES-AUX TO MES-ED.
           MOVE ANO-AUX TO ANO-ED.
       FIN-EDITA-FECHA.

       END PROGRAM SMOV-RET.
