       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SMOV-PSI.
       AUTHOR.        DROGUERIA SUR.
       INSTALLATION.  VILLARINO 52. BAHIA BLANCA.
       DATE-WRITTEN.  OCTUBRE 2026.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                             *
      *         ***  OBJETIVOS DEL PROGRAMA "MOV-PSI"  ***          *
      *              """"""""""""""""""""""""""""""""               *
      *                                                             *
      *    LIBRO OFICIAL DE PSICOTROPICOS Y ESTUPEFACIENTES, EN     *
      *    DOS MODOS:                                               *
      *                                                             *
      *    1) MARCA (M/D): LEE LA LISTA DE TROQUELES "TROQLST" Y    *
      *       CARGA (O QUITA) EN LISTA-PSICO-AMP LA LISTA DE SUS-   *
      *       TANCIAS CONTROLADAS QUE SE TIPEA (2, 3 O 4 PARA LOS   *
      *       PSICOTROPICOS, E PARA LOS ESTUPEFACIENTES). ES LA     *
      *       MARCA QUE HACE QUE "MOV-AMP" PIDA LOS DATOS DE LA     *
      *       RECETA EN LOS DESPACHOS (S*) Y EL VALE OFICIAL EN LAS *
      *       RECEPCIONES (FC/RM), QUE QUEDAN EN "RECPSI".          *
      *    2) LIBRO (L): PARA UN PERIODO AAMM IMPRIME, POR DIVISION *
      *       Y PRODUCTO CONTROLADO (CADA UNO EN HOJA APARTE, PARA  *
      *       LA FIRMA DEL DIRECTOR TECNICO Y DE LA INSPECCION),    *
      *       LA EXISTENCIA AL INICIO DEL PERIODO, CADA ENTRADA Y   *
      *       SALIDA DEL MES ("TRNAMP" Y "TRNHIST") CON SU NUMERO   *
      *       DE FOLIO, SALDO CORRIDO Y LOS DATOS DE "RECPSI", Y LA *
      *       EXISTENCIA AL CIERRE. LOS FOLIOS SIGUEN LA NUMERACION *
      *       DEL PERIODO ANTERIOR ("LIBPSI"); REIMPRIMIR EL MISMO  *
      *       PERIODO REPITE LOS MISMOS FOLIOS. EL SALDO SE CORRE   *
      *       HASTA HOY Y SE CONTROLA CONTRA LA EXISTENCIA-SUC DEL  *
      *       "AMP", PARA QUE CUALQUIER DIFERENCIA APAREZCA ANTES   *
      *       QUE LA INSPECCION.-                                   *
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

           SELECT TROQLST ASSIGN TO DISK, "TROQLST-01",
                  ORGANIZATION IS SEQUENTIAL,
                  ACCESS MODE  IS SEQUENTIAL,
                  FILE STATUS  IS STATUS-TROQLST.

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

           SELECT CIESTK ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/CIESTK01",
                  ORGANIZATION IS RELATIVE,
                  ACCESS MODE  IS DYNAMIC,
                  RELATIVE KEY IS CLAVE-AMP,
                  FILE STATUS  IS STATUS-CIESTK.

           SELECT RECPSI ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/RECPSI01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-RECPSI,
                  FILE STATUS  IS STATUS-RECPSI.

           SELECT LIBPSI ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/LIBPSI01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-LIBPSI,
                  FILE STATUS  IS STATUS-LIBPSI.

           SELECT WORK-PSI ASSIGN TO DISK, "SORTWK-PSI".

           SELECT LO ASSIGN TO PRINT, FILE-LO,
                  ORGANIZATION IS SEQUENTIAL,
                  ACCESS MODE  IS SEQUENTIAL,
                  FILE STATUS  IS STATUS-LO.


      /    ***  D I V I S I O N   D E   D A T O S  ***
      *         """""""""""""""""""""""""""""""""

       DATA DIVISION.

       FILE SECTION.

      *    ***  DESCRIPCION DEL ARCHIVO "TROQLST"  ***
      *         """"""""""""""""""""""""""""""""

           COPY "TROQLST.FD".

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
              88 TRN-VENTA     VALUES ARE "S0" THRU "S9".
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

      *    ***  DESCRIPCION DEL ARCHIVO "CIESTK"  ***
      *         """""""""""""""""""""""""""""""

           COPY "CIESTK.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "RECPSI"  ***
      *         """""""""""""""""""""""""""""""

           COPY "RECPSI.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "LIBPSI"  ***
      *         """""""""""""""""""""""""""""""

           COPY "LIBPSI.FD".

      *....Un registro "0" de apertura por producto y division a
      *....imprimir, seguido de sus movimientos "1" del periodo.
       SD  WORK-PSI.
       01  REG-WORK-PSI.
           05 WSUC-PSI             PIC 9(2)      COMP-6.
           05 WTROQUEL-PSI         PIC X(8).
           05 WTIPO-PSI            PIC X.
           05 WFECHA-PSI           PIC 9(8)      COMP-6.
           05 WHORA-PSI            PIC 9(4)      COMP-6.
           05 WNUMERO-PSI          PIC 9(6)      COMP-6.
           05 WREGISTRO-PSI        PIC 9(4)      COMP-6.
           05 WCODIGO-PSI          PIC X(2).
           05 WA-SUC-PSI           PIC 9(2)      COMP-6.
           05 WARTEFACTO-PSI       PIC X(7).
           05 WOPERADOR-PSI        PIC X(2).
           05 WPROV-PSI            PIC 9(4)      COMP-6.
           05 WCANT-PSI            PIC S9(7)V99  COMP-3.
           05 WIND-PSI             PIC 9(4)      COMP-6.
           05 WSECUEN-PSI          PIC 9(4)      COMP-6.

      *    ***  DESCRIPCION DEL ARCHIVO "LO"  ***
      *         """"""""""""""""""""""""""""

       FD  LO LABEL RECORD IS OMITTED.
       01  REG-132             PIC X(132).

       WORKING-STORAGE SECTION.

       01  LINEA-STATUS.
           05 FILLER             PIC X(4) VALUE "LST:".
           05 STATUS-TROQLST     PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",AMP:".
           05 STATUS-AMP         PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",AID:".
           05 STATUS-AID         PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",TRN:".
           05 STATUS-TRNAMP      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",HIS:".
           05 STATUS-TRNHIST     PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",FOT:".
           05 STATUS-CIESTK      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",REC:".
           05 STATUS-RECPSI      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",LIB:".
           05 STATUS-LIBPSI      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(4) VALUE ",LO:".
           05 STATUS-LO          PIC X(2) VALUE SPACES.

       01  OTROS-FILES.
           05 FILE-LO             PIC X(07)  VALUE "PRINTER".

       77  MODO                   PIC X      VALUE SPACE.
           88 MODO-MARCA          VALUE "M".
           88 MODO-DESMARCA       VALUE "D".
           88 MODO-LIBRO          VALUE "L".
       77  LISTA-PEDIDA           PIC X      VALUE SPACE.
           88 LISTA-VALIDA        VALUES ARE "2" "3" "4" "E".
       77  FIN-TROQLST            PIC X      VALUE "N".
           88 NO-HAY-MAS-TROQLST  VALUE "S".
       77  FIN-AMP                PIC X      VALUE "N".
           88 NO-HAY-MAS-AMP      VALUE "S".
       77  FIN-TRNAMP             PIC X      VALUE "N".
           88 NO-HAY-MAS-TRNAMP   VALUE "S".
       77  FIN-TRNHIST            PIC X      VALUE "N".
           88 NO-HAY-MAS-TRNHIST  VALUE "S".
       77  FIN-SORT-PSI           PIC X      VALUE "N".
           88 NO-HAY-MAS-SORT-PSI VALUE "S".
       77  HAY-GRUPO              PIC X      VALUE "N".
       77  HAY-LIBPSI             PIC X      VALUE "N".
       77  HAY-RECETA             PIC X      VALUE "N".
       77  MODO-FOLIO             PIC X      VALUE SPACE.
           88 FOLIO-NUEVO         VALUE "N".
           88 FOLIO-REEMISION     VALUE "R".
           88 FOLIO-COPIA         VALUE "C".

       77  CLAVE-AMP              PIC 9(6)     VALUE IS 1.
       77  IND-S                  PIC 9(2).
       77  IND-T                  PIC 9(4).
       77  IND-B                  PIC 9(4).
       77  IND-CACHE              PIC 9(4)     VALUE ZEROES.
       77  IND-V                  PIC 9(2)     VALUE ZEROES.
       77  CANT-TV                PIC 9(2)     VALUE ZEROES.
       77  MAX-TV                 PIC 9(2)     VALUE 50.
       77  SECUEN-MOV             PIC 9(4)     VALUE ZEROES.
       77  NUEVO-VALE             PIC X        VALUE "S".
       77  CANT-TC                PIC 9(4)     VALUE ZEROES.
       77  MAX-TC                 PIC 9(4)     VALUE 1000.
       77  TROQUEL-CACHE          PIC X(8)     VALUE SPACES.
       77  SUC-PEDIDA             PIC 9(2)     VALUE ZEROES.
       77  PERIODO-PEDIDO         PIC 9(4)     VALUE ZEROES.
       77  PERIODO-8              PIC 9(6)     VALUE ZEROES.
       77  PERIODO-MOV-8          PIC 9(6)     VALUE ZEROES.
       77  PERIODO-LIB-8          PIC 9(6)     VALUE ZEROES.
       77  FECHA-MOV-8            PIC 9(8)     VALUE ZEROES.
       77  DIA-MOV                PIC 9(2).
       77  NETO-MOV               PIC S9(7)V99 COMP-3.
       77  SUC-GRUPO              PIC 9(2)     VALUE ZEROES.
       77  IND-GRUPO              PIC 9(4)     VALUE ZEROES.
       77  INICIAL-GRUPO          PIC S9(7)V99 COMP-3 VALUE ZEROES.
       77  SALDO-GRUPO            PIC S9(7)V99 COMP-3 VALUE ZEROES.
       77  ENTRA-GRUPO            PIC S9(7)V99 COMP-3 VALUE ZEROES.
       77  SALE-GRUPO             PIC S9(7)V99 COMP-3 VALUE ZEROES.
       77  CALCULADO              PIC S9(7)V99 COMP-3 VALUE ZEROES.
       77  DIFERENCIA             PIC S9(7)V99 COMP-3 VALUE ZEROES.
       77  FOLIO-SIG              PIC 9(6)     VALUE ZEROES.
       77  FOLIO-INICIAL          PIC 9(6)     VALUE ZEROES.
       77  LISTA-EDIT             PIC X(8)     VALUE SPACES.
       77  TOT-LEIDOS             PIC 9(6)   VALUE ZEROES.
       77  TOT-MARCADOS           PIC 9(6)   VALUE ZEROES.
       77  TOT-RECHAZADOS         PIC 9(6)   VALUE ZEROES.
       77  TOT-EXCEDIDOS          PIC 9(6)   VALUE ZEROES.
       77  TOT-LIBROS             PIC 9(6)   VALUE ZEROES.
       77  TOT-FOLIOS             PIC 9(6)   VALUE ZEROES.
       77  TOT-SIN-RECETA         PIC 9(6)   VALUE ZEROES.
       77  TOT-DIFERENCIAS        PIC 9(6)   VALUE ZEROES.
       77  TOT-COPIAS             PIC 9(6)   VALUE ZEROES.
       77  PAGINA                 PIC 9(4)   VALUE ZEROES.
       77  LINEAS-HOJA            PIC 9(2)   VALUE ZEROES.
       77  MAX-LINEAS             PIC 9(2)   VALUE 54.

      *....Comprobante que se esta recorriendo y cuantas veces aparecio
      *....en el cada troquel: "MOV-AMP" graba la receta del mismo
      *....producto repetido con SECUEN-RECPSI 0, 1, ...
       01  VALE-ANT.
           05 SUC-VALE-ANT        PIC 9(2)     VALUE ZEROES.
           05 COD-VALE-ANT        PIC X(2)     VALUE SPACES.
           05 NUM-VALE-ANT        PIC 9(6)     VALUE ZEROES.
       01  TABLA-VALE.
           05 ITEM-TV             OCCURS 50 TIMES.
              10 TROQUEL-TV       PIC X(8).
              10 OCURR-TV         PIC 9(4).

       01  XNUMERO                PIC X(6) JUSTIFIED RIGHT.
       01  NUMERO                 REDEFINES XNUMERO,
                                  PIC 9(6).

      *....Fecha de 6 digitos (AAMMDD) llevada a 8 (AAAAMMDD) para
      *....poder ordenar y comparar a traves del cambio de siglo,
      *....con el mismo corte que "FECHA-8-DIGITOS" de "MOV-AMP".
       01  FECHA-CALC.
           05 ANO-CALC            PIC 9(2).
           05 FILLER              PIC 9(4).
       01  FECHA-CALC-6 REDEFINES FECHA-CALC PIC 9(6).
       77  FECHA-CALC-8           PIC 9(8).

      *....Productos controlados del "AMP" con, por division, la foto
      *....del ultimo cierre ("CIESTK"), el ajuste que la lleva al
      *....inicio del periodo pedido, lo movido despues del periodo
      *....y la existencia actual.
       01  TABLA-CONTROLADOS.
           05 ITEM-TC             OCCURS 1000 TIMES.
              10 TROQUEL-TC       PIC X(8).
              10 DESC-TC          PIC X(30).
              10 LISTA-TC         PIC X.
              10 FOTO-8-TC        PIC 9(6).
              10 SUC-TC           OCCURS 10 TIMES.
                 15 FOTO-TC       PIC 9(6)     COMP-6.
                 15 AJUSTE-TC     PIC S9(7)V99 COMP-3.
                 15 POSTERIOR-TC  PIC S9(7)V99 COMP-3.
                 15 EXIST-TC      PIC 9(6)     COMP-6.
                 15 MOVIO-TC      PIC X.

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

       01  FECHA-MOV-R.
           05 SIGLO-MOV           PIC 9(2).
           05 ANO-MOV             PIC 9(2).
           05 MES-MOV             PIC 9(2).
           05 DIA-MOV-R           PIC 9(2).
       01  FECHA-MOV-N REDEFINES FECHA-MOV-R PIC 9(8).

       01  FECHA-EDIT-MOV.
           05 DIA-ED-MOV          PIC 9(2).
           05 MES-ED-MOV          PIC 9(2).
           05 ANO-ED-MOV          PIC 9(2).
       01  FECHA-EDIT-MOV-R REDEFINES FECHA-EDIT-MOV
                                  PIC 9(6).

       01  PERIODO-R.
           05 ANO-PER             PIC 9(2).
           05 MES-PER             PIC 9(2).
       01  PERIODO-N REDEFINES PERIODO-R PIC 9(4).

       01  PERIODO-EDIT.
           05 MES-ED-PER          PIC 9(2).
           05 ANO-ED-PER          PIC 9(2).
       01  PERIODO-EDIT-R REDEFINES PERIODO-EDIT PIC 9(4).

       01  TXT-PROVEEDOR.
           05 FILLER              PIC X(10) VALUE "Proveedor ".
           05 TPROV-TXT           PIC 9(4).
       01  TXT-DIVISION.
           05 FILLER              PIC X(15) VALUE "Otra division: ".
           05 TSUC-TXT            PIC Z9.
       01  TXT-OPERADOR.
           05 FILLER              PIC X(6)  VALUE "Oper. ".
           05 TOPER-TXT           PIC X(2).
           05 FILLER              PIC X     VALUE SPACE.
           05 TARTEF-TXT          PIC X(7).

       01  LIN-TIT-1.
           05 FILLER              PIC X(30)
                  VALUE "DROGUERIA SUR - LIBRO DE PSICO".
           05 FILLER              PIC X(30)
                  VALUE "TROPICOS Y ESTUPEFACIENTES    ".
           05 FILLER              PIC X(7)  VALUE " Modo: ".
           05 LMODO-TIT           PIC X(2).
           05 FILLER              PIC X(8)  VALUE " Fecha: ".
           05 LFEC-TIT-1          PIC 99/99/99.
           05 FILLER              PIC X(8)  VALUE " Hoja: ".
           05 LPAG-TIT-1          PIC ZZZ9.

       01  LIN-TIT-MARCA.
           05 FILLER              PIC X(9)  VALUE "Troquel  ".
           05 FILLER              PIC X(25)
                  VALUE "Descripcion              ".
           05 FILLER              PIC X(30) VALUE "Resultado".

       01  LIN-DET-MARCA.
           05 LTROQUEL-MAR        PIC X(9).
           05 LDESC-MAR           PIC X(25).
           05 LRESULT-MAR         PIC X(30).

       01  LIN-RESUMEN-M.
           05 FILLER              PIC X(9)  VALUE "Leidos: ".
           05 LLEIDOS-RES         PIC ZZZZZ9.
           05 FILLER              PIC X(13) VALUE "  Marcados:  ".
           05 LMARCADOS-RES       PIC ZZZZZ9.
           05 FILLER              PIC X(14) VALUE "  Rechazados: ".
           05 LRECHAZADOS-RES     PIC ZZZZZ9.

       01  LIN-TIT-LIBRO.
           05 FILLER              PIC X(10) VALUE "Division: ".
           05 LSUC-LIB            PIC Z9.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 FILLER              PIC X(10) VALUE "Producto: ".
           05 LTROQUEL-LIB        PIC X(9).
           05 LDESC-LIB           PIC X(31).
           05 FILLER              PIC X(7)  VALUE "Lista: ".
           05 LLISTA-LIB          PIC X(10).
           05 FILLER              PIC X(9)  VALUE "Periodo: ".
           05 LPERIODO-LIB        PIC 99/99.

       01  LIN-TIT-2.
           05 FILLER              PIC X(7)  VALUE "  Folio".
           05 FILLER              PIC X(10) VALUE " Fecha    ".
           05 FILLER              PIC X(3)  VALUE "Cod".
           05 FILLER              PIC X(8)  VALUE " Comprob".
           05 FILLER              PIC X(7)  VALUE " Entra".
           05 FILLER              PIC X(7)  VALUE "  Sale".
           05 FILLER              PIC X(9)  VALUE "    Saldo".
           05 FILLER              PIC X(26)
                  VALUE " Medico / Origen".
           05 FILLER              PIC X(11) VALUE "Matricula".
           05 FILLER              PIC X(26) VALUE "Paciente".
           05 FILLER              PIC X(12) VALUE "Receta/Vale".

       01  LIN-DET.
           05 LFOLIO-DET          PIC ZZZZZ9.
           05 LCOPIA-DET          REDEFINES LFOLIO-DET PIC X(6).
           05 FILLER              PIC X     VALUE SPACE.
           05 LFECHA-DET          PIC 99/99/99B.
           05 LCODIGO-DET         PIC BX(2)B.
           05 LNUMERO-DET         PIC ZZZZZ9B.
           05 LENTRA-DET          PIC ZZZZZ9.
           05 LSALE-DET           PIC BZZZZZ9.
           05 LSALDO-DET          PIC BZZZZZ9-.
           05 FILLER              PIC X     VALUE SPACE.
           05 LMEDICO-DET         PIC X(25)B.
           05 LMATRIC-DET         PIC X(10)B.
           05 LPACIENTE-DET       PIC X(25)B.
           05 LRECETA-DET         PIC X(12).

       01  LIN-SALDO-INI.
           05 FILLER              PIC X(40)
                  VALUE "   Existencia al inicio del periodo ....".
           05 LINICIAL-SAL        PIC ZZZZZ9-.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 LNOTA-SAL           PIC X(40).

       01  LIN-NOTA-LIBRO.
           05 FILLER              PIC X(46)
              VALUE "   *** Difiere del cierre del libro anterior (".
           05 LPERIODO-NOTA       PIC 99/99.
           05 FILLER              PIC X(3)  VALUE "): ".
           05 LSALDO-NOTA         PIC ZZZZZ9-.
           05 FILLER              PIC X(4)  VALUE " ***".

       01  LIN-TOT-LIBRO.
           05 FILLER              PIC X(40)
                  VALUE "   Totales y existencia al cierre ......".
           05 LENTRA-TOT          PIC ZZZZZ9.
           05 LSALE-TOT           PIC BZZZZZ9.
           05 LSALDO-TOT          PIC BZZZZZ9-.

       01  LIN-CONTROL-1.
           05 FILLER              PIC X(40)
                  VALUE "   Movimientos posteriores al periodo ..".
           05 LPOSTERIOR-CTL      PIC ZZZZZ9-.
           05 FILLER              PIC X(24)
                  VALUE "   Saldo calculado hoy: ".
           05 LCALCULADO-CTL      PIC ZZZZZ9-.

       01  LIN-CONTROL-2.
           05 FILLER              PIC X(40)
                  VALUE "   Existencia actual en AMP ...........".
           05 LEXIST-CTL          PIC ZZZZZ9.
           05 FILLER              PIC X(4)   VALUE SPACES.
           05 LRESULT-CTL         PIC X(26).
           05 LDIFER-CTL          PIC ZZZZZ9-.

       01  LIN-SIN-MOVIM.
           05 FILLER              PIC X(45)
              VALUE "   Sin movimientos en el periodo.".

       01  LIN-FIRMA-1.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(35)
                  VALUE "...................................".
           05 FILLER              PIC X(15) VALUE SPACES.
           05 FILLER              PIC X(35)
                  VALUE "...................................".

       01  LIN-FIRMA-2.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(35)
                  VALUE " Firma y sello del Director Tecnico".
           05 FILLER              PIC X(15) VALUE SPACES.
           05 FILLER              PIC X(35)
                  VALUE "      Firma de la Inspeccion".

       01  LIN-RESUMEN-1.
           05 FILLER              PIC X(30)
                  VALUE "Libros (producto/division) ..".
           05 LLIBROS-RES         PIC ZZZZZ9.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 FILLER              PIC X(30)
                  VALUE "Movimientos foliados ........".
           05 LFOLIOS-RES         PIC ZZZZZ9.

       01  LIN-RESUMEN-2.
           05 FILLER              PIC X(30)
                  VALUE "Despachos sin datos de receta".
           05 LSINREC-RES         PIC ZZZZZ9.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 FILLER              PIC X(30)
                  VALUE "Libros que no coinciden .....".
           05 LDIFER-RES          PIC ZZZZZ9.

       01  LIN-RESUMEN-3.
           05 FILLER              PIC X(30)
                  VALUE "Copias sin folio (periodo ya ".
           05 FILLER              PIC X(30)
                  VALUE "superado en el libro) ........".
           05 LCOPIAS-RES         PIC ZZZZZ9.

       01  LIN-EXCEDIDOS.
           05 FILLER              PIC X(50)
              VALUE "*** PRODUCTOS CONTROLADOS QUE NO ENTRARON EN LA T".
           05 FILLER              PIC X(20) VALUE "ABLA (MAX. 1000): ".
           05 LEXCEDIDOS          PIC ZZZZZ9.


      /    ***  D I V I S I O N   D E   P R O C E D I M I E N T O S  ***
      *         """""""""""""""""""""""""""""""""""""""""""""""""""

       PROCEDURE DIVISION.

       0-MAINLINE.
           PERFORM 0100-INICIA THRU FIN-0100-INICIA.
           IF MODO-LIBRO
              PERFORM 2000-LIBRO THRU FIN-2000-LIBRO
           ELSE
              PERFORM 1000-MARCA THRU FIN-1000-MARCA.
           CLOSE LO.
           STOP RUN.

       0100-INICIA.
           DISPLAY "MODO: (M)ARCA / (D)ESMARCA / (L)IBRO: ".
           ACCEPT MODO.
           IF (NOT MODO-MARCA AND NOT MODO-DESMARCA AND
               NOT MODO-LIBRO),
               DISPLAY "MODO INCORRECTO. CANCELADO.",
               STOP RUN.
           ACCEPT FECHA-HOY-R FROM DATE.
           IF MODO-MARCA
              PERFORM 0110-PIDE-LISTA THRU FIN-0110-PIDE-LISTA.
           IF MODO-LIBRO
              PERFORM 0120-PIDE-PERIODO THRU FIN-0120-PIDE-PERIODO.
           OPEN OUTPUT LO.
       FIN-0100-INICIA.

       0110-PIDE-LISTA.
           DISPLAY "LISTA: 2 / 3 / 4 (PSICOTROPICOS) O E (ESTUPEFA"
                   "CIENTES): ".
           ACCEPT LISTA-PEDIDA.
           IF NOT LISTA-VALIDA
              DISPLAY "LISTA INCORRECTA !",
              GO TO 0110-PIDE-LISTA.
       FIN-0110-PIDE-LISTA.

      *....Por defecto el mes anterior, que es el que se cierra.
       0120-PIDE-PERIODO.
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
           DISPLAY "PERIODO DEL LIBRO (AAMM, Enter = MES ANTERIOR): ".
           ACCEPT XNUMERO.
           INSPECT XNUMERO REPLACING ALL SPACES BY "0".
           IF NUMERO NOT = ZEROES
              MOVE NUMERO      TO PERIODO-N.
           IF MES-PER < 1 OR MES-PER > 12
              DISPLAY "PERIODO INCORRECTO !",
              GO TO PIDE-PERIODO.
           MOVE PERIODO-N      TO PERIODO-PEDIDO.
           COMPUTE FECHA-CALC-6 = PERIODO-PEDIDO * 100 + 1.
           PERFORM CALCULA-FECHA-8 THRU FIN-CALCULA-FECHA-8.
           DIVIDE FECHA-CALC-8 BY 100 GIVING PERIODO-8.
       PIDE-SUCURSAL.
           DISPLAY "DIVISION (0 O ENTER: TODAS): ".
           ACCEPT SUC-PEDIDA.
           IF SUC-PEDIDA > 10
              DISPLAY "DIVISION INCORRECTA !",
              GO TO PIDE-SUCURSAL.
       FIN-0120-PIDE-PERIODO.

      /    ***  MODOS "M"/"D": MARCA DESDE LA LISTA TROQLST  ***
      *         """"""""""""""""""""""""""""""""""""""""""""

       1000-MARCA.
           OPEN INPUT TROQLST.
           IF STATUS-TROQLST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA LISTA TROQLST ! STATUS: "
                      STATUS-TROQLST,
              STOP RUN.
           OPEN INPUT AID.
           OPEN I-O   AMP.
           IF STATUS-AMP NOT = "00" AND STATUS-AMP NOT = "05"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO AMP ! STATUS: "
                      STATUS-AMP,
              STOP RUN.
           PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           READ TROQLST AT END MOVE "S" TO FIN-TROQLST.
           PERFORM 1100-MARCA-UNO THRU FIN-1100-MARCA-UNO
                   UNTIL NO-HAY-MAS-TROQLST.
           MOVE TOT-LEIDOS     TO LLEIDOS-RES.
           MOVE TOT-MARCADOS   TO LMARCADOS-RES.
           MOVE TOT-RECHAZADOS TO LRECHAZADOS-RES.
           WRITE REG-132 FROM LIN-RESUMEN-M AFTER ADVANCING 2 LINES.
           CLOSE TROQLST, AID, AMP.
       FIN-1000-MARCA.

      *....Solo se clasifican medicamentos: un troquel de perfumeria
      *....o accesorio en la lista se lista rechazado.
       1100-MARCA-UNO.
           IF TROQUEL-LST = SPACES GO TO LEE-SIG-TROQLST.
           ADD  1      TO TOT-LEIDOS.
           MOVE SPACES TO LIN-DET-MARCA.
           MOVE TROQUEL-LST TO TROQUEL-AID, LTROQUEL-MAR.
           READ AID RECORD WITH NO LOCK;
                INVALID KEY
                ADD  1 TO TOT-RECHAZADOS,
                MOVE "NO EXISTE EL TROQUEL" TO LRESULT-MAR,
                PERFORM IMPRIME-MARCA THRU FIN-IMPRIME-MARCA,
                GO TO LEE-SIG-TROQLST.
           MOVE POS-REL-AID TO CLAVE-AMP.
       C-LEE-AMP.
           READ AMP RECORD;
                INVALID KEY
                ADD  1 TO TOT-RECHAZADOS,
                MOVE "NO EXISTE EN EL MAESTRO" TO LRESULT-MAR,
                PERFORM IMPRIME-MARCA THRU FIN-IMPRIME-MARCA,
                GO TO LEE-SIG-TROQLST.
           IF STATUS-AMP = "99" GO TO C-LEE-AMP.
           MOVE RDESCRIPCION-AMP TO LDESC-MAR.
           IF MODO-MARCA AND NOT MEDICAMENTO-AMP
              ADD  1 TO TOT-RECHAZADOS,
              MOVE "NO ES MEDICAMENTO" TO LRESULT-MAR,
              PERFORM IMPRIME-MARCA THRU FIN-IMPRIME-MARCA,
              GO TO LEE-SIG-TROQLST.
           IF MODO-MARCA
              MOVE LISTA-PEDIDA    TO LISTA-PSICO-AMP,
              PERFORM EDITA-LISTA THRU FIN-EDITA-LISTA,
              MOVE "MARCADO LISTA" TO LRESULT-MAR,
              MOVE LISTA-EDIT      TO LRESULT-MAR(15:8)
           ELSE
              MOVE SPACE           TO LISTA-PSICO-AMP,
              MOVE "MARCA QUITADA" TO LRESULT-MAR.
       C-REGRABA-AMP.
           REWRITE REG-AMP.
           IF STATUS-AMP = "99" GO TO C-REGRABA-AMP.
           ADD 1 TO TOT-MARCADOS.
           PERFORM IMPRIME-MARCA THRU FIN-IMPRIME-MARCA.
       LEE-SIG-TROQLST.
           READ TROQLST AT END MOVE "S" TO FIN-TROQLST.
       FIN-1100-MARCA-UNO.

       IMPRIME-MARCA.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           WRITE REG-132 FROM LIN-DET-MARCA AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
       FIN-IMPRIME-MARCA.

      /    ***  MODO "L": IMPRESION DEL LIBRO DEL PERIODO  ***
      *         """"""""""""""""""""""""""""""""""""""""""

       2000-LIBRO.
           OPEN INPUT TRNAMP, AMP.
       ABRE-TRNHIST.
           OPEN INPUT TRNHIST.
           IF STATUS-TRNHIST NOT = "00",
              OPEN OUTPUT TRNHIST,
              CLOSE       TRNHIST,
              GO TO ABRE-TRNHIST.
       ABRE-CIESTK.
           OPEN INPUT CIESTK.
           IF STATUS-CIESTK NOT = "00",
              OPEN OUTPUT CIESTK,
              CLOSE       CIESTK,
              GO TO ABRE-CIESTK.
       ABRE-RECPSI.
           OPEN INPUT RECPSI.
           IF STATUS-RECPSI NOT = "00",
              OPEN OUTPUT RECPSI,
              CLOSE       RECPSI,
              GO TO ABRE-RECPSI.
       ABRE-LIBPSI.
           OPEN I-O LIBPSI.
           IF STATUS-LIBPSI NOT = "00",
              OPEN OUTPUT LIBPSI,
              CLOSE       LIBPSI,
              GO TO ABRE-LIBPSI.
           SORT WORK-PSI
                ASCENDING KEY WSUC-PSI
                ASCENDING KEY WTROQUEL-PSI
                ASCENDING KEY WTIPO-PSI
                ASCENDING KEY WFECHA-PSI
                ASCENDING KEY WHORA-PSI
                ASCENDING KEY WNUMERO-PSI
                ASCENDING KEY WREGISTRO-PSI
                INPUT PROCEDURE  IS 2100-CARGA-LIBRO
                OUTPUT PROCEDURE IS 2500-IMPRIME-LIBRO.
           PERFORM 9000-IMPRIME-RESUMEN THRU FIN-9000-IMPRIME-RESUMEN.
           CLOSE TRNAMP, TRNHIST, AMP, CIESTK, RECPSI, LIBPSI.
       FIN-2000-LIBRO.

      *....Primero la tabla de controlados desde el "AMP" y su foto;
      *....luego se recorren los dos archivos de movimientos completos
      *....("TRNAMP" no tiene clave por troquel y "TRNHIST" repite la
      *....clave original detras del periodo), clasificando cada
      *....movimiento respecto de la foto y del periodo pedido:
      *....  - anterior al periodo y posterior a la foto: suma a la
      *....    existencia inicial;
      *....  - del periodo en adelante pero dentro de un mes ya
      *....    cerrado: ya esta en la foto, se resta de la inicial;
      *....  - posterior al periodo: se guarda para el control final;
      *....  - del periodo: va al libro.
      *....Al final se libera la apertura de cada producto/division
      *....que tenga algo que mostrar.
       2100-CARGA-LIBRO.
           MOVE 1 TO CLAVE-AMP.
           START AMP KEY IS NOT < CLAVE-AMP;
                 INVALID KEY MOVE "S" TO FIN-AMP.
           IF NOT NO-HAY-MAS-AMP
              READ AMP NEXT RECORD AT END MOVE "S" TO FIN-AMP.
           PERFORM 2110-CARGA-CONTROLADO THRU FIN-2110-CARGA-CONTROLADO
                   UNTIL NO-HAY-MAS-AMP.
           MOVE LOW-VALUES TO CLAVE-TRNAMP.
           START TRNAMP KEY IS NOT < CLAVE-TRNAMP;
                 INVALID KEY MOVE "S" TO FIN-TRNAMP.
           IF NOT NO-HAY-MAS-TRNAMP
              READ TRNAMP NEXT RECORD WITH NO LOCK AT END
                   MOVE "S" TO FIN-TRNAMP.
           PERFORM 2200-LIBERA-TRNAMP THRU FIN-2200-LIBERA-TRNAMP
                   UNTIL NO-HAY-MAS-TRNAMP.
           MOVE "S" TO NUEVO-VALE.
           MOVE LOW-VALUES TO CLAVE-TRNHIST.
           START TRNHIST KEY IS NOT < CLAVE-TRNHIST;
                 INVALID KEY MOVE "S" TO FIN-TRNHIST.
           IF NOT NO-HAY-MAS-TRNHIST
              READ TRNHIST NEXT RECORD WITH NO LOCK AT END
                   MOVE "S" TO FIN-TRNHIST.
           PERFORM 2210-LIBERA-TRNHIST THRU FIN-2210-LIBERA-TRNHIST
                   UNTIL NO-HAY-MAS-TRNHIST.
           PERFORM 2400-LIBERA-APERTURAS THRU FIN-2400-LIBERA-APERTURAS
                   VARYING IND-T FROM 1 BY 1 UNTIL IND-T > CANT-TC.
       FIN-2100-CARGA-LIBRO.

       2110-CARGA-CONTROLADO.
           IF TROQUEL-AMP = SPACES OR TROQUEL-AMP = LOW-VALUES
              GO TO LEE-SIG-AMP.
           IF NOT PRODUCTO-CONTROLADO GO TO LEE-SIG-AMP.
           IF CANT-TC = MAX-TC
              ADD 1 TO TOT-EXCEDIDOS,
              GO TO LEE-SIG-AMP.
           ADD  1                TO CANT-TC.
           MOVE TROQUEL-AMP      TO TROQUEL-TC(CANT-TC).
           MOVE DESCRIPCION-AMP  TO DESC-TC   (CANT-TC).
           MOVE LISTA-PSICO-AMP  TO LISTA-TC  (CANT-TC).
      *....Foto del ultimo cierre: periodo AAMM llevado a AAAAMM.
           READ CIESTK RECORD;
                INVALID KEY MOVE LOW-VALUES TO REG-CIESTK.
           MOVE ZEROES           TO FOTO-8-TC(CANT-TC).
           IF PERIODO-CIESTK NOT = ZEROES
              COMPUTE FECHA-CALC-6 = PERIODO-CIESTK * 100 + 1,
              PERFORM CALCULA-FECHA-8 THRU FIN-CALCULA-FECHA-8,
              DIVIDE FECHA-CALC-8 BY 100 GIVING FOTO-8-TC(CANT-TC).
           PERFORM 2120-CARGA-SUCURSAL THRU FIN-2120-CARGA-SUCURSAL
                   VARYING IND-S FROM 1 BY 1 UNTIL IND-S > 10.
       LEE-SIG-AMP.
           READ AMP NEXT RECORD AT END MOVE "S" TO FIN-AMP.
       FIN-2110-CARGA-CONTROLADO.

       2120-CARGA-SUCURSAL.
           IF PERIODO-CIESTK = ZEROES
              MOVE ZEROES            TO FOTO-TC(CANT-TC, IND-S)
           ELSE
              MOVE EXIST-CIE-SUC(IND-S) TO FOTO-TC(CANT-TC, IND-S).
           MOVE ZEROES            TO AJUSTE-TC   (CANT-TC, IND-S),
                                     POSTERIOR-TC(CANT-TC, IND-S).
           MOVE EXISTENCIA-SUC(IND-S) TO EXIST-TC(CANT-TC, IND-S).
           MOVE "N"               TO MOVIO-TC    (CANT-TC, IND-S).
       FIN-2120-CARGA-SUCURSAL.

       2200-LIBERA-TRNAMP.
           PERFORM 2300-CLASIFICA-MOVIMIENTO
                   THRU FIN-2300-CLASIFICA-MOVIMIENTO.
           READ TRNAMP NEXT RECORD WITH NO LOCK AT END
                MOVE "S" TO FIN-TRNAMP.
       FIN-2200-LIBERA-TRNAMP.

       2210-LIBERA-TRNHIST.
           MOVE MOVIM-TRNHIST   TO REG-TRNAMP.
           PERFORM 2300-CLASIFICA-MOVIMIENTO
                   THRU FIN-2300-CLASIFICA-MOVIMIENTO.
           READ TRNHIST NEXT RECORD WITH NO LOCK AT END
                MOVE "S" TO FIN-TRNHIST.
       FIN-2210-LIBERA-TRNHIST.

       2300-CLASIFICA-MOVIMIENTO.
           IF SUCURSAL-TRN = ZEROES OR SUCURSAL-TRN > 10
              GO TO FIN-2300-CLASIFICA-MOVIMIENTO.
           IF SUC-PEDIDA NOT = ZEROES AND SUCURSAL-TRN NOT = SUC-PEDIDA
              GO TO FIN-2300-CLASIFICA-MOVIMIENTO.
           PERFORM 2350-BUSCA-CONTROLADO
                   THRU FIN-2350-BUSCA-CONTROLADO.
           IF IND-CACHE = ZEROES
              GO TO FIN-2300-CLASIFICA-MOVIMIENTO.
           MOVE IND-CACHE       TO IND-T.
           PERFORM 2320-CUENTA-OCURRENCIA
                   THRU FIN-2320-CUENTA-OCURRENCIA.
           MOVE FECHA-TRN       TO FECHA-CALC-6.
           PERFORM CALCULA-FECHA-8 THRU FIN-CALCULA-FECHA-8.
           MOVE FECHA-CALC-8    TO FECHA-MOV-8.
           DIVIDE FECHA-MOV-8 BY 100 GIVING PERIODO-MOV-8
                  REMAINDER DIA-MOV.
           IF TRN-NEGATIVO
              COMPUTE NETO-MOV = CANTIDAD-TRN * -1
           ELSE
              MOVE CANTIDAD-TRN TO NETO-MOV.
           IF PERIODO-MOV-8 < PERIODO-8
              IF PERIODO-MOV-8 > FOTO-8-TC(IND-T)
                 ADD NETO-MOV  TO AJUSTE-TC(IND-T, SUCURSAL-TRN),
                 GO TO FIN-2300-CLASIFICA-MOVIMIENTO
              ELSE
                 GO TO FIN-2300-CLASIFICA-MOVIMIENTO.
           IF PERIODO-MOV-8 NOT > FOTO-8-TC(IND-T)
              SUBTRACT NETO-MOV FROM AJUSTE-TC(IND-T, SUCURSAL-TRN).
           IF PERIODO-MOV-8 > PERIODO-8
              ADD NETO-MOV      TO POSTERIOR-TC(IND-T, SUCURSAL-TRN),
              GO TO FIN-2300-CLASIFICA-MOVIMIENTO.
           MOVE "S"             TO MOVIO-TC(IND-T, SUCURSAL-TRN).
           MOVE SUCURSAL-TRN    TO WSUC-PSI.
           MOVE TROQUEL-TRN     TO WTROQUEL-PSI.
           MOVE "1"             TO WTIPO-PSI.
           MOVE FECHA-MOV-8     TO WFECHA-PSI.
           MOVE HORA-MINU-TRN   TO WHORA-PSI.
           MOVE NUMERO-TRN      TO WNUMERO-PSI.
           MOVE REGISTRO-TRN    TO WREGISTRO-PSI.
           MOVE CODIGO-TRN      TO WCODIGO-PSI.
           MOVE A-SUCURSAL-TRN  TO WA-SUC-PSI.
           MOVE ARTEFACTO-TRN   TO WARTEFACTO-PSI.
           MOVE OPERADORA-TRN   TO WOPERADOR-PSI.
           MOVE PROV-IMP-TRN(1) TO WPROV-PSI.
           MOVE NETO-MOV        TO WCANT-PSI.
           MOVE IND-T           TO WIND-PSI.
           MOVE SECUEN-MOV      TO WSECUEN-PSI.
           RELEASE REG-WORK-PSI.
       FIN-2300-CLASIFICA-MOVIMIENTO.

      *....Los renglones de un comprobante vienen juntos y en el
      *....orden en que se cargaron (clave de "TRNAMP"); la primera
      *....vez que aparece el troquel es la secuencia 0.
       2320-CUENTA-OCURRENCIA.
           IF NUEVO-VALE = "S" OR
              SUCURSAL-TRN NOT = SUC-VALE-ANT OR
              CODIGO-TRN   NOT = COD-VALE-ANT OR
              NUMERO-TRN   NOT = NUM-VALE-ANT
              MOVE SUCURSAL-TRN TO SUC-VALE-ANT,
              MOVE CODIGO-TRN   TO COD-VALE-ANT,
              MOVE NUMERO-TRN   TO NUM-VALE-ANT,
              MOVE ZEROES       TO CANT-TV,
              MOVE "N"          TO NUEVO-VALE.
           MOVE ZEROES          TO SECUEN-MOV.
           MOVE 1               TO IND-V.
       C-CUENTA-OCURRENCIA.
           IF IND-V > CANT-TV
              GO TO C-AGREGA-OCURRENCIA.
           IF TROQUEL-TV(IND-V) = TROQUEL-TRN
              MOVE OCURR-TV(IND-V) TO SECUEN-MOV,
              ADD  1               TO OCURR-TV(IND-V),
              GO TO FIN-2320-CUENTA-OCURRENCIA.
           ADD  1               TO IND-V.
           GO TO C-CUENTA-OCURRENCIA.
       C-AGREGA-OCURRENCIA.
           IF CANT-TV = MAX-TV
              GO TO FIN-2320-CUENTA-OCURRENCIA.
           ADD  1               TO CANT-TV.
           MOVE TROQUEL-TRN     TO TROQUEL-TV(CANT-TV).
           MOVE 1               TO OCURR-TV  (CANT-TV).
       FIN-2320-CUENTA-OCURRENCIA.

      *....Los movimientos vienen en orden de clave y no de troquel:
      *....se recuerda el ultimo producto buscado.
       2350-BUSCA-CONTROLADO.
           IF TROQUEL-TRN = TROQUEL-CACHE
              GO TO FIN-2350-BUSCA-CONTROLADO.
           MOVE TROQUEL-TRN     TO TROQUEL-CACHE.
           MOVE ZEROES          TO IND-CACHE.
           PERFORM 2360-COMPARA-TROQUEL THRU FIN-2360-COMPARA-TROQUEL
                   VARYING IND-B FROM 1 BY 1
                   UNTIL IND-B > CANT-TC OR IND-CACHE NOT = ZEROES.
       FIN-2350-BUSCA-CONTROLADO.

       2360-COMPARA-TROQUEL.
           IF TROQUEL-TC(IND-B) = TROQUEL-CACHE
              MOVE IND-B        TO IND-CACHE.
       FIN-2360-COMPARA-TROQUEL.

       2400-LIBERA-APERTURAS.
           PERFORM 2410-LIBERA-UNA THRU FIN-2410-LIBERA-UNA
                   VARYING IND-S FROM 1 BY 1 UNTIL IND-S > 10.
       FIN-2400-LIBERA-APERTURAS.

      *....Un producto/division sin movimientos en el periodo igual
      *....se imprime si tiene existencia, foto o movimientos fuera
      *....del periodo, porque tambien puede no coincidir.
       2410-LIBERA-UNA.
           IF SUC-PEDIDA NOT = ZEROES AND IND-S NOT = SUC-PEDIDA
              GO TO FIN-2410-LIBERA-UNA.
           IF MOVIO-TC    (IND-T, IND-S) = "N"    AND
              FOTO-TC     (IND-T, IND-S) = ZEROES AND
              AJUSTE-TC   (IND-T, IND-S) = ZEROES AND
              POSTERIOR-TC(IND-T, IND-S) = ZEROES AND
              EXIST-TC    (IND-T, IND-S) = ZEROES
              GO TO FIN-2410-LIBERA-UNA.
           MOVE LOW-VALUES      TO REG-WORK-PSI.
           MOVE IND-S           TO WSUC-PSI.
           MOVE TROQUEL-TC(IND-T) TO WTROQUEL-PSI.
           MOVE "0"             TO WTIPO-PSI.
           MOVE ZEROES          TO WFECHA-PSI, WHORA-PSI, WNUMERO-PSI,
                                   WREGISTRO-PSI, WA-SUC-PSI,
                                   WPROV-PSI, WCANT-PSI,
                                   WSECUEN-PSI.
           MOVE IND-T           TO WIND-PSI.
           RELEASE REG-WORK-PSI.
       FIN-2410-LIBERA-UNA.

       2500-IMPRIME-LIBRO.
           RETURN WORK-PSI AT END MOVE "S" TO FIN-SORT-PSI.
           PERFORM 2600-IMPRIME-REGISTRO
                   THRU FIN-2600-IMPRIME-REGISTRO
                   UNTIL NO-HAY-MAS-SORT-PSI.
           IF HAY-GRUPO = "S"
              PERFORM 2800-CIERRA-LIBRO THRU FIN-2800-CIERRA-LIBRO.
       FIN-2500-IMPRIME-LIBRO.

       2600-IMPRIME-REGISTRO.
           IF WTIPO-PSI = "0"
              IF HAY-GRUPO = "S"
                 PERFORM 2800-CIERRA-LIBRO THRU FIN-2800-CIERRA-LIBRO,
                 PERFORM 2700-ABRE-LIBRO THRU FIN-2700-ABRE-LIBRO,
                 GO TO LEE-SIG-SORT-PSI
              ELSE
                 PERFORM 2700-ABRE-LIBRO THRU FIN-2700-ABRE-LIBRO,
                 GO TO LEE-SIG-SORT-PSI.
           ADD  WCANT-PSI      TO SALDO-GRUPO.
           MOVE SPACES         TO LIN-DET.
           IF FOLIO-COPIA
              MOVE "S/FOL."    TO LCOPIA-DET
           ELSE
              MOVE FOLIO-SIG   TO LFOLIO-DET,
              ADD  1           TO FOLIO-SIG, TOT-FOLIOS.
           MOVE WFECHA-PSI     TO FECHA-MOV-N.
           MOVE DIA-MOV-R      TO DIA-ED-MOV.
           MOVE MES-MOV        TO MES-ED-MOV.
           MOVE ANO-MOV        TO ANO-ED-MOV.
           MOVE FECHA-EDIT-MOV-R TO LFECHA-DET.
           MOVE WCODIGO-PSI    TO LCODIGO-DET.
           MOVE WNUMERO-PSI    TO LNUMERO-DET.
           IF WCANT-PSI < ZEROES
              COMPUTE NETO-MOV = WCANT-PSI * -1,
              MOVE NETO-MOV    TO LSALE-DET,
              ADD  NETO-MOV    TO SALE-GRUPO
           ELSE
              MOVE WCANT-PSI   TO LENTRA-DET,
              ADD  WCANT-PSI   TO ENTRA-GRUPO.
           MOVE SALDO-GRUPO    TO LSALDO-DET.
           PERFORM 2650-DATOS-RECETA THRU FIN-2650-DATOS-RECETA.
           PERFORM IMPRIME-LINEA THRU FIN-IMPRIME-LINEA.
       LEE-SIG-SORT-PSI.
           RETURN WORK-PSI AT END MOVE "S" TO FIN-SORT-PSI.
       FIN-2600-IMPRIME-REGISTRO.

      *....Datos que tomo "MOV-AMP" para el libro; los despachos sin
      *....ellos (anteriores a la marca del producto o importados de
      *....los puntos de venta) se destacan para completarlos a mano.
       2650-DATOS-RECETA.
           MOVE "N"            TO HAY-RECETA.
           MOVE WSUC-PSI       TO SUCURSAL-RECPSI.
           MOVE WCODIGO-PSI    TO CODIGO-TRN-RECPSI.
           MOVE WNUMERO-PSI    TO NUMERO-TRN-RECPSI.
           MOVE WTROQUEL-PSI   TO TROQUEL-RECPSI.
           MOVE WSECUEN-PSI    TO SECUEN-RECPSI.
           READ RECPSI RECORD WITH NO LOCK;
                INVALID KEY MOVE "N" TO HAY-RECETA
                NOT INVALID KEY MOVE "S" TO HAY-RECETA.
           IF HAY-RECETA = "S" AND RECPSI-SALIDA
              MOVE MEDICO-RECPSI    TO LMEDICO-DET,
              MOVE MATRICULA-RECPSI TO LMATRIC-DET,
              MOVE PACIENTE-RECPSI  TO LPACIENTE-DET,
              MOVE RECETA-RECPSI    TO LRECETA-DET,
              GO TO FIN-2650-DATOS-RECETA.
           IF HAY-RECETA = "S"
              MOVE WPROV-PSI        TO TPROV-TXT,
              MOVE TXT-PROVEEDOR    TO LMEDICO-DET,
              MOVE "Vale oficial de compra" TO LPACIENTE-DET,
              MOVE RECETA-RECPSI    TO LRECETA-DET,
              GO TO FIN-2650-DATOS-RECETA.
           MOVE WCODIGO-PSI         TO CODIGO-TRN.
           IF TRN-VENTA
              ADD  1                TO TOT-SIN-RECETA,
              MOVE "** SIN DATOS DE RECETA **" TO LMEDICO-DET,
              GO TO FIN-2650-DATOS-RECETA.
           IF TRN-RECEPCION
              MOVE WPROV-PSI        TO TPROV-TXT,
              MOVE TXT-PROVEEDOR    TO LMEDICO-DET,
              GO TO FIN-2650-DATOS-RECETA.
           IF WA-SUC-PSI NOT = ZEROES AND WA-SUC-PSI NOT = WSUC-PSI
              MOVE WA-SUC-PSI       TO TSUC-TXT,
              MOVE TXT-DIVISION     TO LMEDICO-DET,
              GO TO FIN-2650-DATOS-RECETA.
           MOVE WOPERADOR-PSI       TO TOPER-TXT.
           MOVE WARTEFACTO-PSI      TO TARTEF-TXT.
           MOVE TXT-OPERADOR        TO LMEDICO-DET.
       FIN-2650-DATOS-RECETA.

      *....Existencia inicial = foto del cierre + ajuste calculado al
      *....cargar los movimientos. El primer folio sale de "LIBPSI":
      *....periodo nuevo continua la numeracion, el mismo periodo
      *....repite sus folios y uno anterior al ultimo foliado sale
      *....como copia sin folio.
       2700-ABRE-LIBRO.
           MOVE "S"                       TO HAY-GRUPO.
           MOVE WSUC-PSI                  TO SUC-GRUPO.
           MOVE WIND-PSI                  TO IND-GRUPO.
           MOVE ZEROES                    TO ENTRA-GRUPO, SALE-GRUPO.
           COMPUTE INICIAL-GRUPO = FOTO-TC  (IND-GRUPO, SUC-GRUPO)
                                 + AJUSTE-TC(IND-GRUPO, SUC-GRUPO).
           MOVE INICIAL-GRUPO             TO SALDO-GRUPO.
           ADD  1                         TO TOT-LIBROS.
           MOVE WTROQUEL-PSI              TO TROQUEL-LIBPSI.
           MOVE WSUC-PSI                  TO SUCURSAL-LIBPSI.
           MOVE "S"                       TO HAY-LIBPSI.
           READ LIBPSI RECORD;
                INVALID KEY MOVE "N" TO HAY-LIBPSI.
           MOVE ZEROES                    TO PERIODO-LIB-8.
           IF HAY-LIBPSI = "S"
              COMPUTE FECHA-CALC-6 = PERIODO-LIBPSI * 100 + 1,
              PERFORM CALCULA-FECHA-8 THRU FIN-CALCULA-FECHA-8,
              DIVIDE FECHA-CALC-8 BY 100 GIVING PERIODO-LIB-8.
           IF HAY-LIBPSI = "N"
              MOVE "N"                    TO MODO-FOLIO,
              MOVE 1                      TO FOLIO-SIG
           ELSE
           IF PERIODO-LIB-8 < PERIODO-8
              MOVE "N"                    TO MODO-FOLIO,
              COMPUTE FOLIO-SIG = FOLIO-FIN-LIBPSI + 1
           ELSE
           IF PERIODO-LIB-8 = PERIODO-8
              MOVE "R"                    TO MODO-FOLIO,
              MOVE FOLIO-INI-LIBPSI       TO FOLIO-SIG
           ELSE
              MOVE "C"                    TO MODO-FOLIO,
              MOVE ZEROES                 TO FOLIO-SIG,
              ADD  1                      TO TOT-COPIAS.
           MOVE FOLIO-SIG                 TO FOLIO-INICIAL.
           PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           MOVE INICIAL-GRUPO             TO LINICIAL-SAL.
           MOVE SPACES                    TO LNOTA-SAL.
           IF FOTO-8-TC(IND-GRUPO) = ZEROES
              MOVE "(SIN FOTO DE CIERRE: parte de 0)" TO LNOTA-SAL.
           IF FOLIO-COPIA
              MOVE "COPIA SIN FOLIO: PERIODO YA SUPERADO"
                                          TO LNOTA-SAL.
           WRITE REG-132 FROM LIN-SALDO-INI AFTER ADVANCING 2 LINES.
           ADD 2 TO LINEAS-HOJA.
      *....La existencia inicial tiene que ser la final del periodo
      *....anterior ya asentado (o la inicial, si se reimprime).
           IF FOLIO-NUEVO AND HAY-LIBPSI = "S" AND
              SALDO-FIN-LIBPSI NOT = INICIAL-GRUPO
              MOVE SALDO-FIN-LIBPSI       TO LSALDO-NOTA,
              PERFORM 2750-IMPRIME-NOTA THRU FIN-2750-IMPRIME-NOTA.
           IF FOLIO-REEMISION AND
              SALDO-INI-LIBPSI NOT = INICIAL-GRUPO
              MOVE SALDO-INI-LIBPSI       TO LSALDO-NOTA,
              PERFORM 2750-IMPRIME-NOTA THRU FIN-2750-IMPRIME-NOTA.
           IF MOVIO-TC(IND-GRUPO, SUC-GRUPO) = "N"
              WRITE REG-132 FROM LIN-SIN-MOVIM AFTER ADVANCING 1 LINE,
              ADD 1 TO LINEAS-HOJA.
       FIN-2700-ABRE-LIBRO.

       2750-IMPRIME-NOTA.
           MOVE PERIODO-LIBPSI            TO PERIODO-N.
           MOVE MES-PER                   TO MES-ED-PER.
           MOVE ANO-PER                   TO ANO-ED-PER.
           MOVE PERIODO-EDIT-R            TO LPERIODO-NOTA.
           WRITE REG-132 FROM LIN-NOTA-LIBRO AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
       FIN-2750-IMPRIME-NOTA.

      *....Cierre del libro del producto/division: existencia al cierre,
      *....control contra el "AMP", lugar para las firmas y registro
      *....de los folios usados.
       2800-CIERRA-LIBRO.
           IF LINEAS-HOJA > MAX-LINEAS - 10
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           MOVE ENTRA-GRUPO    TO LENTRA-TOT.
           MOVE SALE-GRUPO     TO LSALE-TOT.
           MOVE SALDO-GRUPO    TO LSALDO-TOT.
           WRITE REG-132 FROM LIN-TOT-LIBRO AFTER ADVANCING 2 LINES.
           COMPUTE CALCULADO  = SALDO-GRUPO
                              + POSTERIOR-TC(IND-GRUPO, SUC-GRUPO).
           COMPUTE DIFERENCIA = EXIST-TC(IND-GRUPO, SUC-GRUPO)
                              - CALCULADO.
           MOVE POSTERIOR-TC(IND-GRUPO, SUC-GRUPO) TO LPOSTERIOR-CTL.
           MOVE CALCULADO                 TO LCALCULADO-CTL.
           WRITE REG-132 FROM LIN-CONTROL-1 AFTER ADVANCING 1 LINE.
           MOVE EXIST-TC(IND-GRUPO, SUC-GRUPO) TO LEXIST-CTL.
           IF DIFERENCIA = ZEROES
              MOVE "COINCIDE"             TO LRESULT-CTL,
              MOVE ZEROES                 TO LDIFER-CTL
           ELSE
              ADD  1                      TO TOT-DIFERENCIAS,
              MOVE "*** NO COINCIDE ***  Dif:" TO LRESULT-CTL,
              MOVE DIFERENCIA             TO LDIFER-CTL.
           WRITE REG-132 FROM LIN-CONTROL-2 AFTER ADVANCING 1 LINE.
           WRITE REG-132 FROM LIN-FIRMA-1   AFTER ADVANCING 4 LINES.
           WRITE REG-132 FROM LIN-FIRMA-2   AFTER ADVANCING 1 LINE.
           ADD 9 TO LINEAS-HOJA.
           IF NOT FOLIO-COPIA
              PERFORM 2850-GRABA-LIBPSI THRU FIN-2850-GRABA-LIBPSI.
           MOVE "N"            TO HAY-GRUPO.
       FIN-2800-CIERRA-LIBRO.

       2850-GRABA-LIBPSI.
           MOVE PERIODO-PEDIDO      TO PERIODO-LIBPSI.
           MOVE FOLIO-INICIAL       TO FOLIO-INI-LIBPSI.
           COMPUTE FOLIO-FIN-LIBPSI = FOLIO-SIG - 1.
           MOVE INICIAL-GRUPO       TO SALDO-INI-LIBPSI.
           MOVE SALDO-GRUPO         TO SALDO-FIN-LIBPSI.
           MOVE FECHA-HOY-6         TO FECHA-EMISION-LIBPSI.
           IF HAY-LIBPSI = "S"
              REWRITE REG-LIBPSI
           ELSE
              MOVE LOW-VALUES       TO CLAVE-LIBPSI,
              MOVE TROQUEL-TC(IND-GRUPO) TO TROQUEL-LIBPSI,
              MOVE SUC-GRUPO        TO SUCURSAL-LIBPSI,
              WRITE REG-LIBPSI.
       FIN-2850-GRABA-LIBPSI.

       IMPRIME-LINEA.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           WRITE REG-132 FROM LIN-DET AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
       FIN-IMPRIME-LINEA.

       9000-IMPRIME-RESUMEN.
           MOVE ZEROES          TO IND-GRUPO.
           PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           MOVE TOT-LIBROS      TO LLIBROS-RES.
           MOVE TOT-FOLIOS      TO LFOLIOS-RES.
           WRITE REG-132 FROM LIN-RESUMEN-1 AFTER ADVANCING 2 LINES.
           MOVE TOT-SIN-RECETA  TO LSINREC-RES.
           MOVE TOT-DIFERENCIAS TO LDIFER-RES.
           WRITE REG-132 FROM LIN-RESUMEN-2 AFTER ADVANCING 1 LINE.
           IF TOT-COPIAS NOT = ZEROES
              MOVE TOT-COPIAS   TO LCOPIAS-RES,
              WRITE REG-132 FROM LIN-RESUMEN-3 AFTER ADVANCING 1 LINE.
           IF TOT-EXCEDIDOS NOT = ZEROES
              MOVE TOT-EXCEDIDOS TO LEXCEDIDOS,
              WRITE REG-132 FROM LIN-EXCEDIDOS AFTER ADVANCING 2 LINES.
           IF TOT-DIFERENCIAS = ZEROES
              DISPLAY "LIBRO EMITIDO. LOS SALDOS COINCIDEN CON LA"
                      " EXISTENCIA ACTUAL."
           ELSE
              DISPLAY "LIBRO EMITIDO. HAY " TOT-DIFERENCIAS
                      " LIBRO(S) QUE NO COINCIDEN.".
       FIN-9000-IMPRIME-RESUMEN.

      *....En el libro cada hoja repite division, producto, lista y
      *....periodo (la hoja del resumen final, con IND-GRUPO en cero,
      *....solo el titulo).
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
           IF NOT MODO-LIBRO
              WRITE REG-132 FROM LIN-TIT-MARCA AFTER ADVANCING 2 LINES,
              ADD 2 TO LINEAS-HOJA,
              GO TO FIN-IMPRIME-ENCABEZADO.
           IF IND-GRUPO = ZEROES GO TO FIN-IMPRIME-ENCABEZADO.
           MOVE SUC-GRUPO              TO LSUC-LIB.
           MOVE TROQUEL-TC(IND-GRUPO)  TO LTROQUEL-LIB.
           MOVE DESC-TC   (IND-GRUPO)  TO LDESC-LIB.
           MOVE LISTA-TC  (IND-GRUPO)  TO LISTA-PEDIDA.
           PERFORM EDITA-LISTA THRU FIN-EDITA-LISTA.
           MOVE LISTA-EDIT             TO LLISTA-LIB.
           MOVE PERIODO-PEDIDO         TO PERIODO-N.
           MOVE MES-PER                TO MES-ED-PER.
           MOVE ANO-PER                TO ANO-ED-PER.
           MOVE PERIODO-EDIT-R         TO LPERIODO-LIB.
           WRITE REG-132 FROM LIN-TIT-LIBRO AFTER ADVANCING 1 LINE.
           WRITE REG-132 FROM LIN-TIT-2     AFTER ADVANCING 2 LINES.
           ADD 3 TO LINEAS-HOJA.
       FIN-IMPRIME-ENCABEZADO.

       EDITA-LISTA.
           IF LISTA-PEDIDA = "2" MOVE "II"       TO LISTA-EDIT ELSE
           IF LISTA-PEDIDA = "3" MOVE "III"      TO LISTA-EDIT ELSE
           IF LISTA-PEDIDA = "4" MOVE "IV"       TO LISTA-EDIT ELSE
           IF LISTA-PEDIDA = "E" MOVE "ESTUPEF." TO LISTA-EDIT ELSE
                                 MOVE SPACES     TO LISTA-EDIT.
       FIN-EDITA-LISTA.

       CALCULA-FECHA-8.
           IF ANO-CALC > 50
              COMPUTE FECHA-CALC-8 = 19000000 + FECHA-CALC-6
           ELSE
              COMPUTE FECHA-CALC-8 = 20000000 + FECHA-CALC-6.
       FIN-CALCULA-FECHA-8.

       END PROGRAM SMOV-PSI.
