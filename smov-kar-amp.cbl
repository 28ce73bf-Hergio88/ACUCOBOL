       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SMOV-KAR.
       AUTHOR.        DROGUERIA SUR.
       INSTALLATION.  VILLARINO 52. BAHIA BLANCA.
       DATE-WRITTEN.  OCTUBRE 2026.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                             *
      *         ***  OBJETIVOS DEL PROGRAMA "MOV-KAR"  ***          *
      *              """"""""""""""""""""""""""""""""               *
      *                                                             *
      *    FICHA DE STOCK (KARDEX) DE UN PRODUCTO: PIDE EL TROQUEL, *
      *    LA DIVISION (0 = TODAS) Y UN RANGO DE FECHAS, Y LISTA    *
      *    EN ORDEN DE FECHA TODOS LOS MOVIMIENTOS DEL PRODUCTO,    *
      *    TANTO LOS DEL MES EN CURSO ("TRNAMP") COMO LOS YA ARCHI- *
      *    VADOS POR "MOV-CIE" ("TRNHIST"): CODIGO, COMPROBANTE,    *
      *    OPERADOR, ENTRADA, SALIDA, COSTO/PRECIO Y SALDO, CON UN  *
      *    SALDO CORRIDO POR DIVISION.                              *
      *                                                             *
      *    EL SALDO INICIAL SALE DE LA FOTO DEL ULTIMO CIERRE       *
      *    ("CIESTK"), CORRIDA A LA FECHA "DESDE" CON LOS MOVIMIEN- *
      *    TOS QUE HAYA ENTRE EL CIERRE Y ESA FECHA. AL FINAL DE    *
      *    CADA DIVISION SE SUMAN LOS MOVIMIENTOS POSTERIORES A LA  *
      *    FECHA "HASTA" Y SE COMPARA EL RESULTADO CONTRA LA        *
      *    EXISTENCIA-SUC ACTUAL DEL "AMP".-                        *
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

           SELECT CIESTK ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/CIESTK01",
                  ORGANIZATION IS RELATIVE,
                  ACCESS MODE  IS DYNAMIC,
                  RELATIVE KEY IS CLAVE-AMP,
                  FILE STATUS  IS STATUS-CIESTK.

           SELECT WORK-KAR ASSIGN TO DISK, "SORTWK-KAR".

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

      *    ***  DESCRIPCION DEL ARCHIVO "CIESTK"  ***
      *         """""""""""""""""""""""""""""""

           COPY "CIESTK.FD".

       SD  WORK-KAR.
       01  REG-WORK-KAR.
           05 WSUC-KAR             PIC 9(2)      COMP-6.
           05 WFECHA-KAR           PIC 9(8)      COMP-6.
           05 WHORA-KAR            PIC 9(4)      COMP-6.
           05 WCODIGO-KAR          PIC X(2).
           05 WNUMERO-KAR          PIC 9(6)      COMP-6.
           05 WREGISTRO-KAR        PIC 9(4)      COMP-6.
           05 WA-SUC-KAR           PIC 9(2)      COMP-6.
           05 WARTEFACTO-KAR       PIC X(7).
           05 WOPERADOR-KAR        PIC X(2).
           05 WCANT-KAR            PIC S9(7)V99  COMP-3.
           05 WCOSTO-KAR           PIC S9(9)V99  COMP-3.
           05 WORIGEN-KAR          PIC X.

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
           05 FILLER             PIC X(5) VALUE ",FOT:".
           05 STATUS-CIESTK      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(4) VALUE ",LO:".
           05 STATUS-LO          PIC X(2) VALUE SPACES.

       01  OTROS-FILES.
           05 FILE-LO             PIC X(07)  VALUE "PRINTER".

       77  FIN-TRNAMP             PIC X      VALUE "N".
           88 NO-HAY-MAS-TRNAMP   VALUE "S".
       77  FIN-TRNHIST            PIC X      VALUE "N".
           88 NO-HAY-MAS-TRNHIST  VALUE "S".
       77  FIN-SORT-KAR           PIC X      VALUE "N".
           88 NO-HAY-MAS-SORT-KAR VALUE "S".
       77  HAY-GRUPO              PIC X      VALUE "N".
       77  HAY-FOTO               PIC X      VALUE "N".

       77  CLAVE-AMP              PIC 9(6)     VALUE IS 1.
       77  IND-S                  PIC 9(2).
       77  TROQUEL-PEDIDO         PIC X(8)     VALUE SPACES.
       77  SUC-PEDIDA             PIC 9(2)     VALUE ZEROES.
       77  FECHA-DESDE            PIC 9(6)     VALUE ZEROES.
       77  FECHA-HASTA            PIC 9(6)     VALUE ZEROES.
       77  DESDE-8                PIC 9(8)     VALUE ZEROES.
       77  HASTA-8                PIC 9(8)     VALUE ZEROES.
       77  PERIODO-CIE-8          PIC 9(6)     VALUE ZEROES.
       77  FECHA-MOV-8            PIC 9(8)     VALUE ZEROES.
       77  PERIODO-MOV-8          PIC 9(6)     VALUE ZEROES.
       77  DIA-MOV                PIC 9(2).
       77  NETO-MOV               PIC S9(7)V99 COMP-3.
       77  SUC-GRUPO              PIC 9(2)     VALUE ZEROES.
       77  SALDO-GRUPO            PIC S9(7)V99 COMP-3 VALUE ZEROES.
       77  ENTRA-GRUPO            PIC S9(7)V99 COMP-3 VALUE ZEROES.
       77  SALE-GRUPO             PIC S9(7)V99 COMP-3 VALUE ZEROES.
       77  CALCULADO              PIC S9(7)V99 COMP-3 VALUE ZEROES.
       77  DIFERENCIA             PIC S9(7)V99 COMP-3 VALUE ZEROES.
       77  TOT-MOVIM              PIC 9(6)     VALUE ZEROES.
       77  TOT-DIFERENCIAS        PIC 9(6)     VALUE ZEROES.
       77  PAGINA                 PIC 9(4)   VALUE ZEROES.
       77  LINEAS-HOJA            PIC 9(2)   VALUE ZEROES.
       77  MAX-LINEAS             PIC 9(2)   VALUE 54.

      *....Fecha de 6 digitos (AAMMDD) llevada a 8 (AAAAMMDD) para
      *....poder ordenar y comparar a traves del cambio de siglo,
      *....con el mismo corte que "FECHA-8-DIGITOS" de "MOV-AMP".
       01  FECHA-CALC.
           05 ANO-CALC            PIC 9(2).
           05 FILLER              PIC 9(4).
       01  FECHA-CALC-6 REDEFINES FECHA-CALC PIC 9(6).
       77  FECHA-CALC-8           PIC 9(8).

      *....Por division: ajuste del saldo de la foto hasta "DESDE",
      *....movimientos posteriores a "HASTA", y si ya se imprimio.
       01  TABLA-SUCURSAL.
           05 FILA-SUCURSAL       OCCURS 10 TIMES.
              10 AJUSTE-SUC       PIC S9(7)V99 COMP-3.
              10 POSTERIOR-SUC    PIC S9(7)V99 COMP-3.
              10 IMPRESA-SUC      PIC X.

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

       01  LIN-TIT-1.
           05 FILLER              PIC X(30)
                  VALUE "DROGUERIA SUR - FICHA DE STOCK".
           05 FILLER              PIC X(11)
                  VALUE " (KARDEX)  ".
           05 FILLER              PIC X(9)  VALUE "  Fecha: ".
           05 LFEC-TIT-1          PIC 99/99/99.
           05 FILLER              PIC X(8)  VALUE " Hoja: ".
           05 LPAG-TIT-1          PIC ZZZ9.

       01  LIN-TIT-PROD.
           05 FILLER              PIC X(10) VALUE "Producto: ".
           05 LTROQUEL-PROD       PIC X(9).
           05 LDESC-PROD          PIC X(31).
           05 FILLER              PIC X(8)  VALUE "Desde: ".
           05 LDESDE-PROD         PIC 99/99/99.
           05 FILLER              PIC X(9)  VALUE "  Hasta: ".
           05 LHASTA-PROD         PIC 99/99/99.

       01  LIN-TIT-SUC.
           05 FILLER              PIC X(10) VALUE "Division: ".
           05 LSUC-TIT            PIC Z9.
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 LFOTO-TIT           PIC X(35).
           05 FILLER              PIC X(16)
                  VALUE "Saldo inicial: ".
           05 LINICIAL-TIT        PIC ZZZZZ9,99-.

       01  LIN-TIT-2.
           05 FILLER              PIC X(9)  VALUE "Fecha    ".
           05 FILLER              PIC X(5)  VALUE "Hora ".
           05 FILLER              PIC X(4)  VALUE "Cod ".
           05 FILLER              PIC X(12) VALUE "Comprobante ".
           05 FILLER              PIC X(5)  VALUE "Div.".
           05 FILLER              PIC X(12) VALUE "Origen/Oper.".
           05 FILLER              PIC X(11) VALUE "    Entrada".
           05 FILLER              PIC X(11) VALUE "     Salida".
           05 FILLER              PIC X(15) VALUE "   Costo/Precio".
           05 FILLER              PIC X(12) VALUE "       Saldo".

       01  LIN-DET.
           05 LFECHA-DET          PIC 99/99/99B.
           05 LHORA-DET           PIC 99B99B.
           05 LCODIGO-DET         PIC X(2)BB.
           05 LNUMERO-DET         PIC ZZZZZ9B.
           05 LREGISTRO-DET       PIC 9999B.
           05 LA-SUC-DET          PIC BZ9BB.
           05 LARTEFACTO-DET      PIC X(7)B.
           05 LOPERADOR-DET       PIC X(2)BB.
           05 LENTRA-DET          PIC ZZZZZ9,99B.
           05 LSALE-DET           PIC BZZZZZ9,99.
           05 LCOSTO-DET          PIC BZZ.ZZZ.ZZ9,99.
           05 LSALDO-DET          PIC BZZZZZ9,99-.
           05 LHIST-DET           PIC BXX.

       01  LIN-TOT-SUC.
           05 FILLER              PIC X(50)
              VALUE "   Totales del periodo y saldo al HASTA .........".
           05 LENTRA-TOT          PIC ZZZZZZ9,99B.
           05 LSALE-TOT           PIC ZZZZZZ9,99.
           05 FILLER              PIC X(15)  VALUE SPACES.
           05 LSALDO-TOT          PIC BZZZZZ9,99-.

       01  LIN-CONTROL-1.
           05 FILLER              PIC X(40)
                  VALUE "   Movimientos posteriores al HASTA ....".
           05 LPOSTERIOR-CTL      PIC ZZZZZ9,99-.
           05 FILLER              PIC X(24)
                  VALUE "   Saldo calculado hoy: ".
           05 LCALCULADO-CTL      PIC ZZZZZ9,99-.

       01  LIN-CONTROL-2.
           05 FILLER              PIC X(40)
                  VALUE "   Existencia actual en AMP ...........".
           05 LEXIST-CTL          PIC ZZZZZ9.
           05 FILLER              PIC X(4)   VALUE SPACES.
           05 LRESULT-CTL         PIC X(26).
           05 LDIFER-CTL          PIC ZZZZZ9,99-.

       01  LIN-SIN-MOVIM.
           05 FILLER              PIC X(45)
              VALUE "   Sin movimientos en el rango pedido.".

       01  LIN-RESUMEN.
           05 FILLER              PIC X(20)
                  VALUE "Movimientos listados".
           05 LMOVIM-RES          PIC ZZZZZ9.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 FILLER              PIC X(30)
                  VALUE "Divisiones que no coinciden..".
           05 LDIFER-RES          PIC ZZZZZ9.


      /    ***  D I V I S I O N   D E   P R O C E D I M I E N T O S  ***
      *         """""""""""""""""""""""""""""""""""""""""""""""""""

       PROCEDURE DIVISION.

       0-MAINLINE.
           PERFORM 0100-INICIA THRU FIN-0100-INICIA.
           SORT WORK-KAR
                ASCENDING KEY WSUC-KAR
                ASCENDING KEY WFECHA-KAR
                ASCENDING KEY WHORA-KAR
                ASCENDING KEY WNUMERO-KAR
                ASCENDING KEY WREGISTRO-KAR
                INPUT PROCEDURE  IS 1000-CARGA-MOVIMIENTOS
                OUTPUT PROCEDURE IS 2000-IMPRIME-FICHA.
           PERFORM 3000-SUCURSALES-SIN-MOVIM
                   THRU FIN-3000-SUCURSALES-SIN-MOVIM
                   VARYING IND-S FROM 1 BY 1 UNTIL IND-S > 10.
           PERFORM 9000-IMPRIME-RESUMEN THRU FIN-9000-IMPRIME-RESUMEN.
           CLOSE TRNAMP, TRNHIST, AMP, AID, CIESTK, LO.
           STOP RUN.

       0100-INICIA.
           OPEN INPUT TRNAMP, AMP, AID.
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
           ACCEPT FECHA-HOY-R FROM DATE.
       PIDE-TROQUEL.
           DISPLAY "TROQUEL DEL PRODUCTO (ENTER: TERMINA): ".
           ACCEPT TROQUEL-PEDIDO.
           IF TROQUEL-PEDIDO = SPACES
              CLOSE TRNAMP, TRNHIST, AMP, AID, CIESTK,
              STOP RUN.
           MOVE TROQUEL-PEDIDO TO TROQUEL-AID.
           READ AID RECORD WITH NO LOCK;
                INVALID KEY
                DISPLAY "NO EXISTE EL TROQUEL EN EL MAESTRO !",
                GO TO PIDE-TROQUEL.
           MOVE POS-REL-AID    TO CLAVE-AMP.
           READ AMP RECORD WITH NO LOCK;
                INVALID KEY
                DISPLAY "NO EXISTE EL TROQUEL EN EL MAESTRO !",
                GO TO PIDE-TROQUEL.
           DISPLAY DESCRIPCION-AMP.
       PIDE-SUCURSAL.
           DISPLAY "DIVISION (0 O ENTER: TODAS): ".
           ACCEPT SUC-PEDIDA.
           IF SUC-PEDIDA > 10
              DISPLAY "DIVISION INCORRECTA !",
              GO TO PIDE-SUCURSAL.
       PIDE-DESDE.
           DISPLAY "FECHA DESDE (AAMMDD): ".
           ACCEPT FECHA-DESDE.
           IF FECHA-DESDE = ZEROES
              DISPLAY "FECHA INCORRECTA !",
              GO TO PIDE-DESDE.
       PIDE-HASTA.
           DISPLAY "FECHA HASTA (AAMMDD, ENTER: HOY): ".
           ACCEPT FECHA-HASTA.
           IF FECHA-HASTA = ZEROES MOVE FECHA-HOY-6 TO FECHA-HASTA.
           MOVE FECHA-DESDE    TO FECHA-CALC-6.
           PERFORM CALCULA-FECHA-8 THRU FIN-CALCULA-FECHA-8.
           MOVE FECHA-CALC-8   TO DESDE-8.
           MOVE FECHA-HASTA    TO FECHA-CALC-6.
           PERFORM CALCULA-FECHA-8 THRU FIN-CALCULA-FECHA-8.
           MOVE FECHA-CALC-8   TO HASTA-8.
           IF HASTA-8 < DESDE-8
              DISPLAY "LA FECHA HASTA ES ANTERIOR A LA FECHA DESDE !",
              GO TO PIDE-DESDE.
      *....Foto del ultimo cierre: periodo AAMM llevado a AAAAMM.
           READ CIESTK RECORD;
                INVALID KEY MOVE LOW-VALUES TO REG-CIESTK.
           MOVE ZEROES         TO PERIODO-CIE-8.
           IF PERIODO-CIESTK NOT = ZEROES
              MOVE "S"         TO HAY-FOTO,
              COMPUTE FECHA-CALC-6 = PERIODO-CIESTK * 100 + 1,
              PERFORM CALCULA-FECHA-8 THRU FIN-CALCULA-FECHA-8,
              DIVIDE FECHA-CALC-8 BY 100 GIVING PERIODO-CIE-8.
           PERFORM LIMPIA-SUCURSAL THRU FIN-LIMPIA-SUCURSAL
                   VARYING IND-S FROM 1 BY 1 UNTIL IND-S > 10.
           OPEN OUTPUT LO.
           MOVE ZEROES  TO PAGINA.
           PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
       FIN-0100-INICIA.

       LIMPIA-SUCURSAL.
           MOVE ZEROES TO AJUSTE-SUC(IND-S), POSTERIOR-SUC(IND-S).
           MOVE "N"    TO IMPRESA-SUC(IND-S).
       FIN-LIMPIA-SUCURSAL.

       CALCULA-FECHA-8.
           IF ANO-CALC > 50
              COMPUTE FECHA-CALC-8 = 19000000 + FECHA-CALC-6
           ELSE
              COMPUTE FECHA-CALC-8 = 20000000 + FECHA-CALC-6.
       FIN-CALCULA-FECHA-8.

      *....Se recorren los dos archivos completos ("TRNAMP" no tiene
      *....clave por troquel y "TRNHIST" repite la clave original
      *....detras del periodo). Cada movimiento del producto se
      *....clasifica respecto de la foto, "DESDE" y "HASTA":
      *....  - anterior a "DESDE" y posterior al cierre de la foto:
      *....    suma al saldo inicial;
      *....  - desde "DESDE" en adelante pero dentro de un periodo ya
      *....    cerrado: ya esta en la foto, se resta del saldo inicial;
      *....  - posterior a "HASTA": se guarda para el control final;
      *....  - entre "DESDE" y "HASTA": va a la ficha.
       1000-CARGA-MOVIMIENTOS.
           MOVE LOW-VALUES TO CLAVE-TRNAMP.
           START TRNAMP KEY IS NOT < CLAVE-TRNAMP;
                 INVALID KEY MOVE "S" TO FIN-TRNAMP.
           IF NOT NO-HAY-MAS-TRNAMP
              READ TRNAMP NEXT RECORD WITH NO LOCK AT END
                   MOVE "S" TO FIN-TRNAMP.
           PERFORM 1100-LIBERA-TRNAMP THRU FIN-1100-LIBERA-TRNAMP
                   UNTIL NO-HAY-MAS-TRNAMP.
           MOVE LOW-VALUES TO CLAVE-TRNHIST.
           START TRNHIST KEY IS NOT < CLAVE-TRNHIST;
                 INVALID KEY MOVE "S" TO FIN-TRNHIST.
           IF NOT NO-HAY-MAS-TRNHIST
              READ TRNHIST NEXT RECORD WITH NO LOCK AT END
                   MOVE "S" TO FIN-TRNHIST.
           PERFORM 1200-LIBERA-TRNHIST THRU FIN-1200-LIBERA-TRNHIST
                   UNTIL NO-HAY-MAS-TRNHIST.
       FIN-1000-CARGA-MOVIMIENTOS.

       1100-LIBERA-TRNAMP.
           MOVE "A"             TO WORIGEN-KAR.
           PERFORM 1300-CLASIFICA-MOVIMIENTO
                   THRU FIN-1300-CLASIFICA-MOVIMIENTO.
           READ TRNAMP NEXT RECORD WITH NO LOCK AT END
                MOVE "S" TO FIN-TRNAMP.
       FIN-1100-LIBERA-TRNAMP.

       1200-LIBERA-TRNHIST.
           MOVE MOVIM-TRNHIST   TO REG-TRNAMP.
           MOVE "H"             TO WORIGEN-KAR.
           PERFORM 1300-CLASIFICA-MOVIMIENTO
                   THRU FIN-1300-CLASIFICA-MOVIMIENTO.
           READ TRNHIST NEXT RECORD WITH NO LOCK AT END
                MOVE "S" TO FIN-TRNHIST.
       FIN-1200-LIBERA-TRNHIST.

       1300-CLASIFICA-MOVIMIENTO.
           IF TROQUEL-TRN NOT = TROQUEL-PEDIDO
              GO TO FIN-1300-CLASIFICA-MOVIMIENTO.
           IF SUCURSAL-TRN = ZEROES OR SUCURSAL-TRN > 10
              GO TO FIN-1300-CLASIFICA-MOVIMIENTO.
           IF SUC-PEDIDA NOT = ZEROES AND SUCURSAL-TRN NOT = SUC-PEDIDA
              GO TO FIN-1300-CLASIFICA-MOVIMIENTO.
           MOVE FECHA-TRN       TO FECHA-CALC-6.
           PERFORM CALCULA-FECHA-8 THRU FIN-CALCULA-FECHA-8.
           MOVE FECHA-CALC-8    TO FECHA-MOV-8.
           DIVIDE FECHA-MOV-8 BY 100 GIVING PERIODO-MOV-8
                  REMAINDER DIA-MOV.
           IF TRN-NEGATIVO
              COMPUTE NETO-MOV = CANTIDAD-TRN * -1
           ELSE
              MOVE CANTIDAD-TRN TO NETO-MOV.
           IF FECHA-MOV-8 < DESDE-8
              IF PERIODO-MOV-8 > PERIODO-CIE-8
                 ADD NETO-MOV  TO AJUSTE-SUC(SUCURSAL-TRN),
                 GO TO FIN-1300-CLASIFICA-MOVIMIENTO
              ELSE
                 GO TO FIN-1300-CLASIFICA-MOVIMIENTO.
           IF PERIODO-MOV-8 NOT > PERIODO-CIE-8
              SUBTRACT NETO-MOV FROM AJUSTE-SUC(SUCURSAL-TRN).
           IF FECHA-MOV-8 > HASTA-8
              ADD NETO-MOV      TO POSTERIOR-SUC(SUCURSAL-TRN),
              GO TO FIN-1300-CLASIFICA-MOVIMIENTO.
           MOVE SUCURSAL-TRN    TO WSUC-KAR.
           MOVE FECHA-MOV-8     TO WFECHA-KAR.
           MOVE HORA-MINU-TRN   TO WHORA-KAR.
           MOVE CODIGO-TRN      TO WCODIGO-KAR.
           MOVE NUMERO-TRN      TO WNUMERO-KAR.
           MOVE REGISTRO-TRN    TO WREGISTRO-KAR.
           MOVE A-SUCURSAL-TRN  TO WA-SUC-KAR.
           MOVE ARTEFACTO-TRN   TO WARTEFACTO-KAR.
           MOVE OPERADORA-TRN   TO WOPERADOR-KAR.
           MOVE NETO-MOV        TO WCANT-KAR.
           MOVE COSTO-PRECIO-TRN TO WCOSTO-KAR.
           RELEASE REG-WORK-KAR.
       FIN-1300-CLASIFICA-MOVIMIENTO.

       2000-IMPRIME-FICHA.
           RETURN WORK-KAR AT END MOVE "S" TO FIN-SORT-KAR.
           PERFORM 2100-IMPRIME-MOVIMIENTO
                   THRU FIN-2100-IMPRIME-MOVIMIENTO
                   UNTIL NO-HAY-MAS-SORT-KAR.
           IF HAY-GRUPO = "S"
              PERFORM 2500-CIERRA-SUCURSAL
                      THRU FIN-2500-CIERRA-SUCURSAL.
       FIN-2000-IMPRIME-FICHA.

       2100-IMPRIME-MOVIMIENTO.
           IF HAY-GRUPO = "S" AND WSUC-KAR NOT = SUC-GRUPO
              PERFORM 2500-CIERRA-SUCURSAL
                      THRU FIN-2500-CIERRA-SUCURSAL.
           IF HAY-GRUPO = "N"
              MOVE WSUC-KAR   TO SUC-GRUPO,
              PERFORM 2400-ABRE-SUCURSAL THRU FIN-2400-ABRE-SUCURSAL.
           ADD  1              TO TOT-MOVIM.
           ADD  WCANT-KAR      TO SALDO-GRUPO.
           MOVE SPACES         TO LIN-DET.
           MOVE WFECHA-KAR     TO FECHA-MOV-N.
           MOVE DIA-MOV-R      TO DIA-ED-MOV.
           MOVE MES-MOV        TO MES-ED-MOV.
           MOVE ANO-MOV        TO ANO-ED-MOV.
           MOVE FECHA-EDIT-MOV-R TO LFECHA-DET.
           MOVE WHORA-KAR      TO LHORA-DET.
           MOVE WCODIGO-KAR    TO LCODIGO-DET.
           MOVE WNUMERO-KAR    TO LNUMERO-DET.
           MOVE WREGISTRO-KAR  TO LREGISTRO-DET.
           IF WA-SUC-KAR NOT = ZEROES
              MOVE WA-SUC-KAR  TO LA-SUC-DET.
           MOVE WARTEFACTO-KAR TO LARTEFACTO-DET.
           MOVE WOPERADOR-KAR  TO LOPERADOR-DET.
           IF WCANT-KAR < ZEROES
              COMPUTE NETO-MOV = WCANT-KAR * -1,
              MOVE NETO-MOV    TO LSALE-DET,
              ADD  NETO-MOV    TO SALE-GRUPO
           ELSE
              MOVE WCANT-KAR   TO LENTRA-DET,
              ADD  WCANT-KAR   TO ENTRA-GRUPO.
           MOVE WCOSTO-KAR     TO LCOSTO-DET.
           MOVE SALDO-GRUPO    TO LSALDO-DET.
           IF WORIGEN-KAR = "H"
              MOVE "H"         TO LHIST-DET.
           PERFORM IMPRIME-LINEA THRU FIN-IMPRIME-LINEA.
           RETURN WORK-KAR AT END MOVE "S" TO FIN-SORT-KAR.
       FIN-2100-IMPRIME-MOVIMIENTO.

      *....Saldo inicial de la division = foto del cierre + ajuste
      *....calculado al cargar los movimientos.
       2400-ABRE-SUCURSAL.
           MOVE "S"                       TO HAY-GRUPO.
           MOVE "S"                       TO IMPRESA-SUC(SUC-GRUPO).
           MOVE ZEROES                    TO ENTRA-GRUPO, SALE-GRUPO.
           COMPUTE SALDO-GRUPO = EXIST-CIE-SUC(SUC-GRUPO)
                               + AJUSTE-SUC   (SUC-GRUPO).
           IF LINEAS-HOJA > MAX-LINEAS - 8
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           MOVE SUC-GRUPO                 TO LSUC-TIT.
           IF HAY-FOTO = "S"
              MOVE "(desde la foto del ultimo cierre)" TO LFOTO-TIT
           ELSE
              MOVE "(SIN FOTO DE CIERRE: parte de 0)"  TO LFOTO-TIT.
           MOVE SALDO-GRUPO               TO LINICIAL-TIT.
           WRITE REG-132 FROM LIN-TIT-SUC AFTER ADVANCING 2 LINES.
           WRITE REG-132 FROM LIN-TIT-2   AFTER ADVANCING 1 LINE.
           ADD 3 TO LINEAS-HOJA.
       FIN-2400-ABRE-SUCURSAL.

      *....Cierre de la division: totales del rango, y el saldo al
      *...."HASTA" mas lo posterior contra la existencia actual.
       2500-CIERRA-SUCURSAL.
           MOVE ENTRA-GRUPO    TO LENTRA-TOT.
           MOVE SALE-GRUPO     TO LSALE-TOT.
           MOVE SALDO-GRUPO    TO LSALDO-TOT.
           WRITE REG-132 FROM LIN-TOT-SUC AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
           PERFORM 2600-CONTROLA-EXISTENCIA
                   THRU FIN-2600-CONTROLA-EXISTENCIA.
           MOVE "N"            TO HAY-GRUPO.
       FIN-2500-CIERRA-SUCURSAL.

       2600-CONTROLA-EXISTENCIA.
           COMPUTE CALCULADO  = SALDO-GRUPO + POSTERIOR-SUC(SUC-GRUPO).
           COMPUTE DIFERENCIA = EXISTENCIA-SUC(SUC-GRUPO) - CALCULADO.
           MOVE POSTERIOR-SUC(SUC-GRUPO)  TO LPOSTERIOR-CTL.
           MOVE CALCULADO                 TO LCALCULADO-CTL.
           WRITE REG-132 FROM LIN-CONTROL-1 AFTER ADVANCING 1 LINE.
           MOVE EXISTENCIA-SUC(SUC-GRUPO) TO LEXIST-CTL.
           IF DIFERENCIA = ZEROES
              MOVE "COINCIDE"             TO LRESULT-CTL,
              MOVE ZEROES                 TO LDIFER-CTL
           ELSE
              ADD  1                      TO TOT-DIFERENCIAS,
              MOVE "*** NO COINCIDE ***  Dif:" TO LRESULT-CTL,
              MOVE DIFERENCIA             TO LDIFER-CTL.
           WRITE REG-132 FROM LIN-CONTROL-2 AFTER ADVANCING 1 LINE.
           ADD 2 TO LINEAS-HOJA.
       FIN-2600-CONTROLA-EXISTENCIA.

      *....Divisiones sin movimientos en el rango pero con saldo en
      *....la foto, existencia actual o movimientos fuera del rango:
      *....igual se muestran, porque tambien pueden no coincidir.
       3000-SUCURSALES-SIN-MOVIM.
           IF IMPRESA-SUC(IND-S) = "S"
              GO TO FIN-3000-SUCURSALES-SIN-MOVIM.
           IF SUC-PEDIDA NOT = ZEROES AND IND-S NOT = SUC-PEDIDA
              GO TO FIN-3000-SUCURSALES-SIN-MOVIM.
           IF SUC-PEDIDA = ZEROES AND
              EXIST-CIE-SUC (IND-S) = ZEROES AND
              AJUSTE-SUC    (IND-S) = ZEROES AND
              POSTERIOR-SUC (IND-S) = ZEROES AND
              EXISTENCIA-SUC(IND-S) = ZEROES
              GO TO FIN-3000-SUCURSALES-SIN-MOVIM.
           MOVE IND-S          TO SUC-GRUPO.
           PERFORM 2400-ABRE-SUCURSAL THRU FIN-2400-ABRE-SUCURSAL.
           WRITE REG-132 FROM LIN-SIN-MOVIM AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
           PERFORM 2500-CIERRA-SUCURSAL THRU FIN-2500-CIERRA-SUCURSAL.
       FIN-3000-SUCURSALES-SIN-MOVIM.

       IMPRIME-LINEA.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO,
              WRITE REG-132 FROM LIN-TIT-2 AFTER ADVANCING 2 LINES,
              ADD 2 TO LINEAS-HOJA.
           WRITE REG-132 FROM LIN-DET AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
       FIN-IMPRIME-LINEA.

       9000-IMPRIME-RESUMEN.
           MOVE TOT-MOVIM       TO LMOVIM-RES.
           MOVE TOT-DIFERENCIAS TO LDIFER-RES.
           WRITE REG-132 FROM LIN-RESUMEN AFTER ADVANCING 3 LINES.
           IF TOT-DIFERENCIAS = ZEROES
              DISPLAY "FICHA EMITIDA. EL SALDO COINCIDE CON LA"
                      " EXISTENCIA ACTUAL."
           ELSE
              DISPLAY "FICHA EMITIDA. HAY " TOT-DIFERENCIAS
                      " DIVISION(ES) QUE NO COINCIDEN.".
       FIN-9000-IMPRIME-RESUMEN.

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
           MOVE TROQUEL-PEDIDO     TO LTROQUEL-PROD.
           MOVE DESCRIPCION-AMP    TO LDESC-PROD.
           MOVE FECHA-DESDE        TO FECHA-CALC-6.
           PERFORM EDITA-FECHA THRU FIN-EDITA-FECHA.
           MOVE FECHA-EDIT-MOV-R   TO LDESDE-PROD.
           MOVE FECHA-HASTA        TO FECHA-CALC-6.
           PERFORM EDITA-FECHA THRU FIN-EDITA-FECHA.
           MOVE FECHA-EDIT-MOV-R   TO LHASTA-PROD.
           WRITE REG-132 FROM LIN-TIT-PROD AFTER ADVANCING 1 LINE.
           MOVE 2 TO LINEAS-HOJA.
       FIN-IMPRIME-ENCABEZADO.

       EDITA-FECHA.
           PERFORM CALCULA-FECHA-8 THRU FIN-CALCULA-FECHA-8.
           MOVE FECHA-CALC-8       TO FECHA-MOV-N.
           MOVE DIA-MOV-R          TO DIA-ED-MOV.
           MOVE MES-MOV            TO MES-ED-MOV.
           MOVE ANO-MOV            TO ANO-ED-MOV.
       FIN-EDITA-FECHA.

       END PROGRAM SMOV-KAR.
