       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SMOV-ETQ.
       AUTHOR.        DROGUERIA SUR.
       INSTALLATION.  VILLARINO 52. BAHIA BLANCA.
       DATE-WRITTEN.  OCTUBRE 2026.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                             *
      *         ***  OBJETIVOS DEL PROGRAMA "MOV-ETQ"  ***          *
      *              """"""""""""""""""""""""""""""""               *
      *                                                             *
      *    AVISO DE CAMBIOS DE PRECIO Y ETIQUETAS DE GONDOLA POR    *
      *    DIVISION (BATCH): TOMA LOS ASIENTOS DEL DIA DE "AUDPRE"  *
      *    SOBRE LOS CAMPOS "PRECIO" Y "PREFSO" (CINTA DE "MOV-PRE",*
      *    FACTURAS CON ACT-PRECIO O CAMBIOS MANUALES EN "MOV-AMP") *
      *    Y, PARA CADA DIVISION QUE TIENE EXISTENCIA DEL PRODUCTO  *
      *    (EXISTENCIA-SUC MAYOR QUE CERO), IMPRIME EL LISTADO DE   *
      *    CAMBIOS Y GRABA UNA ETIQUETA EN "ETIQUE" CON TROQUEL,    *
      *    DESCRIPCION, PRECIO ANTERIOR Y NUEVO. SI EL PRODUCTO     *
      *    TIENE UNA CAMPANIA DE "MOV-PTM" VIGENTE, LA ETIQUETA     *
      *    LLEVA TAMBIEN EL PRECIO DE OFERTA Y SU FECHA DE FIN.     *
      *                                                             *
      *    CADA ASIENTO EMITIDO QUEDA REGISTRADO EN "ETQCTL" POR    *
      *    DIVISION, DE MODO QUE VOLVER A CORRER EL PROCESO NO      *
      *    REIMPRIME LO YA EMITIDO (SOLO LO QUE SE AGREGO DESPUES,  *
      *    O LA DIVISION QUE RECIEN AHORA TIENE EXISTENCIA).-       *
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

           SELECT ETQCTL ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/ETQCTL01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-ETQCTL,
                  FILE STATUS  IS STATUS-ETQCTL.

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

           SELECT ETIQUE ASSIGN TO DISK, "ETIQUE-01",
                  ORGANIZATION IS SEQUENTIAL,
                  ACCESS MODE  IS SEQUENTIAL,
                  FILE STATUS  IS STATUS-ETIQUE.

           SELECT WORK-ETQ ASSIGN TO DISK, "SORTWK-ETQ".

           SELECT LO ASSIGN TO PRINT, FILE-LO,
                  ORGANIZATION IS SEQUENTIAL,
                  ACCESS MODE  IS SEQUENTIAL,
                  FILE STATUS  IS STATUS-LO.


      /    ***  D I V I S I O N   D E   D A T O S  ***
      *         """""""""""""""""""""""""""""""""

       DATA DIVISION.

       FILE SECTION.

      *    ***  DESCRIPCION DEL ARCHIVO "AUDPRE"  ***
      *         """""""""""""""""""""""""""""""

           COPY "AUDPRE.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "ETQCTL"  ***
      *         """""""""""""""""""""""""""""""

           COPY "ETQCTL.FD".

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

      *    ***  DESCRIPCION DEL ARCHIVO "ETIQUE"  ***
      *         """""""""""""""""""""""""""""""

           COPY "ETIQUE.FD".

       SD  WORK-ETQ.
       01  REG-WORK-ETQ.
           05 WSUC-ETQ             PIC 9(2)      COMP-6.
           05 WTROQUEL-ETQ         PIC X(8).
           05 WFECHA-ETQ           PIC 9(6)      COMP-6.
           05 WSECUEN-ETQ          PIC 9(4)      COMP-6.
           05 WCAMPO-ETQ           PIC X(6).
           05 WVALOR-ANT-ETQ       PIC S9(9)V9(5) COMP-3.
           05 WVALOR-NUE-ETQ       PIC S9(9)V9(5) COMP-3.

      *    ***  DESCRIPCION DEL ARCHIVO "LO"  ***
      *         """"""""""""""""""""""""""""

       FD  LO LABEL RECORD IS OMITTED.
       01  REG-132             PIC X(132).

       WORKING-STORAGE SECTION.

       01  LINEA-STATUS.
           05 FILLER             PIC X(5) VALUE "AUDP:".
           05 STATUS-AUDPRE      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(6) VALUE ",ECTL:".
           05 STATUS-ETQCTL      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",AMP:".
           05 STATUS-AMP         PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",AID:".
           05 STATUS-AID         PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",ETQ:".
           05 STATUS-ETIQUE      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(4) VALUE ",LO:".
           05 STATUS-LO          PIC X(2) VALUE SPACES.

       01  OTROS-FILES.
           05 FILE-LO             PIC X(07)  VALUE "PRINTER".

       77  FIN-AUDPRE             PIC X      VALUE "N".
           88 NO-HAY-MAS-AUDPRE   VALUE "S".
       77  FIN-SORT-ETQ           PIC X      VALUE "N".
           88 NO-HAY-MAS-SORT-ETQ VALUE "S".
       77  HAY-PRODUCTO           PIC X      VALUE "N".
           88 PRODUCTO-EN-MAESTRO VALUE "S".
       77  HAY-GRUPO              PIC X      VALUE "N".
       77  HAY-SUCURSAL           PIC X      VALUE "N".
       77  CAMBIO-PRECIO          PIC X      VALUE "N".
       77  CAMBIO-PREFSO          PIC X      VALUE "N".
       77  HAY-OFERTA             PIC X      VALUE "N".

       77  CLAVE-AMP              PIC 9(6)     VALUE IS 1.
       77  IND-S                  PIC 9(2).
       77  IND-G                  PIC 9(2)     COMP-1.
       77  CANT-GRUPO             PIC 9(2)     COMP-1  VALUE ZEROES.
       77  MAX-GRUPO              PIC 9(2)     COMP-1  VALUE 20.
       77  SUC-CON-EXISTENCIA     PIC 9(2)     VALUE ZEROES.
       77  SUC-LIBERADAS          PIC 9(2)     VALUE ZEROES.
       77  FECHA-PEDIDA           PIC 9(6)     VALUE ZEROES.
       77  TROQUEL-ANT            PIC X(8)     VALUE SPACES.
       77  SUC-GRUPO              PIC 9(2)     VALUE ZEROES.
       77  TROQUEL-GRUPO          PIC X(8)     VALUE SPACES.
       77  PRECIO-ANT-GRUPO       PIC 9(8)V99  VALUE ZEROES.
       77  PRECIO-NUE-GRUPO       PIC 9(8)V99  VALUE ZEROES.
       77  PREFSO-ANT-GRUPO       PIC 9(8)V99  VALUE ZEROES.
       77  PREFSO-NUE-GRUPO       PIC 9(8)V99  VALUE ZEROES.
       77  PRECIO-OFERTA          PIC 9(8)V99  VALUE ZEROES.
       77  VARIACION              PIC S9(5)V99 COMP-3 VALUE ZEROES.
       77  ETIQUETAS-SUC          PIC 9(6)     VALUE ZEROES.
       77  TOT-ASIENTOS           PIC 9(6)     VALUE ZEROES.
       77  TOT-YA-EMITIDOS        PIC 9(6)     VALUE ZEROES.
       77  TOT-SIN-EXISTENCIA     PIC 9(6)     VALUE ZEROES.
       77  TOT-SIN-MAESTRO        PIC 9(6)     VALUE ZEROES.
       77  TOT-SIN-CAMBIO         PIC 9(6)     VALUE ZEROES.
       77  TOT-ETIQUETAS          PIC 9(6)     VALUE ZEROES.
       77  PAGINA                 PIC 9(4)   VALUE ZEROES.
       77  LINEAS-HOJA            PIC 9(2)   VALUE ZEROES.
       77  MAX-LINEAS             PIC 9(2)   VALUE 54.

       01  XNUMERO                PIC X(6) JUSTIFIED RIGHT.
       01  NUMERO                 REDEFINES XNUMERO,
                                  PIC 9(6).

       01  NUMERO-HORA            PIC 9(8).
       01  FILLER REDEFINES NUMERO-HORA.
           05 HORA-MINUTO         PIC 9(4).
           05 FILLER              PIC 9(4).

      *....Asientos de "AUDPRE" del producto que se esta armando en
      *....la division, para registrarlos en "ETQCTL" recien despues
      *....de grabada la etiqueta.
       01  TABLA-GRUPO.
           05 ITEM-GRUPO          OCCURS 20 TIMES.
              10 TROQUEL-TG       PIC X(8).
              10 FECHA-TG         PIC 9(6)     COMP-6.
              10 SECUEN-TG        PIC 9(4)     COMP-6.

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

       01  FECHA-AUX.
           05 ANO-AUX             PIC 9(2).
           05 MES-AUX             PIC 9(2).
           05 DIA-AUX             PIC 9(2).
       01  FECHA-AUX-6 REDEFINES FECHA-AUX PIC 9(6).

       01  LIN-TIT-1.
           05 FILLER              PIC X(30)
                  VALUE "DROGUERIA SUR - CAMBIOS DE PRE".
           05 FILLER              PIC X(20)
                  VALUE "CIO Y ETIQUETAS     ".
           05 FILLER              PIC X(9)  VALUE "  Fecha: ".
           05 LFEC-TIT-1          PIC 99/99/99.
           05 FILLER              PIC X(8)  VALUE " Hoja: ".
           05 LPAG-TIT-1          PIC ZZZ9.

       01  LIN-TIT-SUC.
           05 FILLER              PIC X(10) VALUE "Division: ".
           05 LSUC-TIT            PIC Z9.
           05 FILLER              PIC X(28)
                  VALUE "     Cambios de precio del: ".
           05 LFECHA-TIT          PIC 99/99/99.

       01  LIN-TIT-2.
           05 FILLER              PIC X(9)  VALUE "Troquel  ".
           05 FILLER              PIC X(31) VALUE "Descripcion".
           05 FILLER              PIC X(14) VALUE " Precio anter.".
           05 FILLER              PIC X(14) VALUE "  Precio nuevo".
           05 FILLER              PIC X(8)  VALUE "  Var.%".
           05 FILLER              PIC X(14) VALUE "  F.Soc. anter".
           05 FILLER              PIC X(14) VALUE "  F.Soc. nueva".
           05 FILLER              PIC X(14) VALUE "  Precio ofer.".
           05 FILLER              PIC X(4)  VALUE " x N".
           05 FILLER              PIC X(9)  VALUE "  Hasta".

       01  LIN-DET.
           05 LTROQUEL-DET        PIC X(8)B.
           05 LDESC-DET           PIC X(30)B.
           05 LPRECIO-ANT-DET     PIC BZZ.ZZZ.ZZ9,99.
           05 LPRECIO-NUE-DET     PIC BZZ.ZZZ.ZZ9,99.
           05 LVARIACION-DET      PIC BZZ9,99-.
           05 LPREFSO-ANT-DET     PIC BZZ.ZZZ.ZZ9,99.
           05 LPREFSO-NUE-DET     PIC BZZ.ZZZ.ZZ9,99.
           05 LOFERTA-DET         PIC BZZ.ZZZ.ZZ9,99.
           05 LCANT-OFE-DET       PIC BZZ9.
           05 LHASTA-DET          PIC B99/99/99.

       01  LIN-TOT-SUC.
           05 FILLER              PIC X(40)
                  VALUE "   Etiquetas emitidas para la division:".
           05 LETIQUETAS-TOT      PIC ZZZZZ9.

       01  LIN-RESUMEN-1.
           05 FILLER              PIC X(26)
                  VALUE "Asientos PRECIO/PREFSO  :".
           05 LASIENTOS-RES       PIC ZZZZZ9.
           05 FILLER              PIC X(26)
                  VALUE "   Ya emitidos antes    :".
           05 LYAEMIT-RES         PIC ZZZZZ9.
           05 FILLER              PIC X(26)
                  VALUE "   Sin maestro AMP      :".
           05 LSINMAE-RES         PIC ZZZZZ9.

       01  LIN-RESUMEN-2.
           05 FILLER              PIC X(26)
                  VALUE "Sin existencia en divis.:".
           05 LSINEXI-RES         PIC ZZZZZ9.
           05 FILLER              PIC X(26)
                  VALUE "   Sin cambio neto      :".
           05 LSINCAM-RES         PIC ZZZZZ9.
           05 FILLER              PIC X(26)
                  VALUE "   Etiquetas grabadas   :".
           05 LETIQ-RES           PIC ZZZZZ9.


      /    ***  D I V I S I O N   D E   P R O C E D I M I E N T O S  ***
      *         """""""""""""""""""""""""""""""""""""""""""""""""""

       PROCEDURE DIVISION.

       0-MAINLINE.
           PERFORM 0100-INICIA THRU FIN-0100-INICIA.
           SORT WORK-ETQ
                ASCENDING KEY WSUC-ETQ
                ASCENDING KEY WTROQUEL-ETQ
                ASCENDING KEY WFECHA-ETQ
                ASCENDING KEY WSECUEN-ETQ
                INPUT PROCEDURE  IS 1000-CARGA-CAMBIOS
                OUTPUT PROCEDURE IS 2000-EMITE-ETIQUETAS.
           PERFORM 9000-IMPRIME-RESUMEN THRU FIN-9000-IMPRIME-RESUMEN.
           CLOSE AUDPRE, ETQCTL, AMP, AID, ETIQUE, LO.
           STOP RUN.

       0100-INICIA.
           OPEN INPUT AMP, AID.
       ABRE-AUDPRE.
           OPEN INPUT AUDPRE.
           IF STATUS-AUDPRE NOT = "00",
              OPEN OUTPUT AUDPRE,
              CLOSE       AUDPRE,
              GO TO ABRE-AUDPRE.
       ABRE-ETQCTL.
           OPEN I-O ETQCTL.
           IF STATUS-ETQCTL NOT = "00",
              OPEN OUTPUT ETQCTL,
              CLOSE       ETQCTL,
              GO TO ABRE-ETQCTL.
           ACCEPT FECHA-HOY-R FROM DATE.
           DISPLAY "FECHA DE LOS CAMBIOS (AAMMDD, Enter = HOY): ".
           ACCEPT XNUMERO.
           INSPECT XNUMERO REPLACING ALL SPACES BY "0".
           IF NUMERO = ZEROES
              MOVE FECHA-HOY-6 TO FECHA-PEDIDA
           ELSE
              MOVE NUMERO      TO FECHA-PEDIDA.
           OPEN OUTPUT ETIQUE.
           OPEN OUTPUT LO.
           MOVE ZEROES  TO PAGINA.
       FIN-0100-INICIA.

      *....Asientos del dia por la clave alternativa de fecha. Cada
      *....asiento se suelta una vez por cada division con existen-
      *....cia que todavia no lo tiene en "ETQCTL"; si ninguna tiene
      *....existencia queda registrado sin etiquetas en la division
      *....cero. Es "ya emitido" si no quedo division por liberar.
       1000-CARGA-CAMBIOS.
           MOVE FECHA-PEDIDA   TO FECHA-LIS-AUDPRE.
           START AUDPRE KEY IS NOT < FECHA-LIS-AUDPRE;
                 INVALID KEY MOVE "S" TO FIN-AUDPRE.
           IF NOT NO-HAY-MAS-AUDPRE
              READ AUDPRE NEXT RECORD WITH NO LOCK AT END
                   MOVE "S" TO FIN-AUDPRE.
           PERFORM 1100-UN-ASIENTO THRU FIN-1100-UN-ASIENTO
                   UNTIL NO-HAY-MAS-AUDPRE.
       FIN-1000-CARGA-CAMBIOS.

       1100-UN-ASIENTO.
           IF FECHA-LIS-AUDPRE NOT = FECHA-PEDIDA
              MOVE "S" TO FIN-AUDPRE,
              GO TO FIN-1100-UN-ASIENTO.
           IF NOT CAMPO-PRECIO-AUDPRE AND NOT CAMPO-PREFSO-AUDPRE
              GO TO LEE-SIG-AUDPRE.
           ADD  1                TO TOT-ASIENTOS.
           PERFORM 1200-BUSCA-PRODUCTO THRU FIN-1200-BUSCA-PRODUCTO.
           IF NOT PRODUCTO-EN-MAESTRO
              ADD 1 TO TOT-SIN-MAESTRO,
              GO TO LEE-SIG-AUDPRE.
           MOVE ZEROES           TO SUC-CON-EXISTENCIA, SUC-LIBERADAS.
           PERFORM 1300-LIBERA-SUCURSAL THRU FIN-1300-LIBERA-SUCURSAL
                   VARYING IND-S FROM 1 BY 1 UNTIL IND-S > 10.
           IF SUC-CON-EXISTENCIA NOT = ZEROES AND
              SUC-LIBERADAS = ZEROES
              ADD  1             TO TOT-YA-EMITIDOS.
           IF SUC-CON-EXISTENCIA NOT = ZEROES
              GO TO LEE-SIG-AUDPRE.
           MOVE CLAVE-AUDPRE     TO ASIENTO-ETQCTL.
           MOVE ZEROES           TO SUCURSAL-ETQCTL.
           READ ETQCTL RECORD WITH NO LOCK;
                INVALID KEY GO TO C-SIN-EXISTENCIA.
           ADD  1                TO TOT-YA-EMITIDOS.
           GO TO LEE-SIG-AUDPRE.
       C-SIN-EXISTENCIA.
           ADD  1                TO TOT-SIN-EXISTENCIA.
           MOVE CLAVE-AUDPRE     TO ASIENTO-ETQCTL.
           MOVE ZEROES           TO SUCURSAL-ETQCTL, ETIQUETAS-ETQCTL.
           PERFORM 2600-GRABA-ETQCTL THRU FIN-2600-GRABA-ETQCTL.
       LEE-SIG-AUDPRE.
           READ AUDPRE NEXT RECORD WITH NO LOCK AT END
                MOVE "S" TO FIN-AUDPRE.
       FIN-1100-UN-ASIENTO.

      *....Producto del asiento; el ultimo troquel leido queda en
      *....memoria.
       1200-BUSCA-PRODUCTO.
           IF TROQUEL-AUDPRE = TROQUEL-ANT
              GO TO FIN-1200-BUSCA-PRODUCTO.
           MOVE TROQUEL-AUDPRE  TO TROQUEL-ANT, TROQUEL-AID.
           MOVE "S"             TO HAY-PRODUCTO.
           READ AID RECORD WITH NO LOCK;
                INVALID KEY MOVE "N" TO HAY-PRODUCTO.
           IF PRODUCTO-EN-MAESTRO
              MOVE POS-REL-AID  TO CLAVE-AMP,
              READ AMP RECORD WITH NO LOCK;
                   INVALID KEY MOVE "N" TO HAY-PRODUCTO.
       FIN-1200-BUSCA-PRODUCTO.

       1300-LIBERA-SUCURSAL.
           IF EXISTENCIA-SUC(IND-S) = ZEROES
              GO TO FIN-1300-LIBERA-SUCURSAL.
           ADD  1                TO SUC-CON-EXISTENCIA.
           MOVE CLAVE-AUDPRE     TO ASIENTO-ETQCTL.
           MOVE IND-S            TO SUCURSAL-ETQCTL.
           READ ETQCTL RECORD WITH NO LOCK;
                INVALID KEY GO TO C-LIBERA-SUCURSAL.
           GO TO FIN-1300-LIBERA-SUCURSAL.
       C-LIBERA-SUCURSAL.
           ADD  1                TO SUC-LIBERADAS.
           MOVE IND-S            TO WSUC-ETQ.
           MOVE TROQUEL-AUDPRE   TO WTROQUEL-ETQ.
           MOVE FECHA-AUDPRE     TO WFECHA-ETQ.
           MOVE SECUEN-AUDPRE    TO WSECUEN-ETQ.
           MOVE CAMPO-AUDPRE     TO WCAMPO-ETQ.
           MOVE VALOR-ANT-AUDPRE TO WVALOR-ANT-ETQ.
           MOVE VALOR-NUE-AUDPRE TO WVALOR-NUE-ETQ.
           RELEASE REG-WORK-ETQ.
       FIN-1300-LIBERA-SUCURSAL.

      /    ***  LISTADO Y ETIQUETAS POR DIVISION  ***
      *         """"""""""""""""""""""""""""""""

      *....Varios cambios del mismo producto en el dia dan una sola
      *....etiqueta: el precio anterior del primero y el nuevo del
      *....ultimo.
       2000-EMITE-ETIQUETAS.
           RETURN WORK-ETQ AT END MOVE "S" TO FIN-SORT-ETQ.
           PERFORM 2100-UN-CAMBIO THRU FIN-2100-UN-CAMBIO
                   UNTIL NO-HAY-MAS-SORT-ETQ.
           IF HAY-GRUPO = "S"
              PERFORM 2300-CIERRA-PRODUCTO
                      THRU FIN-2300-CIERRA-PRODUCTO.
           IF HAY-SUCURSAL = "S"
              PERFORM 2500-CIERRA-SUCURSAL
                      THRU FIN-2500-CIERRA-SUCURSAL.
       FIN-2000-EMITE-ETIQUETAS.

       2100-UN-CAMBIO.
           IF HAY-GRUPO = "S" AND
              (WSUC-ETQ NOT = SUC-GRUPO OR
               WTROQUEL-ETQ NOT = TROQUEL-GRUPO)
              PERFORM 2300-CIERRA-PRODUCTO
                      THRU FIN-2300-CIERRA-PRODUCTO.
           IF HAY-SUCURSAL = "S" AND WSUC-ETQ NOT = SUC-GRUPO
              PERFORM 2500-CIERRA-SUCURSAL
                      THRU FIN-2500-CIERRA-SUCURSAL.
           IF HAY-SUCURSAL = "N"
              MOVE WSUC-ETQ      TO SUC-GRUPO,
              PERFORM 2400-ABRE-SUCURSAL THRU FIN-2400-ABRE-SUCURSAL.
           IF HAY-GRUPO = "N"
              PERFORM 2200-ABRE-PRODUCTO THRU FIN-2200-ABRE-PRODUCTO.
           IF WCAMPO-ETQ = "PRECIO"
              IF CAMBIO-PRECIO = "N"
                 MOVE "S"            TO CAMBIO-PRECIO,
                 MOVE WVALOR-ANT-ETQ TO PRECIO-ANT-GRUPO,
                 MOVE WVALOR-NUE-ETQ TO PRECIO-NUE-GRUPO
              ELSE
                 MOVE WVALOR-NUE-ETQ TO PRECIO-NUE-GRUPO.
           IF WCAMPO-ETQ = "PREFSO"
              IF CAMBIO-PREFSO = "N"
                 MOVE "S"            TO CAMBIO-PREFSO,
                 MOVE WVALOR-ANT-ETQ TO PREFSO-ANT-GRUPO,
                 MOVE WVALOR-NUE-ETQ TO PREFSO-NUE-GRUPO
              ELSE
                 MOVE WVALOR-NUE-ETQ TO PREFSO-NUE-GRUPO.
           IF CANT-GRUPO < MAX-GRUPO
              ADD  1                 TO CANT-GRUPO,
              MOVE WTROQUEL-ETQ      TO TROQUEL-TG(CANT-GRUPO),
              MOVE WFECHA-ETQ        TO FECHA-TG  (CANT-GRUPO),
              MOVE WSECUEN-ETQ       TO SECUEN-TG (CANT-GRUPO)
           ELSE
              MOVE WTROQUEL-ETQ      TO TROQUEL-ETQCTL,
              MOVE WFECHA-ETQ        TO FECHA-ETQCTL,
              MOVE WSECUEN-ETQ       TO SECUEN-ETQCTL,
              MOVE WSUC-ETQ          TO SUCURSAL-ETQCTL,
              MOVE 1                 TO ETIQUETAS-ETQCTL,
              PERFORM 2600-GRABA-ETQCTL THRU FIN-2600-GRABA-ETQCTL.
           RETURN WORK-ETQ AT END MOVE "S" TO FIN-SORT-ETQ.
       FIN-2100-UN-CAMBIO.

      *....Precios vigentes del producto como punto de partida: si
      *....en el dia solo cambio uno de los dos, el otro se informa
      *....sin cambio.
       2200-ABRE-PRODUCTO.
           MOVE "S"              TO HAY-GRUPO.
           MOVE WTROQUEL-ETQ     TO TROQUEL-GRUPO.
           MOVE "N"              TO CAMBIO-PRECIO, CAMBIO-PREFSO.
           MOVE ZEROES           TO CANT-GRUPO.
           MOVE WTROQUEL-ETQ     TO TROQUEL-AUDPRE.
           PERFORM 1200-BUSCA-PRODUCTO THRU FIN-1200-BUSCA-PRODUCTO.
           MOVE PRECIO-PUBLICO-AMP TO PRECIO-ANT-GRUPO,
                                      PRECIO-NUE-GRUPO.
           MOVE PRECIO-FAR-SOC-AMP TO PREFSO-ANT-GRUPO,
                                      PREFSO-NUE-GRUPO.
       FIN-2200-ABRE-PRODUCTO.

       2300-CIERRA-PRODUCTO.
           MOVE "N"              TO HAY-GRUPO.
           IF PRECIO-ANT-GRUPO = PRECIO-NUE-GRUPO AND
              PREFSO-ANT-GRUPO = PREFSO-NUE-GRUPO
              ADD 1 TO TOT-SIN-CAMBIO,
              MOVE ZEROES        TO ETIQUETAS-ETQCTL,
              GO TO C-CIERRA-PRODUCTO.
           MOVE TROQUEL-GRUPO    TO TROQUEL-AUDPRE.
           PERFORM 1200-BUSCA-PRODUCTO THRU FIN-1200-BUSCA-PRODUCTO.
      *....Campania vigente de "MOV-PTM": mismo criterio que su
      *....limpieza nocturna de vencidas.
           MOVE "N"              TO HAY-OFERTA.
           MOVE ZEROES           TO PRECIO-OFERTA.
      *....Sin vigencia (cero) la oferta no tiene fecha de fin.
           IF DESCUEN-PTM-TL-AMP NOT = ZEROES AND
              (VIGENCIA-PTM-TL-AMP = ZEROES OR
               VIGENCIA-PTM-TL-AMP NOT < FECHA-HOY-6)
              MOVE "S"           TO HAY-OFERTA,
              COMPUTE PRECIO-OFERTA ROUNDED =
                      PRECIO-NUE-GRUPO -
                      (PRECIO-NUE-GRUPO * DESCUEN-PTM-TL-AMP / 100).
           MOVE SPACES               TO LIN-DET.
           MOVE TROQUEL-GRUPO        TO LTROQUEL-DET.
           MOVE DESCRIPCION-AMP      TO LDESC-DET.
           MOVE PRECIO-ANT-GRUPO     TO LPRECIO-ANT-DET.
           MOVE PRECIO-NUE-GRUPO     TO LPRECIO-NUE-DET.
           MOVE ZEROES               TO VARIACION.
           IF PRECIO-ANT-GRUPO NOT = ZEROES
              COMPUTE VARIACION ROUNDED =
                      (PRECIO-NUE-GRUPO - PRECIO-ANT-GRUPO) * 100
                      / PRECIO-ANT-GRUPO
                      ON SIZE ERROR MOVE ZEROES TO VARIACION.
           MOVE VARIACION            TO LVARIACION-DET.
           MOVE PREFSO-ANT-GRUPO     TO LPREFSO-ANT-DET.
           MOVE PREFSO-NUE-GRUPO     TO LPREFSO-NUE-DET.
           IF HAY-OFERTA = "S"
              MOVE PRECIO-OFERTA     TO LOFERTA-DET,
              MOVE CANT-PTM-TL-AMP   TO LCANT-OFE-DET.
           IF HAY-OFERTA = "S" AND VIGENCIA-PTM-TL-AMP NOT = ZEROES
              MOVE VIGENCIA-PTM-TL-AMP TO FECHA-AUX-6,
              PERFORM EDITA-FECHA THRU FIN-EDITA-FECHA,
              MOVE FECHA-EDIT-HOY-R  TO LHASTA-DET.
           PERFORM IMPRIME-LINEA THRU FIN-IMPRIME-LINEA.
           MOVE SPACES               TO REG-ETIQUE.
           MOVE SUC-GRUPO            TO SUCURSAL-ETQ.
           MOVE TROQUEL-GRUPO        TO TROQUEL-ETQ.
           MOVE DESCRIPCION-AMP      TO DESCRIPCION-ETQ.
           MOVE PRECIO-ANT-GRUPO     TO PRECIO-ANT-ETQ.
           MOVE PRECIO-NUE-GRUPO     TO PRECIO-NUE-ETQ.
           MOVE PREFSO-NUE-GRUPO     TO PREFSO-NUE-ETQ.
           MOVE PRECIO-OFERTA        TO PRECIO-OFE-ETQ.
           MOVE ZEROES               TO CANT-OFE-ETQ, VIGENCIA-OFE-ETQ.
           IF HAY-OFERTA = "S"
              MOVE CANT-PTM-TL-AMP     TO CANT-OFE-ETQ,
              MOVE VIGENCIA-PTM-TL-AMP TO VIGENCIA-OFE-ETQ.
           MOVE FECHA-PEDIDA         TO FECHA-ETQ.
           WRITE REG-ETIQUE.
           ADD  1                    TO ETIQUETAS-SUC, TOT-ETIQUETAS.
           MOVE 1                    TO ETIQUETAS-ETQCTL.
       C-CIERRA-PRODUCTO.
           PERFORM 2350-REGISTRA-ASIENTO THRU FIN-2350-REGISTRA-ASIENTO
                   VARYING IND-G FROM 1 BY 1 UNTIL IND-G > CANT-GRUPO.
       FIN-2300-CIERRA-PRODUCTO.

       2350-REGISTRA-ASIENTO.
           MOVE TROQUEL-TG(IND-G)    TO TROQUEL-ETQCTL.
           MOVE FECHA-TG  (IND-G)    TO FECHA-ETQCTL.
           MOVE SECUEN-TG (IND-G)    TO SECUEN-ETQCTL.
           MOVE SUC-GRUPO            TO SUCURSAL-ETQCTL.
           PERFORM 2600-GRABA-ETQCTL THRU FIN-2600-GRABA-ETQCTL.
       FIN-2350-REGISTRA-ASIENTO.

       2400-ABRE-SUCURSAL.
           MOVE "S"                  TO HAY-SUCURSAL.
           MOVE ZEROES               TO ETIQUETAS-SUC.
           PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
       FIN-2400-ABRE-SUCURSAL.

       2500-CIERRA-SUCURSAL.
           MOVE ETIQUETAS-SUC        TO LETIQUETAS-TOT.
           WRITE REG-132 FROM LIN-TOT-SUC AFTER ADVANCING 2 LINES.
           ADD 2 TO LINEAS-HOJA.
           MOVE "N"                  TO HAY-SUCURSAL.
       FIN-2500-CIERRA-SUCURSAL.

      *....Un registro por asiento y division; si ya estaba (el mismo
      *....asiento dos veces en el grupo) se regraba con la emision.
       2600-GRABA-ETQCTL.
           MOVE FECHA-HOY-6          TO FECHA-EMISION-ETQCTL.
           ACCEPT NUMERO-HORA      FROM TIME.
           MOVE HORA-MINUTO          TO HORA-EMISION-ETQCTL.
           WRITE REG-ETQCTL INVALID KEY GO TO C-GRABA-ETQCTL.
           GO TO FIN-2600-GRABA-ETQCTL.
       C-GRABA-ETQCTL.
           REWRITE REG-ETQCTL.
       FIN-2600-GRABA-ETQCTL.

       9000-IMPRIME-RESUMEN.
           IF PAGINA = ZEROES
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           MOVE TOT-ASIENTOS       TO LASIENTOS-RES.
           MOVE TOT-YA-EMITIDOS    TO LYAEMIT-RES.
           MOVE TOT-SIN-MAESTRO    TO LSINMAE-RES.
           MOVE TOT-SIN-EXISTENCIA TO LSINEXI-RES.
           MOVE TOT-SIN-CAMBIO     TO LSINCAM-RES.
           MOVE TOT-ETIQUETAS      TO LETIQ-RES.
           WRITE REG-132 FROM LIN-RESUMEN-1 AFTER ADVANCING 3 LINES.
           WRITE REG-132 FROM LIN-RESUMEN-2 AFTER ADVANCING 1 LINE.
           DISPLAY "ETIQUETAS GRABADAS EN ETIQUE-01: " TOT-ETIQUETAS
                   "  (YA EMITIDOS ANTES: " TOT-YA-EMITIDOS ")".
       FIN-9000-IMPRIME-RESUMEN.

       IMPRIME-LINEA.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           WRITE REG-132 FROM LIN-DET AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
       FIN-IMPRIME-LINEA.

      *....Cada division en hoja aparte, para repartirla.
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
           MOVE SUC-GRUPO          TO LSUC-TIT.
           MOVE FECHA-PEDIDA       TO FECHA-AUX-6.
           PERFORM EDITA-FECHA THRU FIN-EDITA-FECHA.
           MOVE FECHA-EDIT-HOY-R   TO LFECHA-TIT.
           WRITE REG-132 FROM LIN-TIT-SUC AFTER ADVANCING 1 LINE.
           WRITE REG-132 FROM LIN-TIT-2   AFTER ADVANCING 2 LINES.
           MOVE 4 TO LINEAS-HOJA.
       FIN-IMPRIME-ENCABEZADO.

      *....AAMMDD de FECHA-AUX a DDMMAA en FECHA-EDIT-HOY.
       EDITA-FECHA.
           MOVE DIA-AUX            TO DIA-ED-HOY.
           MOVE MES-AUX            TO MES-ED-HOY.
           MOVE ANO-AUX            TO ANO-ED-HOY.
       FIN-EDITA-FECHA.

       END PROGRAM SMOV-ETQ.
