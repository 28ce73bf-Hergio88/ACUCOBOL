       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SMOV-TRA.
       AUTHOR.        DROGUERIA SUR.
       INSTALLATION.  VILLARINO 52. BAHIA BLANCA.
       DATE-WRITTEN.  OCTUBRE 2026.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                             *
      *         ***  OBJETIVOS DEL PROGRAMA "MOV-TRA"  ***          *
      *              """"""""""""""""""""""""""""""""               *
      *                                                             *
      *    CONTROL POR LOTE (BATCH) DE LA MERCADERIA EN TRANSITO    *
      *    ENTRE DIVISIONES ("TRANSI"), QUE LA TRANSFERENCIA "TR"   *
      *    DE "MOV-AMP" DEJA PENDIENTE HASTA QUE LA DIVISION DES-   *
      *    TINO LA CONFIRMA CON LA RECEPCION "RT". EN DOS PARTES:   *
      *                                                             *
      *    1) DIFERENCIAS: RENGLONES YA RECIBIDOS DONDE LO RECIBI-  *
      *       DO NO COINCIDE CON LO ENVIADO, CON SU VALOR AL COSTO. *
      *       CADA DIFERENCIA SALE UNA SOLA VEZ (QUEDA MARCADA     *
      *       COMO LISTADA) SALVO QUE SE PIDA REIMPRIMIRLAS.        *
      *    2) ANTIGUEDAD: RENGLONES TODAVIA PENDIENTES CON N O MAS  *
      *       DIAS DESDE EL ENVIO (N SE INDICA AL LANZARLO, POR     *
      *       OMISION 3), AGRUPADOS POR DIVISION DESTINO Y DEL MAS  *
      *       VIEJO AL MAS NUEVO, CON TOTALES DE UNIDADES Y VALOR,  *
      *       PARA QUE NINGUNA TRANSFERENCIA QUEDE EN EL CAMINO.-   *
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

           SELECT TRANSI ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/TRANSI01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-TRANSI,
                  FILE STATUS  IS STATUS-TRANSI.

           SELECT WORK-TRA ASSIGN TO DISK, "SORTWK-TRA".

           SELECT LO ASSIGN TO PRINT, FILE-LO,
                  ORGANIZATION IS SEQUENTIAL,
                  ACCESS MODE  IS SEQUENTIAL,
                  FILE STATUS  IS STATUS-LO.


      /    ***  D I V I S I O N   D E   D A T O S  ***
      *         """""""""""""""""""""""""""""""""

       DATA DIVISION.

       FILE SECTION.

           COPY "TRANSI.FD".

       SD  WORK-TRA.
       01  REG-WORK-TRA.
           05 WDESTINO-TRA         PIC 9(2)      COMP-6.
           05 WDIAS-TRA            PIC S9(5)     COMP-3.
           05 WTROQUEL-TRA         PIC X(8).
           05 WDESC-TRA            PIC X(30).
           05 WORIGEN-TRA          PIC 9(2)      COMP-6.
           05 WNUMERO-TRA          PIC 9(6)      COMP-6.
           05 WFECHA-TRA           PIC 9(6)      COMP-6.
           05 WCANT-TRA            PIC 9(6)      COMP-6.
           05 WVALOR-TRA           PIC S9(9)V99  COMP-3.

      *    ***  DESCRIPCION DEL ARCHIVO "LO"  ***
      *         """"""""""""""""""""""""""""

       FD  LO LABEL RECORD IS OMITTED.
       01  REG-132             PIC X(132).

       WORKING-STORAGE SECTION.

       01  LINEA-STATUS.
           05 FILLER             PIC X(4) VALUE "TRA:".
           05 STATUS-TRANSI      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(4) VALUE ",LO:".
           05 STATUS-LO          PIC X(2) VALUE SPACES.

       01  OTROS-FILES.
           05 FILE-LO             PIC X(07)  VALUE "PRINTER".

       77  FIN-TRANSI             PIC X      VALUE "N".
           88 NO-HAY-MAS-TRANSI   VALUE "S".
       77  FIN-SORT-TRA           PIC X      VALUE "N".
           88 NO-HAY-MAS-SORT-TRA VALUE "S".
       77  REIMPRIME              PIC X      VALUE "N".
           88 REIMPRIME-LISTADAS  VALUE "S".

       77  DIAS-LIMITE            PIC 9(3)   VALUE ZEROES.
       77  NUMERAL-ENVIO          PIC 9(8)   COMP-6.
       77  NUMERAL-HOY            PIC 9(8)   COMP-6.
       77  DIAS-TRANSITO          PIC S9(5)  COMP-3.
       77  ANOC                   PIC S9(4).
       77  MESC                   PIC S9(4).
       77  DIAC                   PIC S9(4).
       77  NUMERAL                PIC 9(8)   COMP-6.
       77  AUXILIAR1              PIC 9(8)   COMP-6.
       77  DIFERENCIA             PIC S9(6)  COMP-3.
       77  PENDIENTE              PIC 9(6)   COMP-6.
       77  VALOR-RENGLON          PIC S9(9)V99 COMP-3.
       77  DIV-ANTERIOR           PIC 9(2)   VALUE ZEROES.
       77  HUBO-DIVISION          PIC X      VALUE "N".
       77  CANT-DIVISION          PIC 9(7)   VALUE ZEROES.
       77  VALOR-DIVISION         PIC S9(11)V99 COMP-3 VALUE ZEROES.
       77  CANT-GENERAL           PIC 9(7)   VALUE ZEROES.
       77  VALOR-GENERAL          PIC S9(11)V99 COMP-3 VALUE ZEROES.
       77  VALOR-DIFERENCIAS      PIC S9(11)V99 COMP-3 VALUE ZEROES.
       77  TOT-DIFERENCIAS        PIC 9(6)   VALUE ZEROES.
       77  TOT-PENDIENTES         PIC 9(6)   VALUE ZEROES.
       77  PAGINA                 PIC 9(4)   VALUE ZEROES.
       77  LINEAS-HOJA            PIC 9(2)   VALUE ZEROES.
       77  MAX-LINEAS             PIC 9(2)   VALUE 54.

       01  FECHA-HOY-R.
           05 ANO-HOY             PIC 9(2).
           05 MES-HOY             PIC 9(2).
           05 DIA-HOY             PIC 9(2).
       01  FECHA-HOY-6 REDEFINES FECHA-HOY-R
                                  PIC 9(6).

       01  FECHA-TRA-R.
           05 ANO-TRA             PIC 9(2).
           05 MES-TRA             PIC 9(2).
           05 DIA-TRA             PIC 9(2).
       01  FECHA-TRA-N REDEFINES FECHA-TRA-R
                                  PIC 9(6).

       01  FECHA-EDIT-HOY.
           05 DIA-ED-HOY          PIC 9(2).
           05 MES-ED-HOY          PIC 9(2).
           05 ANO-ED-HOY          PIC 9(2).
       01  FECHA-EDIT-HOY-R REDEFINES FECHA-EDIT-HOY
                                  PIC 9(6).

       01  LIN-TIT-1.
           05 FILLER              PIC X(30)
                  VALUE "DROGUERIA SUR - MERCADERIA EN".
           05 FILLER              PIC X(26)
                  VALUE " TRANSITO ENTRE DIVISIONES".
           05 FILLER              PIC X(9)  VALUE " Fecha: ".
           05 LFEC-TIT-1          PIC 99/99/99.
           05 FILLER              PIC X(8)  VALUE " Hoja: ".
           05 LPAG-TIT-1          PIC ZZZ9.

       01  LIN-TIT-DIF.
           05 FILLER              PIC X(45)
                  VALUE "DIFERENCIAS ENTRE LO ENVIADO Y LO RECIBIDO".

       01  LIN-TIT-2.
           05 FILLER              PIC X(9)  VALUE "Troquel  ".
           05 FILLER              PIC X(31)
                  VALUE "Descripcion                    ".
           05 FILLER              PIC X(5)  VALUE "Orig ".
           05 FILLER              PIC X(5)  VALUE "Dest ".
           05 FILLER              PIC X(8)  VALUE "Nro.TR  ".
           05 FILLER              PIC X(10) VALUE "Enviada   ".
           05 FILLER              PIC X(10) VALUE "Recibida  ".
           05 FILLER              PIC X(8)  VALUE "  Envio ".
           05 FILLER              PIC X(8)  VALUE "  Recep.".
           05 FILLER              PIC X(9)  VALUE " Difer.  ".
           05 FILLER              PIC X(15) VALUE "  Valor Difer.".

       01  LIN-DET-DIF.
           05 LTROQUEL-DIF        PIC X(9).
           05 LDESC-DIF           PIC X(31).
           05 LORIGEN-DIF         PIC Z9BBB.
           05 LDESTINO-DIF        PIC Z9BBB.
           05 LNUMERO-DIF         PIC ZZZZZ9BB.
           05 LFENVIO-DIF         PIC 99/99/99BB.
           05 LFRECEP-DIF         PIC 99/99/99BB.
           05 LENVIADA-DIF        PIC ZZZZZ9BB.
           05 LRECIBIDA-DIF       PIC ZZZZZ9BB.
           05 LDIFER-DIF          PIC -ZZZZ9BBB.
           05 LVALOR-DIF          PIC ZZZ.ZZZ.ZZ9,99-.

       01  LIN-TOT-DIF.
           05 FILLER              PIC X(30)
                  VALUE "Total valor de diferencias ...".
           05 LTOT-DIF            PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

       01  LIN-SIN-DIF.
           05 FILLER              PIC X(50)
              VALUE "No hay diferencias nuevas en lo recibido.".

       01  LIN-TIT-ANT.
           05 FILLER              PIC X(35)
                  VALUE "PENDIENTES DE RECEPCION CON MAS DE ".
           05 LDIAS-TIT           PIC ZZ9.
           05 FILLER              PIC X(18) VALUE " DIAS EN TRANSITO".

       01  LIN-TIT-DIV.
           05 FILLER              PIC X(18) VALUE "Division destino: ".
           05 LDIV-TIT            PIC Z9.

       01  LIN-TIT-3.
           05 FILLER              PIC X(9)  VALUE "Troquel  ".
           05 FILLER              PIC X(31)
                  VALUE "Descripcion                    ".
           05 FILLER              PIC X(5)  VALUE "Orig ".
           05 FILLER              PIC X(8)  VALUE "Nro.TR  ".
           05 FILLER              PIC X(10) VALUE "Enviada   ".
           05 FILLER              PIC X(7)  VALUE " Dias  ".
           05 FILLER              PIC X(10) VALUE "Pendiente ".
           05 FILLER              PIC X(15) VALUE "  Valor Costo".

       01  LIN-DET-ANT.
           05 LTROQUEL-ANT        PIC X(9).
           05 LDESC-ANT           PIC X(31).
           05 LORIGEN-ANT         PIC Z9BBB.
           05 LNUMERO-ANT         PIC ZZZZZ9BB.
           05 LFENVIO-ANT         PIC 99/99/99BB.
           05 LDIAS-ANT           PIC ZZZZ9BB.
           05 LCANT-ANT           PIC ZZZZZ9BBBB.
           05 LVALOR-ANT          PIC ZZZ.ZZZ.ZZ9,99-.

       01  LIN-TOT-DIV.
           05 FILLER              PIC X(70)
                  VALUE "Total Division ...".
           05 LCANT-TDIV          PIC ZZZZZZ9BBB.
           05 LVALOR-TDIV         PIC ZZZ.ZZZ.ZZ9,99-.

       01  LIN-TOT-GRAL.
           05 FILLER              PIC X(70)
                  VALUE "TOTAL EN TRANSITO ATRASADO .....".
           05 LCANT-TGRA          PIC ZZZZZZ9BBB.
           05 LVALOR-TGRA         PIC ZZZ.ZZZ.ZZ9,99-.

       01  LIN-SIN-PEND.
           05 FILLER              PIC X(50)
              VALUE "No hay transferencias atrasadas en el camino.".

       01  LIN-RESUMEN.
           05 FILLER              PIC X(22)
                  VALUE "Diferencias listadas:".
           05 LDIFER-RES          PIC ZZZZZ9.
           05 FILLER              PIC X(24)
                  VALUE "   Pendientes atrasados:".
           05 LPEND-RES           PIC ZZZZZ9.


      /    ***  D I V I S I O N   D E   P R O C E D I M I E N T O S  ***
      *         """""""""""""""""""""""""""""""""""""""""""""""""""

       PROCEDURE DIVISION.

       0-MAINLINE.
           PERFORM 0100-INICIA THRU FIN-0100-INICIA.
           PERFORM 1000-DIFERENCIAS THRU FIN-1000-DIFERENCIAS.
           SORT WORK-TRA
                ASCENDING  KEY WDESTINO-TRA
                DESCENDING KEY WDIAS-TRA
                INPUT PROCEDURE  IS 2000-CARGA-PENDIENTES
                OUTPUT PROCEDURE IS 3000-IMPRIME-PENDIENTES.
           PERFORM 9000-IMPRIME-RESUMEN THRU FIN-9000-IMPRIME-RESUMEN.
           CLOSE TRANSI, LO.
           STOP RUN.

       0100-INICIA.
           DISPLAY "DIAS EN TRANSITO PARA LISTAR (ENTER: 3): ".
           ACCEPT DIAS-LIMITE.
           IF DIAS-LIMITE = ZEROES MOVE 3 TO DIAS-LIMITE.
           DISPLAY "REIMPRIME DIFERENCIAS YA LISTADAS (S/N): ".
           ACCEPT REIMPRIME.
           IF REIMPRIME NOT = "S" MOVE "N" TO REIMPRIME.
       ABRE-TRANSI.
           OPEN I-O TRANSI.
           IF STATUS-TRANSI NOT = "00",
              OPEN OUTPUT TRANSI,
              CLOSE       TRANSI,
              GO TO ABRE-TRANSI.
           OPEN OUTPUT LO.
           ACCEPT FECHA-HOY-R FROM DATE.
           MOVE ANO-HOY TO ANOC.
           MOVE MES-HOY TO MESC.
           MOVE DIA-HOY TO DIAC.
           PERFORM CALCULA-NUMERAL THRU FIN-CALCULA-NUMERAL.
           MOVE NUMERAL TO NUMERAL-HOY.
           MOVE ZEROES  TO PAGINA.
           PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
       FIN-0100-INICIA.

      *....Primera parte: renglones recibidos con diferencia. Se
      *....marcan como listados para que la misma diferencia no
      *....vuelva a salir todas las noches.
       1000-DIFERENCIAS.
           WRITE REG-132 FROM LIN-TIT-DIF AFTER ADVANCING 2 LINES.
           WRITE REG-132 FROM LIN-TIT-2   AFTER ADVANCING 2 LINES.
           ADD 4 TO LINEAS-HOJA.
           MOVE "N"        TO FIN-TRANSI.
           MOVE LOW-VALUES TO CLAVE-TRANSI.
           START TRANSI KEY IS NOT < CLAVE-TRANSI;
                 INVALID KEY MOVE "S" TO FIN-TRANSI.
           IF NOT NO-HAY-MAS-TRANSI
              READ TRANSI NEXT RECORD AT END MOVE "S" TO FIN-TRANSI.
           PERFORM 1100-UNA-DIFERENCIA THRU FIN-1100-UNA-DIFERENCIA
                   UNTIL NO-HAY-MAS-TRANSI.
           IF TOT-DIFERENCIAS = ZEROES
              WRITE REG-132 FROM LIN-SIN-DIF AFTER ADVANCING 2 LINES
           ELSE
              MOVE VALOR-DIFERENCIAS TO LTOT-DIF,
              WRITE REG-132 FROM LIN-TOT-DIF AFTER ADVANCING 2 LINES.
           ADD 2 TO LINEAS-HOJA.
       FIN-1000-DIFERENCIAS.

       1100-UNA-DIFERENCIA.
           IF NOT TRANSI-RECIBIDO
              GO TO LEE-SIG-DIFERENCIA.
           IF CANT-RECIBIDA-TRANSI = CANT-ENVIADA-TRANSI
              GO TO LEE-SIG-DIFERENCIA.
           IF DIFERENCIA-LISTADA AND NOT REIMPRIME-LISTADAS
              GO TO LEE-SIG-DIFERENCIA.
           COMPUTE DIFERENCIA = CANT-ENVIADA-TRANSI
                              - CANT-RECIBIDA-TRANSI.
           COMPUTE VALOR-RENGLON ROUNDED = DIFERENCIA * COSTO-TRANSI.
           ADD 1             TO TOT-DIFERENCIAS.
           ADD VALOR-RENGLON TO VALOR-DIFERENCIAS.
           PERFORM IMPRIME-DIFERENCIA THRU FIN-IMPRIME-DIFERENCIA.
           IF DIFERENCIA-LISTADA
              GO TO LEE-SIG-DIFERENCIA.
           MOVE "S"          TO DIF-LISTADA-TRANSI.
           REWRITE REG-TRANSI.
       LEE-SIG-DIFERENCIA.
           READ TRANSI NEXT RECORD AT END MOVE "S" TO FIN-TRANSI.
       FIN-1100-UNA-DIFERENCIA.

       IMPRIME-DIFERENCIA.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO,
              WRITE REG-132 FROM LIN-TIT-2 AFTER ADVANCING 2 LINES,
              ADD 2 TO LINEAS-HOJA.
           MOVE TROQUEL-TRANSI       TO LTROQUEL-DIF.
           MOVE DESC-PROD-TRANSI     TO LDESC-DIF.
           MOVE SUC-ORIGEN-TRANSI    TO LORIGEN-DIF.
           MOVE SUC-DESTINO-TRANSI   TO LDESTINO-DIF.
           MOVE NUMERO-TR-TRANSI     TO LNUMERO-DIF.
           MOVE FECHA-ENVIO-TRANSI   TO FECHA-TRA-N.
           PERFORM EDITA-FECHA-TRA THRU FIN-EDITA-FECHA-TRA.
           MOVE FECHA-EDIT-HOY-R     TO LFENVIO-DIF.
           MOVE FECHA-RECEP-TRANSI   TO FECHA-TRA-N.
           PERFORM EDITA-FECHA-TRA THRU FIN-EDITA-FECHA-TRA.
           MOVE FECHA-EDIT-HOY-R     TO LFRECEP-DIF.
           MOVE CANT-ENVIADA-TRANSI  TO LENVIADA-DIF.
           MOVE CANT-RECIBIDA-TRANSI TO LRECIBIDA-DIF.
           MOVE DIFERENCIA           TO LDIFER-DIF.
           MOVE VALOR-RENGLON        TO LVALOR-DIF.
           WRITE REG-132 FROM LIN-DET-DIF AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
       FIN-IMPRIME-DIFERENCIA.

      *....Segunda parte: lo que sigue pendiente con la antiguedad
      *....pedida o mas, ordenado por division destino y del mas
      *....viejo al mas nuevo.
       2000-CARGA-PENDIENTES.
           MOVE "N"        TO FIN-TRANSI.
           MOVE LOW-VALUES TO CLAVE-TRANSI.
           START TRANSI KEY IS NOT < CLAVE-TRANSI;
                 INVALID KEY MOVE "S" TO FIN-TRANSI.
           IF NOT NO-HAY-MAS-TRANSI
              READ TRANSI NEXT RECORD AT END MOVE "S" TO FIN-TRANSI.
           PERFORM 2100-UN-PENDIENTE THRU FIN-2100-UN-PENDIENTE
                   UNTIL NO-HAY-MAS-TRANSI.
       FIN-2000-CARGA-PENDIENTES.

       2100-UN-PENDIENTE.
           IF NOT TRANSI-PENDIENTE
              GO TO LEE-SIG-PENDIENTE.
           COMPUTE PENDIENTE = CANT-ENVIADA-TRANSI
                             - CANT-RECIBIDA-TRANSI.
           IF PENDIENTE = ZEROES
              GO TO LEE-SIG-PENDIENTE.
           MOVE FECHA-ENVIO-TRANSI TO FECHA-TRA-N.
           MOVE ANO-TRA            TO ANOC.
           MOVE MES-TRA            TO MESC.
           MOVE DIA-TRA            TO DIAC.
           PERFORM CALCULA-NUMERAL THRU FIN-CALCULA-NUMERAL.
           MOVE NUMERAL            TO NUMERAL-ENVIO.
           COMPUTE DIAS-TRANSITO = NUMERAL-HOY - NUMERAL-ENVIO.
           IF DIAS-TRANSITO < ZEROES MOVE ZEROES TO DIAS-TRANSITO.
           IF DIAS-TRANSITO < DIAS-LIMITE
              GO TO LEE-SIG-PENDIENTE.
           MOVE SUC-DESTINO-TRANSI TO WDESTINO-TRA.
           MOVE DIAS-TRANSITO      TO WDIAS-TRA.
           MOVE TROQUEL-TRANSI     TO WTROQUEL-TRA.
           MOVE DESC-PROD-TRANSI   TO WDESC-TRA.
           MOVE SUC-ORIGEN-TRANSI  TO WORIGEN-TRA.
           MOVE NUMERO-TR-TRANSI   TO WNUMERO-TRA.
           MOVE FECHA-ENVIO-TRANSI TO WFECHA-TRA.
           MOVE PENDIENTE          TO WCANT-TRA.
           COMPUTE WVALOR-TRA ROUNDED = PENDIENTE * COSTO-TRANSI.
           RELEASE REG-WORK-TRA.
       LEE-SIG-PENDIENTE.
           READ TRANSI NEXT RECORD AT END MOVE "S" TO FIN-TRANSI.
       FIN-2100-UN-PENDIENTE.

      *....Mismo calendario juliano abreviado que "DETERMINA-NUMERAL"
      *....de "MOV-AMP".
       CALCULA-NUMERAL.
           IF MESC > 2 ADD 1 TO MESC ELSE SUBTRACT 1 FROM ANOC,
                                        ADD  13     TO  MESC.
           MULTIPLY 365,25 BY ANOC GIVING AUXILIAR1.
           MOVE AUXILIAR1  TO NUMERAL.
           MULTIPLY  30,60 BY MESC GIVING AUXILIAR1.
           ADD  AUXILIAR1  TO NUMERAL.
           ADD  DIAC       TO NUMERAL.
       FIN-CALCULA-NUMERAL.

       3000-IMPRIME-PENDIENTES.
           MOVE DIAS-LIMITE TO LDIAS-TIT.
           IF LINEAS-HOJA > 48
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           WRITE REG-132 FROM LIN-TIT-ANT AFTER ADVANCING 3 LINES.
           ADD 3 TO LINEAS-HOJA.
           RETURN WORK-TRA AT END MOVE "S" TO FIN-SORT-TRA.
           PERFORM 3100-IMPRIME-UNO THRU FIN-3100-IMPRIME-UNO
                   UNTIL NO-HAY-MAS-SORT-TRA.
           IF HUBO-DIVISION = "S"
              PERFORM IMPRIME-TOT-DIVISION
                      THRU FIN-IMPRIME-TOT-DIVISION,
              MOVE CANT-GENERAL  TO LCANT-TGRA,
              MOVE VALOR-GENERAL TO LVALOR-TGRA,
              WRITE REG-132 FROM LIN-TOT-GRAL AFTER ADVANCING 2 LINES
           ELSE
              WRITE REG-132 FROM LIN-SIN-PEND AFTER ADVANCING 2 LINES.
       FIN-3000-IMPRIME-PENDIENTES.

       3100-IMPRIME-UNO.
           IF HUBO-DIVISION = "N" OR WDESTINO-TRA NOT = DIV-ANTERIOR
              PERFORM CAMBIA-DIVISION THRU FIN-CAMBIA-DIVISION.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO,
              PERFORM IMPRIME-DIVISION   THRU FIN-IMPRIME-DIVISION.
           ADD 1            TO TOT-PENDIENTES.
           ADD WCANT-TRA    TO CANT-DIVISION, CANT-GENERAL.
           ADD WVALOR-TRA   TO VALOR-DIVISION, VALOR-GENERAL.
           MOVE WTROQUEL-TRA TO LTROQUEL-ANT.
           MOVE WDESC-TRA    TO LDESC-ANT.
           MOVE WORIGEN-TRA  TO LORIGEN-ANT.
           MOVE WNUMERO-TRA  TO LNUMERO-ANT.
           MOVE WFECHA-TRA   TO FECHA-TRA-N.
           PERFORM EDITA-FECHA-TRA THRU FIN-EDITA-FECHA-TRA.
           MOVE FECHA-EDIT-HOY-R TO LFENVIO-ANT.
           MOVE WDIAS-TRA    TO LDIAS-ANT.
           MOVE WCANT-TRA    TO LCANT-ANT.
           MOVE WVALOR-TRA   TO LVALOR-ANT.
           WRITE REG-132 FROM LIN-DET-ANT AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
           RETURN WORK-TRA AT END MOVE "S" TO FIN-SORT-TRA.
       FIN-3100-IMPRIME-UNO.

       CAMBIA-DIVISION.
           IF HUBO-DIVISION = "S"
              PERFORM IMPRIME-TOT-DIVISION
                      THRU FIN-IMPRIME-TOT-DIVISION.
           MOVE "S"          TO HUBO-DIVISION.
           MOVE WDESTINO-TRA TO DIV-ANTERIOR.
           MOVE ZEROES       TO CANT-DIVISION, VALOR-DIVISION.
           IF LINEAS-HOJA > MAX-LINEAS - 4
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           PERFORM IMPRIME-DIVISION THRU FIN-IMPRIME-DIVISION.
       FIN-CAMBIA-DIVISION.

       IMPRIME-DIVISION.
           MOVE DIV-ANTERIOR TO LDIV-TIT.
           WRITE REG-132 FROM LIN-TIT-DIV AFTER ADVANCING 2 LINES.
           WRITE REG-132 FROM LIN-TIT-3   AFTER ADVANCING 1 LINE.
           ADD 3 TO LINEAS-HOJA.
       FIN-IMPRIME-DIVISION.

       IMPRIME-TOT-DIVISION.
           MOVE CANT-DIVISION  TO LCANT-TDIV.
           MOVE VALOR-DIVISION TO LVALOR-TDIV.
           WRITE REG-132 FROM LIN-TOT-DIV AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
       FIN-IMPRIME-TOT-DIVISION.

       EDITA-FECHA-TRA.
           MOVE DIA-TRA TO DIA-ED-HOY.
           MOVE MES-TRA TO MES-ED-HOY.
           MOVE ANO-TRA TO ANO-ED-HOY.
       FIN-EDITA-FECHA-TRA.

       9000-IMPRIME-RESUMEN.
           MOVE TOT-DIFERENCIAS TO LDIFER-RES.
           MOVE TOT-PENDIENTES  TO LPEND-RES.
           WRITE REG-132 FROM LIN-RESUMEN AFTER ADVANCING 3 LINES.
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
           MOVE 1 TO LINEAS-HOJA.
       FIN-IMPRIME-ENCABEZADO.

       END PROGRAM SMOV-TRA.
