       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SMOV-POS.
       AUTHOR.        DROGUERIA SUR.
       INSTALLATION.  VILLARINO 52. BAHIA BLANCA.
       DATE-WRITTEN.  OCTUBRE 2026.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                             *
      *         ***  OBJETIVOS DEL PROGRAMA "MOV-POS"  ***          *
      *              """"""""""""""""""""""""""""""""               *
      *                                                             *
      *    PROCESO NOCTURNO (BATCH) QUE TOMA LAS VENTAS DEL DIA     *
      *    DEVUELTAS POR LOS PUNTOS DE VENTA DE LAS DIVISIONES      *
      *    (ARCHIVO "POSVTA", UN RENGLON POR LINEA DE TICKET) Y     *
      *    LAS DESCUENTA DE "AMP" COMO UNA SALIDA "S*" DE "MOV-AMP":*
      *    BAJA LA EXISTENCIA DE LA DIVISION, CONSUME LAS PARTIDAS  *
      *    EN EL MISMO ORDEN QUE "RESTA-PARTIDA", ACUMULA LO VEN-   *
      *    DIDO (HISTORICO, DIVISION Y MES) Y GRABA EL MOVIMIENTO   *
      *    EN "TRNAMP" CON EL PRECIO COBRADO EN EL TICKET.          *
      *                                                             *
      *    LOS RENGLONES QUE NO SE PUEDEN DESCONTAR VAN A "POSREC"  *
      *    CON EL MOTIVO, Y CADA RENGLON DESCONTADO QUEDA ANOTADO   *
      *    EN "POSCTL" (DIVISION, FECHA, TICKET Y RENGLON), DE MODO *
      *    QUE SI EL MISMO ARCHIVO SE PROCESA DOS VECES LA VENTA    *
      *    NO SE DESCUENTA DOS VECES.-                              *
      *                                                             *
      *    NO PIDE GTIN/SERIE DE LOS PRODUCTOS TRAZADOS NI GENERA   *
      *    BACKORDERS POR FALTANTE; ESO SIGUE HACIENDOSE A MANO     *
      *    DESDE "MOV-AMP" CUANDO CORRESPONDA. POR LO MISMO RECHAZA *
      *    LOS PRODUCTOS CONTROLADOS (PSICOTROPICOS Y ESTUPEFACIEN- *
      *    TES), QUE SOLO SE DESPACHAN CON RECETA POR "MOV-AMP", Y  *
      *    RESPETA LOS LOTES CON RETIRO ABIERTO EN "RETIRO" IGUAL   *
      *    QUE "CONTROLA-RETIRO": NO CONSUME SUS PARTIDAS Y RECHAZA *
      *    LA VENTA SI LA DIVISION NO CONFIRMO LA CUARENTENA O SI   *
      *    NO LE ALCANZA LO LIBRE.                                  *
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

           SELECT POSVTA ASSIGN TO DISK, "POSVTA-01",
                  ORGANIZATION IS SEQUENTIAL,
                  ACCESS MODE  IS SEQUENTIAL,
                  FILE STATUS  IS STATUS-POSVTA.

           SELECT POSREC ASSIGN TO DISK, "POSREC-01",
                  ORGANIZATION IS SEQUENTIAL,
                  ACCESS MODE  IS SEQUENTIAL,
                  FILE STATUS  IS STATUS-POSREC.

           SELECT POSCTL ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/POSCTL01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-POSCTL,
                  FILE STATUS  IS STATUS-POSCTL.

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

           SELECT TRNAMP ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/TRNAMP01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-TRNAMP,
                  FILE STATUS  IS STATUS-TRNAMP.

           SELECT RETIRO ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/RETIRO01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-RETIRO,
                  FILE STATUS  IS STATUS-RETIRO.

           SELECT LO ASSIGN TO PRINT, FILE-LO,
                  ORGANIZATION IS SEQUENTIAL,
                  ACCESS MODE  IS SEQUENTIAL,
                  FILE STATUS  IS STATUS-LO.


      /    ***  D I V I S I O N   D E   D A T O S  ***
      *         """""""""""""""""""""""""""""""""

       DATA DIVISION.

       FILE SECTION.

      *    ***  DESCRIPCION DEL ARCHIVO "POSVTA"  ***
      *         """""""""""""""""""""""""""""""""

           COPY "POSVTA.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "POSREC"  ***
      *         """""""""""""""""""""""""""""""""

           COPY "POSREC.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "POSCTL"  ***
      *         """""""""""""""""""""""""""""""""

           COPY "POSCTL.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "AMP"  ***
      *         """""""""""""""""""""""""""""

           COPY "AMP.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "AID"  ***
      *         """""""""""""""""""""""""""""

       FD  AID LABEL RECORD IS STANDARD.
       01  REG-AID.
           05 CLAVE-AID-TROQUEL.
              10 TROQUEL-AID.
                 15 IM-X3 PIC X OCCURS 8 TIMES.
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

      *    ***  DESCRIPCION DEL ARCHIVO "RETIRO"  ***
      *         """""""""""""""""""""""""""""""

           COPY "RETIRO.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "LO"  ***
      *         """"""""""""""""""""""""""""

       FD  LO LABEL RECORD IS OMITTED.
       01  REG-132             PIC X(132).

       WORKING-STORAGE SECTION.

       01  LINEA-STATUS.
           05 FILLER             PIC X(4) VALUE "POS:".
           05 STATUS-POSVTA      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",REC:".
           05 STATUS-POSREC      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",CTL:".
           05 STATUS-POSCTL      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",AMP:".
           05 STATUS-AMP         PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",AID:".
           05 STATUS-AID         PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(8) VALUE ",TRNAMP:".
           05 STATUS-TRNAMP      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",RET:".
           05 STATUS-RETIRO      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(4) VALUE ",LO:".
           05 STATUS-LO          PIC X(2) VALUE SPACES.

       01  OTROS-FILES.
           05 FILE-LO             PIC X(07)  VALUE "PRINTER".

      *....Codigo de salida con que queda la venta de mostrador en
      *...."TRNAMP": es del grupo de salidas con precio cargado
      *....("ESMMX" de "MOV-AMP"), asi el importe del movimiento es
      *....lo que efectivamente se cobro en el ticket.
       01  CODIGOS-POS.
           05 COD-VENTA-POS       PIC X(2)   VALUE "S5".
           05 ARTEFACTO-POS       PIC X(7)   VALUE "PTOVTA".
           05 OPERADORA-POS       PIC X(2)   VALUE "PV".

       77  FIN-POSVTA             PIC X      VALUE "N".
           88 NO-HAY-MAS-POSVTA   VALUE "S".
       77  PRODUCTO-OK            PIC X      VALUE "S".
           88 HALLADO-PRODUCTO    VALUE "S".
           88 NO-HALLADO-PRODUCTO VALUE "N".
       77  CONTROL-OK             PIC X      VALUE "N".
           88 YA-IMPORTADO        VALUE "S".
           88 NO-IMPORTADO        VALUE "N".
       77  MOTIVO-RECHAZO         PIC X(40)  VALUE SPACES.

       77  CLAVE-AMP              PIC 9(6)     VALUE IS 1.
       77  IND                    PIC 9(4)     COMP-1.
       77  IND-S                  PIC 9(4)     COMP-1.
       77  IND-REINTENTO          PIC 9(2)     COMP-1  VALUE ZEROES.
       77  CONTADOR-TRN           PIC 9(4)     COMP-6  VALUE ZEROES.
       77  VTO-VENTA              PIC 9(4)     COMP-6  VALUE ZEROES.
       77  CANTIDAD-ENTERA        PIC 9(5)     VALUE ZEROES.
       77  AUXILIAR               PIC S9(9)V99 COMP-3.
       77  INTERMEDIO             PIC S9(7)V99 COMP-3.

       77  CANT-LOTES-RET         PIC 9(2)     COMP-6  VALUE ZEROES.
       77  IND-RET                PIC 9(2)     COMP-6  VALUE ZEROES.
       77  RETENIDO-RETIRO        PIC S9(7)V99 COMP-3  VALUE ZEROES.
       77  LIBRE-RETIRO           PIC S9(7)V99 COMP-3  VALUE ZEROES.
       77  LOTE-EN-RETIRO         PIC X        VALUE "N".
       01  TABLA-LOTES-RET.
           05 VTO-LOTE-RET        PIC 9(4)     COMP-6  OCCURS 5 TIMES.

       77  TOT-LEIDOS             PIC 9(6)     VALUE ZEROES.
       77  TOT-CARGADOS           PIC 9(6)     VALUE ZEROES.
       77  TOT-RECHAZADOS         PIC 9(6)     VALUE ZEROES.
       77  TOT-YA-IMPORTADOS      PIC 9(6)     VALUE ZEROES.

       01  TOTALES-DIVISION.
           05 TOT-DIVISION        OCCURS 10 TIMES.
              10 RENG-DIV         PIC 9(6)      COMP-6.
              10 CANT-DIV         PIC S9(7)V99  COMP-3.
              10 IMPORTE-DIV      PIC S9(11)V99 COMP-3.

       01  FECHA-HOY-R.
           05 ANO-HOY             PIC 9(2).
           05 MES-HOY             PIC 9(2).
           05 DIA-HOY             PIC 9(2).
       01  FECHA-HOY-6 REDEFINES FECHA-HOY-R PIC 9(6).

       01  LIN-TIT-1.
           05 FILLER              PIC X(30)
                  VALUE "DROGUERIA SUR - IMPORTACION D".
           05 FILLER              PIC X(25)
                  VALUE "E VENTAS DE PUNTO DE VTA.".
           05 FILLER              PIC X(9)  VALUE " Fecha: ".
           05 LFEC-TIT-1          PIC 99/99/99.

       01  LIN-TIT-2.
           05 FILLER              PIC X(4)  VALUE "Div.".
           05 FILLER              PIC X(10) VALUE "   Ticket ".
           05 FILLER              PIC X(4)  VALUE "Ren ".
           05 FILLER              PIC X(9)  VALUE "Troquel  ".
           05 FILLER              PIC X(9)  VALUE " Cantidad".
           05 FILLER              PIC X(12) VALUE "      Precio".
           05 FILLER              PIC X(20)
                  VALUE "  Motivo del rechazo".

       01  LIN-DET.
           05 LSUC-DET            PIC Z9BB.
           05 LTICKET-DET         PIC ZZZZZZZ9BB.
           05 LRENGLON-DET        PIC ZZ9B.
           05 LTROQUEL-DET        PIC X(9).
           05 LCANT-DET           PIC ZZZZ9,99.
           05 LPRECIO-DET         PIC ZZZZZZ9,99BB.
           05 LMOTIVO-DET         PIC X(40).

       01  LIN-RESUMEN.
           05 FILLER              PIC X(20) VALUE "Lineas leidas......".
           05 LLEIDOS-RES         PIC ZZZZZ9.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 FILLER              PIC X(20) VALUE "Lineas cargadas....".
           05 LCARGADOS-RES       PIC ZZZZZ9.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 FILLER              PIC X(20) VALUE "Lineas rechazadas..".
           05 LRECHAZADOS-RES     PIC ZZZZZ9.

       01  LIN-RESUMEN-2.
           05 FILLER              PIC X(40)
                  VALUE "Lineas ya importadas antes (salteadas)".
           05 LYAIMPORT-RES       PIC ZZZZZ9.

       01  LIN-DIV-TIT.
           05 FILLER              PIC X(10) VALUE "Division  ".
           05 FILLER              PIC X(10) VALUE "  Lineas  ".
           05 FILLER              PIC X(13) VALUE "     Unidades".
           05 FILLER              PIC X(17) VALUE "  Importe vendido".

       01  LIN-DIV-DET.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 LSUC-DIV            PIC Z9.
           05 FILLER              PIC X(5)  VALUE SPACES.
           05 LRENG-DIV           PIC ZZZZZ9.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 LCANT-DIV           PIC ZZZZZZ9,99.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 LIMPORTE-DIV        PIC ZZ.ZZZ.ZZ9,99.


      /    ***  D I V I S I O N   D E   P R O C E D I M I E N T O S  ***
      *         """""""""""""""""""""""""""""""""""""""""""""""""""

       PROCEDURE DIVISION.

       0-MAINLINE.
           PERFORM 0100-INICIA THRU FIN-0100-INICIA.
           PERFORM 1000-PROCESA-ARCHIVO THRU FIN-1000-PROCESA-ARCHIVO.
           PERFORM 9000-IMPRIME-RESUMEN THRU FIN-9000-IMPRIME-RESUMEN.
           CLOSE POSVTA, POSREC, POSCTL, AMP, AID, TRNAMP, RETIRO,
                 LO.
           STOP RUN.

       0100-INICIA.
           OPEN INPUT  POSVTA, AID.
           OPEN I-O    AMP, TRNAMP.
       ABRE-RETIRO.
           OPEN INPUT RETIRO.
           IF STATUS-RETIRO NOT = "00",
              OPEN OUTPUT RETIRO,
              CLOSE       RETIRO,
              GO TO ABRE-RETIRO.
       ABRE-POSCTL.
           OPEN I-O POSCTL.
           IF STATUS-POSCTL NOT = "00",
              OPEN OUTPUT POSCTL,
              CLOSE       POSCTL,
              GO TO ABRE-POSCTL.
           OPEN OUTPUT POSREC, LO.
           PERFORM 0110-LIMPIA-DIVISION THRU FIN-0110-LIMPIA-DIVISION
                   VARYING IND-S FROM 1 BY 1 UNTIL IND-S > 10.
           ACCEPT FECHA-HOY-R FROM DATE.
           MOVE FECHA-HOY-6       TO LFEC-TIT-1.
           WRITE REG-132 FROM LIN-TIT-1 AFTER ADVANCING 1 LINE.
           WRITE REG-132 FROM LIN-TIT-2 AFTER ADVANCING 2 LINES.
           READ POSVTA AT END MOVE "S" TO FIN-POSVTA.
       FIN-0100-INICIA.

       0110-LIMPIA-DIVISION.
           MOVE ZEROES              TO RENG-DIV   (IND-S),
                                       CANT-DIV   (IND-S),
                                       IMPORTE-DIV(IND-S).
       FIN-0110-LIMPIA-DIVISION.

       1000-PROCESA-ARCHIVO.
           PERFORM 1100-PROCESA-UN-REGISTRO
                   THRU FIN-1100-PROCESA-UN-REGISTRO
                   UNTIL NO-HAY-MAS-POSVTA.
       FIN-1000-PROCESA-ARCHIVO.

       1100-PROCESA-UN-REGISTRO.
           ADD  1                 TO TOT-LEIDOS.
           MOVE SPACES            TO MOTIVO-RECHAZO.
           PERFORM 1150-VALIDA-RENGLON THRU FIN-1150-VALIDA-RENGLON.
           IF MOTIVO-RECHAZO NOT = SPACES GO TO C-RECHAZA-RENGLON.
           PERFORM 1160-BUSCA-CONTROL THRU FIN-1160-BUSCA-CONTROL.
           IF YA-IMPORTADO
               ADD  1             TO TOT-YA-IMPORTADOS,
               GO TO C-LEE-SIGUIENTE.
           PERFORM 1200-UBICA-PRODUCTO THRU FIN-1200-UBICA-PRODUCTO.
           IF NO-HALLADO-PRODUCTO
               MOVE "NO EXISTE EL TROQUEL EN EL MAESTRO (AID/AMP)"
                                  TO MOTIVO-RECHAZO,
               GO TO C-RECHAZA-RENGLON.
           IF PRODUCTO-CONTROLADO
               UNLOCK AMP,
               MOVE "PROD. CONTROLADO: DESPACHAR POR MOV-AMP"
                                  TO MOTIVO-RECHAZO,
               GO TO C-RECHAZA-RENGLON.
      *....Igual que "RUT-NS" la division no puede quedar en negativo;
      *....en vez de descontar solo lo que hay (y dejar el faltante en
      *...."BACKOR", que en una venta ya entregada no tiene sentido) se
      *....rechaza el renglon para que la division ajuste su stock.
           IF CANTIDAD-POS > EXISTENCIA-SUC(SUCURSAL-POS)
               UNLOCK AMP,
               MOVE "EXISTENCIA INSUFICIENTE EN LA DIVISION"
                                  TO MOTIVO-RECHAZO,
               GO TO C-RECHAZA-RENGLON.
           PERFORM 1250-CONTROLA-RETIRO THRU FIN-1250-CONTROLA-RETIRO.
           IF MOTIVO-RECHAZO NOT = SPACES
               UNLOCK AMP,
               GO TO C-RECHAZA-RENGLON.
           PERFORM 1300-DESCUENTA-VENTA THRU FIN-1300-DESCUENTA-VENTA.
           IF YA-IMPORTADO
               UNLOCK AMP,
               ADD  1             TO TOT-YA-IMPORTADOS,
               GO TO C-LEE-SIGUIENTE.
           ADD  1                 TO TOT-CARGADOS.
           ADD  1                 TO RENG-DIV   (SUCURSAL-POS).
           ADD  CANTIDAD-POS      TO CANT-DIV   (SUCURSAL-POS).
           COMPUTE AUXILIAR ROUNDED = CANTIDAD-POS * PRECIO-POS.
           ADD  AUXILIAR          TO IMPORTE-DIV(SUCURSAL-POS).
           GO TO C-LEE-SIGUIENTE.
       C-RECHAZA-RENGLON.
           ADD  1                 TO TOT-RECHAZADOS.
           MOVE REG-POSVTA        TO RENGLON-POSREC.
           MOVE MOTIVO-RECHAZO    TO MOTIVO-POSREC.
           WRITE REG-POSREC.
           PERFORM 1800-IMPRIME-DETALLE THRU FIN-1800-IMPRIME-DETALLE.
       C-LEE-SIGUIENTE.
           READ POSVTA AT END MOVE "S" TO FIN-POSVTA.
       FIN-1100-PROCESA-UN-REGISTRO.

      *....El archivo viene de otro sistema: antes de usar cualquier
      *....campo se controla que sea numerico y este en rango. La
      *....division tiene que caber en las 10 posiciones de
      *...."EXISTENCIA-SUC".
       1150-VALIDA-RENGLON.
           IF SUCURSAL-POS NOT NUMERIC OR SUCURSAL-POS = ZEROES OR
              SUCURSAL-POS > 10
               MOVE "DIVISION INCORRECTA !" TO MOTIVO-RECHAZO,
               GO TO FIN-1150-VALIDA-RENGLON.
           IF TICKET-POS NOT NUMERIC OR RENGLON-POS NOT NUMERIC
               MOVE "NUMERO DE TICKET O RENGLON INVALIDO"
                                  TO MOTIVO-RECHAZO,
               GO TO FIN-1150-VALIDA-RENGLON.
           IF CANTIDAD-POS NOT NUMERIC OR CANTIDAD-POS = ZEROES
               MOVE "CANTIDAD INVALIDA"     TO MOTIVO-RECHAZO,
               GO TO FIN-1150-VALIDA-RENGLON.
      *....La existencia y los acumulados son en unidades enteras.
           MOVE CANTIDAD-POS      TO CANTIDAD-ENTERA.
           IF CANTIDAD-ENTERA NOT = CANTIDAD-POS
               MOVE "CANTIDAD FRACCIONADA"  TO MOTIVO-RECHAZO,
               GO TO FIN-1150-VALIDA-RENGLON.
           IF PRECIO-POS NOT NUMERIC
               MOVE "PRECIO INVALIDO"       TO MOTIVO-RECHAZO,
               GO TO FIN-1150-VALIDA-RENGLON.
           IF FECHA-POS NOT NUMERIC OR HORA-POS NOT NUMERIC
               MOVE "FECHA U HORA INVALIDA" TO MOTIVO-RECHAZO,
               GO TO FIN-1150-VALIDA-RENGLON.
           IF MES-POS = ZEROES OR MES-POS > 12 OR
              DIA-POS = ZEROES OR DIA-POS > 31
               MOVE "FECHA U HORA INVALIDA" TO MOTIVO-RECHAZO.
       FIN-1150-VALIDA-RENGLON.

       1160-BUSCA-CONTROL.
           MOVE "S"                TO CONTROL-OK.
           MOVE SUCURSAL-POS       TO SUCURSAL-POSCTL.
           MOVE FECHA-POS          TO FECHA-POSCTL.
           MOVE TICKET-POS         TO TICKET-POSCTL.
           MOVE RENGLON-POS        TO RENGLON-POSCTL.
       C-LEE-POSCTL.
           READ POSCTL RECORD
                INVALID KEY MOVE "N" TO CONTROL-OK.
           IF STATUS-POSCTL = "99" GO TO C-LEE-POSCTL.
           IF YA-IMPORTADO UNLOCK POSCTL.
       FIN-1160-BUSCA-CONTROL.

       1200-UBICA-PRODUCTO.
           MOVE "S"                TO PRODUCTO-OK.
           MOVE TROQUEL-POS        TO TROQUEL-AID.
           START AID KEY IS = CLAVE-AID-TROQUEL
                 INVALID KEY MOVE "N" TO PRODUCTO-OK.
           IF NO-HALLADO-PRODUCTO  GO TO FIN-1200-UBICA-PRODUCTO.
           READ AID RECORD
                INVALID KEY MOVE "N" TO PRODUCTO-OK.
           IF NO-HALLADO-PRODUCTO  GO TO FIN-1200-UBICA-PRODUCTO.
           MOVE POS-REL-AID        TO CLAVE-AMP.
           MOVE ZEROES             TO IND-REINTENTO.
       C-LEE-AMP.
           READ AMP RECORD
                INVALID KEY MOVE "N" TO PRODUCTO-OK.
           IF STATUS-AMP = "99"
               PERFORM 1210-ESPERA-DESBLOQUEO THRU FIN-1210-ESPERA,
               GO TO C-LEE-AMP.
       FIN-1200-UBICA-PRODUCTO.

      *....Mismo criterio que "MOV-IMP": si el producto sigue bloqueado
      *....por otro proceso despues de unos reintentos, se aborta la
      *....corrida; lo ya descontado quedo anotado en "POSCTL" y no se
      *....repite al volver a procesar el archivo.
       1210-ESPERA-DESBLOQUEO.
           ADD  1                  TO IND-REINTENTO.
           IF IND-REINTENTO > 10
               DISPLAY "NO SE PUDO LEER EL PRODUCTO " TROQUEL-POS
                       " (archivo AMP permanece ocupado). ABORTO.",
               PERFORM 9000-IMPRIME-RESUMEN
                       THRU FIN-9000-IMPRIME-RESUMEN,
               CLOSE POSVTA, POSREC, POSCTL, AMP, AID, TRNAMP,
                     RETIRO, LO,
               STOP RUN.
           CALL "C$SLEEP" USING 1.
       FIN-1210-ESPERA.

      *....Mismo criterio que "CONTROLA-RETIRO" de "MOV-AMP", sin el
      *....operador para confirmar: si la division todavia no informo
      *....la cuarentena de un lote con retiro abierto, o si lo que
      *....tiene libre (existencia menos lo apartado y no devuelto)
      *....no alcanza para la venta, el renglon se rechaza. Los lotes
      *....quedan en "TABLA-LOTES-RET" para "1400-RESTA-PARTIDA".
       1250-CONTROLA-RETIRO.
           MOVE ZEROES             TO CANT-LOTES-RET, RETENIDO-RETIRO.
           MOVE TROQUEL-AMP        TO TROQUEL-RETIRO.
           MOVE ZEROES             TO VTO-RETIRO.
           START RETIRO KEY IS NOT < CLAVE-RETIRO;
                 INVALID KEY GO TO FIN-1250-CONTROLA-RETIRO.
       C-LEE-SIG-RETIRO.
           READ RETIRO NEXT RECORD WITH NO LOCK;
                AT END GO TO C-EVALUA-RETIRO.
           IF TROQUEL-RETIRO NOT = TROQUEL-AMP GO TO C-EVALUA-RETIRO.
           IF NOT RETIRO-ABIERTO GO TO C-LEE-SIG-RETIRO.
           IF CANT-LOTES-RET < 5,
              ADD  1               TO CANT-LOTES-RET,
              MOVE VTO-RETIRO      TO VTO-LOTE-RET(CANT-LOTES-RET).
           IF SUC-SIN-CONFIRMAR(SUCURSAL-POS)
               MOVE "LOTE EN RETIRO: DIVISION SIN CONFIRMAR"
                                   TO MOTIVO-RECHAZO,
               GO TO FIN-1250-CONTROLA-RETIRO.
           ADD CUARENTENA-RETIRO(SUCURSAL-POS) TO RETENIDO-RETIRO.
           SUBTRACT DEVUELTO-RETIRO(SUCURSAL-POS) FROM RETENIDO-RETIRO.
           GO TO C-LEE-SIG-RETIRO.
       C-EVALUA-RETIRO.
           IF RETENIDO-RETIRO NOT > ZEROES
               GO TO FIN-1250-CONTROLA-RETIRO.
           COMPUTE LIBRE-RETIRO = EXISTENCIA-SUC(SUCURSAL-POS)
                                - RETENIDO-RETIRO.
           IF LIBRE-RETIRO < ZEROES MOVE ZEROES TO LIBRE-RETIRO.
           IF CANTIDAD-POS > LIBRE-RETIRO
               MOVE "LOTE EN RETIRO: NO ALCANZA LO LIBRE"
                                   TO MOTIVO-RECHAZO.
       FIN-1250-CONTROLA-RETIRO.

      *....Primero se anota el renglon en "POSCTL" y recien despues se
      *....toca el stock: si la corrida se corta entre una cosa y la
      *....otra, a lo sumo queda una venta sin descontar (que aparece
      *....en el recuento), pero nunca una venta descontada dos veces.
       1300-DESCUENTA-VENTA.
           MOVE "N"                TO CONTROL-OK.
           MOVE TROQUEL-AMP        TO TROQUEL-POSCTL.
           MOVE CANTIDAD-POS       TO CANTIDAD-POSCTL.
           MOVE PRECIO-POS         TO PRECIO-POSCTL.
           MOVE COD-VENTA-POS      TO CODIGO-TRN-POSCTL.
           MOVE FECHA-HOY-6        TO FECHA-PROCESO-POSCTL.
           WRITE REG-POSCTL
                 INVALID KEY MOVE "S" TO CONTROL-OK.
           IF YA-IMPORTADO         GO TO FIN-1300-DESCUENTA-VENTA.
           MOVE LOW-VALUES         TO REG-TRNAMP.
           SUBTRACT CANTIDAD-POS FROM EXISTENCIA-SUC(SUCURSAL-POS).
           MOVE CANTIDAD-POS       TO INTERMEDIO.
           MOVE ZEROES             TO VTO-VENTA.
           PERFORM 1400-RESTA-PARTIDA THRU FIN-1400-RESTA-PARTIDA
                   VARYING IND FROM 1 BY 1
                   UNTIL   INTERMEDIO = ZEROES OR IND > 5.
           ADD  CANTIDAD-POS       TO TOTAL-ACUM-HISTORICO,
                                      TOTAL-ACUM-SUC  (SUCURSAL-POS),
                                      CANT-VENDIDA-MES(MES-POS),
                                      VENDIDA-SUC     (SUCURSAL-POS).
           PERFORM 1700-GRABA-TRNAMP THRU FIN-1700-GRABA-TRNAMP.
           PERFORM 1750-REGRABA-AMP  THRU FIN-1750-REGRABA-AMP.
       FIN-1300-DESCUENTA-VENTA.

      *....Misma logica que "RESTA-PARTIDA" de "MOV-AMP": consume las
      *....partidas de la primera a la ultima y deja en "IMPUTACION"
      *....de que partida salio cada unidad. El vencimiento del
      *....movimiento es el de la primera partida con existencia.
      *....Las partidas de un lote con retiro abierto se saltean.
       1400-RESTA-PARTIDA.
           PERFORM 1450-BUSCA-LOTE-RETIRO
                   THRU FIN-1450-BUSCA-LOTE-RETIRO.
           IF LOTE-EN-RETIRO = "S" GO TO FIN-1400-RESTA-PARTIDA.
           MOVE PARTIDA-AMP(IND)    TO IMPUTACION(IND).
           IF VTO-VENTA = ZEROES AND EXISTENCIA-PARTIDA(IND) > ZEROES
               MOVE VENCIMIENTO-PARTIDA(IND) TO VTO-VENTA.
           IF INTERMEDIO > EXISTENCIA-PARTIDA    (IND),
              SUBTRACT     EXISTENCIA-PARTIDA    (IND)
                                  FROM INTERMEDIO,
              MOVE ZEROES           TO EXISTENCIA-PARTIDA(IND) ELSE
              MOVE INTERMEDIO       TO CANT-IMP-TRN      (IND),
              SUBTRACT INTERMEDIO FROM EXISTENCIA-PARTIDA(IND),
              MOVE ZEROES           TO INTERMEDIO.
       FIN-1400-RESTA-PARTIDA.

       1450-BUSCA-LOTE-RETIRO.
           MOVE "N"                 TO LOTE-EN-RETIRO.
           MOVE 1                   TO IND-RET.
       C-CICLO-LOTE-RETIRO.
           IF IND-RET > CANT-LOTES-RET
               GO TO FIN-1450-BUSCA-LOTE-RETIRO.
           IF VTO-LOTE-RET(IND-RET) = VENCIMIENTO-PARTIDA(IND)
               MOVE "S"             TO LOTE-EN-RETIRO,
               GO TO FIN-1450-BUSCA-LOTE-RETIRO.
           ADD  1                   TO IND-RET.
           GO TO C-CICLO-LOTE-RETIRO.
       FIN-1450-BUSCA-LOTE-RETIRO.

      *....Misma logica que "GRABA-REG-TRNAMP"; el numero de compro-
      *....bante es el del ticket (los ultimos 6 digitos) y la hora la
      *....de la venta. La salida no modifica el costo ponderado.
       1700-GRABA-TRNAMP.
           MOVE SUCURSAL-POS        TO SUCURSAL-TRN.
           IF MEDICAMENTO-AMP MOVE 1 TO CATEGORIA-TRN ELSE
           IF ACCESORIO-AMP   MOVE 2 TO CATEGORIA-TRN ELSE
                              MOVE 3 TO CATEGORIA-TRN.
           MOVE COD-VENTA-POS       TO CODIGO-TRN.
           MOVE TICKET-POS          TO NUMERO-TRN.
           MOVE ZEROES              TO A-SUCURSAL-TRN.
           MOVE TROQUEL-AMP         TO TROQUEL-TRN.
           MOVE FECHA-POS           TO FECHA-TRN.
           MOVE DESCRIPCION-AMP     TO DESC-PROD-TRN.
           MOVE CANTIDAD-POS        TO CANTIDAD-TRN.
           MOVE PRECIO-POS          TO COSTO-PRECIO-TRN.
           IF VTO-VENTA = ZEROES
               MOVE 5012            TO VENCIMIENTO-TRN
           ELSE
               MOVE VTO-VENTA       TO VENCIMIENTO-TRN.
           MOVE ARTEFACTO-POS       TO ARTEFACTO-TRN.
           MOVE OPERADORA-POS       TO OPERADORA-TRN.
           MOVE HORA-POS            TO HORA-MINU-TRN.
       C-GRABA-REG-TRNAMP.
           ADD  1                   TO CONTADOR-TRN.
           MOVE CONTADOR-TRN        TO REGISTRO-TRN.
           WRITE REG-TRNAMP INVALID KEY GO TO C-GRABA-REG-TRNAMP.
       FIN-1700-GRABA-TRNAMP.

       1750-REGRABA-AMP.
           MOVE FECHA-HOY-6         TO FECHA-ULT-ACTUALIZ.
           MOVE ZEROES              TO IND-REINTENTO.
       C-REGRABA-AMP.
           REWRITE REG-AMP.
           IF STATUS-AMP = "99"
               PERFORM 1210-ESPERA-DESBLOQUEO THRU FIN-1210-ESPERA,
               GO TO C-REGRABA-AMP.
       FIN-1750-REGRABA-AMP.

       1800-IMPRIME-DETALLE.
           MOVE SPACES              TO LIN-DET.
           IF SUCURSAL-POS NUMERIC
               MOVE SUCURSAL-POS    TO LSUC-DET.
           IF TICKET-POS NUMERIC
               MOVE TICKET-POS      TO LTICKET-DET.
           IF RENGLON-POS NUMERIC
               MOVE RENGLON-POS     TO LRENGLON-DET.
           MOVE TROQUEL-POS         TO LTROQUEL-DET.
           IF CANTIDAD-POS NUMERIC
               MOVE CANTIDAD-POS    TO LCANT-DET.
           IF PRECIO-POS NUMERIC
               MOVE PRECIO-POS      TO LPRECIO-DET.
           MOVE MOTIVO-RECHAZO      TO LMOTIVO-DET.
           WRITE REG-132 FROM LIN-DET AFTER ADVANCING 1 LINE.
       FIN-1800-IMPRIME-DETALLE.

       9000-IMPRIME-RESUMEN.
           MOVE TOT-LEIDOS          TO LLEIDOS-RES.
           MOVE TOT-CARGADOS        TO LCARGADOS-RES.
           MOVE TOT-RECHAZADOS      TO LRECHAZADOS-RES.
           WRITE REG-132 FROM LIN-RESUMEN AFTER ADVANCING 2 LINES.
           IF TOT-YA-IMPORTADOS NOT = ZEROES
               MOVE TOT-YA-IMPORTADOS TO LYAIMPORT-RES,
               WRITE REG-132 FROM LIN-RESUMEN-2 AFTER ADVANCING 1 LINE.
           WRITE REG-132 FROM LIN-DIV-TIT AFTER ADVANCING 2 LINES.
           PERFORM 9100-IMPRIME-DIVISION THRU FIN-9100-IMPRIME-DIVISION
                   VARYING IND-S FROM 1 BY 1 UNTIL IND-S > 10.
       FIN-9000-IMPRIME-RESUMEN.

       9100-IMPRIME-DIVISION.
           IF RENG-DIV(IND-S) = ZEROES GO TO FIN-9100-IMPRIME-DIVISION.
           MOVE IND-S               TO LSUC-DIV.
           MOVE RENG-DIV   (IND-S)  TO LRENG-DIV.
           MOVE CANT-DIV   (IND-S)  TO LCANT-DIV.
           MOVE IMPORTE-DIV(IND-S)  TO LIMPORTE-DIV.
           WRITE REG-132 FROM LIN-DIV-DET AFTER ADVANCING 1 LINE.
       FIN-9100-IMPRIME-DIVISION.

       END PROGRAM SMOV-POS.
