      *       TORICO ANUAL "TRNHIST" Y LOS BORRA DE "TRNAMP" PARA   *
      *       QUE EL ARCHIVO EN LINEA NO CREZCA SIN LIMITE.         *
      *    3) FOTO: REGRABA "CIESTK" CON LAS EXISTENCIAS ACTUALES,  *
      *       BASE DE LA CONCILIACION DEL PROXIMO CIERRE, MAS LO    *
      *       QUE SIGUE EN TRANSITO ENTRE DIVISIONES ("TRANSI":     *
      *       "TR" TODAVIA NO CONFIRMADAS CON "RT"), QUE SE LISTA   *
      *       APARTE COMO EXISTENCIA EN TRANSITO.                   *
      *                                                             *
      *    EL AVANCE QUEDA ASENTADO EN "CIERRE" (FASE "C"/"A") PARA *
      *    QUE UNA CORRIDA CAIDA A MITAD DE CAMINO PUEDA RELANZARSE *
                  RECORD KEY   IS CLAVE-CIERRE,
                  FILE STATUS  IS STATUS-CIERRE.

           SELECT TRANSI ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/TRANSI01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-TRANSI,
                  FILE STATUS  IS STATUS-TRANSI.

           SELECT WORK-CIE ASSIGN TO DISK, "SORTWK-CIE".

           SELECT CORRID ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/CORRID01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-CORRID,
                  ALTERNATE RECORD KEY IS CLAVE-PRG-CORRID
                                   WITH DUPLICATES,
                  FILE STATUS  IS STATUS-CORRID.

           SELECT LO ASSIGN TO PRINT, FILE-LO,
                  ORGANIZATION IS SEQUENTIAL,
                  ACCESS MODE  IS SEQUENTIAL,

           COPY "CIERRE.FD".

           COPY "TRANSI.FD".

       SD  WORK-CIE.
       01  REG-WORK-CIE.
           05 WTROQUEL-CIE         PIC X(8).
           05 WSUC-CIE             PIC 9(2)      COMP-6.
           05 WCANT-CIE            PIC S9(7)V99  COMP-3.

      *    ***  DESCRIPCION DEL ARCHIVO "CORRID"  ***
      *         """""""""""""""""""""""""""""""

           COPY "CORRID.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "LO"  ***
      *         """"""""""""""""""""""""""""

           05 STATUS-CIESTK      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(6) VALUE ",CIE:".
           05 STATUS-CIERRE      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",TRA:".
           05 STATUS-TRANSI      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",COR:".
           05 STATUS-CORRID      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(4) VALUE ",LO:".
           05 STATUS-LO          PIC X(2) VALUE SPACES.

       01  MARCA-CORRID.
           05 FECHA-MARCA         PIC 9(6).
           05 HORA-MARCA-R.
              10 HORA-MARCA       PIC 9(6).
              10 FILLER           PIC 9(2).

       01  OTROS-FILES.
           05 FILE-LO             PIC X(07)  VALUE "PRINTER".

           88 NO-HAY-MAS-REPASO   VALUE "S".
       77  SALTEA-CONCILIA        PIC X      VALUE "N".
           88 SIN-CONCILIACION    VALUE "S".
       77  FIN-TRANSI             PIC X      VALUE "N".
           88 NO-HAY-MAS-TRANSI   VALUE "S".
       77  HAY-GRUPO              PIC X      VALUE "N".
       77  HUBO-TRANSITO          PIC X      VALUE "N".
       77  YA-ARCHIVADO           PIC X      VALUE "N".

       77  CLAVE-AMP              PIC 9(6)     VALUE IS 1.
       77  TOT-ARCHIVADOS         PIC 9(6)     VALUE ZEROES.
       77  TOT-YA-ARCHIVADOS      PIC 9(6)     VALUE ZEROES.
       77  TOT-DISCREPANCIAS      PIC 9(6)     VALUE ZEROES.
       77  PENDIENTE-TRANSI       PIC 9(6)     COMP-6.
       77  TOT-TRANSITO           PIC 9(7)     VALUE ZEROES.
       77  PAGINA                 PIC 9(4)   VALUE ZEROES.
       77  LINEAS-HOJA            PIC 9(2)   VALUE ZEROES.
       77  MAX-LINEAS             PIC 9(2)   VALUE 54.
           05 FILLER              PIC X(50)
              VALUE "Los movimientos del mes explican todo el stock.".

       01  LIN-TIT-TRA.
           05 FILLER              PIC X(29)
                  VALUE "MERCADERIA EN TRANSITO ENTRE ".
           05 FILLER              PIC X(20)
                  VALUE "DIVISIONES AL CIERRE".

       01  LIN-TIT-3.
           05 FILLER              PIC X(9)  VALUE "Troquel  ".
           05 FILLER              PIC X(29)
                  VALUE "Descripcion                  ".
           05 FILLER              PIC X(9)  VALUE "Origen   ".
           05 FILLER              PIC X(7)  VALUE "Destino".
           05 FILLER              PIC X(8)  VALUE "Nro.TR  ".
           05 FILLER              PIC X(10) VALUE "Enviada   ".
           05 FILLER              PIC X(8)  VALUE "Cantidad".

       01  LIN-DET-TRA.
           05 LTROQUEL-TRA        PIC X(9).
           05 LDESC-TRA           PIC X(27).
           05 FILLER              PIC X(2).
           05 LORIGEN-TRA         PIC Z9BBBBBBB.
           05 LDESTINO-TRA        PIC Z9BBBBB.
           05 LNUMERO-TRA         PIC ZZZZZ9BB.
           05 LFECHA-TRA          PIC 99/99/99BB.
           05 LCANT-TRA           PIC ZZZZZ9.

       01  LIN-TOT-TRA.
           05 FILLER              PIC X(30)
                  VALUE "Total unidades en transito ...".
           05 LTOT-TRA            PIC ZZZZZZ9.

       01  LIN-SIN-TRANSITO.
           05 FILLER              PIC X(50)
              VALUE "No hay mercaderia en transito entre divisiones.".

       01  FECHA-TRA-R.
           05 ANO-TRA             PIC 9(2).
           05 MES-TRA             PIC 9(2).
           05 DIA-TRA             PIC 9(2).
       01  FECHA-TRA-N REDEFINES FECHA-TRA-R
                                  PIC 9(6).

       01  LIN-RESUMEN.
           05 FILLER              PIC X(20) VALUE "Movimientos del mes".
           05 LMOVIM-RES          PIC ZZZZZ9.
                      THRU FIN-1900-MARCA-CONCILIADO.
           PERFORM 2000-ARCHIVA-MES  THRU FIN-2000-ARCHIVA-MES.
           PERFORM 3000-TOMA-FOTO    THRU FIN-3000-TOMA-FOTO.
           PERFORM 3800-TOTAL-TRANSITO THRU FIN-3800-TOTAL-TRANSITO.
           PERFORM 3900-MARCA-COMPLETO THRU FIN-3900-MARCA-COMPLETO.
           PERFORM 9000-IMPRIME-RESUMEN THRU FIN-9000-IMPRIME-RESUMEN.
           CLOSE TRNAMP, TRNHIST, AMP, AID, CIESTK, CIERRE, TRANSI, LO.
           PERFORM 9500-INFORMA-CORRIDA
                   THRU FIN-9500-INFORMA-CORRIDA.
           STOP RUN.

       0100-INICIA.
              OPEN OUTPUT CIERRE,
              CLOSE       CIERRE,
              GO TO ABRE-CIERRE.
       ABRE-TRANSI.
           OPEN INPUT TRANSI.
           IF STATUS-TRANSI NOT = "00",
              OPEN OUTPUT TRANSI,
              CLOSE       TRANSI,
              GO TO ABRE-TRANSI.
           OPEN INPUT AMP, AID.
           OPEN OUTPUT LO.
           ACCEPT FECHA-HOY-R FROM DATE.
              DISPLAY "EL PERIODO " PERIODO-PEDIDO
                      " YA FUE CERRADO EL " FECHA-CIERRE
                      ". CIERRE CANCELADO.",
              CLOSE TRNAMP, TRNHIST, AMP, AID, CIESTK, CIERRE, TRANSI,
                    LO,
              STOP RUN.
           IF CIERRE-CONCILIADO
              MOVE "S" TO SALTEA-CONCILIA,

      *....El neto se suma con el mismo criterio de signos que el
      *....listado de movimientos (88 TRN-NEGATIVO); la transferencia
      *...."TR" solo descuenta en la sucursal de origen: la de destino
      *....suma recien con su propia recepcion "RT", grabada a su
      *....nombre (lo que queda en camino va a la foto como transito).
       1100-LIBERA-MOVIMIENTO.
           DIVIDE FECHA-TRN BY 100 GIVING PERIODO-MOV
                  REMAINDER DIA-MOV.
           ELSE
              MOVE CANTIDAD-TRN TO WCANT-CIE.
           RELEASE REG-WORK-CIE.
       LEE-SIG-TRNAMP.
           READ TRNAMP NEXT RECORD AT END MOVE "S" TO FIN-TRNAMP.
       FIN-1100-LIBERA-MOVIMIENTO.
           MOVE PERIODO-PEDIDO TO PERIODO-CIESTK.
           PERFORM 3200-FOTO-SUCURSAL THRU FIN-3200-FOTO-SUCURSAL
                   VARYING IND-S FROM 1 BY 1 UNTIL IND-S > 10.
           MOVE ZEROES         TO TRANSITO-CIESTK.
           IF TROQUEL-AMP NOT = SPACES AND
              TROQUEL-AMP NOT = LOW-VALUES
              PERFORM 3300-FOTO-TRANSITO THRU FIN-3300-FOTO-TRANSITO.
           REWRITE REG-CIESTK;
                   INVALID KEY WRITE REG-CIESTK.
           READ AMP NEXT RECORD AT END MOVE "S" TO FIN-AMP.
           MOVE EXISTENCIA-SUC(IND-S) TO EXIST-CIE-SUC(IND-S).
       FIN-3200-FOTO-SUCURSAL.

      *....Lo que salio con "TR" y la division destino todavia no
      *....confirmo con "RT": no esta en ninguna EXISTENCIA-SUC pero
      *....sigue siendo stock de la empresa. Se acumula por troquel
      *....en la foto y se lista renglon por renglon.
       3300-FOTO-TRANSITO.
           MOVE "N"            TO FIN-TRANSI.
           MOVE LOW-VALUES     TO CLAVE-TRANSI.
           MOVE TROQUEL-AMP    TO TROQUEL-TRANSI.
           START TRANSI KEY IS NOT < CLAVE-TRANSI;
                 INVALID KEY MOVE "S" TO FIN-TRANSI.
           PERFORM 3310-SUMA-TRANSITO THRU FIN-3310-SUMA-TRANSITO
                   UNTIL NO-HAY-MAS-TRANSI.
       FIN-3300-FOTO-TRANSITO.

       3310-SUMA-TRANSITO.
           READ TRANSI NEXT RECORD AT END
                MOVE "S" TO FIN-TRANSI,
                GO TO FIN-3310-SUMA-TRANSITO.
           IF TROQUEL-TRANSI NOT = TROQUEL-AMP
              MOVE "S" TO FIN-TRANSI,
              GO TO FIN-3310-SUMA-TRANSITO.
           IF NOT TRANSI-PENDIENTE
              GO TO FIN-3310-SUMA-TRANSITO.
           COMPUTE PENDIENTE-TRANSI = CANT-ENVIADA-TRANSI
                                    - CANT-RECIBIDA-TRANSI.
           IF PENDIENTE-TRANSI = ZEROES
              GO TO FIN-3310-SUMA-TRANSITO.
           ADD PENDIENTE-TRANSI TO TRANSITO-CIESTK, TOT-TRANSITO.
           PERFORM IMPRIME-TRANSITO THRU FIN-IMPRIME-TRANSITO.
       FIN-3310-SUMA-TRANSITO.

       IMPRIME-TRANSITO.
           IF HUBO-TRANSITO = "N" OR LINEAS-HOJA > MAX-LINEAS
              PERFORM TITULO-TRANSITO THRU FIN-TITULO-TRANSITO.
           MOVE "S"                  TO HUBO-TRANSITO.
           MOVE TROQUEL-TRANSI       TO LTROQUEL-TRA.
           MOVE DESC-PROD-TRANSI     TO LDESC-TRA.
           MOVE SUC-ORIGEN-TRANSI    TO LORIGEN-TRA.
           MOVE SUC-DESTINO-TRANSI   TO LDESTINO-TRA.
           MOVE NUMERO-TR-TRANSI     TO LNUMERO-TRA.
           MOVE FECHA-ENVIO-TRANSI   TO FECHA-TRA-N.
           MOVE DIA-TRA              TO DIA-ED-HOY.
           MOVE MES-TRA              TO MES-ED-HOY.
           MOVE ANO-TRA              TO ANO-ED-HOY.
           MOVE FECHA-EDIT-HOY-R     TO LFECHA-TRA.
           MOVE PENDIENTE-TRANSI     TO LCANT-TRA.
           WRITE REG-132 FROM LIN-DET-TRA AFTER ADVANCING 1 LINE.
           ADD 1 TO LINEAS-HOJA.
       FIN-IMPRIME-TRANSITO.

       TITULO-TRANSITO.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           WRITE REG-132 FROM LIN-TIT-TRA AFTER ADVANCING 3 LINES.
           WRITE REG-132 FROM LIN-TIT-3   AFTER ADVANCING 2 LINES.
           ADD 5 TO LINEAS-HOJA.
       FIN-TITULO-TRANSITO.

       3800-TOTAL-TRANSITO.
           IF HUBO-TRANSITO = "N"
              WRITE REG-132 FROM LIN-SIN-TRANSITO
                    AFTER ADVANCING 3 LINES
           ELSE
              MOVE TOT-TRANSITO TO LTOT-TRA,
              WRITE REG-132 FROM LIN-TOT-TRA AFTER ADVANCING 2 LINES.
       FIN-3800-TOTAL-TRANSITO.

       3900-MARCA-COMPLETO.
           MOVE PERIODO-PEDIDO TO PERIODO-CIERRE.
           MOVE "A"            TO FASE-CIERRE.
           MOVE 1 TO LINEAS-HOJA.
       FIN-IMPRIME-ENCABEZADO.

      /    ***  FIN DEL PASO EN LA CORRIDA NOCTURNA  ***
      *         """""""""""""""""""""""""""""""""""""

      *....Si el programa fue lanzado por "MOV-NOC" su paso figura
      *...."E" en "CORRID": se informa el fin y las cuentas. Lanzado
      *....a mano no encuentra paso en curso y no graba nada.
       9500-INFORMA-CORRIDA.
           OPEN I-O CORRID.
           IF STATUS-CORRID NOT = "00"
              GO TO FIN-9500-INFORMA-CORRIDA.
       LEE-CORRID.
           MOVE "SMOV-CIE"         TO PROGRAMA-CORRID.
           MOVE "E"                TO ESTADO-CORRID.
           READ CORRID RECORD KEY IS CLAVE-PRG-CORRID;
                INVALID KEY GO TO CIERRA-CORRID.
           IF STATUS-CORRID = "99" GO TO LEE-CORRID.
           ACCEPT FECHA-MARCA  FROM DATE.
           ACCEPT HORA-MARCA-R FROM TIME.
           MOVE "T"                TO ESTADO-CORRID.
           MOVE FECHA-MARCA        TO FECHA-FIN-CORRID.
           MOVE HORA-MARCA         TO HORA-FIN-CORRID.
           MOVE TOT-MOVIM-MES     TO LEIDOS-CORRID.
           MOVE TOT-ARCHIVADOS    TO PROCESADOS-CORRID.
           MOVE TOT-DISCREPANCIAS TO RECHAZADOS-CORRID.
           MOVE "TERMINADO NORMALMENTE" TO RESULTADO-CORRID.
           REWRITE REG-CORRID.
       CIERRA-CORRID.
           CLOSE CORRID.
       FIN-9500-INFORMA-CORRIDA.

       END PROGRAM SMOV-CIE.
