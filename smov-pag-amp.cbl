      *    1) GENERA (G): SELECCIONA LOS VENCIMIENTOS PENDIENTES    *
      *       POR RANGO DE FECHA Y PROVEEDOR, GENERA EL ARCHIVO     *
      *       PLANO DE TRANSFERENCIAS "BCOTRF" QUE ACEPTA EL BANCO  *
      *       (CUIT-PROV Y RAZON-SOCIAL DE "PROVE-01", EL CBU DE    *
      *       "PROVAD" Y EL IMPORTE-VENCIM; NO PAGA A PROVEEDORES   *
      *       SIN CBU VERIFICADO) Y MARCA CADA VENCIMIENTO PAGADO   *
      *       ("G") CON FECHA DE PAGO Y NUMERO DE LOTE. LOS         *
      *       RETENIDOS POR "MOV-CFP" SE LISTAN Y NO SE PAGAN.      *
      *    2) RESPUESTA (R): APAREA EL ARCHIVO DE RESPUESTA DEL     *
      *       BANCO "BCORSP" CONTRA "VENCIM" Y DEVUELVE A PEN-      *
      *       DIENTE ("R") LAS TRANSFERENCIAS REBOTADAS, PARA QUE   *
                  ALTERNATE RECORD KEY IS RAZON-SOCIAL WITH DUPLICATES,
                  FILE STATUS  IS STATUS-PROV.

           SELECT PROVAD ASSIGN TO RANDOM,
                  "/USER/MAESTROS/PROV/PROVAD01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS RANDOM,
                  RECORD KEY   IS CLAVE-PROVAD,
                  FILE STATUS  IS STATUS-PROVAD.

           SELECT BCOTRF ASSIGN TO DISK, "BCOTRF-01",
                  ORGANIZATION IS SEQUENTIAL,
                  ACCESS MODE  IS SEQUENTIAL,
                  ACCESS MODE  IS SEQUENTIAL,
                  FILE STATUS  IS STATUS-BCORSP.

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

           COPY "PROVE.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "PROVAD"  ***
      *         """""""""""""""""""""""""""""""

           COPY "PROVAD.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "BCOTRF"  ***
      *         """""""""""""""""""""""""""""""


           COPY "BCORSP.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "CORRID"  ***
      *         """""""""""""""""""""""""""""""

           COPY "CORRID.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "LO"  ***
      *         """"""""""""""""""""""""""""

           05 STATUS-VENCIM      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(6) VALUE ",PROV:".
           05 STATUS-PROV        PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",ADI:".
           05 STATUS-PROVAD      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(6) VALUE ",TRF:".
           05 STATUS-BCOTRF      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(6) VALUE ",RSP:".
           05 STATUS-BCORSP      PIC X(2) VALUE SPACES.
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

       77  TOTAL-LOTE             PIC S9(11)V99 COMP-3 VALUE ZEROES.
       77  TOT-GENERADAS          PIC 9(6)   VALUE ZEROES.
       77  TOT-SIN-CUIT           PIC 9(6)   VALUE ZEROES.
       77  TOT-SIN-CBU            PIC 9(6)   VALUE ZEROES.
       77  TOT-RETENIDOS          PIC 9(6)   VALUE ZEROES.
       77  TOT-ACEPTADAS          PIC 9(6)   VALUE ZEROES.
       77  TOT-RECHAZADAS         PIC 9(6)   VALUE ZEROES.
       77  TOT-SIN-VENCIM         PIC 9(6)   VALUE ZEROES.
           05 FILLER              PIC X(26)
                  VALUE "   Salteadas (sin CUIT):  ".
           05 LSINCUIT-RES        PIC ZZZZZ9.
           05 FILLER              PIC X(26)
                  VALUE "   Salteadas (sin CBU):   ".
           05 LSINCBU-RES         PIC ZZZZZ9.
           05 FILLER              PIC X(26)
                  VALUE "   Retenidos (MOV-CFP):   ".
           05 LRETENIDOS-RES      PIC ZZZZZ9.

       01  LIN-RESUMEN-R.
           05 FILLER              PIC X(12) VALUE "Aceptadas: ".
           ELSE
              PERFORM 2000-PROCESA-RESPUESTA
                      THRU FIN-2000-PROCESA-RESPUESTA.
           CLOSE VENCIM, PROV, PROVAD, LO.
           PERFORM 9500-INFORMA-CORRIDA
                   THRU FIN-9500-INFORMA-CORRIDA.
           STOP RUN.

       0100-INICIA.
                      STATUS-VENCIM,
              STOP RUN.
           OPEN INPUT PROV.
       ABRE-PROVAD.
           OPEN INPUT PROVAD.
           IF STATUS-PROVAD NOT = "00",
              OPEN OUTPUT PROVAD,
              CLOSE       PROVAD,
              GO TO ABRE-PROVAD.
           OPEN OUTPUT LO.
           ACCEPT FECHA-HOY-R FROM DATE.
           MOVE FECHA-HOY-6 TO FECHA-HOY-6C.
              WRITE REG-132 FROM LIN-TOT-LOTE AFTER ADVANCING 2 LINES.
           MOVE TOT-GENERADAS TO LGENERADAS-RES.
           MOVE TOT-SIN-CUIT  TO LSINCUIT-RES.
           MOVE TOT-SIN-CBU   TO LSINCBU-RES.
           MOVE TOT-RETENIDOS TO LRETENIDOS-RES.
           WRITE REG-132 FROM LIN-RESUMEN-G AFTER ADVANCING 2 LINES.
           CLOSE BCOTRF.
       FIN-1000-GENERA-LOTE.
               GO TO LEE-SIG-GENERA.
           PERFORM 1200-BUSCA-PROVEEDOR
                   THRU FIN-1200-BUSCA-PROVEEDOR.
           IF VENCIM-RETENIDO
              ADD  1 TO TOT-RETENIDOS,
              MOVE "*RETENIDO*" TO LOBSERV-DET,
              PERFORM 1400-IMPRIME-VTO THRU FIN-1400-IMPRIME-VTO,
              GO TO LEE-SIG-GENERA.
           IF PROV-OK = "N"
              ADD  1 TO TOT-SIN-CUIT,
              MOVE "*SIN CUIT*" TO LOBSERV-DET,
              PERFORM 1400-IMPRIME-VTO THRU FIN-1400-IMPRIME-VTO,
              GO TO LEE-SIG-GENERA.
           IF PROV-OK = "C"
              ADD  1 TO TOT-SIN-CBU,
              MOVE "*SIN CBU*" TO LOBSERV-DET,
              PERFORM 1400-IMPRIME-VTO THRU FIN-1400-IMPRIME-VTO,
              GO TO LEE-SIG-GENERA.
           PERFORM 1300-GRABA-TRANSFERENCIA
                   THRU FIN-1300-GRABA-TRANSFERENCIA.
           MOVE "G"           TO ESTADO-VENCIM.
      *....Sin CUIT no hay transferencia: el banco rechaza el ren-
      *....glon entero, asi que el vencimiento queda pendiente y
      *....listado para que administracion complete el proveedor.
      *....Lo mismo sin un CBU verificado en "PROVAD" ("MOV-PRV").
       1200-BUSCA-PROVEEDOR.
           MOVE "S" TO PROV-OK.
           IF COD-PROV-VENCIM = COD-PROV-ANT
                MOVE ZEROES TO CUIT-PROV,
                MOVE "(PROVEEDOR DESCONOCIDO)" TO RAZON-SOCIAL.
           IF STATUS-PROV = "99" GO TO LEE-PROV.
           MOVE COD-PROV-VENCIM TO COD-PROV-PROVAD.
       LEE-PROVAD.
           READ PROVAD RECORD WITH NO LOCK;
                INVALID KEY
                MOVE SPACES TO CBU-PROVAD, ALIAS-PROVAD,
                               CBU-VALIDO-PROVAD.
           IF STATUS-PROVAD = "99" GO TO LEE-PROVAD.
       CONTROLA-CUIT.
           IF CUIT-PROV = ZEROES MOVE "N" TO PROV-OK,
                                 GO TO FIN-1200-BUSCA-PROVEEDOR.
           IF NOT CBU-VERIFICADO MOVE "C" TO PROV-OK.
       FIN-1200-BUSCA-PROVEEDOR.

       1300-GRABA-TRANSFERENCIA.
           MOVE NROCOMP1-VENCIM TO COMP1-BCOTRF.
           MOVE NROCOMP2-VENCIM TO COMP2-BCOTRF.
           MOVE LOTE-PEDIDO     TO LOTE-BCOTRF.
           MOVE CBU-PROVAD      TO CBU-BCOTRF.
           MOVE ALIAS-PROVAD    TO ALIAS-BCOTRF.
           WRITE REG-BCOTRF.
       FIN-1300-GRABA-TRANSFERENCIA.

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
           MOVE "SMOV-PAG"         TO PROGRAMA-CORRID.
           MOVE "E"                TO ESTADO-CORRID.
           READ CORRID RECORD KEY IS CLAVE-PRG-CORRID;
                INVALID KEY GO TO CIERRA-CORRID.
           IF STATUS-CORRID = "99" GO TO LEE-CORRID.
           ACCEPT FECHA-MARCA  FROM DATE.
           ACCEPT HORA-MARCA-R FROM TIME.
           MOVE "T"                TO ESTADO-CORRID.
           MOVE FECHA-MARCA        TO FECHA-FIN-CORRID.
           MOVE HORA-MARCA         TO HORA-FIN-CORRID.
           IF MODO-GENERA
              MOVE TOT-GENERADAS  TO PROCESADOS-CORRID,
              ADD  TOT-SIN-CUIT, TOT-SIN-CBU, TOT-RETENIDOS
                                  GIVING RECHAZADOS-CORRID
           ELSE
              MOVE TOT-ACEPTADAS  TO PROCESADOS-CORRID,
              ADD  TOT-RECHAZADAS, TOT-SIN-VENCIM
                                  GIVING RECHAZADOS-CORRID.
           ADD  PROCESADOS-CORRID, RECHAZADOS-CORRID
                                  GIVING LEIDOS-CORRID.
           MOVE "TERMINADO NORMALMENTE" TO RESULTADO-CORRID.
           REWRITE REG-CORRID.
       CIERRA-CORRID.
           CLOSE CORRID.
       FIN-9500-INFORMA-CORRIDA.

       END PROGRAM SMOV-PAG.
