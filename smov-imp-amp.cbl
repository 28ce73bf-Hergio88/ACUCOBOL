                  RECORD KEY   IS CLAVE-BACKOR,
                  FILE STATUS  IS STATUS-BACKOR.

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

           SELECT PUNCTL ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/PUNCTL01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-PUNCTL,
                  FILE STATUS  IS STATUS-PUNCTL.

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

           COPY "BACKOR.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "AUDPRE"  ***
      *         """""""""""""""""""""""""""""""

           COPY "AUDPRE.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "PUNCTL"  ***
      *         """""""""""""""""""""""""""""""

           COPY "PUNCTL.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "CORRID"  ***
      *         """""""""""""""""""""""""""""""

           COPY "CORRID.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "LO"  ***
      *         """"""""""""""""""""""""""""

           05 STATUS-AMPHIST     PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(8) VALUE ",BACKOR:".
           05 STATUS-BACKOR      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(6) VALUE ",AUDP:".
           05 STATUS-AUDPRE      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",PCT:".
           05 STATUS-PUNCTL      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",COR:".
           05 STATUS-CORRID      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(4) VALUE ",LO:".
           05 STATUS-LO          PIC X(2) VALUE SPACES.

       01  IMAGEN-PUNCTL          PIC X(40).

       01  MARCA-CORRID.
           05 FECHA-MARCA         PIC 9(6).
           05 HORA-MARCA-R.
              10 HORA-MARCA       PIC 9(6).
              10 FILLER           PIC 9(2).

       01  OTROS-FILES.
           05 FILE-LO             PIC X(07)  VALUE "PRINTER".

       77  INTERMEDIO             PIC S9(7)V99 COMP-3.
       77  INTERMEDIO2            PIC S9(7)V99 COMP-3.
       77  IVA-WK                 PIC V99.
       77  PONDER-VIEJO           PIC 9(8)V99  COMP-6.
       77  CAMPO-AUD              PIC X(6).
       77  VALOR-ANT-AUD          PIC S9(9)V9(5) COMP-3 VALUE ZERO.
       77  VALOR-NUE-AUD          PIC S9(9)V9(5) COMP-3 VALUE ZERO.

       77  RESTO-ASIGNAR          PIC 9(6)     COMP-6.
       77  CANT-ASIGNAR           PIC 9(6)     COMP-6.
       77  TOT-AMPHIST-DUP        PIC 9(6)     VALUE ZEROES.
       77  TOT-REMITO-ABIERTO     PIC 9(6)     VALUE ZEROES.
       77  TOT-SUCURSAL-INVAL     PIC 9(6)     VALUE ZEROES.
       77  TOT-SALTEADOS          PIC 9(6)     VALUE ZEROES.
       77  A-SALTEAR              PIC 9(7)     VALUE ZEROES.

       01  FECHA-COMPLETA.
           05 CENTURIA            PIC 99   COMP-6.
                  VALUE "Lineas rechazadas por division invalida".
           05 LSUCINVAL-RES       PIC ZZZZZ9.

       01  LIN-RESUMEN-5.
           05 FILLER              PIC X(40)
                  VALUE "Lineas salteadas, cargadas antes".
           05 LSALTEADOS-RES      PIC ZZZZZ9.

      *....Vale de asignacion de backorders: la recepcion que cubre
      *....pendientes sale detallada bajo la linea del comprobante.
       01  LIN-VALE-TIT.
           PERFORM 0100-INICIA THRU FIN-0100-INICIA.
           PERFORM 1000-PROCESA-ARCHIVO THRU FIN-1000-PROCESA-ARCHIVO.
           PERFORM 9000-IMPRIME-RESUMEN THRU FIN-9000-IMPRIME-RESUMEN.
           PERFORM 0900-CIERRA-PUNTO-CONTROL
                   THRU FIN-0900-CIERRA-PUNTO-CONTROL.
           CLOSE IMPAMP, AMP, AID, TRNAMP, FACPRV01, AMPHIST, BACKOR,
                 AUDPRE, LO.
           PERFORM 9500-INFORMA-CORRIDA
                   THRU FIN-9500-INFORMA-CORRIDA.
           STOP RUN.

       0100-INICIA.
              OPEN OUTPUT BACKOR,
              CLOSE       BACKOR,
              GO TO ABRE-BACKOR.
       ABRE-AUDPRE.
           OPEN I-O AUDPRE.
           IF STATUS-AUDPRE NOT = "00",
              OPEN OUTPUT AUDPRE,
              CLOSE       AUDPRE,
              GO TO ABRE-AUDPRE.
           OPEN OUTPUT LO.
           ACCEPT FECHA-HOY-R FROM DATE.
           MOVE FECHA-HOY-6       TO LFEC-TIT-1.
           WRITE REG-132 FROM LIN-TIT-1 AFTER ADVANCING 1 LINE.
           WRITE REG-132 FROM LIN-TIT-2 AFTER ADVANCING 2 LINES.
           READ IMPAMP AT END MOVE "S" TO FIN-IMPAMP.
           PERFORM 0500-PUNTO-CONTROL THRU FIN-0500-PUNTO-CONTROL.
       FIN-0100-INICIA.

      *....Punto de control en "PUNCTL": si la corrida anterior de
      *....este mismo archivo (mismo primer registro) quedo a medias,
      *....se saltean los registros que ya se cargaron.
       0500-PUNTO-CONTROL.
           OPEN I-O PUNCTL.
           IF STATUS-PUNCTL NOT = "00",
              OPEN OUTPUT PUNCTL,
              CLOSE       PUNCTL,
              GO TO 0500-PUNTO-CONTROL.
           MOVE REG-IMPAMP       TO IMAGEN-PUNCTL.
           MOVE "SMOV-IMP"       TO PROGRAMA-PUNCTL.
       C-LEE-PUNCTL.
           READ PUNCTL RECORD
                INVALID KEY GO TO ALTA-PUNCTL.
           IF STATUS-PUNCTL = "99" GO TO C-LEE-PUNCTL.
           IF PUNCTL-EN-CURSO AND PRIMER-REG-PUNCTL = IMAGEN-PUNCTL
               MOVE REGISTROS-PUNCTL TO A-SALTEAR,
               DISPLAY "SE REANUDA IMPAMP: SE SALTEAN " A-SALTEAR
                       " REGISTROS YA CARGADOS."
           ELSE
               IF PUNCTL-EN-CURSO
                   DISPLAY "IMPAMP NO ES EL DE LA CORRIDA INTERRUMPIDA:"
                           " SE CARGA DESDE EL PRINCIPIO."
               END-IF
           END-IF.
           MOVE "E"              TO ESTADO-PUNCTL.
           MOVE A-SALTEAR        TO REGISTROS-PUNCTL.
           MOVE IMAGEN-PUNCTL    TO PRIMER-REG-PUNCTL.
           PERFORM GRABA-PUNCTL THRU SAL-GRABA-PUNCTL.
           GO TO SALTEA-CARGADOS.
       ALTA-PUNCTL.
           MOVE SPACES           TO REG-PUNCTL.
           MOVE "SMOV-IMP"       TO PROGRAMA-PUNCTL.
           MOVE "E"              TO ESTADO-PUNCTL.
           MOVE ZEROES           TO REGISTROS-PUNCTL.
           MOVE IMAGEN-PUNCTL    TO PRIMER-REG-PUNCTL.
           MOVE FECHA-HOY-6      TO FECHA-PUNCTL.
           ACCEPT HORA-MARCA-R FROM TIME.
           MOVE HORA-MARCA       TO HORA-PUNCTL.
           WRITE REG-PUNCTL.
       SALTEA-CARGADOS.
           PERFORM 0510-SALTEA-REGISTRO THRU FIN-0510-SALTEA-REGISTRO
                   UNTIL TOT-SALTEADOS NOT < A-SALTEAR
                      OR NO-HAY-MAS-IMPAMP.
       FIN-0500-PUNTO-CONTROL.

       0510-SALTEA-REGISTRO.
           ADD 1 TO TOT-SALTEADOS.
           READ IMPAMP AT END MOVE "S" TO FIN-IMPAMP.
       FIN-0510-SALTEA-REGISTRO.

      *....Registros ya cargados del archivo, despues de cada uno.
       0550-AVANZA-PUNTO-CONTROL.
           ADD  TOT-SALTEADOS, TOT-LEIDOS GIVING REGISTROS-PUNCTL.
           PERFORM GRABA-PUNCTL THRU SAL-GRABA-PUNCTL.
       FIN-0550-AVANZA-PUNTO-CONTROL.

       0900-CIERRA-PUNTO-CONTROL.
           MOVE "T"              TO ESTADO-PUNCTL.
           ADD  TOT-SALTEADOS, TOT-LEIDOS GIVING REGISTROS-PUNCTL.
           PERFORM GRABA-PUNCTL THRU SAL-GRABA-PUNCTL.
           CLOSE PUNCTL.
       FIN-0900-CIERRA-PUNTO-CONTROL.

       GRABA-PUNCTL.
           MOVE FECHA-HOY-6      TO FECHA-PUNCTL.
           ACCEPT HORA-MARCA-R FROM TIME.
           MOVE HORA-MARCA       TO HORA-PUNCTL.
           REWRITE REG-PUNCTL.
           IF STATUS-PUNCTL = "99" GO TO GRABA-PUNCTL.
       SAL-GRABA-PUNCTL.

       1000-PROCESA-ARCHIVO.
           PERFORM 1100-PROCESA-UN-REGISTRO
                   THRU FIN-1100-PROCESA-UN-REGISTRO
           IF LINEA-CARGADA = "S"
               PERFORM 1900-ASIGNA-BACKOR
                       THRU FIN-1900-ASIGNA-BACKOR.
           PERFORM 0550-AVANZA-PUNTO-CONTROL
                   THRU FIN-0550-AVANZA-PUNTO-CONTROL.
           READ IMPAMP AT END MOVE "S" TO FIN-IMPAMP.
       FIN-1100-PROCESA-UN-REGISTRO.

               PERFORM 9000-IMPRIME-RESUMEN
                       THRU FIN-9000-IMPRIME-RESUMEN,
               CLOSE IMPAMP, AMP, AID, TRNAMP, FACPRV01, AMPHIST, BACKOR,
                 AUDPRE, LO,
               STOP RUN.
           CALL "C$SLEEP" USING 1.
       FIN-1210-ESPERA.
           ADD  1                   TO CONTADOR-TRN.
           MOVE CONTADOR-TRN        TO REGISTRO-TRN.
           WRITE REG-TRNAMP INVALID KEY GO TO C-GRABA-REG-TRNAMP.
           MOVE COSTO-PONDERADO-AMP TO PONDER-VIEJO.
           COMPUTE COSTO-PONDERADO-AMP ROUNDED =
                   ((EXIST-FACTURA * COSTO-PONDERADO-AMP) +
                    (CANTIDAD-IMP  * COSTO-IMP))          /
                    (CANTIDAD-IMP  + EXIST-FACTURA).
           IF COSTO-PONDERADO-AMP NOT = PONDER-VIEJO,
              MOVE "PONDER"            TO CAMPO-AUD,
              MOVE PONDER-VIEJO        TO VALOR-ANT-AUD,
              MOVE COSTO-PONDERADO-AMP TO VALOR-NUE-AUD,
              PERFORM 1710-GRABA-AUDPRE THRU FIN-1710-GRABA-AUDPRE.
       FIN-1700-GRABA-TRNAMP.

      *....Mismo asiento que "GRABA-AUDPRE" de "MOV-AMP" para el
      *....nuevo costo ponderado, con el operador de la carga
      *....electronica y el comprobante importado, para que el
      *....margen de "MOV-MAR" tome el costo vigente a cada fecha.
       1710-GRABA-AUDPRE.
           MOVE TROQUEL-AMP         TO TROQUEL-AUDPRE.
           MOVE FECHA-HOY-6         TO FECHA-AUDPRE, FECHA-OPE-AUDPRE,
                                       FECHA-LIS-AUDPRE.
           MOVE ZEROES              TO SECUEN-AUDPRE.
           MOVE "IM"                TO OPERADOR-AUDPRE.
           MOVE CAMPO-AUD           TO CAMPO-AUDPRE.
           MOVE VALOR-ANT-AUD       TO VALOR-ANT-AUDPRE.
           MOVE VALOR-NUE-AUD       TO VALOR-NUE-AUDPRE.
           MOVE "IMPORTA"           TO ARTEFACTO-AUDPRE.
           MOVE 0000                TO HORA-MINU-AUDPRE.
           MOVE TIPO-COMP-IMP       TO CODIGO-TRN-AUDPRE.
           MOVE NRO-COMP-IMP        TO NUMERO-TRN-AUDPRE.
           MOVE SUCURSAL-IMP        TO SUCURSAL-AUDPRE.
       C-GRABA-REG-AUDPRE.
           WRITE REG-AUDPRE INVALID KEY
                 ADD 1 TO SECUEN-AUDPRE,
                 GO TO C-GRABA-REG-AUDPRE.
       FIN-1710-GRABA-AUDPRE.

       1750-REGRABA-AMP.
           MOVE FECHA-HOY-6         TO FECHA-ULT-ACTUALIZ.
           MOVE ZEROES              TO IND-REINTENTO.
           IF TOT-SUCURSAL-INVAL NOT = ZEROES
               MOVE TOT-SUCURSAL-INVAL TO LSUCINVAL-RES,
               WRITE REG-132 FROM LIN-RESUMEN-4 AFTER ADVANCING 1 LINE.
           IF TOT-SALTEADOS NOT = ZEROES
               MOVE TOT-SALTEADOS TO LSALTEADOS-RES,
               WRITE REG-132 FROM LIN-RESUMEN-5 AFTER ADVANCING 1 LINE.
       FIN-9000-IMPRIME-RESUMEN.

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
           MOVE "SMOV-IMP"         TO PROGRAMA-CORRID.
           MOVE "E"                TO ESTADO-CORRID.
           READ CORRID RECORD KEY IS CLAVE-PRG-CORRID;
                INVALID KEY GO TO CIERRA-CORRID.
           IF STATUS-CORRID = "99" GO TO LEE-CORRID.
           ACCEPT FECHA-MARCA  FROM DATE.
           ACCEPT HORA-MARCA-R FROM TIME.
           MOVE "T"                TO ESTADO-CORRID.
           MOVE FECHA-MARCA        TO FECHA-FIN-CORRID.
           MOVE HORA-MARCA         TO HORA-FIN-CORRID.
           MOVE TOT-CARGADOS      TO PROCESADOS-CORRID.
           MOVE TOT-RECHAZADOS    TO RECHAZADOS-CORRID.
           ADD  TOT-SALTEADOS, TOT-LEIDOS
                                  GIVING LEIDOS-CORRID.
           MOVE "TERMINADO NORMALMENTE" TO RESULTADO-CORRID.
           REWRITE REG-CORRID.
       CIERRA-CORRID.
           CLOSE CORRID.
       FIN-9500-INFORMA-CORRIDA.

       END PROGRAM SMOV-IMP.
