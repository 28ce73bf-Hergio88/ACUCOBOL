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

           COPY "AUDPRE.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "PUNCTL"  ***
      *         """""""""""""""""""""""""""""""

           COPY "PUNCTL.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "CORRID"  ***
      *         """""""""""""""""""""""""""""""

           COPY "CORRID.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "LO"  ***
      *         """"""""""""""""""""""""""""

           05 STATUS-AID         PIC X(2) VALUE SPACES.
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

       77  TOT-APLICADOS          PIC 9(6)     VALUE ZEROES.
       77  TOT-RETENIDOS          PIC 9(6)     VALUE ZEROES.
       77  TOT-INEXISTENTES       PIC 9(6)     VALUE ZEROES.
       77  TOT-SALTEADOS          PIC 9(6)     VALUE ZEROES.
       77  A-SALTEAR              PIC 9(7)     VALUE ZEROES.
       77  PAGINA                 PIC 9(4)     VALUE ZEROES.
       77  LINEAS-HOJA            PIC 9(2)     VALUE ZEROES.
       77  MAX-LINEAS             PIC 9(2)     VALUE 54.
           05 LRETENIDOS-RES      PIC ZZZZZ9.
           05 FILLER              PIC X(16) VALUE "  Inexistentes: ".
           05 LINEXIST-RES        PIC ZZZZZ9.
           05 FILLER              PIC X(13) VALUE "  Salteados: ".
           05 LSALTEADOS-RES      PIC ZZZZZ9.


      /    ***  D I V I S I O N   D E   P R O C E D I M I E N T O S  ***
           PERFORM 1000-UNA-LINEA THRU FIN-1000-UNA-LINEA
                   UNTIL NO-HAY-MAS-PRETAP.
           PERFORM 9000-IMPRIME-RESUMEN THRU FIN-9000-IMPRIME-RESUMEN.
           PERFORM 0900-CIERRA-PUNTO-CONTROL
                   THRU FIN-0900-CIERRA-PUNTO-CONTROL.
           CLOSE PRETAP, AMP, AID, AUDPRE, LO.
           PERFORM 9500-INFORMA-CORRIDA
                   THRU FIN-9500-INFORMA-CORRIDA.
           STOP RUN.

       0100-INICIA.
           WRITE REG-132 FROM LIN-TIT-2 AFTER ADVANCING 2 LINES.
           ADD 2 TO LINEAS-HOJA.
           READ PRETAP AT END MOVE "S" TO FIN-PRETAP.
           PERFORM 0500-PUNTO-CONTROL THRU FIN-0500-PUNTO-CONTROL.
       FIN-0100-INICIA.

      *....Punto de control en "PUNCTL": si la corrida anterior de
      *....esta misma cinta (mismo primer renglon) quedo a medias, se
      *....saltean los renglones que ya se aplicaron.
       0500-PUNTO-CONTROL.
           OPEN I-O PUNCTL.
           IF STATUS-PUNCTL NOT = "00",
              OPEN OUTPUT PUNCTL,
              CLOSE       PUNCTL,
              GO TO 0500-PUNTO-CONTROL.
           MOVE REG-PRETAP       TO IMAGEN-PUNCTL.
           MOVE "SMOV-PRE"       TO PROGRAMA-PUNCTL.
       C-LEE-PUNCTL.
           READ PUNCTL RECORD;
                INVALID KEY GO TO ALTA-PUNCTL.
           IF STATUS-PUNCTL = "99" GO TO C-LEE-PUNCTL.
           IF PUNCTL-EN-CURSO AND PRIMER-REG-PUNCTL = IMAGEN-PUNCTL
              MOVE REGISTROS-PUNCTL TO A-SALTEAR,
              DISPLAY "SE REANUDA LA CINTA: SE SALTEAN " A-SALTEAR
                      " RENGLONES YA APLICADOS."
           ELSE
           IF PUNCTL-EN-CURSO
              DISPLAY "LA CINTA NO ES LA DE LA CORRIDA INTERRUMPIDA: "
                      "SE APLICA DESDE EL PRINCIPIO.".
           MOVE "E"              TO ESTADO-PUNCTL.
           MOVE A-SALTEAR        TO REGISTROS-PUNCTL.
           MOVE IMAGEN-PUNCTL    TO PRIMER-REG-PUNCTL.
           PERFORM GRABA-PUNCTL THRU SAL-GRABA-PUNCTL.
           GO TO SALTEA-APLICADOS.
       ALTA-PUNCTL.
           MOVE SPACES           TO REG-PUNCTL.
           MOVE "SMOV-PRE"       TO PROGRAMA-PUNCTL.
           MOVE "E"              TO ESTADO-PUNCTL.
           MOVE ZEROES           TO REGISTROS-PUNCTL.
           MOVE IMAGEN-PUNCTL    TO PRIMER-REG-PUNCTL.
           MOVE FECHA-HOY-6      TO FECHA-PUNCTL.
           ACCEPT HORA-MARCA-R FROM TIME.
           MOVE HORA-MARCA       TO HORA-PUNCTL.
           WRITE REG-PUNCTL.
       SALTEA-APLICADOS.
           PERFORM 0510-SALTEA-RENGLON THRU FIN-0510-SALTEA-RENGLON
                   UNTIL TOT-SALTEADOS NOT < A-SALTEAR
                      OR NO-HAY-MAS-PRETAP.
       FIN-0500-PUNTO-CONTROL.

       0510-SALTEA-RENGLON.
           ADD 1 TO TOT-SALTEADOS.
           READ PRETAP AT END MOVE "S" TO FIN-PRETAP.
       FIN-0510-SALTEA-RENGLON.

      *....Renglones ya aplicados de la cinta, despues de cada uno.
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

       1000-UNA-LINEA.
           ADD  1   TO TOT-LEIDOS.
           MOVE "S" TO PRODUCTO-OK.
           PERFORM 1800-ARMA-DETALLE THRU FIN-1800-ARMA-DETALLE.
           PERFORM IMPRIME-DETALLE   THRU FIN-IMPRIME-DETALLE.
       LEE-SIG-PRETAP.
           PERFORM 0550-AVANZA-PUNTO-CONTROL
                   THRU FIN-0550-AVANZA-PUNTO-CONTROL.
           READ PRETAP AT END MOVE "S" TO FIN-PRETAP.
       FIN-1000-UNA-LINEA.

           MOVE TOT-APLICADOS    TO LAPLICADOS-RES.
           MOVE TOT-RETENIDOS    TO LRETENIDOS-RES.
           MOVE TOT-INEXISTENTES TO LINEXIST-RES.
           MOVE TOT-SALTEADOS    TO LSALTEADOS-RES.
           WRITE REG-132 FROM LIN-RESUMEN AFTER ADVANCING 2 LINES.
       FIN-9000-IMPRIME-RESUMEN.

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
           MOVE "SMOV-PRE"         TO PROGRAMA-CORRID.
           MOVE "E"                TO ESTADO-CORRID.
           READ CORRID RECORD KEY IS CLAVE-PRG-CORRID;
                INVALID KEY GO TO CIERRA-CORRID.
           IF STATUS-CORRID = "99" GO TO LEE-CORRID.
           ACCEPT FECHA-MARCA  FROM DATE.
           ACCEPT HORA-MARCA-R FROM TIME.
           MOVE "T"                TO ESTADO-CORRID.
           MOVE FECHA-MARCA        TO FECHA-FIN-CORRID.
           MOVE HORA-MARCA         TO HORA-FIN-CORRID.
           MOVE TOT-APLICADOS     TO PROCESADOS-CORRID.
           ADD  TOT-SALTEADOS, TOT-LEIDOS
                                  GIVING LEIDOS-CORRID.
           ADD  TOT-RETENIDOS, TOT-INEXISTENTES
                                  GIVING RECHAZADOS-CORRID.
           MOVE "TERMINADO NORMALMENTE" TO RESULTADO-CORRID.
           REWRITE REG-CORRID.
       CIERRA-CORRID.
           CLOSE CORRID.
       FIN-9500-INFORMA-CORRIDA.

       END PROGRAM SMOV-PRE.
