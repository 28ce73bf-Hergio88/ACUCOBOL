
           SELECT WORK-ABC ASSIGN TO DISK, "SORTWK-ABC".

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
           05 WDESC-ABC            PIC X(23).
           05 WCLASE-ANT-ABC       PIC X.

      *    ***  DESCRIPCION DEL ARCHIVO "CORRID"  ***
      *         """""""""""""""""""""""""""""""

           COPY "CORRID.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "LO"  ***
      *         """"""""""""""""""""""""""""

       01  LINEA-STATUS.
           05 FILLER             PIC X(5) VALUE "AMP:".
           05 STATUS-AMP         PIC X(2) VALUE SPACES.
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

                INPUT PROCEDURE  IS 1000-CARGA-SORT
                OUTPUT PROCEDURE IS 2000-CLASIFICA-SORT.
           PERFORM 3000-FINAL THRU FIN-3000-FINAL.
           PERFORM 9500-INFORMA-CORRIDA
                   THRU FIN-9500-INFORMA-CORRIDA.
           STOP RUN.

       1000-CARGA-SORT.
           CLOSE LO.
       FIN-3000-FINAL.

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
           MOVE "SMOV-ABC"         TO PROGRAMA-CORRID.
           MOVE "E"                TO ESTADO-CORRID.
           READ CORRID RECORD KEY IS CLAVE-PRG-CORRID;
                INVALID KEY GO TO CIERRA-CORRID.
           IF STATUS-CORRID = "99" GO TO LEE-CORRID.
           ACCEPT FECHA-MARCA  FROM DATE.
           ACCEPT HORA-MARCA-R FROM TIME.
           MOVE "T"                TO ESTADO-CORRID.
           MOVE FECHA-MARCA        TO FECHA-FIN-CORRID.
           MOVE HORA-MARCA         TO HORA-FIN-CORRID.
           MOVE ZEROES            TO RECHAZADOS-CORRID.
           ADD  CONT-A(1), CONT-B(1), CONT-C(1)
                                  GIVING LEIDOS-CORRID.
           ADD  CONT-CAMBIOS(1), CONT-CAMBIOS(2), CONT-CAMBIOS(3)
                                  GIVING PROCESADOS-CORRID.
           MOVE "TERMINADO NORMALMENTE" TO RESULTADO-CORRID.
           REWRITE REG-CORRID.
       CIERRA-CORRID.
           CLOSE CORRID.
       FIN-9500-INFORMA-CORRIDA.

       END PROGRAM SMOV-ABC.
