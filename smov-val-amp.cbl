      *    RATORIO (COD-LAB-AMP), POR CATEGORIA (MEDICAMENTOS /    *
      *    ACCESORIOS / PERFUMERIA, LOS MISMOS 88 DEL "AMP") Y     *
      *    POR SUCURSAL, Y UN TOTAL GENERAL LISTO PARA ASENTAR.    *
      *    LA MERCADERIA QUE AL CIERRE SEGUIA EN TRANSITO ENTRE     *
      *    DIVISIONES (TRANSITO-CIESTK) SE VALORIZA IGUAL Y SALE    *
      *    EN SU PROPIO RENGLON DEBAJO DE LAS SUCURSALES.           *
      *    EL PERIODO TIENE QUE FIGURAR COMO CERRADO EN "CIERRE"   *
      *    Y COINCIDIR CON EL SELLO PERIODO-CIESTK DE LA FOTO.-     *
      *                                                             *

           SELECT WORK-VAL ASSIGN TO DISK, "SORTWK-VAL".

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
           05 WCOSTO-VAL           PIC S9(11)V99 COMP-3.
           05 WPRECIO-VAL          PIC S9(11)V99 COMP-3.

      *    ***  DESCRIPCION DEL ARCHIVO "CORRID"  ***
      *         """""""""""""""""""""""""""""""

           COPY "CORRID.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "LO"  ***
      *         """"""""""""""""""""""""""""

           05 STATUS-CIESTK      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(6) VALUE ",CIE:".
           05 STATUS-CIERRE      PIC X(2) VALUE SPACES.
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

              10 COSTO-SUC-W      PIC S9(13)V99 COMP-3.
              10 PRECIO-SUC-W     PIC S9(13)V99 COMP-3.

       77  COSTO-TRANSITO-W       PIC S9(13)V99 COMP-3 VALUE ZEROES.
       77  PRECIO-TRANSITO-W      PIC S9(13)V99 COMP-3 VALUE ZEROES.

       01  TABLA-NOMBRE-CAT.
           05 FILLER              PIC X(12) VALUE "MEDICAMENTOS".
           05 FILLER              PIC X(12) VALUE "ACCESORIOS  ".
           05 LCOSTO-SUC          PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 LPRECIO-SUC         PIC BZZ.ZZZ.ZZZ.ZZ9,99-.

       01  LIN-DET-TRA.
           05 FILLER              PIC X(23)
                  VALUE "En transito entre Div.".
           05 LCOSTO-TRA          PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 LPRECIO-TRA         PIC BZZ.ZZZ.ZZZ.ZZ9,99-.

       01  LIN-TOT-GENERAL.
           05 FILLER              PIC X(23)
                  VALUE "TOTAL GENERAL..........".
                   THRU FIN-4000-IMPRIME-SUCURSALES.
           PERFORM 9000-IMPRIME-FINAL THRU FIN-9000-IMPRIME-FINAL.
           CLOSE AMP, CIESTK, CIERRE, LO.
           PERFORM 9500-INFORMA-CORRIDA
                   THRU FIN-9500-INFORMA-CORRIDA.
           STOP RUN.

       0100-INICIA.
           PERFORM 1200-VALORIZA-SUCURSAL
                   THRU FIN-1200-VALORIZA-SUCURSAL
                   VARYING IND-S FROM 1 BY 1 UNTIL IND-S > 10.
           IF TRANSITO-CIESTK NOT = ZEROES
              PERFORM 1300-VALORIZA-TRANSITO
                      THRU FIN-1300-VALORIZA-TRANSITO.
           IF COSTO-PRODUCTO = ZEROES AND PRECIO-PRODUCTO = ZEROES
              GO TO LEE-SIG-AMP.
           ADD 1               TO TOT-PRODUCTOS.
                 + (EXIST-CIE-SUC(IND-S) * PRECIO-PUBLICO-AMP).
       FIN-1200-VALORIZA-SUCURSAL.

      *....Lo despachado con "TR" y no recibido todavia con "RT" no
      *....esta en ninguna sucursal pero es stock propio: suma al
      *....producto (y por ende al laboratorio, la categoria y el
      *....total general) y se acumula aparte para su renglon.
       1300-VALORIZA-TRANSITO.
           COMPUTE COSTO-PRODUCTO ROUNDED = COSTO-PRODUCTO
                 + (TRANSITO-CIESTK * COSTO-PONDERADO-AMP).
           COMPUTE PRECIO-PRODUCTO ROUNDED = PRECIO-PRODUCTO
                 + (TRANSITO-CIESTK * PRECIO-PUBLICO-AMP).
           COMPUTE COSTO-TRANSITO-W ROUNDED = COSTO-TRANSITO-W
                 + (TRANSITO-CIESTK * COSTO-PONDERADO-AMP).
           COMPUTE PRECIO-TRANSITO-W ROUNDED = PRECIO-TRANSITO-W
                 + (TRANSITO-CIESTK * PRECIO-PUBLICO-AMP).
       FIN-1300-VALORIZA-TRANSITO.

       2000-IMPRIME-LABS.
           PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           WRITE REG-132 FROM LIN-TIT-LAB AFTER ADVANCING 2 LINES.
           ADD 2 TO LINEAS-HOJA.
           PERFORM 4100-UNA-SUCURSAL THRU FIN-4100-UNA-SUCURSAL
                   VARYING IND-S FROM 1 BY 1 UNTIL IND-S > 10.
           IF COSTO-TRANSITO-W NOT = ZEROES OR
              PRECIO-TRANSITO-W NOT = ZEROES
              MOVE COSTO-TRANSITO-W  TO LCOSTO-TRA,
              MOVE PRECIO-TRANSITO-W TO LPRECIO-TRA,
              WRITE REG-132 FROM LIN-DET-TRA AFTER ADVANCING 1 LINE,
              ADD 1 TO LINEAS-HOJA.
       FIN-4000-IMPRIME-SUCURSALES.

       4100-UNA-SUCURSAL.
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
           MOVE "SMOV-VAL"         TO PROGRAMA-CORRID.
           MOVE "E"                TO ESTADO-CORRID.
           READ CORRID RECORD KEY IS CLAVE-PRG-CORRID;
                INVALID KEY GO TO CIERRA-CORRID.
           IF STATUS-CORRID = "99" GO TO LEE-CORRID.
           ACCEPT FECHA-MARCA  FROM DATE.
           ACCEPT HORA-MARCA-R FROM TIME.
           MOVE "T"                TO ESTADO-CORRID.
           MOVE FECHA-MARCA        TO FECHA-FIN-CORRID.
           MOVE HORA-MARCA         TO HORA-FIN-CORRID.
           MOVE TOT-PRODUCTOS     TO LEIDOS-CORRID.
           MOVE TOT-OTRO-PERIODO  TO RECHAZADOS-CORRID.
           SUBTRACT TOT-OTRO-PERIODO FROM TOT-PRODUCTOS
                                  GIVING PROCESADOS-CORRID.
           MOVE "TERMINADO NORMALMENTE" TO RESULTADO-CORRID.
           REWRITE REG-CORRID.
       CIERRA-CORRID.
           CLOSE CORRID.
       FIN-9500-INFORMA-CORRIDA.

       END PROGRAM SMOV-VAL.
