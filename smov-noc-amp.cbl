       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SMOV-NOC.
       AUTHOR.        DROGUERIA SUR.
       INSTALLATION.  VILLARINO 52. BAHIA BLANCA.
       DATE-WRITTEN.  OCTUBRE 2026.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                             *
      *         ***  OBJETIVOS DEL PROGRAMA "MOV-NOC"  ***          *
      *              """"""""""""""""""""""""""""""""               *
      *                                                             *
      *    CONDUCE LA CORRIDA NOCTURNA, QUE HASTA AHORA EL OPERA-   *
      *    DOR LANZABA PROGRAMA POR PROGRAMA, EN DOS SECUENCIAS:    *
      *                                                             *
      *    D) DIARIA: "MOV-PTM" (VENCIDAS), "MOV-TRZ" (EXPORTA),    *
      *       "MOV-DIA", "MOV-PRE", "MOV-IMP" Y "MOV-PAG".          *
      *    M) FIN DE MES: LA DIARIA MAS "MOV-CIE", "MOV-VAL",       *
      *       "MOV-ABC" Y "MOV-PTO".                                *
      *                                                             *
      *    CADA PASO QUEDA EN LA BITACORA "CORRID" CON SU INICIO,   *
      *    SU FIN, LAS CUENTAS DE REGISTROS QUE INFORMA EL PROPIO   *
      *    PROGRAMA Y EL RESULTADO. UN PASO CUYO PASO PREVIO NO     *
      *    TERMINO NO SE LANZA (Y "MOV-VAL" TAMPOCO SI "CIERRE" NO  *
      *    MUESTRA EL PERIODO CERRADO). RELANZANDO CON LA MISMA     *
      *    FECHA Y TIPO SE REANUDA DESDE EL PASO QUE FALLO, SIN     *
      *    REPETIR LOS QUE YA TERMINARON; "MOV-PRE" Y "MOV-IMP"     *
      *    ADEMAS RETOMAN DESDE SU PUNTO DE CONTROL ("PUNCTL").     *
      *                                                             *
      *    R) RESUMEN: LISTADO DE LA MANANA CON TODOS LOS PASOS DE  *
      *       LA NOCHE (SE IMPRIME TAMBIEN AL FINAL DE CADA         *
      *       CORRIDA).-                                            *
      *                                                             *
      *    LAS RESPUESTAS QUE CADA PROGRAMA PIDE POR CONSOLA SE LE  *
      *    PASAN EN EL ARCHIVO "RESPAS". "MOV-PTO" RECIBE "N" EN    *
      *    CADA LABORATORIO: DE NOCHE SOLO IMPRIME LA PROPUESTA, Y  *
      *    LA GRABACION SIGUE SIENDO DECISION DEL COMPRADOR.        *
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

           SELECT CORRID ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/CORRID01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-CORRID,
                  ALTERNATE RECORD KEY IS CLAVE-PRG-CORRID
                                   WITH DUPLICATES,
                  FILE STATUS  IS STATUS-CORRID.

           SELECT CIERRE ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/CIERRE01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-CIERRE,
                  FILE STATUS  IS STATUS-CIERRE.

           SELECT RESPAS ASSIGN TO DISK, "RESPAS-01",
                  ORGANIZATION IS LINE SEQUENTIAL,
                  ACCESS MODE  IS SEQUENTIAL,
                  FILE STATUS  IS STATUS-RESPAS.

           SELECT LO ASSIGN TO PRINT, FILE-LO,
                  ORGANIZATION IS SEQUENTIAL,
                  ACCESS MODE  IS SEQUENTIAL,
                  FILE STATUS  IS STATUS-LO.


      /    ***  D I V I S I O N   D E   D A T O S  ***
      *         """""""""""""""""""""""""""""""""

       DATA DIVISION.

       FILE SECTION.

      *    ***  DESCRIPCION DEL ARCHIVO "CORRID"  ***
      *         """""""""""""""""""""""""""""""

           COPY "CORRID.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "CIERRE"  ***
      *         """""""""""""""""""""""""""""""

           COPY "CIERRE.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "RESPAS"  ***
      *         """""""""""""""""""""""""""""""
      *....Respuestas de consola del programa del paso, una por
      *....renglon, en el orden en que el programa las pide.

       FD  RESPAS LABEL RECORD IS OMITTED.
       01  REG-RESPAS              PIC X(20).

      *    ***  DESCRIPCION DEL ARCHIVO "LO"  ***
      *         """"""""""""""""""""""""""""

       FD  LO LABEL RECORD IS OMITTED.
       01  REG-132             PIC X(132).

       WORKING-STORAGE SECTION.

       01  LINEA-STATUS.
           05 FILLER             PIC X(4) VALUE "COR:".
           05 STATUS-CORRID      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",CIE:".
           05 STATUS-CIERRE      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",RSP:".
           05 STATUS-RESPAS      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(4) VALUE ",LO:".
           05 STATUS-LO          PIC X(2) VALUE SPACES.

       01  OTROS-FILES.
           05 FILE-LO             PIC X(07)  VALUE "PRINTER".

       01  COMANDO-SYSTEM.
           05 COMANDO             PIC X(80).

       77  MODO                   PIC X      VALUE SPACE.
           88 MODO-DIARIA         VALUE "D".
           88 MODO-MENSUAL        VALUE "M".
           88 MODO-RESUMEN        VALUE "R".
       77  REANUDA                PIC X      VALUE "N".
           88 CORRIDA-REANUDADA   VALUE "S".
       77  FIN-CORRID             PIC X      VALUE "N".
           88 NO-HAY-MAS-CORRID   VALUE "S".
       77  PUEDE-CORRER           PIC X      VALUE "S".
           88 PASO-HABILITADO     VALUE "S".

       77  IND-PASO               PIC 9(2).
       77  IND-PREVIO             PIC 9(2).
       77  IND-RESP               PIC 9(4).
       77  CANT-PASOS             PIC 9(2)   VALUE ZEROES.
       77  MAX-RESP-PTO           PIC 9(4)   VALUE 999.
       77  FECHA-PEDIDA           PIC 9(6)   VALUE ZEROES.
       77  PERIODO-PEDIDO         PIC 9(4)   VALUE ZEROES.
       77  TOT-TERMINADOS         PIC 9(2)   VALUE ZEROES.
       77  TOT-FALLIDOS           PIC 9(2)   VALUE ZEROES.
       77  TOT-REHUSADOS          PIC 9(2)   VALUE ZEROES.
       77  TOT-PENDIENTES         PIC 9(2)   VALUE ZEROES.
       77  TOT-LISTADOS           PIC 9(2)   VALUE ZEROES.
       77  PAGINA                 PIC 9(4)   VALUE ZEROES.
       77  LINEAS-HOJA            PIC 9(2)   VALUE ZEROES.
       77  MAX-LINEAS             PIC 9(2)   VALUE 54.

       01  XNUMERO                PIC X(6) JUSTIFIED RIGHT.
       01  NUMERO                 REDEFINES XNUMERO,
                                  PIC 9(6).

      *....Secuencia de la corrida: programa, hasta dos pasos previos
      *....que tienen que haber terminado, control especial ("X" el
      *....cierre no se repite si "CIERRE" ya tiene el periodo; "C"
      *....la valorizacion exige el periodo cerrado en "CIERRE") y
      *....descripcion. La diaria son los 6 primeros pasos.
       01  TABLA-PASOS.
           05 FILLER              PIC X(8)  VALUE "SMOV-PTM".
           05 FILLER              PIC X(5)  VALUE "0000 ".
           05 FILLER              PIC X(27)
                  VALUE "LIMPIA PROMOCIONES VENCIDAS".
           05 FILLER              PIC X(8)  VALUE "SMOV-TRZ".
           05 FILLER              PIC X(5)  VALUE "0000 ".
           05 FILLER              PIC X(27)
                  VALUE "EXPORTA TRAZABILIDAD ANMAT".
           05 FILLER              PIC X(8)  VALUE "SMOV-DIA".
           05 FILLER              PIC X(5)  VALUE "0000 ".
           05 FILLER              PIC X(27)
                  VALUE "DIARIO DE CONTROL".
           05 FILLER              PIC X(8)  VALUE "SMOV-PRE".
           05 FILLER              PIC X(5)  VALUE "0000 ".
           05 FILLER              PIC X(27)
                  VALUE "CINTA DE PRECIOS".
           05 FILLER              PIC X(8)  VALUE "SMOV-IMP".
           05 FILLER              PIC X(5)  VALUE "0400 ".
           05 FILLER              PIC X(27)
                  VALUE "COMPROBANTES ELECTRONICOS".
           05 FILLER              PIC X(8)  VALUE "SMOV-PAG".
           05 FILLER              PIC X(5)  VALUE "0500 ".
           05 FILLER              PIC X(27)
                  VALUE "LOTE DE PAGOS AL BANCO".
           05 FILLER              PIC X(8)  VALUE "SMOV-CIE".
           05 FILLER              PIC X(5)  VALUE "0305X".
           05 FILLER              PIC X(27)
                  VALUE "CIERRE MENSUAL DEL STOCK".
           05 FILLER              PIC X(8)  VALUE "SMOV-VAL".
           05 FILLER              PIC X(5)  VALUE "0700C".
           05 FILLER              PIC X(27)
                  VALUE "VALORIZACION DEL CIERRE".
           05 FILLER              PIC X(8)  VALUE "SMOV-ABC".
           05 FILLER              PIC X(5)  VALUE "0700 ".
           05 FILLER              PIC X(27)
                  VALUE "RECLASIFICACION ABC".
           05 FILLER              PIC X(8)  VALUE "SMOV-PTO".
           05 FILLER              PIC X(5)  VALUE "0700 ".
           05 FILLER              PIC X(27)
                  VALUE "PROPUESTA PUNTO DE PEDIDO".
       01  RTABLA-PASOS REDEFINES TABLA-PASOS.
           05 ITEM-PASO           OCCURS 10 TIMES.
              10 PRG-PASO         PIC X(8).
              10 PREVIO-PASO      PIC 9(2)   OCCURS 2 TIMES.
              10 CONTROL-PASO     PIC X.
              88 CONTROL-NO-REPITE-CIERRE VALUE "X".
              88 CONTROL-PIDE-CIERRE      VALUE "C".
              10 DESC-PASO        PIC X(27).

      *....Estado de cada paso de la corrida en curso, para los
      *....controles de paso previo.
       01  TABLA-ESTADOS.
           05 ESTADO-PASO         PIC X      OCCURS 10 TIMES.

       01  HORA-COMPLETA.
           05 HORA-6              PIC 9(6).
           05 FILLER              PIC 9(2).

       01  HORA-AUX-R.
           05 HH-AUX              PIC 9(2).
           05 MM-AUX              PIC 9(2).
           05 SS-AUX              PIC 9(2).
       01  HORA-AUX-6 REDEFINES HORA-AUX-R PIC 9(6).

       01  FECHA-HOY-R.
           05 ANO-HOY             PIC 9(2).
           05 MES-HOY             PIC 9(2).
           05 DIA-HOY             PIC 9(2).
       01  FECHA-HOY-6 REDEFINES FECHA-HOY-R PIC 9(6).

       01  FECHA-AUX-R.
           05 ANO-AUX             PIC 9(2).
           05 MES-AUX             PIC 9(2).
           05 DIA-AUX             PIC 9(2).
       01  FECHA-AUX-6 REDEFINES FECHA-AUX-R PIC 9(6).

       01  LOTE-PAGO.
           05 MES-LOTE            PIC 9(2).
           05 DIA-LOTE            PIC 9(2).

       01  FECHA-EDIT.
           05 DIA-ED              PIC 9(2).
           05 MES-ED              PIC 9(2).
           05 ANO-ED              PIC 9(2).
       01  FECHA-EDIT-R REDEFINES FECHA-EDIT PIC 9(6).

       01  PERIODO-R.
           05 ANO-PER             PIC 9(2).
           05 MES-PER             PIC 9(2).
       01  PERIODO-N REDEFINES PERIODO-R PIC 9(4).

       01  PERIODO-EDIT.
           05 MES-PED             PIC 9(2).
           05 ANO-PED             PIC 9(2).
       01  PERIODO-EDIT-R REDEFINES PERIODO-EDIT PIC 9(4).

       01  LIN-TIT-1.
           05 FILLER              PIC X(30)
                  VALUE "DROGUERIA SUR - RESUMEN DE LA ".
           05 FILLER              PIC X(18)
                  VALUE "CORRIDA NOCTURNA  ".
           05 FILLER              PIC X(9)  VALUE " Corrida:".
           05 LFEC-COR-TIT        PIC 99/99/99.
           05 FILLER              PIC X(10) VALUE "  Emitido:".
           05 LFEC-TIT-1          PIC 99/99/99.
           05 FILLER              PIC X(8)  VALUE " Hoja: ".
           05 LPAG-TIT-1          PIC ZZZ9.

       01  LIN-TIT-2.
           05 FILLER              PIC X(9)  VALUE "Tipo".
           05 FILLER              PIC X(4)  VALUE "Pas".
           05 FILLER              PIC X(9)  VALUE "Programa".
           05 FILLER              PIC X(11) VALUE "Estado".
           05 FILLER              PIC X(4)  VALUE "Int".
           05 FILLER              PIC X(15) VALUE "Inicio".
           05 FILLER              PIC X(15) VALUE "Fin".
           05 FILLER              PIC X(8)  VALUE "  Leidos".
           05 FILLER              PIC X(8)  VALUE "  Proces".
           05 FILLER              PIC X(8)  VALUE "  Rechaz".
           05 FILLER              PIC X(10) VALUE "  Resultad".
           05 FILLER              PIC X(1)  VALUE "o".

       01  LIN-DET.
           05 LTIPO-DET           PIC X(9).
           05 LPASO-DET           PIC Z9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LPRG-DET            PIC X(9).
           05 LESTADO-DET         PIC X(11).
           05 LINTENTOS-DET       PIC Z9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LINICIO-DET.
              10 LFEC-INI-DET     PIC 99/99/99.
              10 FILLER           PIC X     VALUE SPACE.
              10 LHH-INI-DET      PIC 99.
              10 FILLER           PIC X     VALUE ":".
              10 LMM-INI-DET      PIC 99.
              10 FILLER           PIC X     VALUE SPACE.
           05 LFIN-DET.
              10 LFEC-FIN-DET     PIC 99/99/99.
              10 FILLER           PIC X     VALUE SPACE.
              10 LHH-FIN-DET      PIC 99.
              10 FILLER           PIC X     VALUE ":".
              10 LMM-FIN-DET      PIC 99.
              10 FILLER           PIC X     VALUE SPACE.
           05 LLEIDOS-DET         PIC ZZZZZZ9B.
           05 LPROCES-DET         PIC ZZZZZZ9B.
           05 LRECHAZ-DET         PIC ZZZZZZ9B.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LRESULT-DET         PIC X(40).

       01  LIN-DESC.
           05 FILLER              PIC X(24) VALUE SPACES.
           05 LDESC-DESC          PIC X(27).
           05 FILLER              PIC X(10) VALUE " Periodo: ".
           05 LPERIODO-DESC       PIC 99/99.

       01  LIN-TOTALES.
           05 FILLER              PIC X(19) VALUE "Pasos terminados: ".
           05 LTERM-TOT           PIC Z9.
           05 FILLER              PIC X(13) VALUE "  Fallidos: ".
           05 LFALL-TOT           PIC Z9.
           05 FILLER              PIC X(14) VALUE "  Rehusados: ".
           05 LREHU-TOT           PIC Z9.
           05 FILLER              PIC X(15) VALUE "  Pendientes: ".
           05 LPEND-TOT           PIC Z9.

       01  LIN-CONCLUSION.
           05 LCONCLUSION         PIC X(90).


      /    ***  D I V I S I O N   D E   P R O C E D I M I E N T O S  ***
      *         """""""""""""""""""""""""""""""""""""""""""""""""""

       PROCEDURE DIVISION.

       0-MAINLINE.
           PERFORM 0100-INICIA THRU FIN-0100-INICIA.
           IF NOT MODO-RESUMEN
              PERFORM 0200-PREPARA-CORRIDA
                      THRU FIN-0200-PREPARA-CORRIDA,
              PERFORM 1000-EJECUTA-PASO THRU FIN-1000-EJECUTA-PASO
                      VARYING IND-PASO FROM 1 BY 1
                      UNTIL IND-PASO > CANT-PASOS.
           PERFORM 3000-RESUMEN THRU FIN-3000-RESUMEN.
           CLOSE CORRID, CIERRE, LO.
           STOP RUN.

       0100-INICIA.
           DISPLAY "CORRIDA: (D)IARIA / (M)ENSUAL / (R)ESUMEN DE LA "
                   "NOCHE: ".
           ACCEPT MODO.
           IF NOT MODO-DIARIA AND NOT MODO-MENSUAL AND NOT MODO-RESUMEN
              DISPLAY "MODO INCORRECTO. CANCELADO.",
              STOP RUN.
           ACCEPT FECHA-HOY-R FROM DATE.
           IF MODO-RESUMEN
              DISPLAY "FECHA DE LA CORRIDA (AAMMDD, Enter = LA ULTIMA):"
                      " "
           ELSE
              DISPLAY "FECHA DE LA CORRIDA (AAMMDD, Enter = HOY): ".
           ACCEPT XNUMERO.
           INSPECT XNUMERO REPLACING ALL SPACES BY "0".
           MOVE NUMERO TO FECHA-PEDIDA.
           IF FECHA-PEDIDA = ZEROES AND NOT MODO-RESUMEN
              MOVE FECHA-HOY-6 TO FECHA-PEDIDA.
           IF MODO-MENSUAL
              MOVE 10 TO CANT-PASOS
           ELSE
              MOVE 6  TO CANT-PASOS.
       ABRE-CORRID.
           OPEN I-O CORRID.
           IF STATUS-CORRID NOT = "00",
              OPEN OUTPUT CORRID,
              CLOSE       CORRID,
              GO TO ABRE-CORRID.
       ABRE-CIERRE.
           OPEN INPUT CIERRE.
           IF STATUS-CIERRE NOT = "00",
              OPEN OUTPUT CIERRE,
              CLOSE       CIERRE,
              GO TO ABRE-CIERRE.
           OPEN OUTPUT LO.
       FIN-0100-INICIA.

      *....Si la corrida de esa fecha y tipo ya existe se reanuda:
      *....los pasos terminados quedan como estan y un paso que
      *....quedo "E" (la corrida anterior se corto con el paso en
      *....marcha) se toma como fallido. Si no existe se da de alta
      *....con todos los pasos pendientes.
       0200-PREPARA-CORRIDA.
           MOVE FECHA-PEDIDA   TO FECHA-CORRID.
           MOVE MODO           TO TIPO-CORRID.
           MOVE 1              TO PASO-CORRID.
           READ CORRID RECORD WITH NO LOCK;
                INVALID KEY GO TO ALTA-CORRIDA.
           MOVE "S"            TO REANUDA.
           MOVE PERIODO-CORRID TO PERIODO-PEDIDO.
           DISPLAY "SE REANUDA LA CORRIDA DEL " FECHA-PEDIDA
                   ": LOS PASOS TERMINADOS NO SE REPITEN.".
           PERFORM 0220-CARGA-ESTADO THRU FIN-0220-CARGA-ESTADO
                   VARYING IND-PASO FROM 1 BY 1
                   UNTIL IND-PASO > CANT-PASOS.
           GO TO FIN-0200-PREPARA-CORRIDA.
       ALTA-CORRIDA.
           IF MODO-MENSUAL
              PERFORM 0230-PIDE-PERIODO THRU FIN-0230-PIDE-PERIODO.
           PERFORM 0210-ALTA-PASO THRU FIN-0210-ALTA-PASO
                   VARYING IND-PASO FROM 1 BY 1
                   UNTIL IND-PASO > CANT-PASOS.
       FIN-0200-PREPARA-CORRIDA.

       0210-ALTA-PASO.
           MOVE SPACES             TO REG-CORRID.
           MOVE FECHA-PEDIDA       TO FECHA-CORRID.
           MOVE MODO               TO TIPO-CORRID.
           MOVE IND-PASO           TO PASO-CORRID.
           MOVE PRG-PASO(IND-PASO) TO PROGRAMA-CORRID.
           MOVE SPACE              TO ESTADO-CORRID,
                                      ESTADO-PASO(IND-PASO).
           MOVE PERIODO-PEDIDO     TO PERIODO-CORRID.
           MOVE ZEROES             TO INTENTOS-CORRID,
                                      FECHA-INI-CORRID, HORA-INI-CORRID,
                                      FECHA-FIN-CORRID, HORA-FIN-CORRID,
                                      LEIDOS-CORRID, PROCESADOS-CORRID,
                                      RECHAZADOS-CORRID.
           WRITE REG-CORRID;
                 INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR LA BITACORA ! STATUS: "
                         STATUS-CORRID,
                 STOP RUN.
       FIN-0210-ALTA-PASO.

       0220-CARGA-ESTADO.
           MOVE FECHA-PEDIDA   TO FECHA-CORRID.
           MOVE MODO           TO TIPO-CORRID.
           MOVE IND-PASO       TO PASO-CORRID.
       C-LEE-CORRID.
           READ CORRID RECORD;
                INVALID KEY
                MOVE SPACE TO ESTADO-PASO(IND-PASO),
                GO TO FIN-0220-CARGA-ESTADO.
           IF STATUS-CORRID = "99" GO TO C-LEE-CORRID.
           IF PASO-EN-CURSO
              MOVE "F"                    TO ESTADO-CORRID,
              MOVE "CORTADO CON EL PASO EN MARCHA"
                                          TO RESULTADO-CORRID,
              REWRITE REG-CORRID.
           MOVE ESTADO-CORRID  TO ESTADO-PASO(IND-PASO).
       FIN-0220-CARGA-ESTADO.

      *....Por defecto se cierra el mes anterior al de la corrida.
       0230-PIDE-PERIODO.
           MOVE FECHA-PEDIDA TO FECHA-AUX-6.
           MOVE ANO-AUX      TO ANO-PER.
           MOVE MES-AUX      TO MES-PER.
           IF MES-PER = 1
              MOVE 12 TO MES-PER,
              IF ANO-PER = ZEROES
                 MOVE 99 TO ANO-PER
              ELSE
                 SUBTRACT 1 FROM ANO-PER
           ELSE
              SUBTRACT 1 FROM MES-PER.
           DISPLAY "PERIODO A CERRAR (AAMM, Enter = " PERIODO-N "): ".
           ACCEPT XNUMERO.
           INSPECT XNUMERO REPLACING ALL SPACES BY "0".
           IF NUMERO NOT = ZEROES
              MOVE NUMERO TO PERIODO-N.
           IF MES-PER < 1 OR MES-PER > 12
              DISPLAY "PERIODO INCORRECTO !",
              GO TO 0230-PIDE-PERIODO.
           MOVE PERIODO-N    TO PERIODO-PEDIDO.
       FIN-0230-PIDE-PERIODO.

      /    ***  EJECUCION DE UN PASO  ***
      *         """"""""""""""""""""""

       1000-EJECUTA-PASO.
           IF ESTADO-PASO(IND-PASO) = "T"
              DISPLAY "PASO " IND-PASO " " PRG-PASO(IND-PASO)
                      ": YA TERMINADO, NO SE REPITE.",
              GO TO FIN-1000-EJECUTA-PASO.
           PERFORM 1050-LEE-PASO THRU FIN-1050-LEE-PASO.
           MOVE "S" TO PUEDE-CORRER.
           PERFORM 1100-CONTROLA-PREVIO THRU FIN-1100-CONTROLA-PREVIO
                   VARYING IND-PREVIO FROM 1 BY 1
                   UNTIL IND-PREVIO > 2 OR NOT PASO-HABILITADO.
           IF PASO-HABILITADO AND NOT CONTROL-PASO(IND-PASO) = SPACE
              PERFORM 1200-CONTROLA-CIERRE
                      THRU FIN-1200-CONTROLA-CIERRE.
           IF NOT PASO-HABILITADO
              PERFORM 1900-REGRABA-PASO THRU FIN-1900-REGRABA-PASO,
              DISPLAY "PASO " IND-PASO " " PRG-PASO(IND-PASO) ": "
                      RESULTADO-CORRID,
              GO TO FIN-1000-EJECUTA-PASO.
           IF PASO-TERMINADO
              PERFORM 1900-REGRABA-PASO THRU FIN-1900-REGRABA-PASO,
              DISPLAY "PASO " IND-PASO " " PRG-PASO(IND-PASO) ": "
                      RESULTADO-CORRID,
              GO TO FIN-1000-EJECUTA-PASO.
           PERFORM 1300-ARMA-RESPUESTAS THRU FIN-1300-ARMA-RESPUESTAS.
           PERFORM 1400-DEPURA-ABIERTOS THRU FIN-1400-DEPURA-ABIERTOS.
           PERFORM 1050-LEE-PASO THRU FIN-1050-LEE-PASO.
           MOVE "E"                 TO ESTADO-CORRID.
           ADD  1                   TO INTENTOS-CORRID.
           ACCEPT FECHA-HOY-R FROM DATE.
           ACCEPT HORA-COMPLETA FROM TIME.
           MOVE FECHA-HOY-6         TO FECHA-INI-CORRID.
           MOVE HORA-6              TO HORA-INI-CORRID.
           MOVE ZEROES              TO FECHA-FIN-CORRID,
                                       HORA-FIN-CORRID, LEIDOS-CORRID,
                                       PROCESADOS-CORRID,
                                       RECHAZADOS-CORRID.
           MOVE "EN MARCHA"         TO RESULTADO-CORRID.
           PERFORM 1900-REGRABA-PASO THRU FIN-1900-REGRABA-PASO.
           DISPLAY "PASO " IND-PASO " " PRG-PASO(IND-PASO)
                   ": COMIENZA " HORA-6.
      *....La bitacora se cierra mientras corre el programa del paso,
      *....que la abre para informar su fin.
           CLOSE CORRID.
           MOVE SPACES TO COMANDO.
           STRING "runcbl /USER/OBJETOS/" DELIMITED BY SIZE,
                  PRG-PASO(IND-PASO)      DELIMITED BY SIZE,
                  " < RESPAS-01"          DELIMITED BY SIZE
                  INTO COMANDO.
           CALL   "SYSTEM" USING COMANDO-SYSTEM.
           CANCEL "SYSTEM".
           OPEN I-O CORRID.
           IF STATUS-CORRID NOT = "00"
              DISPLAY "NO SE PUDO REABRIR LA BITACORA CORRID ! STATUS: "
                      STATUS-CORRID,
              CLOSE CIERRE, LO,
              STOP RUN.
           PERFORM 1050-LEE-PASO THRU FIN-1050-LEE-PASO.
           IF PASO-EN-CURSO
              MOVE "F"              TO ESTADO-CORRID,
              ACCEPT FECHA-HOY-R FROM DATE,
              ACCEPT HORA-COMPLETA FROM TIME,
              MOVE FECHA-HOY-6      TO FECHA-FIN-CORRID,
              MOVE HORA-6           TO HORA-FIN-CORRID,
              MOVE "ABORTADO: EL PROGRAMA NO INFORMO SU FIN"
                                    TO RESULTADO-CORRID,
              PERFORM 1900-REGRABA-PASO THRU FIN-1900-REGRABA-PASO.
           MOVE ESTADO-CORRID       TO ESTADO-PASO(IND-PASO).
           DISPLAY "PASO " IND-PASO " " PRG-PASO(IND-PASO) ": "
                   RESULTADO-CORRID.
       FIN-1000-EJECUTA-PASO.

       1050-LEE-PASO.
           MOVE FECHA-PEDIDA   TO FECHA-CORRID.
           MOVE MODO           TO TIPO-CORRID.
           MOVE IND-PASO       TO PASO-CORRID.
           READ CORRID RECORD;
                INVALID KEY
                DISPLAY "FALTA EL PASO " IND-PASO " EN LA BITACORA !",
                STOP RUN.
           IF STATUS-CORRID = "99" GO TO 1050-LEE-PASO.
       FIN-1050-LEE-PASO.

       1100-CONTROLA-PREVIO.
           IF PREVIO-PASO(IND-PASO, IND-PREVIO) = ZEROES
              GO TO FIN-1100-CONTROLA-PREVIO.
           IF ESTADO-PASO(PREVIO-PASO(IND-PASO, IND-PREVIO)) = "T"
              GO TO FIN-1100-CONTROLA-PREVIO.
           MOVE "N"            TO PUEDE-CORRER.
           MOVE "R"            TO ESTADO-CORRID.
           MOVE SPACES         TO RESULTADO-CORRID.
           STRING "REHUSADO: NO TERMINO EL PASO PREVIO "
                                        DELIMITED BY SIZE,
                  PRG-PASO(PREVIO-PASO(IND-PASO, IND-PREVIO))
                                        DELIMITED BY SIZE
                  INTO RESULTADO-CORRID.
       FIN-1100-CONTROLA-PREVIO.

      *....El cierre de un periodo que "CIERRE" ya muestra completo
      *....(cerrado a mano, o en un intento anterior) no se repite;
      *....la valorizacion no corre sin el periodo cerrado.
       1200-CONTROLA-CIERRE.
           MOVE PERIODO-CORRID TO PERIODO-CIERRE.
           READ CIERRE RECORD WITH NO LOCK;
                INVALID KEY MOVE SPACE TO FASE-CIERRE.
           IF CONTROL-NO-REPITE-CIERRE(IND-PASO) AND CIERRE-COMPLETO
              MOVE "T"         TO ESTADO-CORRID,
              MOVE "EL PERIODO YA FIGURA CERRADO EN CIERRE"
                               TO RESULTADO-CORRID,
              MOVE "T"         TO ESTADO-PASO(IND-PASO).
           IF CONTROL-PIDE-CIERRE(IND-PASO) AND NOT CIERRE-COMPLETO
              MOVE "N"         TO PUEDE-CORRER,
              MOVE "R"         TO ESTADO-CORRID,
              MOVE "REHUSADO: CIERRE NO MUESTRA EL PERIODO CERRADO"
                               TO RESULTADO-CORRID.
       FIN-1200-CONTROLA-CIERRE.

      *....Lo que cada programa pide por consola, en su orden.
       1300-ARMA-RESPUESTAS.
           OPEN OUTPUT RESPAS.
           IF PRG-PASO(IND-PASO) = "SMOV-PTM"
              MOVE "V"                TO REG-RESPAS,
              WRITE REG-RESPAS.
           IF PRG-PASO(IND-PASO) = "SMOV-TRZ"
              MOVE "E"                TO REG-RESPAS,
              WRITE REG-RESPAS.
           IF PRG-PASO(IND-PASO) = "SMOV-DIA"
              MOVE FECHA-PEDIDA       TO REG-RESPAS,
              WRITE REG-RESPAS.
           IF PRG-PASO(IND-PASO) = "SMOV-PRE"
              MOVE SPACES             TO REG-RESPAS,
              WRITE REG-RESPAS.
      *....Lote de pagos: todo lo vencido hasta hoy, de todos los
      *....proveedores, con el mes y dia de la corrida (MMDD) como
      *....numero de lote bancario.
           IF PRG-PASO(IND-PASO) = "SMOV-PAG"
              MOVE "G"                TO REG-RESPAS,
              WRITE REG-RESPAS,
              MOVE SPACES             TO REG-RESPAS,
              WRITE REG-RESPAS,
              WRITE REG-RESPAS,
              MOVE "0"                TO REG-RESPAS,
              WRITE REG-RESPAS,
              MOVE FECHA-PEDIDA       TO FECHA-AUX-6,
              MOVE MES-AUX            TO MES-LOTE,
              MOVE DIA-AUX            TO DIA-LOTE,
              MOVE LOTE-PAGO          TO REG-RESPAS,
              WRITE REG-RESPAS.
           IF PRG-PASO(IND-PASO) = "SMOV-CIE" OR
              PRG-PASO(IND-PASO) = "SMOV-VAL"
              MOVE PERIODO-CORRID     TO PERIODO-N,
              MOVE PERIODO-N          TO REG-RESPAS,
              WRITE REG-RESPAS.
           IF PRG-PASO(IND-PASO) = "SMOV-PTO"
              MOVE "N"                TO REG-RESPAS,
              PERFORM 1310-GRABA-RESPUESTA THRU FIN-1310-GRABA-RESPUESTA
                      VARYING IND-RESP FROM 1 BY 1
                      UNTIL IND-RESP > MAX-RESP-PTO.
           CLOSE RESPAS.
       FIN-1300-ARMA-RESPUESTAS.

       1310-GRABA-RESPUESTA.
           WRITE REG-RESPAS.
       FIN-1310-GRABA-RESPUESTA.

      *....El programa del paso busca su registro por programa y
      *....estado "E": un "E" de otra corrida del mismo programa (una
      *....corrida cortada que no se relanzo) se pasa a "F" antes de
      *....lanzarlo, para que informe su fin en el de esta corrida.
       1400-DEPURA-ABIERTOS.
           MOVE PRG-PASO(IND-PASO)  TO PROGRAMA-CORRID.
           MOVE "E"                 TO ESTADO-CORRID.
           START CORRID KEY IS = CLAVE-PRG-CORRID;
                 INVALID KEY GO TO FIN-1400-DEPURA-ABIERTOS.
       C-LEE-ABIERTO.
           READ CORRID NEXT RECORD;
                AT END GO TO FIN-1400-DEPURA-ABIERTOS.
           IF STATUS-CORRID = "99" GO TO C-LEE-ABIERTO.
           IF PROGRAMA-CORRID NOT = PRG-PASO(IND-PASO) OR
              NOT PASO-EN-CURSO
              GO TO FIN-1400-DEPURA-ABIERTOS.
           IF FECHA-CORRID = FECHA-PEDIDA AND TIPO-CORRID = MODO AND
              PASO-CORRID = IND-PASO
              GO TO C-LEE-ABIERTO.
           MOVE "F"                 TO ESTADO-CORRID.
           MOVE "ABORTADO EN CORRIDA ANTERIOR" TO RESULTADO-CORRID.
           PERFORM 1900-REGRABA-PASO THRU FIN-1900-REGRABA-PASO.
           GO TO 1400-DEPURA-ABIERTOS.
       FIN-1400-DEPURA-ABIERTOS.

       1900-REGRABA-PASO.
           REWRITE REG-CORRID.
           IF STATUS-CORRID = "99" GO TO 1900-REGRABA-PASO.
       FIN-1900-REGRABA-PASO.

      /    ***  RESUMEN DE LA NOCHE  ***
      *         """""""""""""""""""""

      *....Todos los pasos de la fecha pedida (diaria y fin de mes);
      *....sin fecha, la de la ultima corrida de la bitacora.
       3000-RESUMEN.
           IF FECHA-PEDIDA = ZEROES
              PERFORM 3050-BUSCA-ULTIMA THRU FIN-3050-BUSCA-ULTIMA.
           MOVE ZEROES TO TOT-TERMINADOS, TOT-FALLIDOS, TOT-REHUSADOS,
                          TOT-PENDIENTES, TOT-LISTADOS, PAGINA.
           PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           MOVE "N"          TO FIN-CORRID.
           MOVE LOW-VALUES   TO CLAVE-CORRID.
           MOVE FECHA-PEDIDA TO FECHA-CORRID.
           START CORRID KEY IS NOT < CLAVE-CORRID;
                 INVALID KEY MOVE "S" TO FIN-CORRID.
           IF NOT NO-HAY-MAS-CORRID
              READ CORRID NEXT RECORD WITH NO LOCK AT END
                   MOVE "S" TO FIN-CORRID.
           PERFORM 3100-UN-PASO THRU FIN-3100-UN-PASO
                   UNTIL NO-HAY-MAS-CORRID.
           MOVE TOT-TERMINADOS TO LTERM-TOT.
           MOVE TOT-FALLIDOS   TO LFALL-TOT.
           MOVE TOT-REHUSADOS  TO LREHU-TOT.
           MOVE TOT-PENDIENTES TO LPEND-TOT.
           WRITE REG-132 FROM LIN-TOTALES AFTER ADVANCING 2 LINES.
           IF TOT-LISTADOS = ZEROES
              MOVE "NO HAY CORRIDAS CON ESA FECHA EN LA BITACORA."
                                   TO LCONCLUSION
           ELSE
           IF TOT-FALLIDOS = ZEROES AND TOT-REHUSADOS = ZEROES AND
              TOT-PENDIENTES = ZEROES
              MOVE "CORRIDA COMPLETA: TODOS LOS PASOS TERMINARON."
                                   TO LCONCLUSION
           ELSE
              MOVE "CORRIDA INCOMPLETA: CORREGIR LA CAUSA Y RELANZAR MOV
      -            "-NOC CON LA MISMA FECHA Y TIPO."
                                   TO LCONCLUSION.
           WRITE REG-132 FROM LIN-CONCLUSION AFTER ADVANCING 2 LINES.
           DISPLAY LCONCLUSION.
       FIN-3000-RESUMEN.

       3050-BUSCA-ULTIMA.
           MOVE "N"        TO FIN-CORRID.
           MOVE LOW-VALUES TO CLAVE-CORRID.
           START CORRID KEY IS NOT < CLAVE-CORRID;
                 INVALID KEY GO TO FIN-3050-BUSCA-ULTIMA.
       LEE-SIG-ULTIMA.
           READ CORRID NEXT RECORD WITH NO LOCK;
                AT END GO TO FIN-3050-BUSCA-ULTIMA.
           IF FECHA-CORRID > FECHA-PEDIDA
              MOVE FECHA-CORRID TO FECHA-PEDIDA.
           GO TO LEE-SIG-ULTIMA.
       FIN-3050-BUSCA-ULTIMA.

       3100-UN-PASO.
           IF FECHA-CORRID NOT = FECHA-PEDIDA
              MOVE "S" TO FIN-CORRID,
              GO TO FIN-3100-UN-PASO.
           ADD 1 TO TOT-LISTADOS.
           MOVE SPACES              TO LTIPO-DET.
           IF CORRIDA-DIARIA  MOVE "DIARIA"  TO LTIPO-DET.
           IF CORRIDA-MENSUAL MOVE "FIN MES" TO LTIPO-DET.
           MOVE PASO-CORRID         TO LPASO-DET.
           MOVE PROGRAMA-CORRID     TO LPRG-DET.
           IF PASO-TERMINADO
              ADD 1 TO TOT-TERMINADOS,
              MOVE "TERMINADO"      TO LESTADO-DET
           ELSE
           IF PASO-FALLIDO
              ADD 1 TO TOT-FALLIDOS,
              MOVE "*FALLIDO*"      TO LESTADO-DET
           ELSE
           IF PASO-REHUSADO
              ADD 1 TO TOT-REHUSADOS,
              MOVE "*REHUSADO*"     TO LESTADO-DET
           ELSE
           IF PASO-EN-CURSO
              ADD 1 TO TOT-PENDIENTES,
              MOVE "EN MARCHA"      TO LESTADO-DET
           ELSE
              ADD 1 TO TOT-PENDIENTES,
              MOVE "PENDIENTE"      TO LESTADO-DET.
           MOVE INTENTOS-CORRID     TO LINTENTOS-DET.
           IF FECHA-INI-CORRID = ZEROES
              MOVE SPACES           TO LINICIO-DET
           ELSE
              MOVE FECHA-INI-CORRID TO FECHA-AUX-6,
              PERFORM EDITA-FECHA THRU FIN-EDITA-FECHA,
              MOVE FECHA-EDIT-R     TO LFEC-INI-DET,
              MOVE HORA-INI-CORRID  TO HORA-AUX-6,
              MOVE HH-AUX           TO LHH-INI-DET,
              MOVE MM-AUX           TO LMM-INI-DET.
           IF FECHA-FIN-CORRID = ZEROES
              MOVE SPACES           TO LFIN-DET
           ELSE
              MOVE FECHA-FIN-CORRID TO FECHA-AUX-6,
              PERFORM EDITA-FECHA THRU FIN-EDITA-FECHA,
              MOVE FECHA-EDIT-R     TO LFEC-FIN-DET,
              MOVE HORA-FIN-CORRID  TO HORA-AUX-6,
              MOVE HH-AUX           TO LHH-FIN-DET,
              MOVE MM-AUX           TO LMM-FIN-DET.
           MOVE LEIDOS-CORRID       TO LLEIDOS-DET.
           MOVE PROCESADOS-CORRID   TO LPROCES-DET.
           MOVE RECHAZADOS-CORRID   TO LRECHAZ-DET.
           MOVE RESULTADO-CORRID    TO LRESULT-DET.
           IF LINEAS-HOJA > MAX-LINEAS
              PERFORM IMPRIME-ENCABEZADO THRU FIN-IMPRIME-ENCABEZADO.
           WRITE REG-132 FROM LIN-DET AFTER ADVANCING 1 LINE.
           MOVE DESC-PASO(PASO-CORRID) TO LDESC-DESC.
           MOVE PERIODO-CORRID      TO PERIODO-N.
           MOVE MES-PER             TO MES-PED.
           MOVE ANO-PER             TO ANO-PED.
           MOVE PERIODO-EDIT-R      TO LPERIODO-DESC.
           WRITE REG-132 FROM LIN-DESC AFTER ADVANCING 1 LINE.
           ADD 2 TO LINEAS-HOJA.
           READ CORRID NEXT RECORD WITH NO LOCK AT END
                MOVE "S" TO FIN-CORRID.
       FIN-3100-UN-PASO.

      /    ***  RUTINAS DE IMPRESION  ***
      *         """"""""""""""""""""""

       IMPRIME-ENCABEZADO.
           ADD 1 TO PAGINA.
           MOVE PAGINA             TO LPAG-TIT-1.
           MOVE FECHA-PEDIDA       TO FECHA-AUX-6.
           PERFORM EDITA-FECHA THRU FIN-EDITA-FECHA.
           MOVE FECHA-EDIT-R       TO LFEC-COR-TIT.
           ACCEPT FECHA-HOY-R FROM DATE.
           MOVE FECHA-HOY-6        TO FECHA-AUX-6.
           PERFORM EDITA-FECHA THRU FIN-EDITA-FECHA.
           MOVE FECHA-EDIT-R       TO LFEC-TIT-1.
           IF PAGINA > 1
              WRITE REG-132 FROM LIN-TIT-1 AFTER ADVANCING PAGE
           ELSE
              WRITE REG-132 FROM LIN-TIT-1 AFTER ADVANCING 1 LINE.
           WRITE REG-132 FROM LIN-TIT-2 AFTER ADVANCING 2 LINES.
           MOVE 3 TO LINEAS-HOJA.
       FIN-IMPRIME-ENCABEZADO.

       EDITA-FECHA.
           MOVE DIA-AUX TO DIA-ED.
           MOVE MES-AUX TO MES-ED.
           MOVE ANO-AUX TO ANO-ED.
       FIN-EDITA-FECHA.

       END PROGRAM SMOV-NOC.
