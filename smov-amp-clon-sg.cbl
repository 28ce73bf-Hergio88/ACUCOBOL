020926            RECORD KEY IS CLAVE-BACKOR,
020926            FILE STATUS  IS STATUS-BACKOR.

151026     SELECT TRANSI ASSIGN TO RANDOM,
151026            "/USER/MAESTROS/STCK/TRANSI01",
151026            ORGANIZATION IS INDEXED,
151026            ACCESS MODE  IS DYNAMIC,
151026            RECORD KEY IS CLAVE-TRANSI,
151026            FILE STATUS  IS STATUS-TRANSI.

151026     SELECT RECPSI ASSIGN TO RANDOM,
151026            "/USER/MAESTROS/STCK/RECPSI01",
151026            ORGANIZATION IS INDEXED,
151026            ACCESS MODE  IS DYNAMIC,
151026            RECORD KEY IS CLAVE-RECPSI,
151026            FILE STATUS  IS STATUS-RECPSI.

151026     SELECT RETIRO ASSIGN TO RANDOM,
151026            "/USER/MAESTROS/STCK/RETIRO01",
151026            ORGANIZATION IS INDEXED,
151026            ACCESS MODE  IS DYNAMIC,
151026            RECORD KEY IS CLAVE-RETIRO,
151026            FILE STATUS  IS STATUS-RETIRO.


           SELECT LO ASSIGN TO PRINT, FILE-LO,
                  ORGANIZATION IS SEQUENTIAL,
           COPY "BACKOR.FD".


151026*    ***  DESCRIPCION DEL ARCHIVO "TRANSI"  ***
      *         """""""""""""""""""""""""""""""
           COPY "TRANSI.FD".


151026*    ***  DESCRIPCION DEL ARCHIVO "RECPSI"  ***
      *         """""""""""""""""""""""""""""""
           COPY "RECPSI.FD".


151026*    ***  DESCRIPCION DEL ARCHIVO "RETIRO"  ***
      *         """""""""""""""""""""""""""""""
           COPY "RETIRO.FD".



      *    ***  DESCRIPCION DEL ARCHIVO "LO"  ***
      *         """"""""""""""""""""""""""""
020926     05 STATUS-TRAZA       PIC X(2) VALUE SPACES.
020926     05 FILLER             PIC X(7) VALUE ",BKO:".
020926     05 STATUS-BACKOR      PIC X(2) VALUE SPACES.
151026     05 FILLER             PIC X(7) VALUE ",TRA:".
151026     05 STATUS-TRANSI      PIC X(2) VALUE SPACES.
151026     05 FILLER             PIC X(7) VALUE ",PSI:".
151026     05 STATUS-RECPSI      PIC X(2) VALUE SPACES.
151026     05 FILLER             PIC X(7) VALUE ",RET:".
151026     05 STATUS-RETIRO      PIC X(2) VALUE SPACES.
180797     05 FILLER             PIC X(4) VALUE ",LO:".
           05 STATUS-LO          PIC X(2) VALUE SPACES.

110293 88  SEGURISIMO          VALUE  IS  "!".
       77  RESP-REMITO         PIC X(1).
       77  TRN                 PIC X(2).
151026 88  TRN-SIN-COSTO       VALUES ARE           "TR" "RT".
211092 88  NE-NS               VALUES ARE "E0" THRU "E9" "S0" THRU "S9",
081093                                    "+1" THRU "+5" "-1" THRU "-5".
170693 88  ESMMX               VALUES ARE "E0" "S0" "E5" "S5" "E8" "S8",
220826 77  PRECIO-AUD-ANT      PIC 9(8)V99  COMP-6.
220826 77  PREFSO-AUD-ANT      PIC 9(8)V99  COMP-6.
220826 77  COSTO-AUD-ANT       PIC 9(6)V99  COMP-6.
151026 77  PONDER-AUD-ANT      PIC 9(8)V99  COMP-6.
220826*    Control de acceso por operador ("OPERMST"): codigo firmado
220826*    al entrar al programa y resultado de la busqueda del
220826*    permiso de la transaccion tipeada.
020926 77  FIN-BACKOR          PIC X        VALUE "N".
020926 88  NO-HAY-MAS-BACKOR   VALUE "S".
020926 77  VALE-ABIERTO        PIC X        VALUE "N".
151026*    Mercaderia en transito: lo que falta recibir del renglon
151026*    de "TRANSI" que se esta confirmando con "RT".
151026 77  CANT-TRANSI-RT      PIC 9(6)     COMP-6 VALUE ZEROES.
151026*    Retiro de lotes (ANMAT): vencimientos del troquel con
151026*    retiro abierto, cargados por "CONTROLA-RETIRO", y lo que
151026*    la division tiene apartado en cuarentena sin devolver.
151026 77  CANT-LOTES-RET      PIC 9(2)     COMP-6 VALUE ZEROES.
151026 77  IND-RET             PIC 9(2)     COMP-6 VALUE ZEROES.
151026 77  RETENIDO-RETIRO     PIC S9(7)V99 COMP-3 VALUE ZEROES.
151026 77  LIBRE-RETIRO        PIC S9(7)V99 COMP-3 VALUE ZEROES.
151026 77  RECHAZA-RETIRO      PIC X        VALUE "N".
151026 77  LOTE-EN-RETIRO      PIC X        VALUE "N".
151026 01  TABLA-LOTES-RET.
151026     05 VTO-LOTE-RET     PIC 9(4)     COMP-6 OCCURS 5 TIMES.
151026 01  VTO-RET-R.
151026     05 ANO-VTO-RET      PIC 9(2).
151026     05 MES-VTO-RET      PIC 9(2).
151026 01  VTO-RET-N REDEFINES VTO-RET-R PIC 9(4).
151026 01  VTO-RET-EDIT.
151026     05 MES-VTO-RET-ED   PIC 9(2).
151026     05 FILLER           PIC X        VALUE "/".
151026     05 ANO-VTO-RET-ED   PIC 9(2).

020926 01  VALE-TIT-1.
020926     05 FILLER           PIC X(33)
211092     88 VTRANSCONTROL    VALUES ARE "FC" "TR" "RM" "AF" "AR" "RF",
211092                                    "S0" THRU "S9" "E0" THRU "E9",
081093                                    "-1" THRU "-5" "+1" THRU "+5",
220826                                    "I+" "I-",
151026                                    "RT".
211092        10 TRANS1CONTROL PIC X.
211092        10 TRANS2CONTROL PIC 9.

180797     FACPRV01, FCISPR, VENCIM,
090826     AMPHIST, DIFHIST,
220826     AUDPRE,
020926     TRAZA, BACKOR,
151026     TRANSI, RECPSI, RETIRO.
       CONTROL-PER.
           IF STATUS-TRNAMP      = "94" OPEN OUTPUT TRNAMP,
                                        CLOSE       TRNAMP,
020926     IF STATUS-TRAZA       = "94" OPEN OUTPUT TRAZA,
020926                                   CLOSE       TRAZA,
020926                                   OPEN I-O    TRAZA       ELSE
151026     IF STATUS-TRANSI      = "94" OPEN OUTPUT TRANSI,
151026                                   CLOSE       TRANSI,
151026                                   OPEN I-O    TRANSI      ELSE
151026     IF STATUS-RECPSI      = "94" OPEN OUTPUT RECPSI,
151026                                   CLOSE       RECPSI,
151026                                   OPEN I-O    RECPSI      ELSE
151026     IF STATUS-RETIRO      = "94" OPEN OUTPUT RETIRO,
151026                                   CLOSE       RETIRO,
151026                                   OPEN I-O    RETIRO      ELSE
020926     IF STATUS-BACKOR      = "94" OPEN OUTPUT BACKOR,
020926                                   CLOSE       BACKOR,
020926                                   OPEN I-O    BACKOR,
090826        STATUS-DIFHIST     = "99" OR
220826        STATUS-AUDPRE      = "99" OR
020926        STATUS-TRAZA       = "99" OR
151026        STATUS-TRANSI      = "99" OR
151026        STATUS-RECPSI      = "99" OR
151026        STATUS-RETIRO      = "99" OR
020926        STATUS-BACKOR      = "99",
              DISPLAY "REGISTRO BLOQUEADO POR OTRO PROCESO !"
                       LINE 24 REVERSE BLINK ERASE EOL,
090826        STATUS-DIFHIST     = "93" OR
220826        STATUS-AUDPRE      = "93" OR
020926        STATUS-TRAZA       = "93" OR
151026        STATUS-TRANSI      = "93" OR
151026        STATUS-RECPSI      = "93" OR
151026        STATUS-RETIRO      = "93" OR
020926        STATUS-BACKOR      = "93",
              DISPLAY "HAY ARCHIVOS BLOQUEADOS POR OTROS PROCESOS !"
                       LINE 24 REVERSE BLINK ERASE EOL,
           UNLOCK PEDIDO.
060697     UNLOCK AMP-P.
KKKKKK     UNLOCK FCISPR.
151026     UNLOCK TRANSI.
060697     MOVE LOW-VALUES TO REG-TRNAMP, PARTIDA.
           IF ACCESO = "C" GO TO PIDE-TROQUEL.
           IF ACCESO = "L" GO TO PIDE-LINEA.
       PIDE-CANTIDAD.
           DISPLAY "Ingrese la Cantidad del Producto ..."
                    LINE 24 LOW BLINK ERASE EOL.
151026     IF TRN = "RT" GO TO PIDE-CANTIDAD-RT.
           IF (TRN NOT = "TR" OR PENDIENTE-SUC(A-SUCURSAL) NOT > 0),
               GO TO ENTRA-CANTIDAD.
           MOVE PENDIENTE-SUC(A-SUCURSAL) TO NUM-EDIT-2, CANTIDAD-TRN.
           IF RESPUESTA = "M" GO TO ENTRA-CANTIDAD.
           IF AFIRMATIVO      GO TO RUT-NS.
           GO TO PIDE-CANTIDAD.
151026*    ***  CANTIDAD RECIBIDA DE UNA TRANSFERENCIA  ***
151026*         """""""""""""""""""""""""""""""""""""""
151026*    La recepcion "RT" solo acepta productos que figuren en
151026*    transito ("TRANSI") en la transferencia cuyo numero se
151026*    tipeo como comprobante y con destino a la division que
151026*    recibe. Se muestra lo que falta recibir y se tipea lo que
151026*    realmente llego: cero (no llego nada) o mas de lo enviado
151026*    piden confirmacion; la diferencia, en mas o en menos,
151026*    queda para el listado de {MOV-TRA}. No pide vencimiento ni
151026*    partida porque la transferencia tampoco los mueve.
151026 PIDE-CANTIDAD-RT.
151026     MOVE TROQUEL-AMP     TO TROQUEL-TRANSI.
151026     MOVE SUCURSAL-ANT    TO SUC-ORIGEN-TRANSI.
151026     MOVE NRO-COMP-ANT    TO NUMERO-TR-TRANSI.
151026 LEE-TRANSI-RT.
151026     READ TRANSI RECORD;
151026          INVALID KEY
151026          DISPLAY "ESE PRODUCTO NO FIGURA EN LA TRANSFERENCIA !"
151026                   LINE 24 BLINK BEEP ERASE EOL,
151026          ACCEPT RESPUESTA POSITION 0 PROMPT "" LOW,
151026          GO TO PIDE-CODIGO.
151026     IF STATUS-TRANSI = "99" GO TO LEE-TRANSI-RT.
151026     IF SUC-DESTINO-TRANSI NOT = A-SUCURSAL,
151026        DISPLAY "ESA TRANSFERENCIA VA A OTRA DIVISION !"
151026                 LINE 24 BLINK BEEP ERASE EOL,
151026        ACCEPT RESPUESTA POSITION 0 PROMPT "" LOW,
151026        GO TO PIDE-CODIGO.
151026     IF NOT TRANSI-PENDIENTE,
151026        DISPLAY "ESE PRODUCTO YA FUE RECIBIDO !"
151026                 LINE 24 BLINK BEEP ERASE EOL,
151026        ACCEPT RESPUESTA POSITION 0 PROMPT "" LOW,
151026        GO TO PIDE-CODIGO.
151026     COMPUTE CANT-TRANSI-RT = CANT-ENVIADA-TRANSI -
151026                              CANT-RECIBIDA-TRANSI.
151026     MOVE CANT-TRANSI-RT  TO NUM-EDIT-2.
151026     DISPLAY NUM-EDIT-2         LINE 21 POSITION 2,
151026             "En Transito:"     LINE 24 POSITION 1 LOW REVERSE,
151026             " Ingrese lo Recibido ({" POSITION 0 LOW,
151026             "0"                       POSITION 0 HIGH,
151026             "}:No Llego)"            POSITION 0 LOW ERASE EOL.
151026 ENTRA-CANTIDAD-RT.
151026     MOVE "210210"        TO LIN-POS-SIZ.
151026     PERFORM CONTROL-NUMERO.
151026     IF BAND NOT = ZEROES GO TO PIDE-ACCESO.
151026     IF NUMERO = ZEROES,
151026        DISPLAY "NO LLEGO NADA (FALTANTE TOTAL) !"
151026                 LINE 24 HIGH BEEP,
151026        PERFORM CONFIRMA,
151026        IF NOT AFIRMATIVO GO TO ENTRA-CANTIDAD-RT.
151026     IF NUMERO > CANT-TRANSI-RT,
151026        DISPLAY "RECIBE MAS DE LO ENVIADO !"
151026                 LINE 24 HIGH BEEP,
151026        PERFORM CONFIRMA,
151026        IF NOT AFIRMATIVO GO TO ENTRA-CANTIDAD-RT.
151026     MOVE NUMERO          TO CANTIDAD-TRN.
151026     MOVE CANTIDAD-TRN    TO NUM-EDIT-2.
151026     DISPLAY NUM-EDIT-2 LINE 21 POSITION 02.
151026     MOVE 5012            TO VENCIMIENTO-TRN.
151026     COMPUTE COSTO-PRECIO-TRN ROUNDED =
151026            (COEF-PRECIO-REPOSICION * PRECIO-PUBLICO-AMP).
151026     MOVE COSTO-PRECIO-TRN TO NUM-EDIT-2.
151026     DISPLAY NUM-EDIT-2 LINE 21 POSITION 15.
151026     COMPUTE AUXILIAR ROUNDED =
151026            (CANTIDAD-TRN * COSTO-PRECIO-TRN).
151026     MOVE AUXILIAR TO NUM-EDIT-3.
151026     DISPLAY NUM-EDIT-3 LINE 21 POSITION 30.
151026     GO TO PIDE-DATOS-CORRECTOS.
       ENTRA-CANTIDAD.
           DISPLAY "" LINE 22 POSITION 02 LOW.
270398     IF POR-BULTO
181094             "})"                    POSITION 0 LOW ERASE EOL.
           ACCEPT RESPUESTA LINE 24 POSITION 19 PROMPT "*" BLINK NO BEEP
                  ON EXCEPTION EXC MOVE "N" TO RESPUESTA.
151026     IF NEGATIVO AND TRN = "RT" GO TO PIDE-CANTIDAD.
           IF NEGATIVO,
080294        IF (TRN = "FC" AND (PERFUMERIA-AMP OR ACCESORIO-AMP)),
                             GO TO PIDE-IMP-INT ELSE
020926     GO TO PIDE-GTIN-TRAZA.
020926 SAL-CAPTURA-TRAZA.

151026*    ***  DATOS DEL LIBRO DE PSICOTROPICOS  ***
151026*         """"""""""""""""""""""""""""""""""
151026*    Para los productos con LISTA-PSICO-AMP (psicotropicos de
151026*    las listas II/III/IV y estupefacientes) el libro oficial
151026*    pide en cada despacho (S*) el medico, su matricula, el
151026*    paciente y el numero de receta, y en cada recepcion
151026*    (FC/RM) el numero de vale oficial de compra. Quedan en
151026*    "RECPSI" con la clave del comprobante y {MOV-PSI} los
151026*    cruza con el movimiento al imprimir el libro. Ningun dato
151026*    puede quedar en blanco.
151026 CAPTURA-RECETA.
151026     IF NOT PRODUCTO-CONTROLADO GO TO SAL-CAPTURA-RECETA.
151026     MOVE SPACES          TO MEDICO-RECPSI, MATRICULA-RECPSI,
151026                             PACIENTE-RECPSI, RECETA-RECPSI.
151026     IF TIPO-MOV-TRZ = "E" GO TO PIDE-VALE-RECETA.
151026 PIDE-MEDICO-RECETA.
151026     DISPLAY "Psicotropicos: Apellido y Nombre del Medico ..."
151026              LINE 24 LOW BLINK ERASE EOL.
151026     ACCEPT MEDICO-RECPSI LINE 22 POSITION 2 PROMPT "x" ECHO;
151026            NO BEEP ON EXCEPTION EXC MOVE SPACES TO MEDICO-RECPSI.
151026     IF MEDICO-RECPSI = SPACES GO TO PIDE-MEDICO-RECETA.
151026     DISPLAY SPACES LINE 22 POSITION 2 SIZE 40.
151026 PIDE-MATRICULA-RECETA.
151026     DISPLAY "Psicotropicos: Matricula del Medico ..."
151026              LINE 24 LOW BLINK ERASE EOL.
151026     ACCEPT MATRICULA-RECPSI LINE 22 POSITION 2 PROMPT "x" ECHO;
151026            NO BEEP ON EXCEPTION EXC
151026            MOVE SPACES TO MATRICULA-RECPSI.
151026     IF MATRICULA-RECPSI = SPACES GO TO PIDE-MATRICULA-RECETA.
151026     DISPLAY SPACES LINE 22 POSITION 2 SIZE 40.
151026 PIDE-PACIENTE-RECETA.
151026     DISPLAY "Psicotropicos: Apellido y Nombre del Paciente ..."
151026              LINE 24 LOW BLINK ERASE EOL.
151026     ACCEPT PACIENTE-RECPSI LINE 22 POSITION 2 PROMPT "x" ECHO;
151026            NO BEEP ON EXCEPTION EXC
151026            MOVE SPACES TO PACIENTE-RECPSI.
151026     IF PACIENTE-RECPSI = SPACES GO TO PIDE-PACIENTE-RECETA.
151026     DISPLAY SPACES LINE 22 POSITION 2 SIZE 40.
151026 PIDE-NUMERO-RECETA.
151026     DISPLAY "Psicotropicos: Numero de Receta ..."
151026              LINE 24 LOW BLINK ERASE EOL.
151026     ACCEPT RECETA-RECPSI LINE 22 POSITION 2 PROMPT "x" ECHO;
151026            NO BEEP ON EXCEPTION EXC MOVE SPACES TO RECETA-RECPSI.
151026     IF RECETA-RECPSI = SPACES GO TO PIDE-NUMERO-RECETA.
151026     GO TO ARMA-REG-RECETA.
151026 PIDE-VALE-RECETA.
151026     DISPLAY "Psicotropicos: Numero de Vale Oficial de Compra ..."
151026              LINE 24 LOW BLINK ERASE EOL.
151026     ACCEPT RECETA-RECPSI LINE 22 POSITION 2 PROMPT "x" ECHO;
151026            NO BEEP ON EXCEPTION EXC MOVE SPACES TO RECETA-RECPSI.
151026     IF RECETA-RECPSI = SPACES GO TO PIDE-VALE-RECETA.
151026 ARMA-REG-RECETA.
151026     DISPLAY SPACES LINE 22 POSITION 2 SIZE 40.
151026     PERFORM DISP-SPACES.
151026     MOVE SUCURSAL-ANT    TO SUCURSAL-RECPSI.
151026     MOVE TRN-ANT         TO CODIGO-TRN-RECPSI.
151026     MOVE NRO-COMP-ANT    TO NUMERO-TRN-RECPSI.
151026     MOVE TROQUEL-AMP     TO TROQUEL-RECPSI.
151026     MOVE ZEROES          TO SECUEN-RECPSI.
151026     MOVE TIPO-MOV-TRZ    TO TIPO-MOV-RECPSI.
151026     MOVE LISTA-PSICO-AMP TO LISTA-RECPSI.
151026     MOVE FECHA-COMP-ANT  TO FECHA-RECPSI.
151026     MOVE CANTIDAD-TRN    TO CANTIDAD-RECPSI.
151026     MOVE OPERADORA       TO OPERADOR-RECPSI.
151026 GRABA-REG-RECETA.
151026     WRITE REG-RECPSI;
151026           INVALID KEY
151026           ADD 1 TO SECUEN-RECPSI,
151026           GO TO GRABA-REG-RECETA.
151026 SAL-CAPTURA-RECETA.

151026*    ***  LOTES EN RETIRO (ANMAT)  ***
151026*         """""""""""""""""""""""""
151026*    Antes de un despacho (S*) o una transferencia (TR) se
151026*    buscan en "RETIRO" los lotes del troquel con retiro
151026*    abierto (ver {MOV-RET}). Si la division todavia no informo
151026*    su cuarentena, el operador confirma que no entrega ese
151026*    lote; si ya la informo, lo apartado y aun no devuelto no
151026*    se puede despachar. "RESTA-PARTIDA" saltea las partidas
151026*    del lote: el resto del producto se sigue vendiendo.
151026 CONTROLA-RETIRO.
151026     MOVE "N"             TO RECHAZA-RETIRO.
151026     MOVE ZEROES          TO CANT-LOTES-RET, RETENIDO-RETIRO.
151026     IF (TRN-ANT NOT = "TR" AND
151026        (TRN-ANT < "S0" OR TRN-ANT > "S9")),
151026         GO TO SAL-CONTROLA-RETIRO.
151026     MOVE TROQUEL-AMP     TO TROQUEL-RETIRO.
151026     MOVE ZEROES          TO VTO-RETIRO.
151026     START RETIRO KEY IS NOT < CLAVE-RETIRO;
151026           INVALID KEY GO TO SAL-CONTROLA-RETIRO.
151026 LEE-SIG-RETIRO.
151026     READ RETIRO NEXT RECORD WITH NO LOCK;
151026          AT END GO TO EVALUA-RETIRO.
151026     IF TROQUEL-RETIRO NOT = TROQUEL-AMP GO TO EVALUA-RETIRO.
151026     IF NOT RETIRO-ABIERTO GO TO LEE-SIG-RETIRO.
151026     IF CANT-LOTES-RET < 5,
151026        ADD  1            TO CANT-LOTES-RET,
151026        MOVE VTO-RETIRO   TO VTO-LOTE-RET(CANT-LOTES-RET).
151026     IF NOT SUC-SIN-CONFIRMAR(SUCURSAL-ANT),
151026        ADD CUARENTENA-RETIRO(SUCURSAL-ANT) TO RETENIDO-RETIRO,
151026        SUBTRACT DEVUELTO-RETIRO(SUCURSAL-ANT)
151026                          FROM RETENIDO-RETIRO,
151026        GO TO LEE-SIG-RETIRO.
151026     MOVE VTO-RETIRO      TO VTO-RET-N.
151026     MOVE MES-VTO-RET     TO MES-VTO-RET-ED.
151026     MOVE ANO-VTO-RET     TO ANO-VTO-RET-ED.
151026     DISPLAY "LOTE EN RETIRO Vto " LINE 24 REVERSE,
151026             VTO-RET-EDIT          POSITION 0 BLINK REVERSE,
151026             " Disp."              POSITION 0 LOW,
151026             DISPOSICION-RETIRO    POSITION 0 HIGH,
151026             " Apartelo!"          POSITION 0 LOW BLINK.
151026     PERFORM CONFIRMACION.
151026     IF NOT SEGURISIMO,
151026        MOVE "S"          TO RECHAZA-RETIRO,
151026        GO TO SAL-CONTROLA-RETIRO.
151026     GO TO LEE-SIG-RETIRO.
151026 EVALUA-RETIRO.
151026     IF RETENIDO-RETIRO NOT > ZEROES GO TO SAL-CONTROLA-RETIRO.
151026     COMPUTE LIBRE-RETIRO = EXISTENCIA-SUC(SUCURSAL-ANT)
151026                          - RETENIDO-RETIRO.
151026     IF LIBRE-RETIRO < ZEROES MOVE ZEROES TO LIBRE-RETIRO.
151026     IF CANTIDAD-TRN NOT > LIBRE-RETIRO
151026        GO TO SAL-CONTROLA-RETIRO.
151026     MOVE "S"             TO RECHAZA-RETIRO.
151026     MOVE LIBRE-RETIRO    TO NUM-EDIT-2.
151026     DISPLAY "LOTE EN RETIRO: Solo hay" LINE 24 REVERSE BLINK,
151026             NUM-EDIT-2                 POSITION 0 HIGH,
151026             " unidades libres en la Division !"
151026                                        POSITION 0 LOW ERASE EOL.
151026     ACCEPT RESPUESTA POSITION 0 PROMPT "" LOW BLINK.
151026     PERFORM DISP-SPACES.
151026 SAL-CONTROLA-RETIRO.

151026 BUSCA-LOTE-RETIRO.
151026     MOVE "N"             TO LOTE-EN-RETIRO.
151026     MOVE 1               TO IND-RET.
151026 CICLO-LOTE-RETIRO.
151026     IF IND-RET > CANT-LOTES-RET GO TO SAL-BUSCA-LOTE-RETIRO.
151026     IF VTO-LOTE-RET(IND-RET) = VENCIMIENTO-PARTIDA(IND),
151026        MOVE "S"          TO LOTE-EN-RETIRO,
151026        GO TO SAL-BUSCA-LOTE-RETIRO.
151026     ADD  1               TO IND-RET.
151026     GO TO CICLO-LOTE-RETIRO.
151026 SAL-BUSCA-LOTE-RETIRO.

020926*    ***  REGISTRO DE BACKORDERS (DEMANDA INSATISFECHA)  ***
020926*         """""""""""""""""""""""""""""""""""""""""""""
020926*    Un despacho que no pudo servirse completo deja asentado
020926     WRITE REG-132 FROM VALE-DET AFTER ADVANCING 1 LINE.
020926 SAL-IMPRIME-VALE-BACKOR.

151026*    ***  MERCADERIA EN TRANSITO ENTRE DIVISIONES  ***
151026*         """""""""""""""""""""""""""""""""""""""""
151026*    La transferencia "TR" ya no suma en la division destino:
151026*    deja el renglon pendiente en "TRANSI" (un registro por
151026*    troquel, origen y numero de transferencia; si el mismo
151026*    producto se repite en la transferencia se acumula) hasta
151026*    que la destino lo confirma con la recepcion "RT".
151026 GRABA-TRANSI.
151026     MOVE TROQUEL-AMP     TO TROQUEL-TRANSI.
151026     MOVE SUCURSAL-ANT    TO SUC-ORIGEN-TRANSI.
151026     MOVE NRO-COMP-ANT    TO NUMERO-TR-TRANSI.
151026 LEE-TRANSI-PREVIO.
151026     READ TRANSI RECORD;
151026          INVALID KEY GO TO GRABA-TRANSI-NUEVO.
151026     IF STATUS-TRANSI = "99" GO TO LEE-TRANSI-PREVIO.
151026     ADD  CANTIDAD-TRN    TO CANT-ENVIADA-TRANSI.
151026     MOVE A-SUCURSAL      TO SUC-DESTINO-TRANSI.
151026     MOVE "P"             TO ESTADO-TRANSI.
151026     MOVE "N"             TO DIF-LISTADA-TRANSI.
151026 REGRABA-TRANSI-PREVIO.
151026     REWRITE REG-TRANSI.
151026     IF STATUS-TRANSI = "99" GO TO REGRABA-TRANSI-PREVIO.
151026     GO TO SAL-GRABA-TRANSI.
151026 GRABA-TRANSI-NUEVO.
151026     MOVE A-SUCURSAL      TO SUC-DESTINO-TRANSI.
151026     MOVE FECHA-COMP-ANT  TO FECHA-ENVIO-TRANSI.
151026     MOVE DESCRIPCION-AMP TO DESC-PROD-TRANSI.
151026     MOVE CANTIDAD-TRN    TO CANT-ENVIADA-TRANSI.
151026     MOVE ZEROES          TO CANT-RECIBIDA-TRANSI,
151026                             FECHA-RECEP-TRANSI,
151026                             NUMERO-RT-TRANSI.
151026     MULTIPLY COEF-PRECIO-REPOSICION BY
151026              PRECIO-PUBLICO-AMP GIVING COSTO-TRANSI ROUNDED.
151026     MOVE OPERADORA       TO OPERADOR-ENVIO-TRANSI.
151026     MOVE SPACES          TO OPERADOR-RECEP-TRANSI.
151026     MOVE "P"             TO ESTADO-TRANSI.
151026     MOVE "N"             TO DIF-LISTADA-TRANSI.
151026 GRABA-REG-TRANSI.
151026     WRITE REG-TRANSI.
151026     IF STATUS-TRANSI = "99" GO TO GRABA-REG-TRANSI.
151026 SAL-GRABA-TRANSI.

151026*    La recepcion cierra el renglon aunque llegue menos (o mas)
151026*    de lo enviado: la diferencia no se corrige sola en ninguna
151026*    division, queda a la vista en el listado de {MOV-TRA}.
151026 CONFIRMA-TRANSI.
151026     ADD  CANTIDAD-TRN    TO CANT-RECIBIDA-TRANSI.
151026     MOVE FECHA-COMP-ANT  TO FECHA-RECEP-TRANSI.
151026     MOVE NRO-COMP-ANT    TO NUMERO-RT-TRANSI.
151026     MOVE OPERADORA       TO OPERADOR-RECEP-TRANSI.
151026     MOVE "R"             TO ESTADO-TRANSI.
151026 REGRABA-TRANSI-RT.
151026     REWRITE REG-TRANSI.
151026     IF STATUS-TRANSI = "99" GO TO REGRABA-TRANSI-RT.
151026 SAL-CONFIRMA-TRANSI.

       DETERMINA-EXISTENCIAS SECTION 30.
       DET-EXIST.
           IF ORIGEN-PARTIDA        (IND-P) = "R",
                   PERFORM GRABO-FACPRV THRU SAL-GRABO-FACPRV.
060697 ACTUALIZA-AMP-P.
060697     IF PARTIDA NOT > SPACES   GO TO A-TRNAMP.
151026     IF TRN-ANT = "RT"         GO TO A-TRNAMP.
           READ AMP-P RECORD;
                INVALID KEY
                MOVE LOW-VALUES      TO REG-AMP-P.
              REWRITE REG-FCISPR INVALID KEY WRITE REG-FCISPR.
       A-TRNAMP.
           MOVE SUCURSAL-ANT    TO SUCURSAL-TRN.
151026     IF TRN-ANT = "RT" MOVE A-SUCURSAL TO SUCURSAL-TRN.
           MOVE TRN-ANT         TO CODIGO-TRN.
           IF MEDICAMENTO-AMP MOVE 1 TO CATEGORIA-TRN ELSE
           IF ACCESORIO-AMP   MOVE 2 TO CATEGORIA-TRN ELSE
           WRITE REG-TRNAMP;
                 INVALID KEY
                 GO TO GRABA-REG-TRNAMP.
151026     IF TRN-ANT = "RT" GO TO REGRABA-AMP.
151026     MOVE COSTO-PONDERADO-AMP TO PONDER-AUD-ANT.
           COMPUTE COSTO-PONDERADO-AMP ROUNDED =
                   ((EXIST-FACTURA * COSTO-PONDERADO-AMP) +
                    (CANTIDAD-TRN  * COSTO-PRECIO-TRN))   /
                    (CANTIDAD-TRN  + EXIST-FACTURA).
151026     IF COSTO-PONDERADO-AMP NOT = PONDER-AUD-ANT,
151026        MOVE "PONDER"            TO CAMPO-AUD,
151026        MOVE PONDER-AUD-ANT      TO VALOR-ANT-AUD,
151026        MOVE COSTO-PONDERADO-AMP TO VALOR-NUE-AUD,
151026        PERFORM GRABA-AUDPRE THRU SAL-GRABA-AUDPRE.
       REGRABA-AMP.
           MOVE FECHA-DIA            TO FECHA-ULT-ACTUALIZ.
KKKKKK     IF FALTA-PROV-TMP-AMP = "P"
280203     OPEN I-O   AMP, AMP-P, FACPRV01, FCISPR, AMPIO, AMPHIST,
090826                DIFHIST,
220826                AUDPRE,
020926                TRAZA, BACKOR,
151026                TRANSI, RECPSI, RETIRO
                INPUT AID, AIL, VENCIM.
220826*    Sin maestro de operadores no se trabaja: las claves dejaron
220826*    de estar compiladas en el programa y viven en "OPERMST"
220826        GO TO EXIT-PROGRAM.
       DIAGRAMA-PANTALLA.
           DISPLAY SPACE ERASE.
151026     CALL ITEM-OBJETO2 USING "101011122".
           DISPLAY "{MOV-AMP}-Operaciones"  POSITION  2 LOW REVERSE,
                                             LINE      1,
                   ALL "~"                   POSITION  2 LOW SIZE 22,
                   "["                       POSITION  2 LOW,
                   "TR"                      POSITION  0 HIGH,
                   "] Transf.Productos"     POSITION  0 LOW,
151026             "["                       POSITION  2 LOW,
151026             "RT"                      POSITION  0 HIGH,
151026             "] Recepcion Transf"     POSITION  0 LOW,
                   "["                       POSITION  2 LOW,
211092             "S#"                      POSITION  0 HIGH,
                   "] Salida (#:"           POSITION  0 LOW,
                 FACPRV01, FCISPR, AMPIO, VENCIM, AMPHIST,
090826                 DIFHIST,
220826                 AUDPRE, OPERMST,
020926                 TRAZA, BACKOR,
151026                 TRANSI, RECPSI, RETIRO.
           DISPLAY "*****PROGRAMA {MOV-AMP} FINALIZADO*****"
                    LINE 12 POSITION 20 ERASE BLINK REVERSE.
       EXIT-PROGRAM.
***********   GO TO P-COD-SUC.

       P-C-S.
151026*    En la recepcion "RT" el operador tiene que pertenecer a la
151026*    division que recibe, no a la que envio (se controla al
151026*    indicarla en "P-A-SUCURSAL").
151026     IF TRN-ANT = "RT" GO TO PIDE-A-SUCURSAL.
220826     IF (SUCURSAL-OPERMST NOT = ZEROES AND
220826         SUCURSAL-OPERMST NOT = SUCURSAL-ANT),
220826        DISPLAY "DIVISION NO AUTORIZADA PARA SU CODIGO !"
              MOVE ZEROES TO A-SUCURSAL,
270594        GO TO ABRE-PROV.
       PIDE-A-SUCURSAL.
151026     IF TRN-ANT = "RT",
151026        DISPLAY "Indique que Division Recibe la Transferencia ..."
151026                 LINE 24 LOW BLINK ERASE EOL,
151026        GO TO P-A-SUCURSAL.
           DISPLAY "Indique a qu' Divisin va a Transferir ..."
                    LINE 24 LOW BLINK ERASE EOL.
       P-A-SUCURSAL.
                       LINE 24 BLINK BEEP,
              GO TO P-A-SUCURSAL.
           MOVE NUMERO TO A-SUCURSAL.
151026     IF (TRN-ANT = "RT" AND SUCURSAL-OPERMST NOT = ZEROES AND
151026         SUCURSAL-OPERMST NOT = A-SUCURSAL),
151026        DISPLAY "DIVISION NO AUTORIZADA PARA SU CODIGO !"
151026                 LINE 24 BLINK BEEP ERASE EOL,
151026        GO TO PIDE-TRN.
270594 ABRE-PROV.
           OPEN INPUT PROV.
       PIDE-COD-PROV.
211092     IF ((TRN NOT < "S0" AND TRN NOT > "S9") OR
081093         (TRN NOT < "-1" AND TRN NOT > "-5") OR TRN = "TR"),
                                                    GO TO RUT-NS.
151026     IF (TRN = "RT")                          GO TO RUT-RT.
211092     IF ((TRN NOT < "E0" AND TRN NOT > "E9") OR
081093         (TRN NOT < "+1" AND TRN NOT > "+5")) GO TO RUT-NE.
           IF (TRN = "RM")                          GO TO RUT-RM.
       RUTINA-NS SECTION 60.
       RUT-NS.
           PERFORM PIDE-PRODUCTO.
151026     PERFORM CONTROLA-RETIRO THRU SAL-CONTROLA-RETIRO.
151026     IF RECHAZA-RETIRO = "S" GO TO RUT-NS.
           SUBTRACT CANTIDAD-TRN FROM EXISTENCIA-SUC(SUCURSAL-ANT)
                    GIVING INTERMEDIO.
           IF INTERMEDIO < ZEROES,
           MOVE INTERMEDIO           TO  EXISTENCIA-SUC(SUCURSAL-ANT).
           IF TRN-ANT = "TR",
              MOVE A-SUCURSAL        TO  A-SUCURSAL-TRN,
151026*.......ADD  CANTIDAD-TRN      TO  EXISTENCIA-SUC(A-SUCURSAL),
151026        PERFORM GRABA-TRANSI THRU SAL-GRABA-TRANSI,
              MOVE CANTIDAD-TRN      TO  CANT-IMP-TRN (1),
              SUBTRACT CANTIDAD-TRN FROM PENDIENTE-SUC(A-SUCURSAL),
              IF PENDIENTE-SUC(A-SUCURSAL) < ZEROES,
       FIN-RUT-NS.
020926     IF (TRN NOT < "S0" AND TRN NOT > "S9"),
020926        MOVE "S" TO TIPO-MOV-TRZ,
151026        PERFORM CAPTURA-TRAZA THRU SAL-CAPTURA-TRAZA,
151026        PERFORM CAPTURA-RECETA THRU SAL-CAPTURA-RECETA.
           PERFORM ARMA-TRNAMP.
           GO TO RUT-NS.

       RESTA-PARTIDA.
151026     PERFORM BUSCA-LOTE-RETIRO THRU SAL-BUSCA-LOTE-RETIRO.
151026     IF LOTE-EN-RETIRO = "N"
151026        MOVE PARTIDA-AMP(IND)    TO IMPUTACION(IND),
151026        IF INTERMEDIO > EXISTENCIA-PARTIDA    (IND),
151026           SUBTRACT     EXISTENCIA-PARTIDA    (IND)
151026                               FROM INTERMEDIO,
151026           MOVE ZEROES           TO EXISTENCIA-PARTIDA(IND)
151026        ELSE
151026           MOVE INTERMEDIO       TO CANT-IMP-TRN      (IND),
151026           SUBTRACT INTERMEDIO FROM EXISTENCIA-PARTIDA(IND),
151026           MOVE ZEROES           TO INTERMEDIO.
       SAL-RESTA-PARTIDA.


151026*    ***   RECEPCION DE TRANSFERENCIA   ***
151026*          """"""""""""""""""""""""""
151026*    La transferencia "TR" descuenta en la division de origen y
151026*    deja la mercaderia en transito ("TRANSI"); la division
151026*    destino confirma aca, renglon por renglon, lo que realmente
151026*    llego, y recien entonces suma en su existencia. El
151026*    movimiento se graba en "TRNAMP" a nombre de la division
151026*    que recibe, con la de origen en A-SUCURSAL-TRN.

151026 RUTINA-RT SECTION 60.
151026 RUT-RT.
151026     PERFORM PIDE-PRODUCTO.
151026     ADD  CANTIDAD-TRN         TO  EXISTENCIA-SUC(A-SUCURSAL).
151026     MOVE SUCURSAL-ANT         TO  A-SUCURSAL-TRN.
151026     MOVE CANTIDAD-TRN         TO  CANT-IMP-TRN (1).
151026     PERFORM CONFIRMA-TRANSI THRU SAL-CONFIRMA-TRANSI.
151026     PERFORM ARMA-TRNAMP.
151026     GO TO RUT-RT.


010704

      *    ***   NOTA DE ENTRADA DE STOCK   ***
020926     IF SEGURISIMO,
020926        MOVE "E" TO TIPO-MOV-TRZ,
020926        PERFORM CAPTURA-TRAZA THRU SAL-CAPTURA-TRAZA,
151026        PERFORM CAPTURA-RECETA THRU SAL-CAPTURA-RECETA,
020926        PERFORM ASIGNA-BACKOR THRU SAL-ASIGNA-BACKOR.
           GO TO RUT-RM.

130592        PERFORM ARMA-TRNAMP.
020926     IF SEGURISIMO,
020926        MOVE "E" TO TIPO-MOV-TRZ,
151026        PERFORM CAPTURA-TRAZA THRU SAL-CAPTURA-TRAZA,
151026        PERFORM CAPTURA-RECETA THRU SAL-CAPTURA-RECETA.

       FIN-SUCURSAL-IOMA.

020926     IF (SEGURISIMO AND RESP-REMITO NOT = "S"),
020926        MOVE "E" TO TIPO-MOV-TRZ,
020926        PERFORM CAPTURA-TRAZA THRU SAL-CAPTURA-TRAZA,
151026        PERFORM CAPTURA-RECETA THRU SAL-CAPTURA-RECETA,
020926        PERFORM ASIGNA-BACKOR THRU SAL-ASIGNA-BACKOR.
           GO TO RUT-FC.

