       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SMOV-PRV.
       AUTHOR.        DROGUERIA SUR.
       INSTALLATION.  VILLARINO 52. BAHIA BLANCA.
       DATE-WRITTEN.  OCTUBRE 2026.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                             *
      *         ***  OBJETIVOS DEL PROGRAMA "MOV-PRV"  ***          *
      *              """"""""""""""""""""""""""""""""               *
      *                                                             *
      *    MANTENIMIENTO DEL MAESTRO DE PROVEEDORES "PROVE-01" Y    *
      *    DE SUS DATOS ADICIONALES "PROVAD": ALTA, MODIFICACION Y  *
      *    BAJA DE CADA PROVEEDOR CON SU RAZON SOCIAL, DOMICILIO,   *
      *    TELEFONO, CUIT (CONTROLANDO EL DIGITO VERIFICADOR), CLA- *
      *    VE DE BUSQUEDA, CUENTA BANCARIA (CBU, CONTROLANDO SUS    *
      *    DOS DIGITOS VERIFICADORES, Y ALIAS), PLAZO HABITUAL DE   *
      *    PAGO EN DIAS, CONDICION ANTE EL IVA Y LAS ALICUOTAS DE   *
      *    PERCEPCION DE INGRESOS BRUTOS POR JURISDICCION.          *
      *    NO PERMITE DAR DE BAJA UN PROVEEDOR QUE TODAVIA TENGA    *
      *    VENCIMIENTOS IMPAGOS EN "VENCIM", RENGLONES DE "PEDIDO"  *
      *    SIN RECIBIR, DEVOLUCIONES SIN ACREDITAR EN "DEVCRE" O    *
      *    DIFERENCIAS PENDIENTES EN "DIF-PROV". "MOV-PAG" TOMA EL  *
      *    CBU DE AQUI PARA EL ARCHIVO DE TRANSFERENCIAS.-          *
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

           SELECT PROV ASSIGN TO RANDOM,
                  "/USER/MAESTROS/PROV/PROVE-01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS RANDOM,
                  RECORD KEY   IS CLAVE-PROV,
                  ALTERNATE RECORD KEY IS CLBSQ-PROV   WITH DUPLICATES,
                  ALTERNATE RECORD KEY IS RAZON-SOCIAL WITH DUPLICATES,
                  FILE STATUS  IS STATUS-PROV.

           SELECT PROVAD ASSIGN TO RANDOM,
                  "/USER/MAESTROS/PROV/PROVAD01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS RANDOM,
                  RECORD KEY   IS CLAVE-PROVAD,
                  FILE STATUS  IS STATUS-PROVAD.

           SELECT VENCIM ASSIGN TO RANDOM,
                  "/USER/MAESTROS/PROV/VENCIM01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE IS DYNAMIC,
                  RECORD KEY IS CLAVE-VENCIM,
                  ALTERNATE RECORD KEY IS CLAVE-SEC1-VENCIM
                                   WITH DUPLICATES,
                  ALTERNATE RECORD KEY IS CLAVE-SEC2-VENCIM
                                   WITH DUPLICATES,
                  FILE STATUS   IS STATUS-VENCIM.

           SELECT PEDIDO ASSIGN TO RANDOM,
                  "/USER/MAESTROS/STCK/PEDIDO01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD           KEY IS CLAVE-NUMERO-PEDIDO,
                  ALTERNATE RECORD KEY IS CLAVE-PROV-PEDIDO DUPLICATES,
                  FILE STATUS  IS STATUS-PEDIDO.

           SELECT DEVCRE ASSIGN TO RANDOM,
                  "/USER/MAESTROS/PROV/DEVCRE01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD KEY   IS CLAVE-DEVCRE,
                  ALTERNATE RECORD KEY IS CLAVE-PROV-DEVCRE DUPLICATES,
                  FILE STATUS  IS STATUS-DEVCRE.

           SELECT DIF-PROV ASSIGN TO RANDOM,
                  "/USER/MAESTROS/SHRE/DIFPRV01",
                  ORGANIZATION IS INDEXED,
                  ACCESS MODE  IS DYNAMIC,
                  RECORD           KEY IS CLAVE-DIF-PROV,
                  ALTERNATE RECORD KEY IS CLAVE-DIF-FECHA   DUPLICATES,
                  FILE STATUS  IS STATUS-DIF-PROV.


      /    ***  D I V I S I O N   D E   D A T O S  ***
      *         """""""""""""""""""""""""""""""""

       DATA DIVISION.

       FILE SECTION.

      *    ***  DESCRIPCION DEL ARCHIVO "PROV"  ***
      *         """"""""""""""""""""""""""""""

           COPY "PROVE.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "PROVAD"  ***
      *         """""""""""""""""""""""""""""""

           COPY "PROVAD.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "VENCIM"  ***
      *         """""""""""""""""""""""""""""""

           COPY "VENCIM.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "PEDIDO"  ***
      *         """"""""""""""""""""""""""""""""

           COPY "PEDIDO.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "DEVCRE"  ***
      *         """""""""""""""""""""""""""""""

           COPY "DEVCRE.FD".

      *    ***  DESCRIPCION DEL ARCHIVO "DIF-PROV"  ***
      *         """""""""""""""""""""""""""""""""

           COPY "DIFPROV.FD".

       WORKING-STORAGE SECTION.

       01  LINEA-STATUS.
           05 FILLER             PIC X(5) VALUE "PROV:".
           05 STATUS-PROV        PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",ADI:".
           05 STATUS-PROVAD      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",VTO:".
           05 STATUS-VENCIM      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",PED:".
           05 STATUS-PEDIDO      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",DEV:".
           05 STATUS-DEVCRE      PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE ",DIF:".
           05 STATUS-DIF-PROV    PIC X(2) VALUE SPACES.

       77  RESPUESTA             PIC X.
       88  AFIRMATIVO            VALUES ARE "S" "0".
       88  NEGATIVO              VALUE  IS  "N".
       88  PIDE-BAJA             VALUE  IS  "B".
       77  EXC                   PIC 9(4)   COMP-1.
       77  MODO-ABM              PIC X.
       88  ES-ALTA               VALUE "A".
       88  ES-MODIFICACION       VALUE "M".
       77  HAY-VENCIM            PIC X      VALUE "S".
       77  HAY-PEDIDO            PIC X      VALUE "S".
       77  HAY-DEVCRE            PIC X      VALUE "S".
       77  HAY-DIF-PROV          PIC X      VALUE "S".
       77  MOTIVO-NO-BAJA        PIC X(60)  VALUE SPACES.
       77  CODIGO-TIPEADO        PIC 9(4)   VALUE ZEROES.
       77  RAZON-TIPEADA         PIC X(30).
       77  DOMICILIO-TIPEADO     PIC X(30).
       77  LOCALIDAD-TIPEADA     PIC X(20).
       77  TELEFONO-TIPEADO      PIC X(15).
       77  CLBSQ-TIPEADA         PIC X(15).
       77  CBU-TIPEADO           PIC X(22).
       77  ALIAS-TIPEADO         PIC X(20).
       77  IVA-TIPEADO           PIC X.
       77  IND-IB                PIC 9(2)   COMP-1.
       77  IND-DIG               PIC 9(2)   COMP-1.
       77  LINEA-IB              PIC 9(2)   COMP-1.
       77  SUMA-DIGITOS          PIC 9(4)   COMP-1.
       77  COCIENTE              PIC 9(4)   COMP-1.
       77  RESTO                 PIC 9(4)   COMP-1.
       77  DIGITO-CALC           PIC 9(2)   COMP-1.
       77  DIGITO-OK             PIC X      VALUE "N".
       77  ALIC-EDIT             PIC Z9,99.
       77  FECHA-DIA             PIC 9(6).

       01  XNUMERO               PIC X(11) JUSTIFIED RIGHT.
       01  NUMERO                REDEFINES XNUMERO,
                                 PIC 9(11).
       01  NUMERO-DEC            REDEFINES XNUMERO,
                                 PIC 9(9)V99.

      *....Pesos del digito verificador del CUIT (modulo 11).
       01  TABLA-PESOS-CUIT.
           05 FILLER             PIC X(10)  VALUE "5432765432".
       01  PESOS-CUIT            REDEFINES TABLA-PESOS-CUIT.
           05 PESO-CUIT          OCCURS 10 TIMES PIC 9.

       01  CUIT-TIPEADO          PIC 9(11).
       01  DIGITOS-CUIT          REDEFINES CUIT-TIPEADO.
           05 DIG-CUIT           OCCURS 11 TIMES PIC 9.

      *....Pesos de los dos digitos verificadores del CBU (modulo
      *....10): el bloque 1 (banco y sucursal, 7 digitos) usa los
      *....siete ultimos pesos y el bloque 2 (cuenta, 13 digitos)
      *....los trece.
       01  TABLA-PESOS-CBU.
           05 FILLER             PIC X(13)  VALUE "3971397139713".
       01  PESOS-CBU             REDEFINES TABLA-PESOS-CBU.
           05 PESO-CBU           OCCURS 13 TIMES PIC 9.

       01  CBU-NUMERICO          PIC X(22).
       01  DIGITOS-CBU           REDEFINES CBU-NUMERICO.
           05 DIG-CBU            OCCURS 22 TIMES PIC 9.


      /    ***  D I V I S I O N   D E   P R O C E D I M I E N T O S  ***
      *         """""""""""""""""""""""""""""""""""""""""""""""""""

       PROCEDURE DIVISION.

       COMIENZO-PROGRAMA.
           ACCEPT FECHA-DIA FROM DATE.
       ABRE-PROV.
           OPEN I-O PROV.
           IF STATUS-PROV NOT = "00",
              OPEN OUTPUT PROV,
              CLOSE       PROV,
              GO TO ABRE-PROV.
       ABRE-PROVAD.
           OPEN I-O PROVAD.
           IF STATUS-PROVAD NOT = "00",
              OPEN OUTPUT PROVAD,
              CLOSE       PROVAD,
              GO TO ABRE-PROVAD.
           OPEN INPUT VENCIM.
           IF STATUS-VENCIM NOT = "00" MOVE "N" TO HAY-VENCIM.
           OPEN INPUT PEDIDO.
           IF STATUS-PEDIDO NOT = "00" MOVE "N" TO HAY-PEDIDO.
           OPEN INPUT DEVCRE.
           IF STATUS-DEVCRE NOT = "00" MOVE "N" TO HAY-DEVCRE.
           OPEN INPUT DIF-PROV.
           IF STATUS-DIF-PROV NOT = "00" MOVE "N" TO HAY-DIF-PROV.
       DIAGRAMA-PANTALLA.
           DISPLAY SPACE ERASE.
           DISPLAY "{MOV-PRV}-Mantenimiento de Proveedores"
                                         LINE  1 POSITION  2 LOW
                                         REVERSE,
                   "Codigo............:" LINE  3 POSITION  2 LOW,
                   "Razon Social......:" LINE  4 POSITION  2 LOW,
                   "Domicilio.........:" LINE  5 POSITION  2 LOW,
                   "Localidad.........:" LINE  6 POSITION  2 LOW,
                   "Telefono..........:" LINE  7 POSITION  2 LOW,
                   "C.U.I.T...........:" LINE  8 POSITION  2 LOW,
                   "Clave de Busqueda.:" LINE  9 POSITION  2 LOW,
                   "C.B.U.............:" LINE 11 POSITION  2 LOW,
                   "Alias del C.B.U...:" LINE 12 POSITION  2 LOW,
                   "Plazo Pago (dias).:" LINE 13 POSITION  2 LOW,
                   "Condicion de IVA..:" LINE 14 POSITION  2 LOW,
                   "({I}:Resp.Inscripto {M}:Monotributo {E}:Exento)"
                                         LINE 14 POSITION 26 LOW,
                   "Percepcion IIBB...:" LINE 16 POSITION  2 LOW,
                   "Jur.  Alic.%"        LINE 16 POSITION 22 LOW,
                   "({999}:Borra el renglon)"
                                         LINE 16 POSITION 36 LOW.
       PIDE-CODIGO.
           DISPLAY SPACES LINE  4 POSITION 22 SIZE 30,
                   SPACES LINE  5 POSITION 22 SIZE 30,
                   SPACES LINE  6 POSITION 22 SIZE 20,
                   SPACES LINE  7 POSITION 22 SIZE 15,
                   SPACES LINE  8 POSITION 22 SIZE 20,
                   SPACES LINE  9 POSITION 22 SIZE 15,
                   SPACES LINE 11 POSITION 22 SIZE 40,
                   SPACES LINE 12 POSITION 22 SIZE 20,
                   SPACES LINE 13 POSITION 22 SIZE 3,
                   SPACES LINE 14 POSITION 22 SIZE 1,
                   SPACES LINE 17 POSITION 22 SIZE 12,
                   SPACES LINE 18 POSITION 22 SIZE 12,
                   SPACES LINE 19 POSITION 22 SIZE 12.
           DISPLAY "Ingrese el Codigo del Proveedor ... ({"
                           LINE    24 LOW BLINK,
                   "Esc"   POSITION 0 LOW REVERSE,
                   "}:Termina)"
                           POSITION 0 LOW ERASE EOL.
           ACCEPT NUMERO LINE 3 POSITION 22 SIZE 4 PROMPT "";
                  NO BEEP CONVERT;
                  ON EXCEPTION EXC GO TO FIN-PROGRAMA.
           IF NUMERO = ZEROES GO TO PIDE-CODIGO.
           MOVE NUMERO TO CODIGO-TIPEADO.
           DISPLAY CODIGO-TIPEADO LINE 3 POSITION 22 REVERSE.
           MOVE CODIGO-TIPEADO TO COD-PROV.
       LEE-PROV.
           READ PROV RECORD;
                INVALID KEY
                MOVE "A"    TO MODO-ABM,
                MOVE SPACES TO RAZON-SOCIAL, DOMICILIO-PROV,
                               LOCALIDAD-PROV, TELEFONO-PROV,
                               CLBSQ-PROV,
                MOVE ZEROES TO CUIT-PROV,
                DISPLAY "PROVEEDOR NUEVO (ALTA)" LINE 24 LOW ERASE EOL,
                GO TO LEE-PROVAD.
           IF STATUS-PROV = "99" GO TO LEE-PROV.
           MOVE "M" TO MODO-ABM.
           DISPLAY "PROVEEDOR EXISTENTE (MODIFICACION) - {Enter} DEJA CA
      -            "DA CAMPO COMO ESTA" LINE 24 LOW ERASE EOL.
       LEE-PROVAD.
           MOVE CODIGO-TIPEADO TO COD-PROV-PROVAD.
           READ PROVAD RECORD;
                INVALID KEY
                MOVE SPACES TO CBU-PROVAD, ALIAS-PROVAD,
                               CBU-VALIDO-PROVAD, COND-IVA-PROVAD,
                MOVE ZEROES TO DIAS-PAGO-PROVAD, FECHA-ACT-PROVAD,
                MOVE 1      TO IND-IB,
                PERFORM LIMPIA-IIBB THRU SAL-LIMPIA-IIBB 3 TIMES.
           IF STATUS-PROVAD = "99" GO TO LEE-PROVAD.
       MUESTRA-DATOS.
           DISPLAY RAZON-SOCIAL      LINE  4 POSITION 22,
                   DOMICILIO-PROV    LINE  5 POSITION 22,
                   LOCALIDAD-PROV    LINE  6 POSITION 22,
                   TELEFONO-PROV     LINE  7 POSITION 22,
                   CUIT-PROV         LINE  8 POSITION 22,
                   CLBSQ-PROV        LINE  9 POSITION 22,
                   CBU-PROVAD        LINE 11 POSITION 22,
                   ALIAS-PROVAD      LINE 12 POSITION 22,
                   DIAS-PAGO-PROVAD  LINE 13 POSITION 22,
                   COND-IVA-PROVAD   LINE 14 POSITION 22.
           IF CBU-VERIFICADO
              DISPLAY "(verificado)"    LINE 11 POSITION 46 LOW
           ELSE
              DISPLAY "(sin verificar)" LINE 11 POSITION 46 LOW.
           MOVE 1 TO IND-IB.
           PERFORM MUESTRA-IIBB THRU SAL-MUESTRA-IIBB 3 TIMES.
       PIDE-RAZON.
           ACCEPT RAZON-TIPEADA LINE 4 POSITION 22 SIZE 30 PROMPT "x";
                  NO BEEP ON EXCEPTION EXC GO TO PIDE-CODIGO.
           IF RAZON-TIPEADA NOT = SPACES,
              MOVE RAZON-TIPEADA TO RAZON-SOCIAL.
           IF RAZON-SOCIAL = SPACES GO TO PIDE-RAZON.
           DISPLAY RAZON-SOCIAL LINE 4 POSITION 22.
       PIDE-DOMICILIO.
           ACCEPT DOMICILIO-TIPEADO LINE 5 POSITION 22 SIZE 30
                  PROMPT "x";
                  NO BEEP ON EXCEPTION EXC GO TO PIDE-RAZON.
           IF DOMICILIO-TIPEADO NOT = SPACES,
              MOVE DOMICILIO-TIPEADO TO DOMICILIO-PROV.
           DISPLAY DOMICILIO-PROV LINE 5 POSITION 22.
       PIDE-LOCALIDAD.
           ACCEPT LOCALIDAD-TIPEADA LINE 6 POSITION 22 SIZE 20
                  PROMPT "x";
                  NO BEEP ON EXCEPTION EXC GO TO PIDE-DOMICILIO.
           IF LOCALIDAD-TIPEADA NOT = SPACES,
              MOVE LOCALIDAD-TIPEADA TO LOCALIDAD-PROV.
           DISPLAY LOCALIDAD-PROV LINE 6 POSITION 22.
       PIDE-TELEFONO.
           ACCEPT TELEFONO-TIPEADO LINE 7 POSITION 22 SIZE 15
                  PROMPT "x";
                  NO BEEP ON EXCEPTION EXC GO TO PIDE-LOCALIDAD.
           IF TELEFONO-TIPEADO NOT = SPACES,
              MOVE TELEFONO-TIPEADO TO TELEFONO-PROV.
           DISPLAY TELEFONO-PROV LINE 7 POSITION 22.
       PIDE-CUIT.
           DISPLAY "C.U.I.T. sin guiones (11 digitos) ..."
                    LINE 24 LOW BLINK ERASE EOL.
           ACCEPT NUMERO LINE 8 POSITION 22 SIZE 11 PROMPT "";
                  NO BEEP CONVERT;
                  ON EXCEPTION EXC GO TO PIDE-TELEFONO.
           IF NUMERO = ZEROES MOVE CUIT-PROV TO NUMERO.
           MOVE NUMERO TO CUIT-TIPEADO.
           PERFORM VERIFICA-CUIT THRU SAL-VERIFICA-CUIT.
           IF DIGITO-OK = "N",
              DISPLAY "C.U.I.T. INVALIDO (DIGITO VERIFICADOR) !"
                       LINE 24 BLINK BEEP ERASE EOL,
              ACCEPT RESPUESTA POSITION 0 PROMPT "" LOW,
              GO TO PIDE-CUIT.
           MOVE CUIT-TIPEADO TO CUIT-PROV.
           DISPLAY CUIT-PROV LINE 8 POSITION 22.
       PIDE-CLBSQ.
           DISPLAY SPACES LINE 24 ERASE EOL.
           ACCEPT CLBSQ-TIPEADA LINE 9 POSITION 22 SIZE 15 PROMPT "x";
                  NO BEEP ON EXCEPTION EXC GO TO PIDE-CUIT.
           IF CLBSQ-TIPEADA NOT = SPACES,
              MOVE CLBSQ-TIPEADA TO CLBSQ-PROV.
           IF CLBSQ-PROV = SPACES,
              MOVE RAZON-SOCIAL TO CLBSQ-PROV.
           DISPLAY CLBSQ-PROV LINE 9 POSITION 22.
       PIDE-CBU.
           DISPLAY "C.B.U. de 22 digitos .. ({Enter}:Lo deja como esta)"
                   LINE 24 LOW BLINK ERASE EOL.
           ACCEPT CBU-TIPEADO LINE 11 POSITION 22 SIZE 22 PROMPT "x";
                  NO BEEP ON EXCEPTION EXC GO TO PIDE-CLBSQ.
           IF CBU-TIPEADO = SPACES,
              MOVE CBU-PROVAD TO CBU-TIPEADO.
           IF CBU-TIPEADO = SPACES,
              MOVE SPACES TO CBU-VALIDO-PROVAD,
              GO TO MUESTRA-CBU.
           PERFORM VERIFICA-CBU THRU SAL-VERIFICA-CBU.
           IF DIGITO-OK = "N",
              DISPLAY "C.B.U. INVALIDO (DIGITOS VERIFICADORES) !"
                       LINE 24 BLINK BEEP ERASE EOL,
              ACCEPT RESPUESTA POSITION 0 PROMPT "" LOW,
              GO TO PIDE-CBU.
           MOVE CBU-TIPEADO TO CBU-PROVAD.
           MOVE "S"         TO CBU-VALIDO-PROVAD.
       MUESTRA-CBU.
           DISPLAY CBU-PROVAD LINE 11 POSITION 22.
           IF CBU-VERIFICADO
              DISPLAY "(verificado)   " LINE 11 POSITION 46 LOW
           ELSE
              DISPLAY "(sin verificar)" LINE 11 POSITION 46 LOW.
       PIDE-ALIAS.
           DISPLAY SPACES LINE 24 ERASE EOL.
           ACCEPT ALIAS-TIPEADO LINE 12 POSITION 22 SIZE 20 PROMPT "x";
                  NO BEEP ON EXCEPTION EXC GO TO PIDE-CBU.
           IF ALIAS-TIPEADO NOT = SPACES,
              MOVE ALIAS-TIPEADO TO ALIAS-PROVAD.
           DISPLAY ALIAS-PROVAD LINE 12 POSITION 22.
       PIDE-DIAS.
           ACCEPT NUMERO LINE 13 POSITION 22 SIZE 3 PROMPT "";
                  NO BEEP CONVERT;
                  ON EXCEPTION EXC GO TO PIDE-ALIAS.
           IF NUMERO NOT = ZEROES,
              MOVE NUMERO TO DIAS-PAGO-PROVAD.
           DISPLAY DIAS-PAGO-PROVAD LINE 13 POSITION 22.
       PIDE-IVA.
           ACCEPT IVA-TIPEADO LINE 14 POSITION 22 PROMPT "x";
                  NO BEEP ON EXCEPTION EXC GO TO PIDE-DIAS.
           IF IVA-TIPEADO NOT = SPACES,
              MOVE IVA-TIPEADO TO COND-IVA-PROVAD.
           IF NOT IVA-RESP-INSCRIPTO AND NOT IVA-MONOTRIBUTO AND
              NOT IVA-EXENTO
              GO TO PIDE-IVA.
           DISPLAY COND-IVA-PROVAD LINE 14 POSITION 22.
           MOVE 1 TO IND-IB.
       PIDE-JURISDICCION.
           COMPUTE LINEA-IB = 16 + IND-IB.
           DISPLAY "Jurisdiccion de Convenio Multilateral (p.ej. 902) ..
      -            "." LINE 24 LOW BLINK ERASE EOL.
           ACCEPT NUMERO LINE LINEA-IB POSITION 22 SIZE 3 PROMPT "";
                  NO BEEP CONVERT;
                  ON EXCEPTION EXC GO TO ANTERIOR-IIBB.
           IF NUMERO = 999,
              MOVE ZEROES TO JURIS-IIBB-PROVAD(IND-IB),
                             ALIC-IIBB-PROVAD(IND-IB),
              DISPLAY SPACES LINE LINEA-IB POSITION 22 SIZE 12,
              GO TO SIGUIENTE-IIBB.
           IF NUMERO NOT = ZEROES,
              MOVE NUMERO TO JURIS-IIBB-PROVAD(IND-IB).
           IF JURIS-IIBB-PROVAD(IND-IB) = ZEROES,
              GO TO SIGUIENTE-IIBB.
           DISPLAY JURIS-IIBB-PROVAD(IND-IB) LINE LINEA-IB POSITION 22.
       PIDE-ALICUOTA.
           DISPLAY "Alicuota de Percepcion (%) ..."
                    LINE 24 LOW BLINK ERASE EOL.
           ACCEPT XNUMERO LINE LINEA-IB POSITION 28 SIZE 5 PROMPT "";
                  NO BEEP CONVERT;
                  ON EXCEPTION EXC GO TO PIDE-JURISDICCION.
           IF NUMERO NOT = ZEROES,
              MOVE NUMERO-DEC TO ALIC-IIBB-PROVAD(IND-IB).
           IF ALIC-IIBB-PROVAD(IND-IB) = ZEROES OR
              ALIC-IIBB-PROVAD(IND-IB) > 20
              GO TO PIDE-ALICUOTA.
           MOVE ALIC-IIBB-PROVAD(IND-IB) TO ALIC-EDIT.
           DISPLAY ALIC-EDIT LINE LINEA-IB POSITION 28.
       SIGUIENTE-IIBB.
           ADD 1 TO IND-IB.
           IF IND-IB NOT > 3 GO TO PIDE-JURISDICCION.
           GO TO CONFIRMA-PROVEEDOR.
       ANTERIOR-IIBB.
           IF IND-IB = 1 GO TO PIDE-IVA.
           SUBTRACT 1 FROM IND-IB.
           GO TO PIDE-JURISDICCION.
       CONFIRMA-PROVEEDOR.
           IF ES-ALTA
              DISPLAY " Confirma? (" LINE    24 LOW,
                      "S"            POSITION 0 HIGH,
                      "|"            POSITION 0 LOW BLINK,
                      "0"            POSITION 0 HIGH,
                      "/"            POSITION 0 LOW,
                      "N"            POSITION 0 HIGH,
                      ") "           POSITION 0 LOW ERASE EOL
           ELSE
              DISPLAY " Confirma? (" LINE    24 LOW,
                      "S"            POSITION 0 HIGH,
                      "|"            POSITION 0 LOW BLINK,
                      "0"            POSITION 0 HIGH,
                      "/"            POSITION 0 LOW,
                      "N"            POSITION 0 HIGH,
                      " - "          POSITION 0 LOW,
                      "B"            POSITION 0 HIGH,
                      ":Baja) "      POSITION 0 LOW ERASE EOL.
           ACCEPT RESPUESTA POSITION 0 PROMPT "*" BLINK NO BEEP;
                  ON EXCEPTION EXC MOVE "N" TO RESPUESTA.
           IF NEGATIVO        GO TO PIDE-CODIGO.
           IF PIDE-BAJA AND ES-MODIFICACION
              GO TO BAJA-PROVEEDOR.
           IF NOT AFIRMATIVO  GO TO CONFIRMA-PROVEEDOR.
       GRABA-PROVEEDOR.
           IF ES-ALTA
              WRITE REG-PROV;
                    INVALID KEY REWRITE REG-PROV,
           ELSE
              REWRITE REG-PROV;
                    INVALID KEY WRITE REG-PROV.
           MOVE CODIGO-TIPEADO TO COD-PROV-PROVAD.
           MOVE FECHA-DIA      TO FECHA-ACT-PROVAD.
           WRITE REG-PROVAD;
                 INVALID KEY REWRITE REG-PROVAD.
           DISPLAY "Proveedor Grabado !" LINE 24 LOW ERASE EOL.
           GO TO PIDE-CODIGO.

      *....La baja solo procede si el proveedor no tiene nada abierto
      *....en los archivos que lo referencian por su codigo.
       BAJA-PROVEEDOR.
           MOVE SPACES TO MOTIVO-NO-BAJA.
           PERFORM BUSCA-VENCIM   THRU SAL-BUSCA-VENCIM.
           IF MOTIVO-NO-BAJA = SPACES
              PERFORM BUSCA-PEDIDO   THRU SAL-BUSCA-PEDIDO.
           IF MOTIVO-NO-BAJA = SPACES
              PERFORM BUSCA-DEVCRE   THRU SAL-BUSCA-DEVCRE.
           IF MOTIVO-NO-BAJA = SPACES
              PERFORM BUSCA-DIF-PROV THRU SAL-BUSCA-DIF-PROV.
           IF MOTIVO-NO-BAJA NOT = SPACES,
              DISPLAY MOTIVO-NO-BAJA LINE 24 BLINK BEEP ERASE EOL,
              ACCEPT RESPUESTA POSITION 0 PROMPT "" LOW,
              GO TO CONFIRMA-PROVEEDOR.
           DISPLAY "Confirma la BAJA del Proveedor ?"
                    LINE 24 LOW BLINK ERASE EOL.
           DISPLAY " (" POSITION 0 LOW,
                   "S"  POSITION 0 HIGH,
                   "/"  POSITION 0 LOW,
                   "N"  POSITION 0 HIGH,
                   ") " POSITION 0 LOW ERASE EOL.
           ACCEPT RESPUESTA POSITION 0 PROMPT "*" BLINK NO BEEP;
                  ON EXCEPTION EXC MOVE "N" TO RESPUESTA.
           IF RESPUESTA NOT = "S" GO TO CONFIRMA-PROVEEDOR.
           MOVE CODIGO-TIPEADO TO COD-PROV.
           DELETE PROV RECORD INVALID KEY CONTINUE.
           MOVE CODIGO-TIPEADO TO COD-PROV-PROVAD.
           DELETE PROVAD RECORD INVALID KEY CONTINUE.
           DISPLAY "Proveedor dado de Baja !" LINE 24 LOW ERASE EOL.
           GO TO PIDE-CODIGO.

       BUSCA-VENCIM.
           IF HAY-VENCIM = "N" GO TO SAL-BUSCA-VENCIM.
           MOVE CODIGO-TIPEADO TO COD-PROV-VENCIM.
           MOVE ZEROES         TO NROCOMP1-VENCIM, NROCOMP2-VENCIM.
           START VENCIM KEY IS NOT < CLAVE-VENCIM;
                 INVALID KEY GO TO SAL-BUSCA-VENCIM.
       LEE-SIG-VENCIM.
           READ VENCIM NEXT RECORD WITH NO LOCK;
                AT END GO TO SAL-BUSCA-VENCIM.
           IF STATUS-VENCIM = "99" GO TO LEE-SIG-VENCIM.
           IF COD-PROV-VENCIM NOT = CODIGO-TIPEADO
              GO TO SAL-BUSCA-VENCIM.
           IF VENCIM-PAGADO GO TO LEE-SIG-VENCIM.
           MOVE "TIENE VENCIMIENTOS IMPAGOS - NO SE PUEDE DAR DE BAJA !"
                TO MOTIVO-NO-BAJA.
       SAL-BUSCA-VENCIM.

       BUSCA-PEDIDO.
           IF HAY-PEDIDO = "N" GO TO SAL-BUSCA-PEDIDO.
           MOVE CODIGO-TIPEADO TO COD-DIST-PEDIDO.
           MOVE ZEROES         TO NUMERO-2-PEDIDO.
           START PEDIDO KEY IS NOT < CLAVE-PROV-PEDIDO;
                 INVALID KEY GO TO SAL-BUSCA-PEDIDO.
       LEE-SIG-PEDIDO.
           READ PEDIDO NEXT RECORD WITH NO LOCK;
                AT END GO TO SAL-BUSCA-PEDIDO.
           IF STATUS-PEDIDO = "99" GO TO LEE-SIG-PEDIDO.
           IF COD-DIST-PEDIDO NOT = CODIGO-TIPEADO
              GO TO SAL-BUSCA-PEDIDO.
           IF ORDEN-1-PEDIDO > 32760 GO TO LEE-SIG-PEDIDO.
           IF CANT-RECEPCION NOT < CANTIDAD-PEDIDO
              GO TO LEE-SIG-PEDIDO.
           MOVE "TIENE PEDIDOS SIN RECIBIR - NO SE PUEDE DAR DE BAJA !"
                TO MOTIVO-NO-BAJA.
       SAL-BUSCA-PEDIDO.

       BUSCA-DEVCRE.
           IF HAY-DEVCRE = "N" GO TO SAL-BUSCA-DEVCRE.
           MOVE CODIGO-TIPEADO TO COD-PROV-DEVCRE.
           MOVE ZEROES         TO NUMERO-2-DEVCRE.
           START DEVCRE KEY IS NOT < CLAVE-PROV-DEVCRE;
                 INVALID KEY GO TO SAL-BUSCA-DEVCRE.
       LEE-SIG-DEVCRE.
           READ DEVCRE NEXT RECORD WITH NO LOCK;
                AT END GO TO SAL-BUSCA-DEVCRE.
           IF STATUS-DEVCRE = "99" GO TO LEE-SIG-DEVCRE.
           IF COD-PROV-DEVCRE NOT = CODIGO-TIPEADO
              GO TO SAL-BUSCA-DEVCRE.
           IF NUMERO-DEVCRE = ZEROES OR NOT DEV-PENDIENTE
              GO TO LEE-SIG-DEVCRE.
           MOVE "TIENE DEVOLUCIONES SIN ACREDITAR - NO SE PUEDE DAR DE B
      -         "AJA !" TO MOTIVO-NO-BAJA.
       SAL-BUSCA-DEVCRE.

       BUSCA-DIF-PROV.
           IF HAY-DIF-PROV = "N" GO TO SAL-BUSCA-DIF-PROV.
           MOVE CODIGO-TIPEADO TO COD-PROV-DIF.
           MOVE ZEROES         TO NRO-COMP-DIF.
           START DIF-PROV KEY IS NOT < CLAVE-DIF-PROV;
                 INVALID KEY GO TO SAL-BUSCA-DIF-PROV.
       LEE-SIG-DIF-PROV.
           READ DIF-PROV NEXT RECORD WITH NO LOCK;
                AT END GO TO SAL-BUSCA-DIF-PROV.
           IF STATUS-DIF-PROV = "99" GO TO LEE-SIG-DIF-PROV.
           IF COD-PROV-DIF NOT = CODIGO-TIPEADO
              GO TO SAL-BUSCA-DIF-PROV.
           MOVE "TIENE DIFERENCIAS PENDIENTES - NO SE PUEDE DAR DE BAJA
      -         "!" TO MOTIVO-NO-BAJA.
       SAL-BUSCA-DIF-PROV.

      *....C.U.I.T.: modulo 11 sobre los diez primeros digitos; resto
      *....0 da verificador 0, resto 1 (verificador 10) es invalido.
       VERIFICA-CUIT.
           MOVE "N"    TO DIGITO-OK.
           MOVE ZEROES TO SUMA-DIGITOS.
           IF CUIT-TIPEADO = ZEROES GO TO SAL-VERIFICA-CUIT.
           PERFORM SUMA-DIGITO-CUIT THRU SAL-SUMA-DIGITO-CUIT
                   VARYING IND-DIG FROM 1 BY 1 UNTIL IND-DIG > 10.
           DIVIDE SUMA-DIGITOS BY 11 GIVING COCIENTE REMAINDER RESTO.
           IF RESTO = ZEROES
              MOVE ZEROES TO DIGITO-CALC
           ELSE
              COMPUTE DIGITO-CALC = 11 - RESTO.
           IF DIGITO-CALC < 10 AND DIGITO-CALC = DIG-CUIT(11)
              MOVE "S" TO DIGITO-OK.
       SAL-VERIFICA-CUIT.

       SUMA-DIGITO-CUIT.
           COMPUTE SUMA-DIGITOS = SUMA-DIGITOS +
                   DIG-CUIT(IND-DIG) * PESO-CUIT(IND-DIG).
       SAL-SUMA-DIGITO-CUIT.

      *....C.B.U.: el digito 8 verifica los siete primeros y el 22
      *....verifica del 9 al 21, los dos con modulo 10.
       VERIFICA-CBU.
           MOVE "N" TO DIGITO-OK.
           MOVE CBU-TIPEADO TO CBU-NUMERICO.
           IF CBU-NUMERICO NOT NUMERIC GO TO SAL-VERIFICA-CBU.
           MOVE ZEROES TO SUMA-DIGITOS.
           PERFORM SUMA-BLOQUE-1 THRU SAL-SUMA-BLOQUE-1
                   VARYING IND-DIG FROM 1 BY 1 UNTIL IND-DIG > 7.
           PERFORM CALCULA-DIGITO-CBU THRU SAL-CALCULA-DIGITO-CBU.
           IF DIGITO-CALC NOT = DIG-CBU(8) GO TO SAL-VERIFICA-CBU.
           MOVE ZEROES TO SUMA-DIGITOS.
           PERFORM SUMA-BLOQUE-2 THRU SAL-SUMA-BLOQUE-2
                   VARYING IND-DIG FROM 1 BY 1 UNTIL IND-DIG > 13.
           PERFORM CALCULA-DIGITO-CBU THRU SAL-CALCULA-DIGITO-CBU.
           IF DIGITO-CALC NOT = DIG-CBU(22) GO TO SAL-VERIFICA-CBU.
           MOVE "S" TO DIGITO-OK.
       SAL-VERIFICA-CBU.

       SUMA-BLOQUE-1.
           COMPUTE SUMA-DIGITOS = SUMA-DIGITOS +
                   DIG-CBU(IND-DIG) * PESO-CBU(IND-DIG + 6).
       SAL-SUMA-BLOQUE-1.

       SUMA-BLOQUE-2.
           COMPUTE SUMA-DIGITOS = SUMA-DIGITOS +
                   DIG-CBU(IND-DIG + 8) * PESO-CBU(IND-DIG).
       SAL-SUMA-BLOQUE-2.

       CALCULA-DIGITO-CBU.
           DIVIDE SUMA-DIGITOS BY 10 GIVING COCIENTE REMAINDER RESTO.
           IF RESTO = ZEROES
              MOVE ZEROES TO DIGITO-CALC
           ELSE
              COMPUTE DIGITO-CALC = 10 - RESTO.
       SAL-CALCULA-DIGITO-CBU.

       LIMPIA-IIBB.
           MOVE ZEROES TO JURIS-IIBB-PROVAD(IND-IB),
                          ALIC-IIBB-PROVAD(IND-IB).
           ADD 1 TO IND-IB.
       SAL-LIMPIA-IIBB.

       MUESTRA-IIBB.
           COMPUTE LINEA-IB = 16 + IND-IB.
           MOVE ALIC-IIBB-PROVAD(IND-IB) TO ALIC-EDIT.
           DISPLAY JURIS-IIBB-PROVAD(IND-IB) LINE LINEA-IB POSITION 22,
                   ALIC-EDIT                 LINE LINEA-IB POSITION 28.
           ADD 1 TO IND-IB.
       SAL-MUESTRA-IIBB.

       FIN-PROGRAMA.
           CLOSE PROV, PROVAD.
           IF HAY-VENCIM   = "S" CLOSE VENCIM.
           IF HAY-PEDIDO   = "S" CLOSE PEDIDO.
           IF HAY-DEVCRE   = "S" CLOSE DEVCRE.
           IF HAY-DIF-PROV = "S" CLOSE DIF-PROV.
           DISPLAY "*****PROGRAMA {MOV-PRV} FINALIZADO*****"
                    LINE 12 POSITION 20 ERASE BLINK REVERSE.
           STOP RUN.

       END PROGRAM SMOV-PRV.
