       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASC-ARC.
      *    Copia enmascarada de los archivos de produccion para
      *    capacitacion y pruebas: CLIENTES, ARC-DIR, ARC-CXC,
      *    ARC-LOG, ARC-CBA y ARC-CNS se copian a ENT-CLI, ENT-DIR,
      *    ENT-CXC, ENT-LOG, ENT-CBA y ENT-CNS, con la misma
      *    organizacion y llaves, para llevarlos al directorio de
      *    capacitacion con el nombre del archivo vivo; ahi los
      *    operadores nuevos practican MANT-CLI, T-LINCA2 y GEST-CXC
      *    sin tocar a los clientes reales.
      *    Se revuelven nombres, calle, telefono, RFC, CLABE y
      *    cuenta bancaria. La revoltura es la misma en todos los
      *    archivos: cada letra se recorre dentro de las letras y
      *    cada digito dentro de los digitos segun su posicion y la
      *    clave de la corrida (MASC_ARC_CLAVE, seis digitos), asi
      *    que el mismo nombre sale igual donde aparezca y la misma
      *    clave vuelve a dar la misma copia. Sin clave no se copia
      *    nada.
      *    IDs, importes, fechas, ciudad y CP quedan como estan: el
      *    digito verificador del ID y las lineas de captura de
      *    ARC-LOG (DIG-CALC sobre ID, fecha e importe) siguen
      *    validando, y el CP sigue en el catalogo de CPO-VAL.
      *    El RFC conserva su forma: letras por letras, el ano de la
      *    fecha, mes y dia movidos a una fecha real, homoclave
      *    revuelta y el digito verificador vuelto a sacar con
      *    RFC-VAL; la CLABE conserva banco y plaza y recalcula su
      *    digito de control.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
           SELECT ARC-DIR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIR-ID-CLIENTE
               FILE STATUS IS WKS-FS-DIR.
           SELECT ARC-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
           SELECT ARC-LOG ASSIGN TO DISK
               FILE STATUS IS WKS-FS-LOG.
           SELECT ARC-CBA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CBA-ID-CLIENTE
               FILE STATUS IS WKS-FS-CBA.
           SELECT ARC-CNS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CNS.
      *    Copias de capacitacion, con las llaves del archivo vivo.
           SELECT ENT-CLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENT-ID-CLIENTE
               ALTERNATE RECORD KEY IS ENT-NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-ECLI.
           SELECT ENT-DIR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENT-DIR-ID
               FILE STATUS IS WKS-FS-EDIR.
           SELECT ENT-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENT-CXC-LLAVE
               FILE STATUS IS WKS-FS-ECXC.
           SELECT ENT-LOG ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ELOG.
           SELECT ENT-CBA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENT-CBA-ID
               FILE STATUS IS WKS-FS-ECBA.
           SELECT ENT-CNS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ECNS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY REGCLI.

       FD ARC-DIR.
           COPY REGDIR.

       FD ARC-CXC.
           COPY REGCXC.

       FD ARC-LOG.
           COPY REGLOG.

       FD ARC-CBA.
       01 REG-CBA.
           03 CBA-ID-CLIENTE PIC 9(06).
           03 CBA-BANCO      PIC X(10).
           03 CBA-CUENTA     PIC X(18).
           03 CBA-ESTADO     PIC X.

       FD ARC-CNS.
           COPY REGCNS.

       FD ENT-CLI.
       01 REG-ENT-CLI.
           03 ENT-ID-CLIENTE PIC 9(06).
           03 ENT-NOM-CLI    PIC X(30).
           03 FILLER         PIC X(56).

       FD ENT-DIR.
       01 REG-ENT-DIR.
           03 ENT-DIR-ID     PIC 9(06).
           03 FILLER         PIC X(87).

       FD ENT-CXC.
       01 REG-ENT-CXC.
           03 ENT-CXC-LLAVE  PIC X(13).
           03 FILLER         PIC X(68).

       FD ENT-LOG.
       01 REG-ENT-LOG        PIC X(55).

       FD ENT-CBA.
       01 REG-ENT-CBA.
           03 ENT-CBA-ID     PIC 9(06).
           03 FILLER         PIC X(29).

       FD ENT-CNS.
       01 REG-ENT-CNS        PIC X(54).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-DIR        PIC XX.
       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-LOG        PIC XX.
       01 WKS-FS-CBA        PIC XX.
       01 WKS-FS-CNS        PIC XX.
       01 WKS-FS-ECLI       PIC XX.
       01 WKS-FS-EDIR       PIC XX.
       01 WKS-FS-ECXC       PIC XX.
       01 WKS-FS-ELOG       PIC XX.
       01 WKS-FS-ECBA       PIC XX.
       01 WKS-FS-ECNS       PIC XX.

      *    Clave de la corrida, un digito por posicion del campo
      *    (la septima posicion vuelve a usar el primero).
       01 WKS-CLAVE-ENV     PIC X(06).
       01 WKS-CLAVE.
           03 T-CLV OCCURS 6 TIMES PIC 9.

       01 WKS-ABC           PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 T-ABC-TABLA REDEFINES WKS-ABC.
           03 T-ABC OCCURS 26 TIMES PIC X.

      *    Campo que se revuelve, de la posicion DESDE a la HASTA.
       01 WKS-MSK-TEXTO     PIC X(30).
       01 T-MSK REDEFINES WKS-MSK-TEXTO.
           03 T-MSK-CAR OCCURS 30 TIMES PIC X.
       01 WKS-MSK-DESDE     PIC 99.
       01 WKS-MSK-HASTA     PIC 99.

       01 WKS-CAR           PIC X.
       01 WKS-DIG           PIC 9.
       01 WKS-LETRA         PIC 99.
       01 WKS-CORRE         PIC 9(03).
       01 WKS-COC           PIC 9(04).
       01 WKS-RES           PIC 99.
       01 WKS-CLV-IDX       PIC 9.

      *    RFC en revision; la fecha se mueve dentro del mismo ano.
       01 WKS-RFC           PIC X(13).
       01 WKS-RFC-ST        PIC 9.
       01 WKS-RFC-LETRAS    PIC 99.
       01 WKS-RFC-FECHA.
           03 WKS-RF-AA     PIC 99.
           03 WKS-RF-MM     PIC 99.
           03 WKS-RF-DD     PIC 99.
       01 WKS-RFC-POS-DIG   PIC 99.
       01 WKS-DIGITOS-RFC   PIC X(11) VALUE "0123456789A".

      *    CLABE: 3 de banco, 3 de plaza, 11 de cuenta y el digito
      *    de control con pesos 3, 7, 1.
       01 WKS-CLABE         PIC 9(18).
       01 T-CLABE REDEFINES WKS-CLABE.
           03 T-CLABE-DIG OCCURS 18 TIMES PIC 9.
       01 WKS-PESOS-CLABE   PIC X(03) VALUE "371".
       01 WKS-PESO          PIC 9.
       01 WKS-PROD          PIC 99.
       01 WKS-SUMA          PIC 9(04).

       01 WKS-CTA-CLI       PIC 9(06) VALUE ZERO.
       01 WKS-CTA-DIR       PIC 9(06) VALUE ZERO.
       01 WKS-CTA-CXC       PIC 9(06) VALUE ZERO.
       01 WKS-CTA-LOG       PIC 9(06) VALUE ZERO.
       01 WKS-CTA-CBA       PIC 9(06) VALUE ZERO.
       01 WKS-CTA-CNS       PIC 9(06) VALUE ZERO.
       01 WKS-CTA-RFC-MAL   PIC 9(06) VALUE ZERO.

       77 WKS-EOF           PIC 9.
       77 WKS-K             PIC 99.
       77 WKS-J             PIC 99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           IF RETURN-CODE = ZERO
               PERFORM 2000-PROCESO
               PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WKS-CLAVE-ENV.
           DISPLAY "MASC_ARC_CLAVE" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-CLAVE-ENV FROM ENVIRONMENT-VALUE.
           IF WKS-CLAVE-ENV NOT NUMERIC
               DISPLAY "FALTA LA CLAVE MASC_ARC_CLAVE (6 DIGITOS), "
                   "NO SE COPIA NADA"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WKS-CLAVE-ENV TO WKS-CLAVE.

       2000-PROCESO.
           PERFORM 2100-COPIA-CLIENTES.
           PERFORM 2200-COPIA-DIR.
           PERFORM 2300-COPIA-CXC.
           PERFORM 2400-COPIA-LOG.
           PERFORM 2500-COPIA-CBA.
           PERFORM 2600-COPIA-CNS.

      *-------------------CLIENTES---------------------------------*
       2100-COPIA-CLIENTES.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT CLIENTES.
           IF WKS-FS-CLI = "35"
               DISPLAY "NO EXISTE CLIENTES, NO SE COPIA"
           ELSE
               OPEN OUTPUT ENT-CLI
               READ CLIENTES
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2110-COPIA-REG-CLI UNTIL WKS-EOF = 1
               CLOSE ENT-CLI
               CLOSE CLIENTES.

       2110-COPIA-REG-CLI.
           MOVE NOM-CLI TO WKS-MSK-TEXTO.
           MOVE 1  TO WKS-MSK-DESDE.
           MOVE 30 TO WKS-MSK-HASTA.
           PERFORM 8000-REVUELVE.
           MOVE WKS-MSK-TEXTO TO NOM-CLI.

           MOVE REG-CLI TO REG-ENT-CLI.
           WRITE REG-ENT-CLI
               INVALID KEY
                   DISPLAY "LLAVE DUPLICADA EN ENT-CLI: " ID-CLIENTE.
           ADD 1 TO WKS-CTA-CLI.
           READ CLIENTES
               AT END MOVE 1 TO WKS-EOF.

      *-------------------CONTACTO---------------------------------*
       2200-COPIA-DIR.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-DIR.
           IF WKS-FS-DIR = "35"
               DISPLAY "NO EXISTE ARC-DIR, NO SE COPIA"
           ELSE
               OPEN OUTPUT ENT-DIR
               READ ARC-DIR
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2210-COPIA-REG-DIR UNTIL WKS-EOF = 1
               CLOSE ENT-DIR
               CLOSE ARC-DIR.

      *    El telefono conserva la clave lada de dos digitos.
       2210-COPIA-REG-DIR.
           MOVE DIR-CALLE TO WKS-MSK-TEXTO.
           MOVE 1  TO WKS-MSK-DESDE.
           MOVE 30 TO WKS-MSK-HASTA.
           PERFORM 8000-REVUELVE.
           MOVE WKS-MSK-TEXTO TO DIR-CALLE.

           MOVE DIR-TELEFONO TO WKS-MSK-TEXTO.
           MOVE 3  TO WKS-MSK-DESDE.
           MOVE 10 TO WKS-MSK-HASTA.
           PERFORM 8000-REVUELVE.
           MOVE WKS-MSK-TEXTO TO DIR-TELEFONO.

           MOVE DIR-RFC TO WKS-RFC.
           PERFORM 8200-REVUELVE-RFC.
           MOVE WKS-RFC TO DIR-RFC.

           MOVE REG-DIR TO REG-ENT-DIR.
           WRITE REG-ENT-DIR
               INVALID KEY
                   DISPLAY "LLAVE DUPLICADA EN ENT-DIR: "
                       DIR-ID-CLIENTE.
           ADD 1 TO WKS-CTA-DIR.
           READ ARC-DIR
               AT END MOVE 1 TO WKS-EOF.

      *-------------------CARTERA Y BITACORA-----------------------*
      *    Sin datos personales: se copian tal cual para que saldos
      *    y lineas de captura empaten con los clientes copiados.
       2300-COPIA-CXC.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CXC.
           IF WKS-FS-CXC = "35"
               DISPLAY "NO EXISTE ARC-CXC, NO SE COPIA"
           ELSE
               OPEN OUTPUT ENT-CXC
               READ ARC-CXC
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2310-COPIA-REG-CXC UNTIL WKS-EOF = 1
               CLOSE ENT-CXC
               CLOSE ARC-CXC.

       2310-COPIA-REG-CXC.
           MOVE REG-CXC TO REG-ENT-CXC.
           WRITE REG-ENT-CXC
               INVALID KEY
                   DISPLAY "LLAVE DUPLICADA EN ENT-CXC: " CXC-LLAVE.
           ADD 1 TO WKS-CTA-CXC.
           READ ARC-CXC
               AT END MOVE 1 TO WKS-EOF.

       2400-COPIA-LOG.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-LOG.
           IF WKS-FS-LOG = "35"
               DISPLAY "NO EXISTE ARC-LOG, NO SE COPIA"
           ELSE
               OPEN OUTPUT ENT-LOG
               READ ARC-LOG
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2410-COPIA-REG-LOG UNTIL WKS-EOF = 1
               CLOSE ENT-LOG
               CLOSE ARC-LOG.

       2410-COPIA-REG-LOG.
           MOVE REG-LOG TO REG-ENT-LOG.
           WRITE REG-ENT-LOG.
           ADD 1 TO WKS-CTA-LOG.
           READ ARC-LOG
               AT END MOVE 1 TO WKS-EOF.

      *-------------------CUENTAS BANCARIAS-----------------------*
       2500-COPIA-CBA.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CBA.
           IF WKS-FS-CBA = "35"
               DISPLAY "NO EXISTE ARC-CBA, NO SE COPIA"
           ELSE
               OPEN OUTPUT ENT-CBA
               READ ARC-CBA
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2510-COPIA-REG-CBA UNTIL WKS-EOF = 1
               CLOSE ENT-CBA
               CLOSE ARC-CBA.

      *    La cuenta de 18 digitos es CLABE; cualquier otra se
      *    revuelve digito por digito.
       2510-COPIA-REG-CBA.
           IF CBA-CUENTA NUMERIC
               MOVE CBA-CUENTA TO WKS-CLABE
               PERFORM 8400-REVUELVE-CLABE
               MOVE WKS-CLABE TO CBA-CUENTA
           ELSE
               MOVE CBA-CUENTA TO WKS-MSK-TEXTO
               MOVE 1  TO WKS-MSK-DESDE
               MOVE 18 TO WKS-MSK-HASTA
               PERFORM 8000-REVUELVE
               MOVE WKS-MSK-TEXTO TO CBA-CUENTA.

           MOVE REG-CBA TO REG-ENT-CBA.
           WRITE REG-ENT-CBA
               INVALID KEY
                   DISPLAY "LLAVE DUPLICADA EN ENT-CBA: "
                       CBA-ID-CLIENTE.
           ADD 1 TO WKS-CTA-CBA.
           READ ARC-CBA
               AT END MOVE 1 TO WKS-EOF.

      *-------------------CONSULTORES-----------------------------*
       2600-COPIA-CNS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CNS.
           IF WKS-FS-CNS = "35"
               DISPLAY "NO EXISTE ARC-CNS, NO SE COPIA"
           ELSE
               OPEN OUTPUT ENT-CNS
               READ ARC-CNS
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2610-COPIA-REG-CNS UNTIL WKS-EOF = 1
               CLOSE ENT-CNS
               CLOSE ARC-CNS.

       2610-COPIA-REG-CNS.
           MOVE CNS-NOMBRE TO WKS-MSK-TEXTO.
           MOVE 1  TO WKS-MSK-DESDE.
           MOVE 30 TO WKS-MSK-HASTA.
           PERFORM 8000-REVUELVE.
           MOVE WKS-MSK-TEXTO TO CNS-NOMBRE.

           IF CNS-CLABE NOT = ZERO
               MOVE CNS-CLABE TO WKS-CLABE
               PERFORM 8400-REVUELVE-CLABE
               MOVE WKS-CLABE TO CNS-CLABE.

           MOVE REG-CNS TO REG-ENT-CNS.
           WRITE REG-ENT-CNS.
           ADD 1 TO WKS-CTA-CNS.
           READ ARC-CNS
               AT END MOVE 1 TO WKS-EOF.

       3000-FIN.
           DISPLAY "COPIA ENMASCARADA PARA CAPACITACION".
           DISPLAY "CLIENTES: " WKS-CTA-CLI " ARC-DIR: " WKS-CTA-DIR
               " ARC-CXC: " WKS-CTA-CXC.
           DISPLAY "ARC-LOG: " WKS-CTA-LOG " ARC-CBA: " WKS-CTA-CBA
               " ARC-CNS: " WKS-CTA-CNS.
           IF WKS-CTA-RFC-MAL NOT = ZERO
               DISPLAY "RFC INVALIDOS DE ORIGEN, REVUELTOS SIN "
                   "DIGITO: " WKS-CTA-RFC-MAL.

      *-------------------REVOLTURA--------------------------------*
      *    Letra por letra y digito por digito; lo demas (espacios,
      *    puntos, &) se queda. El corrimiento depende solo de la
      *    posicion y de la clave y nunca es cero.
       8000-REVUELVE.
           PERFORM 8100-REVUELVE-CAR
               VARYING WKS-K FROM WKS-MSK-DESDE BY 1
               UNTIL WKS-K > WKS-MSK-HASTA.

       8100-REVUELVE-CAR.
           MOVE T-MSK-CAR (WKS-K) TO WKS-CAR.
           COMPUTE WKS-CORRE = WKS-K - 1.
           DIVIDE WKS-CORRE BY 6 GIVING WKS-COC REMAINDER WKS-RES.
           COMPUTE WKS-CLV-IDX = WKS-RES + 1.

           IF WKS-CAR NUMERIC
               MOVE WKS-CAR TO WKS-DIG
               COMPUTE WKS-CORRE = T-CLV (WKS-CLV-IDX) * 3 + WKS-K
               DIVIDE WKS-CORRE BY 9 GIVING WKS-COC REMAINDER WKS-RES
               COMPUTE WKS-CORRE = WKS-DIG + WKS-RES + 1
               DIVIDE WKS-CORRE BY 10 GIVING WKS-COC
                   REMAINDER WKS-RES
               MOVE WKS-RES TO WKS-DIG
               MOVE WKS-DIG TO T-MSK-CAR (WKS-K)
           ELSE
               MOVE ZERO TO WKS-LETRA
               PERFORM 8110-BUSCA-LETRA
                   VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > 26
               IF WKS-LETRA NOT = ZERO
                   COMPUTE WKS-CORRE =
                       T-CLV (WKS-CLV-IDX) * 7 + WKS-K * 3
                   DIVIDE WKS-CORRE BY 25 GIVING WKS-COC
                       REMAINDER WKS-RES
                   COMPUTE WKS-CORRE = WKS-LETRA + WKS-RES
                   DIVIDE WKS-CORRE BY 26 GIVING WKS-COC
                       REMAINDER WKS-RES
                   MOVE T-ABC (WKS-RES + 1) TO T-MSK-CAR (WKS-K).

       8110-BUSCA-LETRA.
           IF T-ABC (WKS-J) = WKS-CAR
               MOVE WKS-J TO WKS-LETRA
               ADD 40 TO WKS-J.

      *    RFC valido: letras, fecha y homoclave revueltas con su
      *    forma y el digito que acepte RFC-VAL. Los genericos del
      *    SAT se dejan; uno invalido de origen se revuelve parejo.
       8200-REVUELVE-RFC.
           IF WKS-RFC = SPACES OR WKS-RFC = "XAXX010101000"
                   OR WKS-RFC = "XEXX010101000"
               CONTINUE
           ELSE
               CALL "RFC-VAL" USING WKS-RFC WKS-RFC-ST
               IF WKS-RFC-ST = ZERO
                   PERFORM 8210-RFC-CON-FORMA
               ELSE
                   ADD 1 TO WKS-CTA-RFC-MAL
                   MOVE WKS-RFC TO WKS-MSK-TEXTO
                   MOVE 1  TO WKS-MSK-DESDE
                   MOVE 13 TO WKS-MSK-HASTA
                   PERFORM 8000-REVUELVE
                   MOVE WKS-MSK-TEXTO TO WKS-RFC.

       8210-RFC-CON-FORMA.
           IF WKS-RFC (13:1) = SPACE
               MOVE 3 TO WKS-RFC-LETRAS
           ELSE
               MOVE 4 TO WKS-RFC-LETRAS.

           MOVE WKS-RFC TO WKS-MSK-TEXTO.
           MOVE 1 TO WKS-MSK-DESDE.
           MOVE WKS-RFC-LETRAS TO WKS-MSK-HASTA.
           PERFORM 8000-REVUELVE.
           COMPUTE WKS-MSK-DESDE = WKS-RFC-LETRAS + 7.
           COMPUTE WKS-MSK-HASTA = WKS-RFC-LETRAS + 8.
           PERFORM 8000-REVUELVE.
           MOVE WKS-MSK-TEXTO TO WKS-RFC.

      *    Mes del 1 al 12 y dia del 1 al 28: fecha real en
      *    cualquier ano.
           MOVE WKS-RFC (WKS-RFC-LETRAS + 1:6) TO WKS-RFC-FECHA.
           COMPUTE WKS-CORRE = WKS-RF-MM + T-CLV (2).
           DIVIDE WKS-CORRE BY 12 GIVING WKS-COC REMAINDER WKS-RES.
           COMPUTE WKS-RF-MM = WKS-RES + 1.
           COMPUTE WKS-CORRE = WKS-RF-DD + T-CLV (3) * 3.
           DIVIDE WKS-CORRE BY 28 GIVING WKS-COC REMAINDER WKS-RES.
           COMPUTE WKS-RF-DD = WKS-RES + 1.
           MOVE WKS-RFC-FECHA TO WKS-RFC (WKS-RFC-LETRAS + 1:6).

           COMPUTE WKS-RFC-POS-DIG = WKS-RFC-LETRAS + 9.
           MOVE 1 TO WKS-RFC-ST.
           PERFORM 8220-PRUEBA-DIGITO
               VARYING WKS-J FROM 1 BY 1
               UNTIL WKS-J > 11 OR WKS-RFC-ST = ZERO.

       8220-PRUEBA-DIGITO.
           MOVE WKS-DIGITOS-RFC (WKS-J:1)
               TO WKS-RFC (WKS-RFC-POS-DIG:1).
           CALL "RFC-VAL" USING WKS-RFC WKS-RFC-ST.

      *    Banco y plaza se quedan; la cuenta se revuelve y el
      *    digito de control se vuelve a sacar.
       8400-REVUELVE-CLABE.
           MOVE WKS-CLABE TO WKS-MSK-TEXTO.
           MOVE 7  TO WKS-MSK-DESDE.
           MOVE 17 TO WKS-MSK-HASTA.
           PERFORM 8000-REVUELVE.
           MOVE WKS-MSK-TEXTO (1:18) TO WKS-CLABE.

           MOVE ZERO TO WKS-SUMA.
           PERFORM 8410-SUMA-CLABE
               VARYING WKS-K FROM 1 BY 1 UNTIL WKS-K > 17.
           DIVIDE WKS-SUMA BY 10 GIVING WKS-COC REMAINDER WKS-RES.
           IF WKS-RES = ZERO
               MOVE ZERO TO T-CLABE-DIG (18)
           ELSE
               COMPUTE T-CLABE-DIG (18) = 10 - WKS-RES.

       8410-SUMA-CLABE.
           COMPUTE WKS-CORRE = WKS-K - 1.
           DIVIDE WKS-CORRE BY 3 GIVING WKS-COC REMAINDER WKS-RES.
           MOVE WKS-PESOS-CLABE (WKS-RES + 1:1) TO WKS-PESO.
           COMPUTE WKS-PROD = T-CLABE-DIG (WKS-K) * WKS-PESO.
           DIVIDE WKS-PROD BY 10 GIVING WKS-COC REMAINDER WKS-RES.
           ADD WKS-RES TO WKS-SUMA.
