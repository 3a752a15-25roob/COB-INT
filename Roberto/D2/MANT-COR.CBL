       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-COR.
      *    Mantenimiento de cuentas corporativas (ARC-COR): la
      *    empresa que paga con un solo cheque las anualidades de
      *    las tarjetas de sus empleados. Alta de la cuenta con su
      *    ID en el rango reservado y su domicilio de cobro en
      *    ARC-DIR, cambio de nombre y domicilio, alta y retiro de
      *    miembros (ARC-MCR), listado de miembros y baja de la
      *    cuenta. Con la cuenta activa, EDO-COR saca el estado
      *    consolidado con una sola linea de captura, APLI-PAG
      *    reparte ese pago entre las partidas de los miembros y las
      *    cartas de los miembros salen al domicilio de la empresa.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-COR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-ID
               FILE STATUS IS WKS-FS-COR.
           SELECT ARC-MCR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCR-ID-CLIENTE
               ALTERNATE RECORD KEY IS MCR-ID-COR WITH DUPLICATES
               FILE STATUS IS WKS-FS-MCR.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
           SELECT ARC-DIR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-ID-CLIENTE
               FILE STATUS IS WKS-FS-DIR.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-COR.
           COPY REGCOR.

       FD ARC-MCR.
           COPY REGMCR.

       FD CLIENTES.
           COPY REGCLI.

       FD ARC-DIR.
           COPY REGDIR.

       WORKING-STORAGE SECTION.
       01 WKS-FS-COR       PIC XX.
       01 WKS-FS-MCR       PIC XX.
       01 WKS-FS-CLI       PIC XX.
       01 WKS-FS-DIR       PIC XX.

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
           88 WKS-TERMINA       VALUE "S".
       01 WKS-OK           PIC X.
           88 CUENTA-OK         VALUE "S".

      *    Firma de operador (subprograma FIRMA): la cuenta decide a
      *    quien se le cobra, igual que el alta de clientes.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "MANT-COR".

       01 WKS-COR-CAP      PIC 9(06).
       01 WKS-NOM-CAP      PIC X(30).
       01 WKS-CLI-CAP      PIC 9(06).

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

      *    Digito verificador del ID del miembro (DIG-CALC), igual
      *    que en MANT-CLI.
       01 WKS-DIG-LINEA     PIC X(18).
       01 WKS-DIG-LARGO     PIC 99 VALUE 6.
       01 WKS-DIG-CALC      PIC 99.
       01 WKS-DIG-CAP       PIC 99.

       01 WKS-FIN-MCR      PIC 9.
       01 WKS-TOT-MIEMBROS PIC 9(04).

       01 WKS-LIN-LISTA.
           03 WKS-LL-ID    PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-NOM   PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-EST   PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-ALTA  PIC 9(08).

      *    Validacion del RFC de contacto (subprograma RFC-VAL).
       01 WKS-RFC-ST       PIC 9.
       01 WKS-RFC-TXT      PIC X(24).

       77 WKS-LIN          PIC 99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-TERMINA.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           DISPLAY SPACES ERASE.
           MOVE 3 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-OPERADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               MOVE "S" TO WKS-FIN
               GOBACK.

           OPEN INPUT CLIENTES.
           IF WKS-FS-CLI = "35"
               DISPLAY "NO EXISTE CLIENTES" LINE 10 POSITION 10
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO WKS-FIN
               GOBACK.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           OPEN I-O ARC-COR.
           IF WKS-FS-COR = "35"
               OPEN OUTPUT ARC-COR
               CLOSE ARC-COR
               OPEN I-O ARC-COR.
           OPEN I-O ARC-MCR.
           IF WKS-FS-MCR = "35"
               OPEN OUTPUT ARC-MCR
               CLOSE ARC-MCR
               OPEN I-O ARC-MCR.
           OPEN I-O ARC-DIR.
           IF WKS-FS-DIR = "35"
               OPEN OUTPUT ARC-DIR
               CLOSE ARC-DIR
               OPEN I-O ARC-DIR.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "CUENTAS CORPORATIVAS"      LINE 01 POSITION 30.
           DISPLAY "1. ALTA DE CUENTA"         LINE 03 POSITION 10.
           DISPLAY "2. CAMBIO DE NOMBRE/DOMICILIO"
                                               LINE 04 POSITION 10.
           DISPLAY "3. AGREGAR MIEMBRO"        LINE 05 POSITION 10.
           DISPLAY "4. RETIRAR MIEMBRO"        LINE 06 POSITION 10.
           DISPLAY "5. LISTAR MIEMBROS"        LINE 07 POSITION 10.
           DISPLAY "6. BAJA DE CUENTA"         LINE 08 POSITION 10.
           DISPLAY "7. TERMINAR"               LINE 09 POSITION 10.
           DISPLAY "OPCION: "                  LINE 10 POSITION 10.
           ACCEPT WKS-OPCION                   LINE 10 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-ALTA
               WHEN 2
                   PERFORM 2200-CAMBIO
               WHEN 3
                   PERFORM 2300-AGREGA-MIEMBRO
               WHEN 4
                   PERFORM 2400-RETIRA-MIEMBRO
               WHEN 5
                   PERFORM 2500-LISTA-MIEMBROS
               WHEN 6
                   PERFORM 2600-BAJA
               WHEN 7
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 11 POSITION 10
           END-EVALUATE.

           IF NOT WKS-TERMINA
               PERFORM 2900-ESPERA.

      *-------------------ALTA-------------------------------------*
      *    El ID de la cuenta va en el rango reservado y no puede
      *    ser el de un cliente que ya exista de antes.
       2100-ALTA.
           MOVE "S" TO WKS-OK.

           DISPLAY "ID DE CUENTA (900000-999999): "
               LINE 11 POSITION 10.
           ACCEPT WKS-COR-CAP LINE 11 POSITION 42.

           IF WKS-COR-CAP < 900000
               MOVE "N" TO WKS-OK
               DISPLAY "EL ID DEBE ESTAR ENTRE 900000 Y 999999"
                   LINE 17 POSITION 10.

           IF CUENTA-OK
               MOVE WKS-COR-CAP TO COR-ID
               READ ARC-COR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WKS-OK
                       DISPLAY "YA EXISTE UNA CUENTA CON ESE ID"
                           LINE 17 POSITION 10.

           IF CUENTA-OK
               MOVE WKS-COR-CAP TO ID-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WKS-OK
                       DISPLAY "ESE ID YA LO TIENE UN CLIENTE"
                           LINE 17 POSITION 10.

           IF CUENTA-OK
               PERFORM 2150-CAPTURA-NOMBRE.

           IF CUENTA-OK
               MOVE WKS-COR-CAP   TO COR-ID
               MOVE WKS-NOM-CAP   TO COR-NOMBRE
               MOVE 1             TO COR-ESTADO
               MOVE WKS-FECHA-HOY TO COR-FEC-ALTA
               WRITE REG-COR
                   INVALID KEY
                       MOVE "N" TO WKS-OK
                       DISPLAY "NO SE PUDO GRABAR LA CUENTA"
                           LINE 17 POSITION 10.

           IF CUENTA-OK
               PERFORM 2160-CAPTURA-DOMICILIO.

       2150-CAPTURA-NOMBRE.
           DISPLAY "RAZON SOCIAL: " LINE 12 POSITION 10.
           ACCEPT WKS-NOM-CAP LINE 12 POSITION 30.

           IF WKS-NOM-CAP = SPACES
               MOVE "N" TO WKS-OK
               DISPLAY "LA RAZON SOCIAL ES OBLIGATORIA"
                   LINE 17 POSITION 10.

      *    Domicilio de cobro de la empresa, en el archivo de
      *    contacto bajo el ID de la cuenta; recapturarlo limpia la
      *    marca de correo devuelto, igual que en MANT-CLI.
       2160-CAPTURA-DOMICILIO.
           DISPLAY SPACES ERASE.
           DISPLAY "DOMICILIO DE COBRO DE LA CUENTA "
               LINE 01 POSITION 25.
           DISPLAY WKS-COR-CAP LINE 01 POSITION 58.

           MOVE WKS-COR-CAP TO DIR-ID-CLIENTE.

           DISPLAY "CALLE Y NUMERO:    " LINE 03 POSITION 10.
           ACCEPT DIR-CALLE               LINE 03 POSITION 32.
           DISPLAY "CIUDAD:            " LINE 04 POSITION 10.
           ACCEPT DIR-CIUDAD              LINE 04 POSITION 32.
           DISPLAY "CODIGO POSTAL:     " LINE 05 POSITION 10.
           ACCEPT DIR-CP                  LINE 05 POSITION 32.
           DISPLAY "TELEFONO:          " LINE 06 POSITION 10.
           ACCEPT DIR-TELEFONO            LINE 06 POSITION 32.
           MOVE 9 TO WKS-RFC-ST.
           PERFORM 2165-CAPTURA-RFC UNTIL WKS-RFC-ST = ZERO.

           MOVE "N" TO DIR-DEVUELTO.
           MOVE ZERO TO DIR-FEC-DEV.

           WRITE REG-DIR
               INVALID KEY
                   REWRITE REG-DIR.

           DISPLAY "CUENTA REGISTRADA" LINE 18 POSITION 10.

      *    RFC validado con RFC-VAL (estructura de persona fisica
      *    o moral, fecha real y digito de la homoclave); se vuelve
      *    a pedir hasta que pase o se deje en blanco (sin RFC).
       2165-CAPTURA-RFC.
           DISPLAY "RFC:               " LINE 07 POSITION 10.
           ACCEPT DIR-RFC                 LINE 07 POSITION 32.
           IF DIR-RFC = SPACES
               MOVE ZERO TO WKS-RFC-ST
           ELSE
               CALL "RFC-VAL" USING DIR-RFC WKS-RFC-ST.

           EVALUATE WKS-RFC-ST
               WHEN 0
                   MOVE SPACES TO WKS-RFC-TXT
               WHEN 1
                   MOVE "RFC MAL FORMADO" TO WKS-RFC-TXT
               WHEN 2
                   MOVE "FECHA DEL RFC INVALIDA" TO WKS-RFC-TXT
               WHEN OTHER
                   MOVE "HOMOCLAVE NO CORRESPONDE" TO WKS-RFC-TXT
           END-EVALUATE.
           DISPLAY WKS-RFC-TXT LINE 08 POSITION 32.

      *-------------------CAMBIO-----------------------------------*
       2200-CAMBIO.
           MOVE "S" TO WKS-OK.
           PERFORM 2700-LEE-CUENTA.

           IF CUENTA-OK
               DISPLAY COR-NOMBRE LINE 11 POSITION 46
               PERFORM 2150-CAPTURA-NOMBRE.

           IF CUENTA-OK
               MOVE WKS-NOM-CAP TO COR-NOMBRE
               REWRITE REG-COR
               PERFORM 2160-CAPTURA-DOMICILIO.

      *-------------------MIEMBROS---------------------------------*
      *    El miembro debe ser un cliente activo y no pertenecer ya
      *    a otra cuenta; la cuenta debe estar activa.
       2300-AGREGA-MIEMBRO.
           MOVE "S" TO WKS-OK.
           PERFORM 2700-LEE-CUENTA.

           IF CUENTA-OK AND NOT COR-ACTIVA
               MOVE "N" TO WKS-OK
               DISPLAY "LA CUENTA ESTA DADA DE BAJA"
                   LINE 17 POSITION 10.

           IF CUENTA-OK
               PERFORM 2750-LEE-CLIENTE.

           IF CUENTA-OK AND NOT CLIENTE-ACTIVO
               MOVE "N" TO WKS-OK
               DISPLAY "EL CLIENTE ESTA DADO DE BAJA"
                   LINE 17 POSITION 10.

           IF CUENTA-OK
               MOVE WKS-CLI-CAP TO MCR-ID-CLIENTE
               READ ARC-MCR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WKS-OK
                       DISPLAY "YA ES MIEMBRO DE LA CUENTA "
                           LINE 17 POSITION 10
                       DISPLAY MCR-ID-COR LINE 17 POSITION 37.

           IF CUENTA-OK
               MOVE WKS-CLI-CAP   TO MCR-ID-CLIENTE
               MOVE WKS-COR-CAP   TO MCR-ID-COR
               MOVE WKS-FECHA-HOY TO MCR-FEC-ALTA
               WRITE REG-MCR
                   INVALID KEY
                       MOVE "N" TO WKS-OK
                       DISPLAY "NO SE PUDO GRABAR EL MIEMBRO"
                           LINE 17 POSITION 10.

           IF CUENTA-OK
               DISPLAY NOM-CLI LINE 13 POSITION 10
               DISPLAY "MIEMBRO AGREGADO" LINE 18 POSITION 10.

      *    Al salir de la cuenta el cliente vuelve a pagar y a
      *    recibir su correspondencia por su cuenta.
       2400-RETIRA-MIEMBRO.
           MOVE "S" TO WKS-OK.
           PERFORM 2700-LEE-CUENTA.

           IF CUENTA-OK
               PERFORM 2750-LEE-CLIENTE.

           IF CUENTA-OK
               MOVE WKS-CLI-CAP TO MCR-ID-CLIENTE
               READ ARC-MCR
                   INVALID KEY
                       MOVE "N" TO WKS-OK
                       DISPLAY "EL CLIENTE NO ES MIEMBRO DE CUENTA"
                           LINE 17 POSITION 10.

           IF CUENTA-OK AND MCR-ID-COR NOT = WKS-COR-CAP
               MOVE "N" TO WKS-OK
               DISPLAY "EL CLIENTE ES MIEMBRO DE OTRA CUENTA"
                   LINE 17 POSITION 10.

           IF CUENTA-OK
               DELETE ARC-MCR
               DISPLAY "MIEMBRO RETIRADO" LINE 18 POSITION 10.

      *-------------------LISTA------------------------------------*
      *    Miembros por la llave alterna de la cuenta, en hojas de
      *    ocho renglones.
       2500-LISTA-MIEMBROS.
           MOVE "S" TO WKS-OK.
           PERFORM 2700-LEE-CUENTA.

           IF CUENTA-OK
               DISPLAY COR-NOMBRE LINE 11 POSITION 46
               PERFORM 2520-RECORRE-MIEMBROS.

       2520-RECORRE-MIEMBROS.
           MOVE ZERO TO WKS-FIN-MCR.
           MOVE ZERO TO WKS-TOT-MIEMBROS.
           MOVE 12   TO WKS-LIN.
           MOVE WKS-COR-CAP TO MCR-ID-COR.
           START ARC-MCR KEY IS EQUAL TO MCR-ID-COR
               INVALID KEY MOVE 1 TO WKS-FIN-MCR.

           PERFORM 2550-LISTA-UNO UNTIL WKS-FIN-MCR = 1.

           IF WKS-TOT-MIEMBROS = ZERO
               DISPLAY "LA CUENTA NO TIENE MIEMBROS"
                   LINE 12 POSITION 10.

       2550-LISTA-UNO.
           READ ARC-MCR NEXT
               AT END MOVE 1 TO WKS-FIN-MCR.

           IF WKS-FIN-MCR = ZERO AND MCR-ID-COR NOT = WKS-COR-CAP
               MOVE 1 TO WKS-FIN-MCR.

           IF WKS-FIN-MCR = ZERO
               IF WKS-LIN > 19
                   PERFORM 2900-ESPERA
                   DISPLAY SPACES ERASE
                   MOVE 3 TO WKS-LIN.

           IF WKS-FIN-MCR = ZERO
               PERFORM 2560-MUESTRA-MIEMBRO.

       2560-MUESTRA-MIEMBRO.
           ADD 1 TO WKS-TOT-MIEMBROS.
           MOVE MCR-ID-CLIENTE TO ID-CLIENTE.
           READ CLIENTES
               INVALID KEY
                   MOVE "*** NO EXISTE ***" TO NOM-CLI
                   MOVE ZERO TO ESTATUS-CLI.

           MOVE MCR-ID-CLIENTE TO WKS-LL-ID.
           MOVE NOM-CLI        TO WKS-LL-NOM.
           IF CLIENTE-ACTIVO
               MOVE "ACTIVO"   TO WKS-LL-EST
           ELSE
               MOVE "BAJA"     TO WKS-LL-EST.
           MOVE MCR-FEC-ALTA   TO WKS-LL-ALTA.
           DISPLAY WKS-LIN-LISTA LINE WKS-LIN POSITION 10.
           ADD 1 TO WKS-LIN.

      *-------------------BAJA-------------------------------------*
      *    La cuenta dada de baja conserva a sus miembros para la
      *    historia, pero ya no consolida ni recibe su
      *    correspondencia.
       2600-BAJA.
           MOVE "S" TO WKS-OK.
           PERFORM 2700-LEE-CUENTA.

           IF CUENTA-OK
               MOVE ZERO TO COR-ESTADO
               REWRITE REG-COR
               DISPLAY "CUENTA DADA DE BAJA" LINE 18 POSITION 10.

      *-------------------APOYO------------------------------------*
       2700-LEE-CUENTA.
           DISPLAY "ID DE CUENTA: " LINE 11 POSITION 10.
           ACCEPT WKS-COR-CAP LINE 11 POSITION 38.

           MOVE WKS-COR-CAP TO COR-ID.
           READ ARC-COR
               INVALID KEY
                   MOVE "N" TO WKS-OK
                   DISPLAY "NO EXISTE ESA CUENTA"
                       LINE 17 POSITION 10.

       2750-LEE-CLIENTE.
           DISPLAY "ID DE CLIENTE: " LINE 12 POSITION 10.
           ACCEPT WKS-CLI-CAP LINE 12 POSITION 38.
           DISPLAY "DIGITO VERIFICADOR DEL ID: " LINE 12 POSITION 45.
           ACCEPT WKS-DIG-CAP LINE 12 POSITION 74.

           MOVE SPACES TO WKS-DIG-LINEA.
           MOVE WKS-CLI-CAP TO WKS-DIG-LINEA (1:6).
           CALL "DIG-CALC" USING WKS-DIG-LINEA WKS-DIG-LARGO
               WKS-DIG-CALC.

           IF WKS-DIG-CAP NOT = WKS-DIG-CALC
               MOVE "N" TO WKS-OK
               DISPLAY "DIGITO VERIFICADOR INCORRECTO"
                   LINE 17 POSITION 10
           ELSE
               MOVE WKS-CLI-CAP TO ID-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE "N" TO WKS-OK
                       DISPLAY "CLIENTE NO EXISTE"
                           LINE 17 POSITION 10.

       2900-ESPERA.
           DISPLAY "TECLA ENTER PARA CONTINUAR..." LINE 20 POSITION 10.
           ACCEPT WKS-OK LINE 20 POSITION 45.
           MOVE SPACES TO WKS-OK.

       3000-FIN.
           CLOSE ARC-COR.
           CLOSE ARC-MCR.
           CLOSE ARC-DIR.
           CLOSE CLIENTES.
