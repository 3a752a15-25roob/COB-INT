      *    y el domicilio del archivo de contacto; al final, el
      *    registro de avisos producidos. El cliente deja de
      *    enterarse del cargo hasta que le pega.
      *    La carta lleva la linea de captura de la anualidad: la
      *    que GEN-LCA dejo en ARC-LCA si el cargo ya esta en la
      *    cartera, o la que arma LIN-CAP con la cuota y el
      *    aniversario si todavia no se factura.
      *    Al miembro de una cuenta corporativa activa la carta le
      *    llega al domicilio de la empresa.
      *    Con CARTAS_ORDEN_CP = S las cartas salen ordenadas por
      *    codigo postal para el correo, con etiquetas de sobre y
      *    conteo por zona postal (ORD-CAR).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-ID-CLIENTE
               FILE STATUS IS WKS-FS-DIR.
           SELECT ARC-MCR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCR-ID-CLIENTE
               ALTERNATE RECORD KEY IS MCR-ID-COR WITH DUPLICATES
               FILE STATUS IS WKS-FS-MCR.
           SELECT ARC-COR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-ID
               FILE STATUS IS WKS-FS-COR.
           SELECT REP-CAR ASSIGN TO PRINTER.
      *    Registro de avisos producidos, un renglon por carta.
           SELECT ARC-RAV ASSIGN TO DISK.
      *    Renglones de las cartas para ordenarse por CP (ORD-CAR).
           SELECT ARC-CPT ASSIGN TO DISK.
      *    Historia acumulada de avisos (mes, cliente y tipo de
      *    tarjeta): ARC-RAV se trunca cada corrida, pero EFE-AVI
      *    necesita el acumulado para medir si las cartas sirven.
      *    cliente le gano.
           SELECT ARC-DSC ASSIGN TO DISK
               FILE STATUS IS WKS-FS-DSC.
      *    Lineas de captura de las partidas abiertas (GEN-LCA).
           SELECT ARC-LCA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCA-LLAVE
               FILE STATUS IS WKS-FS-LCA.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       FD ARC-DIR.
           COPY REGDIR.

       FD ARC-MCR.
           COPY REGMCR.

       FD ARC-COR.
           COPY REGCOR.

       FD REP-CAR.
       01 LINEA          PIC X(132).

       FD ARC-RAV.
       01 REG-RAV        PIC X(65).

       FD ARC-CPT.
           COPY REGCPT.

       FD ARC-RAH.
       01 REG-RAH.
           03 RAH-MES      PIC 9(06).
           03 DSC-HASTA    PIC 99.
           03 DSC-PCT      PIC 99V99.

       FD ARC-LCA.
           COPY REGLCA.

       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-DIR        PIC XX.
       01 WKS-FS-MCR        PIC XX.
       01 WKS-FS-COR        PIC XX.

      *    Registro de contacto al que va la carta: el del cliente
      *    o el de su cuenta corporativa activa.
       01 WKS-DIR-ID        PIC 9(06).
       01 WKS-FS-RAH        PIC XX.
       01 WKS-FS-LCA        PIC XX.

      *    Mes de renovacion (AAAAMM), por ambiente o en pantalla,
      *    igual que FACT-ANU.
       01 WKS-MES-OK        PIC X VALUE "N".
           88 MES-VALIDO         VALUE "S".

      *    Cartas ordenadas por codigo postal para el correo
      *    (CARTAS_ORDEN_CP = S): los renglones van a ARC-CPT y al
      *    final ORD-CAR los ordena con sus etiquetas y el conteo
      *    por zona postal. Avance cero = hoja nueva.
       01 WKS-ORDEN-CP      PIC X VALUE "N".
           88 ORDEN-POR-CP       VALUE "S".
       01 WKS-AVANCE        PIC 99.
       01 WKS-CPT-CARTA     PIC 9(06) VALUE ZERO.
       01 WKS-CPT-RENGLON   PIC 9(03).
       01 WKS-CPT-CP        PIC 9(05).
       01 WKS-ORD-TITULO    PIC X(40)
               VALUE "AVISOS DE RENOVACION DE ANUALIDAD".

       01 WKS-SPLIT-ING.
           03 WKS-SI-ANO    PIC 9(04).
           03 WKS-SI-MES    PIC 9(02).
       01 WKS-CUOTA-NETA    PIC 9(05)V99.
       77 WKS-D             PIC 99.

      *    Linea de captura de la carta y parametros de LIN-CAP.
       01 WKS-LC-LINEA      PIC X(18).
       01 WKS-LC-STATUS     PIC 9.
       01 WKS-LC-HALLADA    PIC 9.

      *    Registro de avisos producidos, uno por renglon al final.
       01 WKS-REGISTRO-AV.
           03 WKS-RA-ID      PIC 9(06).
               VALUE " %, CUOTA A PAGAR ".
           03 WKS-CD-NETA    PIC $$,$$9.99.

       01 WKS-CAR-LINEA.
           03 FILLER         PIC X(31)
               VALUE "LINEA DE CAPTURA PARA SU PAGO: ".
           03 WKS-CL-LINEA   PIC X(18).

       01 WKS-CAR-DOMIC1.
           03 FILLER         PIC X(11) VALUE "DOMICILIO: ".
           03 WKS-CD-CALLE   PIC X(30).
               MOVE 8 TO RETURN-CODE.

           OPEN INPUT ARC-DIR.
           OPEN INPUT ARC-MCR.
           OPEN INPUT ARC-COR.
           OPEN INPUT ARC-LCA.

           OPEN OUTPUT REP-CAR.
           OPEN OUTPUT ARC-RAV.

           DISPLAY "CARTAS_ORDEN_CP" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM (1:1) = "S"
               MOVE "S" TO WKS-ORDEN-CP
               OPEN OUTPUT ARC-CPT.

           OPEN EXTEND ARC-RAH.
           IF WKS-FS-RAH = "35"
               OPEN OUTPUT ARC-RAH.
      *    persiga un domicilio bueno.
       2030-CHECA-CORREO.
           MOVE ZERO TO WKS-DEVUELTO.
           PERFORM 2035-BUSCA-PAGADOR.
           IF WKS-FS-DIR NOT = "35"
               MOVE WKS-DIR-ID TO DIR-ID-CLIENTE
               READ ARC-DIR
                   INVALID KEY
                       CONTINUE
                       IF DIR-CORREO-DEVUELTO
                           MOVE 1 TO WKS-DEVUELTO.

      *    Miembro de una cuenta corporativa activa: el correo va
      *    al domicilio de la empresa.
       2035-BUSCA-PAGADOR.
           MOVE ID-CLIENTE TO WKS-DIR-ID.
           IF WKS-FS-MCR NOT = "35" AND WKS-FS-COR NOT = "35"
               MOVE ID-CLIENTE TO MCR-ID-CLIENTE
               READ ARC-MCR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MCR-ID-COR TO COR-ID
                       PERFORM 2038-LEE-CUENTA.

       2038-LEE-CUENTA.
           READ ARC-COR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COR-ACTIVA
                       MOVE COR-ID TO WKS-DIR-ID.

       2040-LISTA-DEVUELTO.
           ADD 1 TO WKS-TOT-DEVUELTOS.
           MOVE ID-CLIENTE TO WKS-RA-ID.
                                 WKS-LK-ST2.

           PERFORM 2150-APLICA-DESCUENTO.
           PERFORM 2180-BUSCA-LINEA.

           PERFORM 2200-IMPRIME-CARTA.
           PERFORM 2300-ANOTA-REGISTRO.
               MOVE WKS-D TO WKS-DSC-IDX
               ADD 15 TO WKS-D.

      *    Linea de la anualidad del ano renovado: primero la de una
      *    sola exhibicion y luego la primera mensualidad del plan;
      *    sin ninguna en ARC-LCA, se arma con la cuota neta y el
      *    aniversario, que es lo que facturara FACT-ANU.
       2180-BUSCA-LINEA.
           MOVE SPACES TO WKS-LC-LINEA.
           MOVE ZERO   TO WKS-LC-HALLADA.

           IF WKS-FS-LCA NOT = "35"
               MOVE ID-CLIENTE  TO LCA-ID-CLIENTE
               MOVE WKS-MR-ANIO TO LCA-ANIO
               MOVE 1           TO LCA-TIPO
               MOVE ZERO        TO LCA-PARC
               PERFORM 2190-LEE-LINEA
               IF WKS-LC-HALLADA = ZERO
                   MOVE 1 TO LCA-PARC
                   PERFORM 2190-LEE-LINEA.

           IF WKS-LC-HALLADA = ZERO
               CALL "LIN-CAP" USING ID-CLIENTE WKS-FEC-ANIV
                   WKS-CUOTA-NETA WKS-LC-LINEA WKS-LC-STATUS.

      *    Una linea armada sobre otro importe (la partida ya tuvo
      *    abonos) no sirve para la cuota de la carta.
       2190-LEE-LINEA.
           READ ARC-LCA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LCA-IMPORTE = WKS-CUOTA-NETA
                       MOVE LCA-LINEA TO WKS-LC-LINEA
                       MOVE 1 TO WKS-LC-HALLADA.

       2200-IMPRIME-CARTA.
           IF ORDEN-POR-CP
               PERFORM 2210-INICIA-CARTA.

           MOVE WKS-FECHA-TXT TO WKS-CF-TXT.
           MOVE WKS-CAR-FECHA TO LINEA.
           MOVE ZERO TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

           MOVE NOM-CLI TO WKS-CS-NOM.
           MOVE WKS-CAR-SALUDO TO LINEA.
           MOVE 3 TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

           MOVE WKS-CAR-CUERPO1 TO LINEA.
           MOVE 2 TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

           MOVE NOM-TAR TO WKS-CC-TAR.
           MOVE ANUA    TO WKS-CC-CUOTA.
           MOVE WKS-CAR-CUERPO2 TO LINEA.
           MOVE 1 TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

           MOVE WKS-FECHA-TXT TO WKS-CC-FECHA.
           MOVE WKS-CAR-CUERPO3 TO LINEA.
           MOVE 1 TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

           IF WKS-DSC-IDX NOT = ZERO
               MOVE WKS-DSC-PCT    TO WKS-CD-PCT
               MOVE WKS-CUOTA-NETA TO WKS-CD-NETA
               MOVE WKS-CAR-DESC TO LINEA
               MOVE 1 TO WKS-AVANCE
               PERFORM 9000-ESCRIBE-CARTA.

           IF WKS-LC-LINEA NOT = SPACES
               MOVE WKS-LC-LINEA TO WKS-CL-LINEA
               MOVE WKS-CAR-LINEA TO LINEA
               MOVE 2 TO WKS-AVANCE
               PERFORM 9000-ESCRIBE-CARTA.

           PERFORM 2250-PON-DOMICILIO.

      *    Con orden por CP la carta abre con su renglon cero: el
      *    CP que la acomoda y la etiqueta del sobre, del mismo
      *    domicilio al que va la carta.
       2210-INICIA-CARTA.
           ADD 1 TO WKS-CPT-CARTA.
           MOVE ZERO TO WKS-CPT-RENGLON.
           MOVE ZERO TO WKS-CPT-CP.
           MOVE SPACES TO CPT-LINEA.
           MOVE ID-CLIENTE TO CPT-ETQ-ID.
           MOVE NOM-CLI    TO CPT-ETQ-NOMBRE.

           IF WKS-FS-DIR NOT = "35"
               MOVE WKS-DIR-ID TO DIR-ID-CLIENTE
               READ ARC-DIR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DIR-CP     TO WKS-CPT-CP
                       MOVE DIR-CALLE  TO CPT-ETQ-CALLE
                       MOVE DIR-CIUDAD TO CPT-ETQ-CIUDAD.

           MOVE WKS-CPT-CP    TO CPT-CP.
           MOVE WKS-CPT-CARTA TO CPT-CARTA.
           MOVE ZERO          TO CPT-RENGLON.
           MOVE ZERO          TO CPT-AVANCE.
           WRITE REG-CPT.

      *    Domicilio del archivo de contacto; sin registro se deja
      *    constancia en la carta y en el registro de avisos.
       2250-PON-DOMICILIO.
           MOVE WKS-DIR-ID TO DIR-ID-CLIENTE.

           IF WKS-FS-DIR = "35"
               MOVE "SIN DOMICILIO REGISTRADO" TO WKS-CD-CALLE

       2260-DOMICILIO-COMPLETO.
           MOVE WKS-CAR-DOMIC1 TO LINEA.
           MOVE 3 TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

           MOVE DIR-CIUDAD TO WKS-CD-CIUDAD.
           MOVE DIR-CP     TO WKS-CD-CP.
           MOVE WKS-CAR-DOMIC2 TO LINEA.
           MOVE 1 TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

           MOVE "CON DOMICILIO" TO WKS-RA-DOM.

       2270-DOMICILIO-FALTA.
           MOVE WKS-CAR-DOMIC1 TO LINEA.
           MOVE 3 TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

           ADD 1 TO WKS-SIN-DOMIC.
           MOVE "SIN DOMICILIO" TO WKS-RA-DOM.
               CLOSE CLIENTES.
           IF WKS-FS-DIR NOT = "35"
               CLOSE ARC-DIR.
           IF WKS-FS-MCR NOT = "35"
               CLOSE ARC-MCR.
           IF WKS-FS-COR NOT = "35"
               CLOSE ARC-COR.
           IF WKS-FS-LCA NOT = "35"
               CLOSE ARC-LCA.
           CLOSE ARC-RAH.
           CLOSE REP-CAR.

           IF ORDEN-POR-CP
               CLOSE ARC-CPT
               CALL "ORD-CAR" USING WKS-ORD-TITULO.

       3100-IMPRIME-REGISTRO.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-RAV.

           READ ARC-RAV
               AT END MOVE 1 TO WKS-EOF.

      *    Renglon de la carta: directo a la impresora o, con orden
      *    por CP, al archivo de trabajo que ordena ORD-CAR.
       9000-ESCRIBE-CARTA.
           IF ORDEN-POR-CP
               ADD 1 TO WKS-CPT-RENGLON
               MOVE WKS-CPT-CP      TO CPT-CP
               MOVE WKS-CPT-CARTA   TO CPT-CARTA
               MOVE WKS-CPT-RENGLON TO CPT-RENGLON
               MOVE WKS-AVANCE      TO CPT-AVANCE
               MOVE LINEA           TO CPT-LINEA
               WRITE REG-CPT
           ELSE
               IF WKS-AVANCE = ZERO
                   WRITE LINEA AFTER PAGE
               ELSE
                   WRITE LINEA AFTER WKS-AVANCE LINES.
