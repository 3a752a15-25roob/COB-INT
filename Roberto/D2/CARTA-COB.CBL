      *    por partida en ARC-CHL: una partida que ya recibio la
      *    carta de 60 dias recibe la de 90 cuando avanza de cama, y
      *    no la misma carta otra vez. El domicilio sale del archivo
      *    de contacto, igual que en CARTA-ANU (el de la empresa
      *    si el cliente es miembro de una cuenta corporativa).
      *    Con CARTAS_ORDEN_CP = S las cartas salen ordenadas por
      *    codigo postal para el correo, con etiquetas de sobre y
      *    conteo por zona postal (ORD-CAR).
      *    La partida con aclaracion vigente (ACLA-CXC) no recibe
      *    carta mientras el caso no se resuelva.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHL-LLAVE
               FILE STATUS IS WKS-FS-CHL.
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
           SELECT REP-CCO ASSIGN TO PRINTER.
      *    Renglones de las cartas para ordenarse por CP (ORD-CAR).
           SELECT ARC-CPT ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CXC.
       FD ARC-DIR.
           COPY REGDIR.

       FD ARC-MCR.
           COPY REGMCR.

       FD ARC-COR.
           COPY REGCOR.

       FD ARC-CHL.
       01 REG-CHL.
           03 CHL-LLAVE.
       FD REP-CCO.
       01 LINEA          PIC X(132).

       FD ARC-CPT.
           COPY REGCPT.

       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-DIR        PIC XX.
       01 WKS-FS-MCR        PIC XX.
       01 WKS-FS-COR        PIC XX.

      *    Registro de contacto al que va la carta: el del cliente
      *    o el de su cuenta corporativa activa.
       01 WKS-DIR-ID        PIC 9(06).
       01 WKS-FS-CHL        PIC XX.

      *    Fecha de proceso: la pasa la corrida por ambiente o se
       01 WKS-FECHA-PROC    PIC 9(08).
       01 WKS-HOY           PIC 9(06).

      *    Cartas ordenadas por codigo postal para el correo
      *    (CARTAS_ORDEN_CP = S), igual que CARTA-ANU. Avance
      *    cero = hoja nueva.
       01 WKS-ORDEN-CP      PIC X VALUE "N".
           88 ORDEN-POR-CP       VALUE "S".
       01 WKS-AVANCE        PIC 99.
       01 WKS-CPT-CARTA     PIC 9(06) VALUE ZERO.
       01 WKS-CPT-RENGLON   PIC 9(03).
       01 WKS-CPT-CP        PIC 9(05).
       01 WKS-ORD-TITULO    PIC X(40)
               VALUE "CARTAS DE COBRANZA".

      *    Serie de dias para los dias de atraso (igual que
      *    EDAD-CXC).
       01 WKS-FEC-SERIE.
       01 WKS-TOT-DEVUELTOS PIC 9(06) VALUE ZERO.
       01 WKS-DEVUELTO      PIC 9.

      *    Aclaracion vigente sobre la partida (subprograma ACR-VAL).
       01 WKS-ACR-ST        PIC 9.
       01 WKS-TOT-ACLARA    PIC 9(06) VALUE ZERO.

       01 WKS-LIN-DEVUELTO.
           03 FILLER         PIC X(18)
               VALUE "CORREO DEVUELTO: ".
       01 T-TEXTOS REDEFINES WKS-TEXTOS-CAMA.
           03 T-TXT-CAMA OCCURS 5 TIMES PIC X(44).

      *    Primer aviso de la colegiatura; las camas siguientes
      *    hablan del adeudo y sirven igual.
       01 WKS-TXT-COLEG     PIC X(44)
               VALUE "LE RECORDAMOS QUE SU COLEGIATURA HA VENCIDO".

      *------LINEAS DE LA CARTA-------------*
       01 WKS-CAR-SALUDO.
           03 FILLER         PIC X(09) VALUE "ESTIMADO ".
       1100-ABRE-RESTO.
           OPEN INPUT CLIENTES.
           OPEN INPUT ARC-DIR.
           OPEN INPUT ARC-MCR.
           OPEN INPUT ARC-COR.

           OPEN I-O ARC-CHL.
           IF WKS-FS-CHL = "35"

           OPEN OUTPUT REP-CCO.

           DISPLAY "CARTAS_ORDEN_CP" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM (1:1) = "S"
               MOVE "S" TO WKS-ORDEN-CP
               OPEN OUTPUT ARC-CPT.

           READ ARC-CXC
               AT END MOVE 1 TO WKS-FIN.

      *    Solo las partidas de cargo (anualidad, recargo y
      *    colegiatura) con saldo ya vencido generan carta; la
      *    partida en aclaracion se salta.
       2000-PROCESO.
           IF (CXC-TIPO = 1 OR CXC-TIPO = 2 OR CXC-TIPO = 8)
                   AND CXC-SALDO > ZERO
               MOVE CXC-FEC-VENC TO WKS-FEC-SERIE
               PERFORM 9100-FECHA-A-SERIE
               COMPUTE WKS-DIAS-VENC =
                   WKS-SERIE-HOY - WKS-SERIE
               IF WKS-DIAS-VENC > ZERO
                   CALL "ACR-VAL" USING CXC-LLAVE WKS-ACR-ST
                   IF WKS-ACR-ST = 1
                       ADD 1 TO WKS-TOT-ACLARA
                   ELSE
                       PERFORM 2100-EVALUA-CARTA.

           READ ARC-CXC
               AT END MOVE 1 TO WKS-FIN.
      *    sale listado para conseguirle domicilio bueno.
       2150-CHECA-CORREO.
           MOVE ZERO TO WKS-DEVUELTO.
           PERFORM 2155-BUSCA-PAGADOR.
           IF WKS-FS-DIR NOT = "35"
               MOVE WKS-DIR-ID TO DIR-ID-CLIENTE
               READ ARC-DIR
                   INVALID KEY
                       CONTINUE
                       IF DIR-CORREO-DEVUELTO
                           MOVE 1 TO WKS-DEVUELTO.

      *    Miembro de una cuenta corporativa activa: el correo va
      *    al domicilio de la empresa.
       2155-BUSCA-PAGADOR.
           MOVE CXC-ID-CLIENTE TO WKS-DIR-ID.
           IF WKS-FS-MCR NOT = "35" AND WKS-FS-COR NOT = "35"
               MOVE CXC-ID-CLIENTE TO MCR-ID-CLIENTE
               READ ARC-MCR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MCR-ID-COR TO COR-ID
                       PERFORM 2158-LEE-CUENTA.

       2158-LEE-CUENTA.
           READ ARC-COR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COR-ACTIVA
                       MOVE COR-ID TO WKS-DIR-ID.

       2160-LISTA-DEVUELTO.
           ADD 1 TO WKS-TOT-DEVUELTOS.
           MOVE CXC-ID-CLIENTE TO WKS-LD-ID.
                   MOVE SPACES TO NOM-CLI
                   MOVE "CLIENTE NO LOCALIZADO" TO NOM-CLI.

           IF ORDEN-POR-CP
               PERFORM 2210-INICIA-CARTA.

           MOVE NOM-CLI TO WKS-CS-NOM.
           MOVE WKS-CAR-SALUDO TO LINEA.
           MOVE ZERO TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

           IF WKS-CAMA = 1 AND CXC-TIPO = 8
               MOVE WKS-TXT-COLEG TO WKS-CC-TEXTO
           ELSE
               MOVE T-TXT-CAMA (WKS-CAMA) TO WKS-CC-TEXTO.
           MOVE WKS-CAR-CUERPO1 TO LINEA.
           MOVE 2 TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

           MOVE CXC-SALDO    TO WKS-CC-SALDO.
           MOVE CXC-FEC-VENC TO WKS-CC-VENC.
           MOVE WKS-CAR-CUERPO2 TO LINEA.
           MOVE 1 TO WKS-AVANCE.
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
           MOVE CXC-ID-CLIENTE TO CPT-ETQ-ID.
           MOVE NOM-CLI        TO CPT-ETQ-NOMBRE.

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

       2250-PON-DOMICILIO.
           MOVE WKS-DIR-ID TO DIR-ID-CLIENTE.

           IF WKS-FS-DIR = "35"
               MOVE "SIN DOMICILIO REGISTRADO" TO WKS-CD-CALLE
                       MOVE DIR-CP     TO WKS-CD-CP.

           MOVE WKS-CAR-DOMIC1 TO LINEA.
           MOVE 3 TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.
           MOVE WKS-CAR-DOMIC2 TO LINEA.
           MOVE 1 TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

      *    El historial guarda la cama de la carta recien enviada;
      *    la proxima corrida solo vuelve a escribir si la partida
                   CLOSE CLIENTES
               END-IF
               IF WKS-FS-DIR NOT = "35"
                   CLOSE ARC-DIR
               END-IF
               IF WKS-FS-MCR NOT = "35"
                   CLOSE ARC-MCR
               END-IF
               IF WKS-FS-COR NOT = "35"
                   CLOSE ARC-COR
               END-IF
               IF ORDEN-POR-CP
                   CLOSE ARC-CPT
                   CALL "ORD-CAR" USING WKS-ORD-TITULO.

           DISPLAY "CARTAS GENERADAS: " WKS-TOT-CARTAS
               " SIN DOMICILIO: " WKS-SIN-DOMIC
               " CORREO DEVUELTO: " WKS-TOT-DEVUELTOS.
           DISPLAY "PARTIDAS EN ACLARACION: " WKS-TOT-ACLARA.

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
