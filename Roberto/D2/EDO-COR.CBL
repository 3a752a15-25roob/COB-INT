       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDO-COR.
      *    Estado de cuenta consolidado por cuenta corporativa: para
      *    una cuenta o un rango de cuentas de ARC-COR, encabeza la
      *    hoja con la razon social, el domicilio de cobro y el RFC
      *    de la empresa (ARC-DIR bajo el ID de la cuenta), desglosa
      *    por miembro (ARC-MCR) las partidas con saldo de ARC-CXC
      *    que se pagan con linea (anualidad, recargo y producto,
      *    igual que el pie de EDO-CTA) con el subtotal de cada uno,
      *    y cierra con el total de la empresa y una sola linea de
      *    captura armada con LIN-CAP sobre el ID de la cuenta, el
      *    total y el vencimiento mas antiguo. Esa linea la reparte
      *    APLI-PAG entre los miembros; el cajero deja de partir el
      *    cheque a mano. Un total que no cabe en la linea larga se
      *    paga en caja.
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
           SELECT ARC-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
           SELECT ARC-DIR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-ID-CLIENTE
               FILE STATUS IS WKS-FS-DIR.
           SELECT REP-ECO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-COR.
           COPY REGCOR.

       FD ARC-MCR.
           COPY REGMCR.

       FD CLIENTES.
           COPY REGCLI.

       FD ARC-CXC.
           COPY REGCXC.

       FD ARC-DIR.
           COPY REGDIR.

       FD REP-ECO.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-COR        PIC XX.
       01 WKS-FS-MCR        PIC XX.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-DIR        PIC XX.

      *    Rango de cuentas a imprimir; hasta en cero = solo la
      *    cuenta desde.
       01 WKS-ID-DESDE      PIC 9(06).
       01 WKS-ID-HASTA      PIC 9(06).

       01 WKS-CONCEPTO      PIC X(16).
       01 WKS-SUB-MIEMBRO   PIC 9(07)V99.
       01 WKS-TOT-CUENTA    PIC 9(07)V99.
       01 WKS-VENC-MIN      PIC 9(08).
       01 WKS-NUM-MIEMBROS  PIC 9(04).
       01 WKS-TOT-EDOS      PIC 9(05) VALUE ZERO.

      *    Parametros de LIN-CAP; el importe de la linea larga
      *    llega a 99,999.99.
       01 WKS-LC-IMPORTE    PIC 9(05)V99.
       01 WKS-LC-LINEA      PIC X(18).
       01 WKS-LC-STATUS     PIC 9.

       77 WKS-FIN           PIC 9.
       77 WKS-FIN-MCR       PIC 9.
       77 WKS-FIN-CXC       PIC 9.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(20) VALUE SPACES.
           03 FILLER         PIC X(50)
                   VALUE "ESTADO DE CUENTA CONSOLIDADO CORPORATIVO".

       01 WKS-ENC-COR.
           03 FILLER         PIC X(08) VALUE "CUENTA: ".
           03 WKS-EC-ID      PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-EC-NOM     PIC X(30).

       01 WKS-ENC-DOM1.
           03 FILLER         PIC X(11) VALUE "DOMICILIO: ".
           03 WKS-ED-CALLE   PIC X(30).

       01 WKS-ENC-DOM2.
           03 FILLER         PIC X(11) VALUE SPACES.
           03 WKS-ED-CIUDAD  PIC X(20).
           03 FILLER         PIC X(04) VALUE " CP ".
           03 WKS-ED-CP      PIC 9(05).
           03 FILLER         PIC X(06) VALUE " RFC: ".
           03 WKS-ED-RFC     PIC X(13).

       01 WKS-ENCC.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(10) VALUE "ANO/PARC".
           03 FILLER         PIC X(18) VALUE "CONCEPTO".
           03 FILLER         PIC X(10) VALUE "VENCE".
           03 FILLER         PIC X(12) VALUE "     CARGO".
           03 FILLER         PIC X(12) VALUE "    ABONADO".
           03 FILLER         PIC X(12) VALUE "     SALDO".

       01 WKS-MIEMBRO.
           03 FILLER         PIC X(09) VALUE "MIEMBRO: ".
           03 WKS-MB-ID      PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-MB-NOM     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-MB-EST     PIC X(08).

       01 WKS-DET1.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-DT-ANIO    PIC 9(04).
           03 FILLER         PIC X(01) VALUE "/".
           03 WKS-DT-PARC    PIC 99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-CONC    PIC X(16).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-VENC    PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-CARGO   PIC $$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-ABONO   PIC $$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-SALDO   PIC $$,$$9.99.

       01 WKS-SUBTOTAL.
           03 FILLER         PIC X(44) VALUE SPACES.
           03 FILLER         PIC X(24)
                   VALUE "SALDO DEL MIEMBRO:      ".
           03 WKS-ST-SALDO   PIC $$$,$$9.99.

       01 WKS-PIE.
           03 FILLER         PIC X(44) VALUE SPACES.
           03 FILLER         PIC X(24)
                   VALUE "TOTAL DE LA CUENTA:     ".
           03 WKS-PIE-TOTAL  PIC $,$$$,$$9.99.

       01 WKS-PIE-MIEMBROS.
           03 FILLER         PIC X(20) VALUE "MIEMBROS EN CUENTA: ".
           03 WKS-PM-NUM     PIC Z,ZZ9.

       01 WKS-LIN-CAPTURA.
           03 FILLER         PIC X(36)
               VALUE "LINEA DE CAPTURA PARA PAGO EN BANCO:".
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-LCP-LINEA  PIC X(30).

       01 WKS-SIN-MOV.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(30)
               VALUE "SIN SALDO PENDIENTE".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           DISPLAY SPACES ERASE.
           DISPLAY "ESTADO CONSOLIDADO POR CUENTA CORPORATIVA"
               LINE 01 POSITION 20.
           DISPLAY "CUENTA DESDE (999999): " LINE 03 POSITION 10.
           ACCEPT WKS-ID-DESDE LINE 03 POSITION 36.
           DISPLAY "CUENTA HASTA (0 = SOLO ESA): " LINE 04 POSITION 10.
           ACCEPT WKS-ID-HASTA LINE 04 POSITION 42.

           IF WKS-ID-HASTA = ZERO
               MOVE WKS-ID-DESDE TO WKS-ID-HASTA.

           MOVE ZERO TO WKS-FIN.
           OPEN INPUT ARC-COR.
           IF WKS-FS-COR = "35"
               DISPLAY "NO EXISTEN CUENTAS CORPORATIVAS"
                   LINE 06 POSITION 10
               MOVE 1 TO WKS-FIN
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1100-ABRE-RESTO.

       1100-ABRE-RESTO.
           OPEN INPUT ARC-MCR.
           OPEN INPUT CLIENTES.
           OPEN INPUT ARC-CXC.
           OPEN INPUT ARC-DIR.
           OPEN OUTPUT REP-ECO.

           COMPUTE COR-ID = WKS-ID-DESDE - 1.
           START ARC-COR KEY IS GREATER THAN COR-ID
               INVALID KEY MOVE 1 TO WKS-FIN.

       2000-PROCESO.
           READ ARC-COR NEXT
               AT END MOVE 1 TO WKS-FIN.

           IF WKS-FIN = ZERO
               IF COR-ID > WKS-ID-HASTA
                   MOVE 1 TO WKS-FIN
               ELSE
                   IF COR-ACTIVA
                       PERFORM 2100-GENERA-ESTADO.

      *-------------------UN ESTADO POR CUENTA---------------------*
       2100-GENERA-ESTADO.
           MOVE ZERO     TO WKS-TOT-CUENTA.
           MOVE ZERO     TO WKS-NUM-MIEMBROS.
           MOVE 99999999 TO WKS-VENC-MIN.

           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.

           MOVE COR-ID     TO WKS-EC-ID.
           MOVE COR-NOMBRE TO WKS-EC-NOM.
           MOVE WKS-ENC-COR TO LINEA.
           WRITE LINEA AFTER 2.

           PERFORM 2150-PON-DOMICILIO.

           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE ZERO TO WKS-FIN-MCR.
           IF WKS-FS-MCR = "35"
               MOVE 1 TO WKS-FIN-MCR
           ELSE
               MOVE COR-ID TO MCR-ID-COR
               START ARC-MCR KEY IS EQUAL TO MCR-ID-COR
                   INVALID KEY MOVE 1 TO WKS-FIN-MCR.

           PERFORM 2200-REVISA-MIEMBRO UNTIL WKS-FIN-MCR = 1.

           PERFORM 2500-PIE-CUENTA.
           ADD 1 TO WKS-TOT-EDOS.

      *    Sin registro de contacto la hoja sale sin domicilio,
      *    igual que en EDO-CTA.
       2150-PON-DOMICILIO.
           MOVE COR-ID TO DIR-ID-CLIENTE.

           IF WKS-FS-DIR = "35"
               MOVE "SIN DOMICILIO REGISTRADO" TO WKS-ED-CALLE
               MOVE SPACES TO WKS-ED-CIUDAD WKS-ED-RFC
               MOVE ZERO TO WKS-ED-CP
           ELSE
               READ ARC-DIR
                   INVALID KEY
                       MOVE "SIN DOMICILIO REGISTRADO"
                           TO WKS-ED-CALLE
                       MOVE SPACES TO WKS-ED-CIUDAD WKS-ED-RFC
                       MOVE ZERO TO WKS-ED-CP
                   NOT INVALID KEY
                       MOVE DIR-CALLE  TO WKS-ED-CALLE
                       MOVE DIR-CIUDAD TO WKS-ED-CIUDAD
                       MOVE DIR-CP     TO WKS-ED-CP
                       MOVE DIR-RFC    TO WKS-ED-RFC.

           MOVE WKS-ENC-DOM1 TO LINEA.
           WRITE LINEA AFTER 1.
           MOVE WKS-ENC-DOM2 TO LINEA.
           WRITE LINEA AFTER 1.

       2200-REVISA-MIEMBRO.
           READ ARC-MCR NEXT
               AT END MOVE 1 TO WKS-FIN-MCR.

           IF WKS-FIN-MCR = ZERO AND MCR-ID-COR NOT = COR-ID
               MOVE 1 TO WKS-FIN-MCR.

           IF WKS-FIN-MCR = ZERO
               PERFORM 2250-DESGLOSA-MIEMBRO.

       2250-DESGLOSA-MIEMBRO.
           ADD 1 TO WKS-NUM-MIEMBROS.
           MOVE ZERO TO WKS-SUB-MIEMBRO.

           MOVE MCR-ID-CLIENTE TO ID-CLIENTE.
           READ CLIENTES
               INVALID KEY
                   MOVE "*** NO EXISTE ***" TO NOM-CLI
                   MOVE ZERO TO ESTATUS-CLI.

           MOVE MCR-ID-CLIENTE TO WKS-MB-ID.
           MOVE NOM-CLI        TO WKS-MB-NOM.
           IF CLIENTE-ACTIVO
               MOVE SPACES TO WKS-MB-EST
           ELSE
               MOVE "BAJA" TO WKS-MB-EST.
           MOVE WKS-MIEMBRO TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE ZERO TO WKS-FIN-CXC.
           IF WKS-FS-CXC = "35"
               MOVE 1 TO WKS-FIN-CXC
           ELSE
               MOVE MCR-ID-CLIENTE TO CXC-ID-CLIENTE
               MOVE ZERO TO CXC-ANIO
               MOVE ZERO TO CXC-TIPO
               MOVE ZERO TO CXC-PARC
               START ARC-CXC KEY IS GREATER THAN CXC-LLAVE
                   INVALID KEY MOVE 1 TO WKS-FIN-CXC.

           PERFORM 2300-REVISA-PARTIDA UNTIL WKS-FIN-CXC = 1.

           IF WKS-SUB-MIEMBRO = ZERO
               MOVE WKS-SIN-MOV TO LINEA
               WRITE LINEA AFTER 1
           ELSE
               MOVE WKS-SUB-MIEMBRO TO WKS-ST-SALDO
               MOVE WKS-SUBTOTAL TO LINEA
               WRITE LINEA AFTER 1.

           ADD WKS-SUB-MIEMBRO TO WKS-TOT-CUENTA.

       2300-REVISA-PARTIDA.
           READ ARC-CXC NEXT
               AT END MOVE 1 TO WKS-FIN-CXC.

           IF WKS-FIN-CXC = ZERO
               IF CXC-ID-CLIENTE NOT = MCR-ID-CLIENTE
                   MOVE 1 TO WKS-FIN-CXC
               ELSE
                   IF CXC-SALDO > ZERO
                       PERFORM 2350-LISTA-PARTIDA.

      *    Solo lo que se paga con linea entra al consolidado; el
      *    credito y el suspenso del miembro los sigue descargando
      *    la carga de cargos de APLI-PAG.
       2350-LISTA-PARTIDA.
           EVALUATE CXC-TIPO
               WHEN 1
                   MOVE "CARGO ANUALIDAD"  TO WKS-CONCEPTO
               WHEN 2
                   MOVE "RECARGO MORA"     TO WKS-CONCEPTO
               WHEN 6
                   MOVE "OTRO CARGO"       TO WKS-CONCEPTO
               WHEN 8
                   MOVE "COLEGIATURA"      TO WKS-CONCEPTO
               WHEN OTHER
                   MOVE SPACES             TO WKS-CONCEPTO
           END-EVALUATE.

           IF WKS-CONCEPTO NOT = SPACES
               MOVE CXC-ANIO      TO WKS-DT-ANIO
               MOVE CXC-PARC      TO WKS-DT-PARC
               MOVE WKS-CONCEPTO  TO WKS-DT-CONC
               MOVE CXC-FEC-VENC  TO WKS-DT-VENC
               MOVE CXC-IMP-CARGO TO WKS-DT-CARGO
               MOVE CXC-IMP-ABONO TO WKS-DT-ABONO
               MOVE CXC-SALDO     TO WKS-DT-SALDO
               MOVE WKS-DET1 TO LINEA
               WRITE LINEA AFTER 1
               ADD CXC-SALDO TO WKS-SUB-MIEMBRO
               IF CXC-FEC-VENC < WKS-VENC-MIN
                   MOVE CXC-FEC-VENC TO WKS-VENC-MIN.

      *    La linea consolidada lleva el ID de la cuenta en el lugar
      *    del cliente.
       2500-PIE-CUENTA.
           MOVE WKS-NUM-MIEMBROS TO WKS-PM-NUM.
           MOVE WKS-PIE-MIEMBROS TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE WKS-TOT-CUENTA TO WKS-PIE-TOTAL.
           MOVE WKS-PIE TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE SPACES TO WKS-LCP-LINEA.
           IF WKS-TOT-CUENTA = ZERO
               MOVE "SIN SALDO QUE PAGAR" TO WKS-LCP-LINEA
           ELSE
               IF WKS-TOT-CUENTA > 99999.99
                   MOVE "PAGAR EN CAJA" TO WKS-LCP-LINEA
               ELSE
                   MOVE WKS-TOT-CUENTA TO WKS-LC-IMPORTE
                   CALL "LIN-CAP" USING COR-ID WKS-VENC-MIN
                       WKS-LC-IMPORTE WKS-LC-LINEA WKS-LC-STATUS
                   IF WKS-LC-STATUS = ZERO
                       MOVE WKS-LC-LINEA TO WKS-LCP-LINEA
                   ELSE
                       MOVE "PAGAR EN CAJA" TO WKS-LCP-LINEA.

           MOVE WKS-LIN-CAPTURA TO LINEA.
           WRITE LINEA AFTER 2.

       3000-FIN.
           IF WKS-FS-COR NOT = "35"
               CLOSE ARC-COR
               CLOSE REP-ECO
               IF WKS-FS-MCR NOT = "35"
                   CLOSE ARC-MCR
               END-IF
               IF WKS-FS-CLI NOT = "35"
                   CLOSE CLIENTES
               END-IF
               IF WKS-FS-CXC NOT = "35"
                   CLOSE ARC-CXC
               END-IF
               IF WKS-FS-DIR NOT = "35"
                   CLOSE ARC-DIR.

           DISPLAY "ESTADOS CONSOLIDADOS GENERADOS: " WKS-TOT-EDOS.
