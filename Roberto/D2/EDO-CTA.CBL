      *    de contacto -- el documento que hoy se arma a mano con
      *    tres listados, listo para enviarse con las cartas de
      *    renovacion.
      *    Al pie del estado se listan las partidas con saldo que el
      *    cliente puede pagar en el banco, cada una con su linea de
      *    captura de ARC-LCA (o armada con LIN-CAP si GEN-LCA aun
      *    no la genera).
      *    Cada pago aplicado se desglosa por partida con el detalle
      *    de aplicacion ARC-DAP de APLI-PAG (abono a anualidad,
      *    recargo, producto o lo apartado en suspenso); la linea
      *    aplicada antes de que hubiera detalle sale completa.
      *    El cargo con IVA sale por su base y el impuesto como
      *    movimiento aparte de la misma fecha.
      *    Cada nota de credito de NOT-CRE (registro ARC-NCR) sale
      *    como su propio abono, con su numero, en la fecha en que
      *    se emitio.
      *    El miembro de una cuenta corporativa activa recibe el
      *    estado en el domicilio de la empresa, y lo que le toco
      *    del pago consolidado de la empresa sale como sus propios
      *    abonos.
      *    Los cargos de anos depurados por DEP-CXC se toman del
      *    historico ARC-CXH, para que el estado salga igual que
      *    antes de la depuracion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
           SELECT ARC-CXH ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXH-LLAVE
               FILE STATUS IS WKS-FS-CXH.
           SELECT ARC-DIR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WKS-FS-DIR.
           SELECT ARC-LOG ASSIGN TO DISK
               FILE STATUS IS WKS-FS-LOG.
           SELECT ARC-LCA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCA-LLAVE
               FILE STATUS IS WKS-FS-LCA.
           SELECT ARC-DAP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAP-LLAVE
               FILE STATUS IS WKS-FS-DAP.
           SELECT ARC-NCR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-NCR.
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
           SELECT REP-EDO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CXC.
           COPY REGCXC.

       FD ARC-CXH.
           COPY REGCXH.

       FD ARC-DIR.
           COPY REGDIR.

       FD ARC-LOG.
           COPY REGLOG.

       FD ARC-LCA.
           COPY REGLCA.

       FD ARC-DAP.
           COPY REGDAP.

       FD ARC-NCR.
           COPY REGNCR.

       FD ARC-MCR.
           COPY REGMCR.

       FD ARC-COR.
           COPY REGCOR.

       FD REP-EDO.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-CXH        PIC XX.
       01 WKS-FS-DIR        PIC XX.
       01 WKS-FS-LOG        PIC XX.
       01 WKS-FS-LCA        PIC XX.
       01 WKS-FS-DAP        PIC XX.
       01 WKS-FS-NCR        PIC XX.
       01 WKS-FS-MCR        PIC XX.
       01 WKS-FS-COR        PIC XX.

      *    Domicilio al que sale el estado: el del cliente o, si
      *    pertenece a una cuenta corporativa activa, el de la
      *    empresa (guardado en ARC-DIR bajo el ID de la cuenta).
       01 WKS-DIR-ID        PIC 9(06).
       01 WKS-ULT-COR-LINEA PIC X(18).
       01 WKS-ULT-COR-FECHA PIC 9(06).

      *    Rango de clientes a imprimir; hasta en cero = solo el
      *    cliente desde.
       01 WKS-ID-HASTA      PIC 9(06).

      *    La linea de captura trae el cliente en los seis digitos
      *    iniciales y el importe despues de las letras, igual que
      *    la decodifica APLI-PAG.
           COPY LINCAP.

      *    Movimientos del cliente en turno, insertados en orden
      *    ascendente de fecha (igual que los anos en ALTTARJE).

       01 WKS-SALDO-COR     PIC S9(07)V99.

      *    Desglose del pago: se toman los registros del detalle de
      *    la linea hasta juntar su importe. Si el cliente pago dos
      *    veces la misma linea el mismo dia, la segunda captura
      *    sigue desde el ultimo consecutivo usado por la primera.
       01 WKS-FIN-DAP       PIC 9.
       01 WKS-SUMA-DAP      PIC 9(05)V99.
       01 WKS-ULT-LINEA     PIC X(18).
       01 WKS-ULT-FECHA     PIC 9(06).
       01 WKS-ULT-SEC       PIC 99.

      *    Partidas con saldo pagables con linea (tipos 1, 2 y 6),
      *    con su linea de captura, para el pie del estado.
       01 WKS-MAX-LIN       PIC 99 VALUE 20.
       01 WKS-NUM-LIN       PIC 99 VALUE ZERO.
       01 WKS-LC-LINEA      PIC X(18).
       01 WKS-LC-STATUS     PIC 9.

       01 T-LINEAS.
           03 T-LIN OCCURS 20 TIMES.
               05 T-LN-ANIO  PIC 9(04).
               05 T-LN-PARC  PIC 99.
               05 T-LN-CONC  PIC X(16).
               05 T-LN-SALDO PIC 9(05)V99.
               05 T-LN-LINEA PIC X(18).

       01 WKS-TOT-EDOS      PIC 9(05) VALUE ZERO.

       77 WKS-FIN           PIC 9.
       77 WKS-FIN-CXC       PIC 9.
       77 WKS-FIN-LOG       PIC 9.
       77 WKS-FIN-NCR       PIC 9.
       77 WKS-I             PIC 999.

      *------VARIABLES-DE-REPORTE-----------*
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-EC-NOM     PIC X(30).

       01 WKS-ENC-PAGA.
           03 FILLER         PIC X(11) VALUE "PAGA:      ".
           03 WKS-EP-ID      PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-EP-NOM     PIC X(30).

       01 WKS-ENC-DOM1.
           03 FILLER         PIC X(11) VALUE "DOMICILIO: ".
           03 WKS-ED-CALLE   PIC X(30).
           03 FILLER         PIC X(13) VALUE "SALDO FINAL: ".
           03 WKS-PIE-SALDO  PIC $$$,$$9.99-.

       01 WKS-ENC-LIN.
           03 FILLER         PIC X(40)
               VALUE "LINEAS DE CAPTURA PARA PAGO EN BANCO".

       01 WKS-DET-LIN.
           03 WKS-DL-ANIO    PIC 9(04).
           03 FILLER         PIC X(01) VALUE "/".
           03 WKS-DL-PARC    PIC 99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DL-CONC    PIC X(16).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DL-SALDO   PIC $$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DL-LINEA   PIC X(18).

       01 WKS-SIN-MOV.
           03 FILLER         PIC X(30)
               VALUE "SIN MOVIMIENTOS REGISTRADOS".
               CLOSE CLIENTES
           ELSE
               OPEN INPUT ARC-DIR
               OPEN INPUT ARC-CXH
               OPEN INPUT ARC-LCA
               OPEN INPUT ARC-DAP
               OPEN INPUT ARC-MCR
               OPEN INPUT ARC-COR
               OPEN OUTPUT REP-EDO
               PERFORM 1200-POSICIONA-CLIENTES.

      *-------------------UN ESTADO POR CLIENTE--------------------*
       2100-GENERA-ESTADO.
           MOVE ZERO TO WKS-NUM-MOV.
           MOVE ZERO TO WKS-NUM-LIN.

           PERFORM 2200-JUNTA-CARTERA.
           PERFORM 2300-JUNTA-PAGOS.
           PERFORM 2450-JUNTA-NOTAS.
           PERFORM 2500-IMPRIME-ESTADO.

           ADD 1 TO WKS-TOT-EDOS.

           PERFORM 2250-REVISA-PARTIDA UNTIL WKS-FIN-CXC = 1.

           IF WKS-FS-CXH NOT = "35"
               PERFORM 2280-JUNTA-HISTORICO.

       2250-REVISA-PARTIDA.
           READ ARC-CXC NEXT
               AT END MOVE 1 TO WKS-FIN-CXC.
               ELSE
                   PERFORM 2260-AGREGA-PARTIDA.

      *    Partidas ya pasadas al historico: la imagen se toma en el
      *    registro de la cartera y entra igual que las vivas.
       2280-JUNTA-HISTORICO.
           MOVE ZERO TO WKS-FIN-CXC.
           MOVE ID-CLIENTE TO CXH-ID-CLIENTE.
           MOVE ZERO TO CXH-ANIO.
           MOVE ZERO TO CXH-TIPO.
           MOVE ZERO TO CXH-PARC.
           START ARC-CXH KEY IS GREATER THAN CXH-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-CXC.

           PERFORM 2290-REVISA-HISTORICO UNTIL WKS-FIN-CXC = 1.

       2290-REVISA-HISTORICO.
           READ ARC-CXH NEXT
               AT END MOVE 1 TO WKS-FIN-CXC.

           IF WKS-FIN-CXC = ZERO
               IF CXH-ID-CLIENTE NOT = ID-CLIENTE
                   MOVE 1 TO WKS-FIN-CXC
               ELSE
                   MOVE REG-CXH (1:81) TO REG-CXC
                   PERFORM 2260-AGREGA-PARTIDA.

      *    El credito de baja (tipo 3) entra como abono a favor; los
      *    demas tipos entran por su cargo, separado en base e IVA.
       2260-AGREGA-PARTIDA.
           MOVE CXC-FEC-VENC TO WKS-MOV-FECHA.
           MOVE ZERO TO WKS-MOV-CARGO.
               WHEN 3
                   MOVE "CREDITO A FAVOR"  TO WKS-MOV-CONC
                   MOVE CXC-IMP-ABONO      TO WKS-MOV-ABONO
               WHEN 7
                   MOVE "CREDITO REFERIDO" TO WKS-MOV-CONC
                   MOVE CXC-IMP-ABONO      TO WKS-MOV-ABONO
               WHEN 8
                   MOVE "COLEGIATURA"      TO WKS-MOV-CONC
                   MOVE CXC-IMP-CARGO      TO WKS-MOV-CARGO
               WHEN OTHER
                   MOVE "OTRO CARGO"       TO WKS-MOV-CONC
                   MOVE CXC-IMP-CARGO      TO WKS-MOV-CARGO
           END-EVALUATE.

           IF WKS-MOV-CARGO > ZERO AND CXC-IVA > ZERO
               SUBTRACT CXC-IVA FROM WKS-MOV-CARGO.

           IF WKS-MOV-CARGO > ZERO OR WKS-MOV-ABONO > ZERO
               PERFORM 2400-INSERTA-MOVTO.

           IF CXC-TIPO NOT = 3 AND CXC-IVA > ZERO
               MOVE "IVA TRASLADADO"   TO WKS-MOV-CONC
               MOVE CXC-IVA            TO WKS-MOV-CARGO
               MOVE ZERO               TO WKS-MOV-ABONO
               PERFORM 2400-INSERTA-MOVTO.

      *    El credito ya devuelto por DEV-CRE lleva el importe
      *    pagado al cliente en el cargo; sale como su propio
      *    movimiento para que el saldo a favor se cancele.
           IF CXC-TIPO = 3 AND CXC-IMP-CARGO > ZERO
               MOVE "CREDITO DEVUELTO"  TO WKS-MOV-CONC
               MOVE CXC-IMP-CARGO       TO WKS-MOV-CARGO
               MOVE ZERO                TO WKS-MOV-ABONO
               PERFORM 2400-INSERTA-MOVTO.

           IF CXC-SALDO > ZERO
               IF CXC-TIPO = 1 OR CXC-TIPO = 2 OR CXC-TIPO = 6
                       OR CXC-TIPO = 8
                   PERFORM 2270-AGREGA-LINEA.

      *    La linea de la partida viene de ARC-LCA; si GEN-LCA aun
      *    no corre, o la partida cambio de saldo despues de su
      *    ultima corrida, se arma con el saldo y el vencimiento.
       2270-AGREGA-LINEA.
           MOVE SPACES TO WKS-LC-LINEA.
           IF WKS-FS-LCA NOT = "35"
               MOVE CXC-LLAVE TO LCA-LLAVE
               READ ARC-LCA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LCA-IMPORTE = CXC-SALDO
                           MOVE LCA-LINEA TO WKS-LC-LINEA.

           IF WKS-LC-LINEA = SPACES
               CALL "LIN-CAP" USING CXC-ID-CLIENTE CXC-FEC-VENC
                   CXC-SALDO WKS-LC-LINEA WKS-LC-STATUS.

           IF WKS-NUM-LIN < WKS-MAX-LIN
               ADD 1 TO WKS-NUM-LIN
               MOVE CXC-ANIO      TO T-LN-ANIO (WKS-NUM-LIN)
               MOVE CXC-PARC      TO T-LN-PARC (WKS-NUM-LIN)
               MOVE WKS-MOV-CONC  TO T-LN-CONC (WKS-NUM-LIN)
               MOVE CXC-SALDO     TO T-LN-SALDO (WKS-NUM-LIN)
               MOVE WKS-LC-LINEA  TO T-LN-LINEA (WKS-NUM-LIN)
           ELSE
               DISPLAY "TABLA DE LINEAS LLENA, CLIENTE "
                   ID-CLIENTE.

      *    Pagos aplicados del cliente desde la bitacora; cada
      *    pasada reabre el archivo, igual que MANT-APR reabre
      *    ARC-PRO en sus validaciones.
       2300-JUNTA-PAGOS.
           MOVE ZERO TO WKS-FIN-LOG.
           MOVE SPACES TO WKS-ULT-LINEA.
           MOVE SPACES TO WKS-ULT-COR-LINEA.
           OPEN INPUT ARC-LOG.
           IF WKS-FS-LOG = "35"
               CONTINUE
       2350-REVISA-LINEA.
           IF LOG-ESTADO = "APLICADA"
               MOVE LOG-LINEA TO WKS-LINEA-CAP
               PERFORM 2360-IMPORTE-LINEA
               IF WKS-CAP-CLIENTE = ID-CLIENTE
                   STRING "20" DELIMITED BY SIZE
                          LOG-FECHA DELIMITED BY SIZE
                          INTO WKS-MOV-FECHA
                   PERFORM 2370-DESGLOSA-PAGO
               ELSE
                   IF LINEA-CORPORATIVA
                       PERFORM 2395-PAGO-CORPORATIVO.

           READ ARC-LOG
               AT END MOVE 1 TO WKS-FIN-LOG.

      *    La linea larga (marca de version 2) trae el importe con
      *    centavos; la corta, en pesos enteros.
       2360-IMPORTE-LINEA.
           IF LINEA-LARGA
               MOVE WKS-CL-IMPORTE TO WKS-CAP-IMPORTE
           ELSE
               MOVE WKS-CC-IMPORTE TO WKS-CAP-IMPORTE.

       2370-DESGLOSA-PAGO.
           MOVE ZERO TO WKS-SUMA-DAP.
           MOVE ZERO TO WKS-FIN-DAP.

           IF WKS-FS-DAP = "35"
               MOVE 1 TO WKS-FIN-DAP
           ELSE
               PERFORM 2375-POSICIONA-DETALLE.

           PERFORM 2380-LEE-DETALLE UNTIL WKS-FIN-DAP = 1.

           IF WKS-SUMA-DAP = ZERO
               MOVE "PAGO APLICADO" TO WKS-MOV-CONC
               MOVE ZERO            TO WKS-MOV-CARGO
               MOVE WKS-CAP-IMPORTE TO WKS-MOV-ABONO
               PERFORM 2400-INSERTA-MOVTO.

           MOVE LOG-LINEA TO WKS-ULT-LINEA.
           MOVE LOG-FECHA TO WKS-ULT-FECHA.

       2375-POSICIONA-DETALLE.
           MOVE LOG-LINEA TO DAP-LINEA.
           MOVE LOG-FECHA TO DAP-FECHA.
           IF LOG-LINEA = WKS-ULT-LINEA AND LOG-FECHA = WKS-ULT-FECHA
               MOVE WKS-ULT-SEC TO DAP-SEC
           ELSE
               MOVE ZERO TO WKS-ULT-SEC
               MOVE ZERO TO DAP-SEC.

           START ARC-DAP KEY IS GREATER THAN DAP-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-DAP.

       2380-LEE-DETALLE.
           READ ARC-DAP NEXT
               AT END MOVE 1 TO WKS-FIN-DAP.

           IF WKS-FIN-DAP = ZERO
               IF DAP-LINEA NOT = LOG-LINEA
                       OR DAP-FECHA NOT = LOG-FECHA
                   MOVE 1 TO WKS-FIN-DAP
               ELSE
                   IF DAP-APLICADO
                       PERFORM 2390-AGREGA-ABONO.

       2390-AGREGA-ABONO.
           PERFORM 2392-INSERTA-ABONO.

           MOVE DAP-SEC TO WKS-ULT-SEC.
           ADD DAP-IMPORTE TO WKS-SUMA-DAP.
           IF WKS-SUMA-DAP >= WKS-CAP-IMPORTE
               MOVE 1 TO WKS-FIN-DAP.

       2392-INSERTA-ABONO.
           EVALUATE DAP-TIPO
               WHEN 1
                   MOVE "ABONO ANUALIDAD" TO WKS-MOV-CONC
               WHEN 2
                   MOVE "ABONO RECARGO"   TO WKS-MOV-CONC
               WHEN 4
                   MOVE "PAGO A SUSPENSO" TO WKS-MOV-CONC
               WHEN 6
                   MOVE "ABONO PRODUCTO"  TO WKS-MOV-CONC
               WHEN 8
                   MOVE "PAGO COLEGIATURA" TO WKS-MOV-CONC
               WHEN OTHER
                   MOVE "PAGO APLICADO"   TO WKS-MOV-CONC
           END-EVALUATE.
           MOVE ZERO        TO WKS-MOV-CARGO.
           MOVE DAP-IMPORTE TO WKS-MOV-ABONO.
           PERFORM 2400-INSERTA-MOVTO.

      *    Linea consolidada de una cuenta corporativa: de su
      *    detalle solo entran las partidas de este cliente. El
      *    recorrido toma todas las capturas de la linea en la
      *    fecha, asi que la misma linea capturada dos veces el
      *    mismo dia se desglosa una sola vez.
       2395-PAGO-CORPORATIVO.
           IF WKS-FS-DAP NOT = "35"
               IF LOG-LINEA NOT = WKS-ULT-COR-LINEA
                       OR LOG-FECHA NOT = WKS-ULT-COR-FECHA
                   PERFORM 2396-RECORRE-CORPORATIVO.

       2396-RECORRE-CORPORATIVO.
           MOVE LOG-LINEA TO WKS-ULT-COR-LINEA.
           MOVE LOG-FECHA TO WKS-ULT-COR-FECHA.
           STRING "20" DELIMITED BY SIZE
                  LOG-FECHA DELIMITED BY SIZE
                  INTO WKS-MOV-FECHA.

           MOVE ZERO TO WKS-FIN-DAP.
           MOVE LOG-LINEA TO DAP-LINEA.
           MOVE LOG-FECHA TO DAP-FECHA.
           MOVE ZERO      TO DAP-SEC.
           START ARC-DAP KEY IS GREATER THAN DAP-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-DAP.

           PERFORM 2397-LEE-DETALLE-COR UNTIL WKS-FIN-DAP = 1.

       2397-LEE-DETALLE-COR.
           READ ARC-DAP NEXT
               AT END MOVE 1 TO WKS-FIN-DAP.

           IF WKS-FIN-DAP = ZERO
               IF DAP-LINEA NOT = LOG-LINEA
                       OR DAP-FECHA NOT = LOG-FECHA
                   MOVE 1 TO WKS-FIN-DAP
               ELSE
                   IF DAP-APLICADO AND DAP-ID-CLIENTE = ID-CLIENTE
                       PERFORM 2392-INSERTA-ABONO.

      *    Insercion ordenada por fecha, recorriendo hacia abajo los
      *    movimientos posteriores para abrir espacio.
       2400-INSERTA-MOVTO.
       2440-DESPLAZA-MOVTO.
           MOVE T-MOV (WKS-DESPL - 1) TO T-MOV (WKS-DESPL).

      *    Notas de credito del cliente desde el registro; se reabre
      *    en cada estado igual que la bitacora.
       2450-JUNTA-NOTAS.
           MOVE ZERO TO WKS-FIN-NCR.
           OPEN INPUT ARC-NCR.
           IF WKS-FS-NCR = "35"
               CONTINUE
           ELSE
               READ ARC-NCR
                   AT END MOVE 1 TO WKS-FIN-NCR
               END-READ

               PERFORM 2460-REVISA-NOTA UNTIL WKS-FIN-NCR = 1

               CLOSE ARC-NCR.

       2460-REVISA-NOTA.
           IF NCR-ID-CLIENTE = ID-CLIENTE
               MOVE NCR-FECHA       TO WKS-MOV-FECHA
               MOVE SPACES          TO WKS-MOV-CONC
               STRING "NOTA CRED " DELIMITED BY SIZE
                      NCR-NUMERO (7:6) DELIMITED BY SIZE
                      INTO WKS-MOV-CONC
               MOVE ZERO            TO WKS-MOV-CARGO
               MOVE NCR-IMPORTE     TO WKS-MOV-ABONO
               PERFORM 2400-INSERTA-MOVTO.

           READ ARC-NCR
               AT END MOVE 1 TO WKS-FIN-NCR.

      *-------------------IMPRESION--------------------------------*
       2500-IMPRIME-ESTADO.
           MOVE WKS-ENCA TO LINEA.
               MOVE WKS-PIE TO LINEA
               WRITE LINEA AFTER 2.

           IF WKS-NUM-LIN > ZERO
               MOVE WKS-ENC-LIN TO LINEA
               WRITE LINEA AFTER 2
               PERFORM 2650-IMPRIME-LINEA
                   VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-NUM-LIN.

      *    Sin registro de contacto, el estado sale sin domicilio;
      *    la carta igual sirve en ventanilla.
       2550-PON-DOMICILIO.
           PERFORM 2540-BUSCA-PAGADOR.
           MOVE WKS-DIR-ID TO DIR-ID-CLIENTE.

           IF WKS-FS-DIR = "35"
               MOVE "SIN DOMICILIO REGISTRADO" TO WKS-ED-CALLE
           MOVE WKS-ENC-DOM2 TO LINEA.
           WRITE LINEA AFTER 1.

      *    Miembro de una cuenta corporativa activa: el estado va a
      *    la empresa, con su nombre arriba del domicilio.
       2540-BUSCA-PAGADOR.
           MOVE ID-CLIENTE TO WKS-DIR-ID.
           IF WKS-FS-MCR NOT = "35" AND WKS-FS-COR NOT = "35"
               MOVE ID-CLIENTE TO MCR-ID-CLIENTE
               READ ARC-MCR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2545-LEE-CUENTA.

       2545-LEE-CUENTA.
           MOVE MCR-ID-COR TO COR-ID.
           READ ARC-COR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COR-ACTIVA
                       MOVE COR-ID TO WKS-DIR-ID
                       MOVE COR-ID     TO WKS-EP-ID
                       MOVE COR-NOMBRE TO WKS-EP-NOM
                       MOVE WKS-ENC-PAGA TO LINEA
                       WRITE LINEA AFTER 1.

       2600-IMPRIME-MOVTO.
           COMPUTE WKS-SALDO-COR = WKS-SALDO-COR
               + T-MV-CARGO (WKS-I) - T-MV-ABONO (WKS-I).
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

       2650-IMPRIME-LINEA.
           MOVE T-LN-ANIO (WKS-I)  TO WKS-DL-ANIO.
           MOVE T-LN-PARC (WKS-I)  TO WKS-DL-PARC.
           MOVE T-LN-CONC (WKS-I)  TO WKS-DL-CONC.
           MOVE T-LN-SALDO (WKS-I) TO WKS-DL-SALDO.
           IF T-LN-LINEA (WKS-I) = SPACES
               MOVE "PAGAR EN CAJA" TO WKS-DL-LINEA
           ELSE
               MOVE T-LN-LINEA (WKS-I) TO WKS-DL-LINEA.
           MOVE WKS-DET-LIN TO LINEA.
           WRITE LINEA AFTER 1.

       3000-FIN.
           IF WKS-FS-CLI NOT = "35" AND WKS-FS-CXC NOT = "35"
               CLOSE CLIENTES
               CLOSE ARC-CXC
               CLOSE REP-EDO
               IF WKS-FS-DIR NOT = "35"
                   CLOSE ARC-DIR
               END-IF
               IF WKS-FS-CXH NOT = "35"
                   CLOSE ARC-CXH
               END-IF
               IF WKS-FS-LCA NOT = "35"
                   CLOSE ARC-LCA
               END-IF
               IF WKS-FS-DAP NOT = "35"
                   CLOSE ARC-DAP
               END-IF
               IF WKS-FS-MCR NOT = "35"
                   CLOSE ARC-MCR
               END-IF
               IF WKS-FS-COR NOT = "35"
                   CLOSE ARC-COR.

           DISPLAY "ESTADOS DE CUENTA GENERADOS: " WKS-TOT-EDOS.
