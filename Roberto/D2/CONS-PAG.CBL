      *    recargos (tipo 2), y la imprime con el RFC y el domicilio
      *    del archivo de contacto para que sirva en la declaracion
      *    del cliente. Nadie vuelve a sumarla de listados en enero.
      *    Lo pagado se desglosa en base e IVA trasladado: de cada
      *    partida se toma como IVA pagado la parte de sus abonos
      *    proporcional al IVA de su cargo.
      *    Las partidas de anos depurados por DEP-CXC se leen del
      *    historico ARC-CXH junto con lo que siga en la cartera.
      *    Las notas de credito de NOT-CRE (ARC-NCR) entran a la
      *    partida como abono pero no son dinero pagado: su importe
      *    y su IVA se descuentan de la partida que rebajan, asi que
      *    la constancia no las reporta como pago.
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
               RECORD KEY IS DIR-ID-CLIENTE
               FILE STATUS IS WKS-FS-DIR.
           SELECT ARC-NCR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-NCR.
           SELECT REP-CPA ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CXC.
           COPY REGCXC.

       FD ARC-CXH.
           COPY REGCXH.

       FD ARC-DIR.
           COPY REGDIR.

       FD ARC-NCR.
           COPY REGNCR.

       FD REP-CPA.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-CXH        PIC XX.
       01 WKS-FS-DIR        PIC XX.
       01 WKS-FS-NCR        PIC XX.

       01 WKS-ANIO          PIC 9(04).
       01 WKS-ID-DESDE      PIC 9(06).
       01 WKS-ABO-ANUAL     PIC 9(07)V99.
       01 WKS-ABO-RECAR     PIC 9(07)V99.
       01 WKS-ABO-TOTAL     PIC 9(08)V99.
       01 WKS-ABO-IVA       PIC 9(07)V99.
       01 WKS-ABO-BASE      PIC 9(08)V99.
       01 WKS-IVA-PARTIDA   PIC 9(07)V99.

      *    Partida sin las notas de credito que la rebajan.
       01 WKS-NCR-IMP       PIC 9(07)V99.
       01 WKS-NCR-IVA       PIC 9(07)V99.
       01 WKS-ABO-PART      PIC 9(07)V99.
       01 WKS-CAR-PART      PIC 9(07)V99.
       01 WKS-IVA-CARGO     PIC 9(07)V99.

      *    Notas de credito del cliente en el ano de la constancia,
      *    de anualidad y recargos.
       01 WKS-MAX-NOT       PIC 99 VALUE 50.
       01 WKS-NUM-NOT       PIC 99.
       01 WKS-IN            PIC 99.
       01 T-NOTAS.
           03 T-NOTA OCCURS 50 TIMES.
               05 T-NT-TIPO     PIC 9.
               05 T-NT-PARC     PIC 99.
               05 T-NT-IMPORTE  PIC 9(05)V99.
               05 T-NT-IVA      PIC 9(05)V99.

       01 WKS-TOT-CONST     PIC 9(05) VALUE ZERO.

       77 WKS-FIN           PIC 9.
       77 WKS-FIN-CXC       PIC 9.
       77 WKS-FIN-NCR       PIC 9.

      *------LINEAS DE LA CONSTANCIA--------*
       01 WKS-CON-TITULO.
               VALUE "PAGADO POR RECARGOS:     ".
           03 WKS-CG-MTO     PIC $$$,$$9.99.

       01 WKS-CON-BASE.
           03 FILLER         PIC X(26)
               VALUE "SUBTOTAL SIN IVA:        ".
           03 WKS-CB-MTO     PIC $$$$,$$9.99.

       01 WKS-CON-IVA.
           03 FILLER         PIC X(26)
               VALUE "IVA TRASLADADO PAGADO:   ".
           03 WKS-CI-MTO     PIC $$$$,$$9.99.

       01 WKS-CON-TOTAL.
           03 FILLER         PIC X(26)
               VALUE "TOTAL PAGADO EN EL ANO:  ".
               CLOSE CLIENTES
           ELSE
               OPEN INPUT ARC-DIR
               OPEN INPUT ARC-CXH
               OPEN OUTPUT REP-CPA
               COMPUTE ID-CLIENTE = WKS-ID-DESDE - 1
               START CLIENTES KEY IS GREATER THAN ID-CLIENTE
       2200-SUMA-ABONOS.
           MOVE ZERO TO WKS-ABO-ANUAL.
           MOVE ZERO TO WKS-ABO-RECAR.
           MOVE ZERO TO WKS-ABO-IVA.
           MOVE ZERO TO WKS-FIN-CXC.

           PERFORM 2210-JUNTA-NOTAS.

           MOVE ID-CLIENTE TO CXC-ID-CLIENTE.
           MOVE WKS-ANIO   TO CXC-ANIO.
           MOVE ZERO       TO CXC-TIPO.

           PERFORM 2250-REVISA-PARTIDA UNTIL WKS-FIN-CXC = 1.

           IF WKS-FS-CXH NOT = "35"
               PERFORM 2280-SUMA-HISTORICO.

           COMPUTE WKS-ABO-TOTAL =
               WKS-ABO-ANUAL + WKS-ABO-RECAR.
           COMPUTE WKS-ABO-BASE = WKS-ABO-TOTAL - WKS-ABO-IVA.

      *    Notas de credito del cliente desde el registro; se reabre
      *    en cada constancia igual que en el estado de cuenta.
       2210-JUNTA-NOTAS.
           MOVE ZERO TO WKS-NUM-NOT.
           MOVE ZERO TO WKS-FIN-NCR.
           OPEN INPUT ARC-NCR.
           IF WKS-FS-NCR = "35"
               CONTINUE
           ELSE
               READ ARC-NCR
                   AT END MOVE 1 TO WKS-FIN-NCR
               END-READ

               PERFORM 2220-REVISA-NOTA UNTIL WKS-FIN-NCR = 1

               CLOSE ARC-NCR.

       2220-REVISA-NOTA.
           IF NCR-ID-CLIENTE = ID-CLIENTE AND NCR-ANIO = WKS-ANIO
                   AND (NCR-TIPO = 1 OR NCR-TIPO = 2)
               PERFORM 2230-GUARDA-NOTA.

           READ ARC-NCR
               AT END MOVE 1 TO WKS-FIN-NCR.

       2230-GUARDA-NOTA.
           IF WKS-NUM-NOT >= WKS-MAX-NOT
               DISPLAY "TABLA DE NOTAS LLENA, CLIENTE " ID-CLIENTE
           ELSE
               ADD 1 TO WKS-NUM-NOT
               MOVE NCR-TIPO    TO T-NT-TIPO (WKS-NUM-NOT)
               MOVE NCR-PARC    TO T-NT-PARC (WKS-NUM-NOT)
               MOVE NCR-IMPORTE TO T-NT-IMPORTE (WKS-NUM-NOT)
               MOVE NCR-IVA     TO T-NT-IVA (WKS-NUM-NOT).

       2250-REVISA-PARTIDA.
           READ ARC-CXC NEXT
                       OR CXC-ANIO NOT = WKS-ANIO
                   MOVE 1 TO WKS-FIN-CXC
               ELSE
                   PERFORM 2260-SUMA-PARTIDA.

      *    Abono, cargo e IVA de la partida se toman sin las notas
      *    de credito que la rebajan: lo que queda es lo pagado.
       2260-SUMA-PARTIDA.
           IF CXC-TIPO = 1 OR CXC-TIPO = 2
               PERFORM 2265-DESCUENTA-NOTAS.

           IF CXC-TIPO = 1
               ADD WKS-ABO-PART TO WKS-ABO-ANUAL
           ELSE
               IF CXC-TIPO = 2
                   ADD WKS-ABO-PART TO WKS-ABO-RECAR.

           IF (CXC-TIPO = 1 OR CXC-TIPO = 2) AND WKS-IVA-CARGO > ZERO
                   AND WKS-CAR-PART > ZERO
               PERFORM 2270-IVA-PAGADO.

       2265-DESCUENTA-NOTAS.
           MOVE ZERO TO WKS-NCR-IMP.
           MOVE ZERO TO WKS-NCR-IVA.
           PERFORM 2266-SUMA-NOTA
               VARYING WKS-IN FROM 1 BY 1 UNTIL WKS-IN > WKS-NUM-NOT.

           IF CXC-IMP-ABONO > WKS-NCR-IMP
               COMPUTE WKS-ABO-PART = CXC-IMP-ABONO - WKS-NCR-IMP
           ELSE
               MOVE ZERO TO WKS-ABO-PART.
           IF CXC-IMP-CARGO > WKS-NCR-IMP
               COMPUTE WKS-CAR-PART = CXC-IMP-CARGO - WKS-NCR-IMP
           ELSE
               MOVE ZERO TO WKS-CAR-PART.
           IF CXC-IVA > WKS-NCR-IVA
               COMPUTE WKS-IVA-CARGO = CXC-IVA - WKS-NCR-IVA
           ELSE
               MOVE ZERO TO WKS-IVA-CARGO.

       2266-SUMA-NOTA.
           IF T-NT-TIPO (WKS-IN) = CXC-TIPO
                   AND T-NT-PARC (WKS-IN) = CXC-PARC
               ADD T-NT-IMPORTE (WKS-IN) TO WKS-NCR-IMP
               ADD T-NT-IVA (WKS-IN)     TO WKS-NCR-IVA.

      *    Partidas del ano ya pasadas al historico: la imagen se
      *    toma en el registro de la cartera y se suma igual.
       2280-SUMA-HISTORICO.
           MOVE ZERO TO WKS-FIN-CXC.
           MOVE ID-CLIENTE TO CXH-ID-CLIENTE.
           MOVE WKS-ANIO   TO CXH-ANIO.
           MOVE ZERO       TO CXH-TIPO.
           MOVE ZERO       TO CXH-PARC.
           START ARC-CXH KEY IS GREATER THAN CXH-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-CXC.

           PERFORM 2290-REVISA-HISTORICO UNTIL WKS-FIN-CXC = 1.

       2290-REVISA-HISTORICO.
           READ ARC-CXH NEXT
               AT END MOVE 1 TO WKS-FIN-CXC.

           IF WKS-FIN-CXC = ZERO
               IF CXH-ID-CLIENTE NOT = ID-CLIENTE
                       OR CXH-ANIO NOT = WKS-ANIO
                   MOVE 1 TO WKS-FIN-CXC
               ELSE
                   MOVE REG-CXH (1:81) TO REG-CXC
                   PERFORM 2260-SUMA-PARTIDA.

      *    Un abono mayor que el cargo no paga mas IVA que el del
      *    cargo.
       2270-IVA-PAGADO.
           IF WKS-ABO-PART >= WKS-CAR-PART
               MOVE WKS-IVA-CARGO TO WKS-IVA-PARTIDA
           ELSE
               COMPUTE WKS-IVA-PARTIDA ROUNDED =
                   WKS-ABO-PART * WKS-IVA-CARGO / WKS-CAR-PART.
           ADD WKS-IVA-PARTIDA TO WKS-ABO-IVA.

       2500-IMPRIME-CONSTANCIA.
           MOVE WKS-ANIO TO WKS-CT-ANIO.
           MOVE WKS-CON-RECAR TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE WKS-ABO-BASE TO WKS-CB-MTO.
           MOVE WKS-CON-BASE TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE WKS-ABO-IVA  TO WKS-CI-MTO.
           MOVE WKS-CON-IVA  TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE WKS-ABO-TOTAL TO WKS-CN-MTO.
           MOVE WKS-CON-TOTAL TO LINEA.
           WRITE LINEA AFTER 1.
               CLOSE ARC-CXC
               CLOSE REP-CPA
               IF WKS-FS-DIR NOT = "35"
                   CLOSE ARC-DIR
               END-IF
               IF WKS-FS-CXH NOT = "35"
                   CLOSE ARC-CXH.

           DISPLAY "CONSTANCIAS GENERADAS: " WKS-TOT-CONST.
