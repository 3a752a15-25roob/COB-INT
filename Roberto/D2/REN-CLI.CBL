       IDENTIFICATION DIVISION.
       PROGRAM-ID. REN-CLI.
      *    Rentabilidad de vida del cliente: lo que cada cliente ha
      *    dejado despues de las perdidas, no solo lo que se le
      *    factura. De la cartera ARC-CXC suma lo cargado (anualidad,
      *    recargos y productos adicionales tipo 6) y lo abonado, y
      *    le resta los castigos de ARC-CAS, las condonaciones de
      *    ARC-CON, las notas de credito de ARC-NCR, la comision de
      *    los cheques devueltos (lo que CHQ-DEV cargo en la partida
      *    de recargos, segun la pista ARC-AUC) y el credito de baja
      *    que quedo por devolver (partida tipo 3). El neto se
      *    acumula en el archivo de trabajo ARC-REN por cliente y se
      *    imprime cliente por cliente, resumido por clase de
      *    tarjeta, sucursal del alta (SUC-CLI), anos desde el
      *    ingreso (FEC-ING) y campana de promocion (CAMP-CLI), con
      *    los diez clientes menos y mas rentables al final -- para
      *    que mercadotecnia sepa que campanas trajeron buenos
      *    clientes y no solo muchos.
      *    El credito de baja que MANT-CLI abona directo al saldo
      *    abierto del ano de la baja no deja partida propia: ya
      *    viene dentro de lo abonado y no sale como perdida.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
           SELECT ARC-CAS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CAS.
           SELECT ARC-CON ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CON.
           SELECT ARC-NCR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-NCR.
           SELECT ARC-AUC ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUC.
      *    Acumulado de trabajo por cliente, se rehace cada corrida.
           SELECT ARC-REN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REN-ID-CLIENTE
               FILE STATUS IS WKS-FS-REN.
           SELECT REP-REN ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CXC.
           COPY REGCXC.

       FD CLIENTES.
           COPY REGCLI.

      *    Mismo registro que graba CAST-CXC.
       FD ARC-CAS.
       01 REG-CAS.
           03 CAS-FECHA      PIC 9(08).
           03 CAS-OPERADOR   PIC X(08).
           03 CAS-ID-CLIENTE PIC 9(06).
           03 CAS-ANIO       PIC 9(04).
           03 CAS-TIPO       PIC 9.
           03 CAS-PARC       PIC 99.
           03 CAS-IMPORTE    PIC 9(05)V99.
           03 CAS-MOTIVO     PIC 99.

      *    Mismo registro que graba COND-REC.
       FD ARC-CON.
       01 REG-CON.
           03 CON-FECHA      PIC 9(08).
           03 CON-OPERADOR   PIC X(08).
           03 CON-ID-CLIENTE PIC 9(06).
           03 CON-ANIO       PIC 9(04).
           03 CON-PARC       PIC 99.
           03 CON-IMPORTE    PIC 9(05)V99.
           03 CON-MOTIVO     PIC 99.

       FD ARC-NCR.
           COPY REGNCR.

       FD ARC-AUC.
           COPY REGAUC.

       FD ARC-REN.
       01 REG-REN.
           03 REN-ID-CLIENTE PIC 9(06).
           03 REN-FACTURADO  PIC 9(09)V99.
           03 REN-COBRADO    PIC 9(09)V99.
           03 REN-SALDO      PIC 9(09)V99.
           03 REN-CASTIGOS   PIC 9(09)V99.
           03 REN-CONDONADO  PIC 9(09)V99.
           03 REN-NOTAS      PIC 9(09)V99.
           03 REN-CHEQUES    PIC 9(09)V99.
           03 REN-CRED-BAJA  PIC 9(09)V99.

       FD REP-REN.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-CAS        PIC XX.
       01 WKS-FS-CON        PIC XX.
       01 WKS-FS-NCR        PIC XX.
       01 WKS-FS-AUC        PIC XX.
       01 WKS-FS-REN        PIC XX.

       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).
       01 WKS-FECHA-R REDEFINES WKS-FECHA-HOY.
           03 WKS-HOY-ANO   PIC 9(04).
           03 WKS-HOY-MMDD  PIC 9(04).
       01 WKS-FEC-ING-R.
           03 WKS-ING-ANO   PIC 9(04).
           03 WKS-ING-MMDD  PIC 9(04).

      *    Cliente al que se le suma el movimiento en turno.
       01 WKS-ID-EVENTO     PIC 9(06).
       01 WKS-NUEVO         PIC 9.
       01 WKS-HAY-CLI       PIC X.
           88 CLIENTE-EN-PADRON  VALUE "S".
       01 WKS-ANT-CARGO     PIC 9(05)V99.

      *    Cliente en turno del listado.
       01 WKS-PERDIDAS      PIC 9(09)V99.
       01 WKS-NETO          PIC S9(09)V99.
       01 WKS-ANOS          PIC 9(03).
       01 WKS-CLA-IDX       PIC 99.
       01 WKS-ANT-IDX       PIC 99.
       01 WKS-SUC-IDX       PIC 99.
       01 WKS-CAM-IDX       PIC 99.

      *    Renglon de resumen en turno.
       01 WKS-RS-CLI        PIC 9(06).
       01 WKS-RS-FACT       PIC 9(11)V99.
       01 WKS-RS-PERD       PIC 9(11)V99.
       01 WKS-RS-NETO       PIC S9(11)V99.

      *    Resumen por clase de tarjeta (CLA-TAR 0 a 9).
       01 T-CLASES.
           03 T-CLA OCCURS 10 TIMES.
               05 T-CL-NOM    PIC X(20).
               05 T-CL-CLI    PIC 9(06).
               05 T-CL-FACT   PIC 9(11)V99.
               05 T-CL-PERD   PIC 9(11)V99.
               05 T-CL-NETO   PIC S9(11)V99.

      *    Resumen por sucursal, igual que ALTTARJE.
       01 WKS-MAX-SUC       PIC 99 VALUE 20.
       01 WKS-NUM-SUC       PIC 99 VALUE ZERO.
       01 T-SUCURSALES.
           03 T-SUC OCCURS 20 TIMES.
               05 T-SU-NUM    PIC 9(03).
               05 T-SU-CLI    PIC 9(06).
               05 T-SU-FACT   PIC 9(11)V99.
               05 T-SU-PERD   PIC 9(11)V99.
               05 T-SU-NETO   PIC S9(11)V99.

      *    Resumen por anos desde el ingreso: 0 a 9 y 10 o mas.
       01 T-ANTIGUEDAD.
           03 T-ANT OCCURS 11 TIMES.
               05 T-AN-CLI    PIC 9(06).
               05 T-AN-FACT   PIC 9(11)V99.
               05 T-AN-PERD   PIC 9(11)V99.
               05 T-AN-NETO   PIC S9(11)V99.

      *    Resumen por campana, igual que REP-CAM; el renglon 1 es
      *    el de las altas sin campana.
       01 WKS-MAX-CAM       PIC 99 VALUE 21.
       01 WKS-NUM-CAM       PIC 99 VALUE 1.
       01 T-CAMPANAS.
           03 T-CAM OCCURS 21 TIMES.
               05 T-CA-COD    PIC X(06).
               05 T-CA-CLI    PIC 9(06).
               05 T-CA-FACT   PIC 9(11)V99.
               05 T-CA-PERD   PIC 9(11)V99.
               05 T-CA-NETO   PIC S9(11)V99.

      *    Los diez menos y los diez mas rentables, ordenados al ir
      *    entrando (T-PEORES del neto menor al mayor, T-MEJORES del
      *    mayor al menor).
       01 WKS-MAX-RANGO     PIC 99 VALUE 10.
       01 WKS-NUM-PEORES    PIC 99 VALUE ZERO.
       01 WKS-NUM-MEJORES   PIC 99 VALUE ZERO.
       01 WKS-POS           PIC 99.
       01 T-PEORES.
           03 T-PEO OCCURS 10 TIMES.
               05 T-PE-ID     PIC 9(06).
               05 T-PE-NOM    PIC X(30).
               05 T-PE-FACT   PIC 9(09)V99.
               05 T-PE-PERD   PIC 9(09)V99.
               05 T-PE-NETO   PIC S9(09)V99.
       01 T-MEJORES.
           03 T-MEJ OCCURS 10 TIMES.
               05 T-ME-ID     PIC 9(06).
               05 T-ME-NOM    PIC X(30).
               05 T-ME-FACT   PIC 9(09)V99.
               05 T-ME-PERD   PIC 9(09)V99.
               05 T-ME-NETO   PIC S9(09)V99.

       01 WKS-TOT-CLIENTES  PIC 9(06) VALUE ZERO.
       01 WKS-TOT-SIN-CLI   PIC 9(06) VALUE ZERO.
       01 WKS-TOT-FACT      PIC 9(11)V99 VALUE ZERO.
       01 WKS-TOT-PERD      PIC 9(11)V99 VALUE ZERO.
       01 WKS-TOT-NETO      PIC S9(11)V99 VALUE ZERO.

       77 WKS-EOF           PIC 9.
       77 WKS-I             PIC 99.
       77 WKS-J             PIC 99.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(25) VALUE SPACES.
           03 FILLER         PIC X(40)
                   VALUE "RENTABILIDAD DE VIDA POR CLIENTE".
           03 FILLER         PIC X(04) VALUE "AL ".
           03 WKS-ENCA-FEC   PIC 9(08).

       01 WKS-ENCC.
           03 FILLER         PIC X(33) VALUE "CLIENTE".
           03 FILLER         PIC X(15) VALUE "     FACTURADO".
           03 FILLER         PIC X(11) VALUE "  CASTIGOS".
           03 FILLER         PIC X(11) VALUE "  CONDONA.".
           03 FILLER         PIC X(11) VALUE "     NOTAS".
           03 FILLER         PIC X(11) VALUE "   CHEQUES".
           03 FILLER         PIC X(11) VALUE " CRED.BAJA".
           03 FILLER         PIC X(15) VALUE "          NETO".
           03 FILLER         PIC X(05) VALUE " ANOS".

       01 WKS-DET1.
           03 WKS-DT-ID      PIC 9(06).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-NOM     PIC X(25).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-FACT    PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-CAS     PIC ZZZ,ZZ9.99.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-CON     PIC ZZZ,ZZ9.99.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-NCR     PIC ZZZ,ZZ9.99.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-CHQ     PIC ZZZ,ZZ9.99.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-BAJ     PIC ZZZ,ZZ9.99.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-NETO    PIC ZZ,ZZZ,ZZ9.99-.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-ANOS    PIC ZZ9.

       01 WKS-ENC-RES.
           03 WKS-ER-TIT     PIC X(40).

       01 WKS-ENC-RESC.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE " CLIENTES".
           03 FILLER         PIC X(18) VALUE "         FACTURADO".
           03 FILLER         PIC X(18) VALUE "          PERDIDAS".
           03 FILLER         PIC X(18) VALUE "              NETO".
           03 FILLER         PIC X(16) VALUE "  NETO X CLIENTE".

       01 WKS-DET-RES.
           03 WKS-DR-NOM     PIC X(20).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DR-CLI     PIC ZZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DR-FACT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DR-PERD    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DR-NETO    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DR-PROM    PIC ZZZ,ZZZ,ZZ9.99-.

       01 WKS-DR-SUC.
           03 FILLER         PIC X(09) VALUE "SUCURSAL ".
           03 WKS-DR-SUC-NUM PIC 9(03).
       01 WKS-DR-ANT.
           03 WKS-DR-ANT-NUM PIC Z9.
           03 FILLER         PIC X(05) VALUE " ANOS".
       01 WKS-DR-CAM.
           03 FILLER         PIC X(08) VALUE "CAMPANA ".
           03 WKS-DR-CAM-COD PIC X(06).

       01 WKS-DET-RANGO.
           03 WKS-DG-POS     PIC Z9.
           03 FILLER         PIC X(02) VALUE ". ".
           03 WKS-DG-ID      PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DG-NOM     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DG-FACT    PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DG-PERD    PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DG-NETO    PIC ZZ,ZZZ,ZZ9.99-.

       01 WKS-PIE.
           03 FILLER         PIC X(20) VALUE "CLIENTES: ".
           03 WKS-PIE-CLI    PIC ZZZ,ZZ9.
           03 FILLER         PIC X(14) VALUE "  FACTURADO: ".
           03 WKS-PIE-FACT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(13) VALUE "  PERDIDAS: ".
           03 WKS-PIE-PERD   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(09) VALUE "  NETO: ".
           03 WKS-PIE-NETO   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WKS-PIE2.
           03 FILLER         PIC X(40)
               VALUE "PARTIDAS SIN CLIENTE EN EL PADRON: ".
           03 WKS-PIE-SIN    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CARTERA.
           PERFORM 2200-CASTIGOS.
           PERFORM 2400-CONDONACIONES.
           PERFORM 2600-NOTAS.
           PERFORM 2800-CHEQUES.
           PERFORM 3000-LISTADO.
           PERFORM 4000-RESUMENES.
           PERFORM 5000-FIN.
           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           INITIALIZE T-CLASES T-SUCURSALES T-ANTIGUEDAD T-CAMPANAS.
           MOVE "SIN CAMPANA" TO T-CA-COD (1).

           OPEN OUTPUT ARC-REN.
           CLOSE ARC-REN.
           OPEN I-O ARC-REN.

      *-------------------CARTERA----------------------------------*
      *    Lo cargado y abonado de anualidad, recargos y productos;
      *    del credito de baja (tipo 3) lo que quedo por devolver.
       2000-CARTERA.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CXC.
           IF WKS-FS-CXC = "35"
               DISPLAY "NO EXISTE LA CARTERA DE ANUALIDADES"
               MOVE 1 TO WKS-EOF
           ELSE
               MOVE ZERO TO CXC-LLAVE
               START ARC-CXC KEY IS GREATER THAN CXC-LLAVE
                   INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 2050-REVISA-PARTIDA UNTIL WKS-EOF = 1.

           IF WKS-FS-CXC NOT = "35"
               CLOSE ARC-CXC.

       2050-REVISA-PARTIDA.
           READ ARC-CXC NEXT
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO
               IF CXC-TIPO = 1 OR CXC-TIPO = 2 OR CXC-TIPO = 6
                   MOVE CXC-ID-CLIENTE TO WKS-ID-EVENTO
                   PERFORM 2900-LEE-ACUMULADO
                   ADD CXC-IMP-CARGO TO REN-FACTURADO
                   ADD CXC-IMP-ABONO TO REN-COBRADO
                   ADD CXC-SALDO     TO REN-SALDO
                   PERFORM 2950-GRABA-ACUMULADO
               ELSE
                   IF CXC-TIPO = 3
                       MOVE CXC-ID-CLIENTE TO WKS-ID-EVENTO
                       PERFORM 2900-LEE-ACUMULADO
                       ADD CXC-IMP-ABONO TO REN-CRED-BAJA
                       PERFORM 2950-GRABA-ACUMULADO.

      *-------------------CASTIGOS---------------------------------*
       2200-CASTIGOS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CAS.
           IF WKS-FS-CAS = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-CAS
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 2250-SUMA-CASTIGO UNTIL WKS-EOF = 1.

           IF WKS-FS-CAS NOT = "35"
               CLOSE ARC-CAS.

       2250-SUMA-CASTIGO.
           MOVE CAS-ID-CLIENTE TO WKS-ID-EVENTO.
           PERFORM 2900-LEE-ACUMULADO.
           ADD CAS-IMPORTE TO REN-CASTIGOS.
           PERFORM 2950-GRABA-ACUMULADO.

           READ ARC-CAS
               AT END MOVE 1 TO WKS-EOF.

      *-------------------CONDONACIONES----------------------------*
       2400-CONDONACIONES.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CON.
           IF WKS-FS-CON = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-CON
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 2450-SUMA-CONDONACION UNTIL WKS-EOF = 1.

           IF WKS-FS-CON NOT = "35"
               CLOSE ARC-CON.

       2450-SUMA-CONDONACION.
           MOVE CON-ID-CLIENTE TO WKS-ID-EVENTO.
           PERFORM 2900-LEE-ACUMULADO.
           ADD CON-IMPORTE TO REN-CONDONADO.
           PERFORM 2950-GRABA-ACUMULADO.

           READ ARC-CON
               AT END MOVE 1 TO WKS-EOF.

      *-------------------NOTAS DE CREDITO-------------------------*
       2600-NOTAS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-NCR.
           IF WKS-FS-NCR = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-NCR
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 2650-SUMA-NOTA UNTIL WKS-EOF = 1.

           IF WKS-FS-NCR NOT = "35"
               CLOSE ARC-NCR.

       2650-SUMA-NOTA.
           MOVE NCR-ID-CLIENTE TO WKS-ID-EVENTO.
           PERFORM 2900-LEE-ACUMULADO.
           ADD NCR-IMPORTE TO REN-NOTAS.
           PERFORM 2950-GRABA-ACUMULADO.

           READ ARC-NCR
               AT END MOVE 1 TO WKS-EOF.

      *-------------------CHEQUES DEVUELTOS------------------------*
      *    La comision del banco es lo que CHQ-DEV le subio al cargo
      *    de la partida de recargos (con su IVA), igual que la
      *    saca POL-CXC de la pista.
       2800-CHEQUES.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-AUC.
           IF WKS-FS-AUC = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-AUC
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 2850-REVISA-PISTA UNTIL WKS-EOF = 1.

           IF WKS-FS-AUC NOT = "35"
               CLOSE ARC-AUC.

       2850-REVISA-PISTA.
           IF AUC-OPER = "CHQDEV"
               IF AUC-ANTES = SPACES
                   MOVE ZERO TO WKS-ANT-CARGO
               ELSE
                   MOVE AUC-ANTES TO REG-CXC
                   MOVE CXC-IMP-CARGO TO WKS-ANT-CARGO
               END-IF
               MOVE AUC-DESPUES TO REG-CXC
               IF CXC-TIPO = 2 AND CXC-IMP-CARGO > WKS-ANT-CARGO
                   MOVE CXC-ID-CLIENTE TO WKS-ID-EVENTO
                   PERFORM 2900-LEE-ACUMULADO
                   COMPUTE REN-CHEQUES = REN-CHEQUES
                       + CXC-IMP-CARGO - WKS-ANT-CARGO
                   PERFORM 2950-GRABA-ACUMULADO.

           READ ARC-AUC
               AT END MOVE 1 TO WKS-EOF.

      *    El primer movimiento del cliente le abre su acumulado.
       2900-LEE-ACUMULADO.
           MOVE ZERO TO WKS-NUEVO.
           MOVE WKS-ID-EVENTO TO REN-ID-CLIENTE.
           READ ARC-REN
               INVALID KEY
                   INITIALIZE REG-REN
                   MOVE WKS-ID-EVENTO TO REN-ID-CLIENTE
                   MOVE 1 TO WKS-NUEVO.

       2950-GRABA-ACUMULADO.
           IF WKS-NUEVO = 1
               WRITE REG-REN
           ELSE
               REWRITE REG-REN.

      *-------------------LISTADO POR CLIENTE----------------------*
       3000-LISTADO.
           OPEN INPUT CLIENTES.
           OPEN OUTPUT REP-REN.

           MOVE WKS-FECHA-HOY TO WKS-ENCA-FEC.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE ZERO TO WKS-EOF.
           MOVE ZERO TO REN-ID-CLIENTE.
           START ARC-REN KEY IS GREATER THAN REN-ID-CLIENTE
               INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 3100-CLIENTE UNTIL WKS-EOF = 1.

           CLOSE ARC-REN.
           IF WKS-FS-CLI NOT = "35"
               CLOSE CLIENTES.

       3100-CLIENTE.
           READ ARC-REN NEXT
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO
               COMPUTE WKS-PERDIDAS = REN-CASTIGOS + REN-CONDONADO
                   + REN-NOTAS + REN-CHEQUES + REN-CRED-BAJA
               COMPUTE WKS-NETO = REN-FACTURADO - WKS-PERDIDAS
               PERFORM 3200-BUSCA-CLIENTE.

      *    La partida sin cliente en el padron solo entra al total.
       3200-BUSCA-CLIENTE.
           MOVE "S" TO WKS-HAY-CLI.
           IF WKS-FS-CLI = "35"
               MOVE "N" TO WKS-HAY-CLI
           ELSE
               MOVE REN-ID-CLIENTE TO ID-CLIENTE
               READ CLIENTES
                   INVALID KEY MOVE "N" TO WKS-HAY-CLI.

           ADD 1 TO WKS-TOT-CLIENTES.
           ADD REN-FACTURADO TO WKS-TOT-FACT.
           ADD WKS-PERDIDAS  TO WKS-TOT-PERD.
           ADD WKS-NETO      TO WKS-TOT-NETO.

           IF NOT CLIENTE-EN-PADRON
               ADD 1 TO WKS-TOT-SIN-CLI
               MOVE SPACES TO NOM-CLI
               MOVE ZERO TO WKS-ANOS
           ELSE
               PERFORM 3300-CALCULA-ANOS
               PERFORM 3400-ACUMULA-RESUMENES
               PERFORM 3500-RANGO-PEORES
               PERFORM 3600-RANGO-MEJORES.

           PERFORM 3800-ESCRIBE-RENGLON.

      *    Anos cumplidos desde FEC-ING a hoy.
       3300-CALCULA-ANOS.
           MOVE FEC-ING TO WKS-FEC-ING-R.
           MOVE ZERO TO WKS-ANOS.
           IF WKS-ING-ANO > ZERO AND WKS-ING-ANO < WKS-HOY-ANO
               COMPUTE WKS-ANOS = WKS-HOY-ANO - WKS-ING-ANO
               IF WKS-HOY-MMDD < WKS-ING-MMDD
                   SUBTRACT 1 FROM WKS-ANOS.

           IF WKS-ANOS > 9
               MOVE 11 TO WKS-ANT-IDX
           ELSE
               COMPUTE WKS-ANT-IDX = WKS-ANOS + 1.

       3400-ACUMULA-RESUMENES.
           COMPUTE WKS-CLA-IDX = CLA-TAR + 1.
           MOVE NOM-TAR TO T-CL-NOM (WKS-CLA-IDX).
           ADD 1             TO T-CL-CLI (WKS-CLA-IDX).
           ADD REN-FACTURADO TO T-CL-FACT (WKS-CLA-IDX).
           ADD WKS-PERDIDAS  TO T-CL-PERD (WKS-CLA-IDX).
           ADD WKS-NETO      TO T-CL-NETO (WKS-CLA-IDX).

           ADD 1             TO T-AN-CLI (WKS-ANT-IDX).
           ADD REN-FACTURADO TO T-AN-FACT (WKS-ANT-IDX).
           ADD WKS-PERDIDAS  TO T-AN-PERD (WKS-ANT-IDX).
           ADD WKS-NETO      TO T-AN-NETO (WKS-ANT-IDX).

           PERFORM 3420-BUSCA-SUCURSAL.
           IF WKS-SUC-IDX NOT = ZERO
               ADD 1             TO T-SU-CLI (WKS-SUC-IDX)
               ADD REN-FACTURADO TO T-SU-FACT (WKS-SUC-IDX)
               ADD WKS-PERDIDAS  TO T-SU-PERD (WKS-SUC-IDX)
               ADD WKS-NETO      TO T-SU-NETO (WKS-SUC-IDX).

           PERFORM 3450-BUSCA-CAMPANA.
           IF WKS-CAM-IDX NOT = ZERO
               ADD 1             TO T-CA-CLI (WKS-CAM-IDX)
               ADD REN-FACTURADO TO T-CA-FACT (WKS-CAM-IDX)
               ADD WKS-PERDIDAS  TO T-CA-PERD (WKS-CAM-IDX)
               ADD WKS-NETO      TO T-CA-NETO (WKS-CAM-IDX).

       3420-BUSCA-SUCURSAL.
           MOVE ZERO TO WKS-SUC-IDX.
           PERFORM 3425-COMPARA-SUCURSAL
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-SUC.

           IF WKS-SUC-IDX = ZERO
               IF WKS-NUM-SUC < WKS-MAX-SUC
                   ADD 1 TO WKS-NUM-SUC
                   MOVE SUC-CLI TO T-SU-NUM (WKS-NUM-SUC)
                   MOVE WKS-NUM-SUC TO WKS-SUC-IDX
               ELSE
                   DISPLAY "TABLA DE SUCURSALES LLENA, SE OMITE "
                       SUC-CLI.

       3425-COMPARA-SUCURSAL.
           IF T-SU-NUM (WKS-I) = SUC-CLI
               MOVE WKS-I TO WKS-SUC-IDX
               ADD 30 TO WKS-I.

       3450-BUSCA-CAMPANA.
           IF CAMP-CLI = SPACES
               MOVE 1 TO WKS-CAM-IDX
           ELSE
               MOVE ZERO TO WKS-CAM-IDX
               PERFORM 3455-COMPARA-CAMPANA
                   VARYING WKS-I FROM 2 BY 1
                   UNTIL WKS-I > WKS-NUM-CAM
               IF WKS-CAM-IDX = ZERO
                   IF WKS-NUM-CAM < WKS-MAX-CAM
                       ADD 1 TO WKS-NUM-CAM
                       MOVE CAMP-CLI TO T-CA-COD (WKS-NUM-CAM)
                       MOVE WKS-NUM-CAM TO WKS-CAM-IDX
                   ELSE
                       DISPLAY "TABLA DE CAMPANAS LLENA, SE OMITE "
                           CAMP-CLI.

       3455-COMPARA-CAMPANA.
           IF T-CA-COD (WKS-I) = CAMP-CLI
               MOVE WKS-I TO WKS-CAM-IDX
               ADD 30 TO WKS-I.

      *    El cliente entra en el lugar que le toca por su neto y
      *    recorre hacia abajo a los que siguen; el decimo sale.
       3500-RANGO-PEORES.
           MOVE ZERO TO WKS-POS.
           PERFORM 3510-POSICION-PEOR
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-PEORES.
           IF WKS-POS = ZERO AND WKS-NUM-PEORES < WKS-MAX-RANGO
               COMPUTE WKS-POS = WKS-NUM-PEORES + 1.

           IF WKS-POS NOT = ZERO
               IF WKS-NUM-PEORES < WKS-MAX-RANGO
                   ADD 1 TO WKS-NUM-PEORES
               END-IF
               PERFORM 3520-RECORRE-PEOR
                   VARYING WKS-J FROM WKS-NUM-PEORES BY -1
                   UNTIL WKS-J <= WKS-POS
               MOVE REN-ID-CLIENTE TO T-PE-ID (WKS-POS)
               MOVE NOM-CLI        TO T-PE-NOM (WKS-POS)
               MOVE REN-FACTURADO  TO T-PE-FACT (WKS-POS)
               MOVE WKS-PERDIDAS   TO T-PE-PERD (WKS-POS)
               MOVE WKS-NETO       TO T-PE-NETO (WKS-POS).

       3510-POSICION-PEOR.
           IF WKS-NETO < T-PE-NETO (WKS-I)
               MOVE WKS-I TO WKS-POS
               ADD 30 TO WKS-I.

       3520-RECORRE-PEOR.
           COMPUTE WKS-I = WKS-J - 1.
           MOVE T-PEO (WKS-I) TO T-PEO (WKS-J).

       3600-RANGO-MEJORES.
           MOVE ZERO TO WKS-POS.
           PERFORM 3610-POSICION-MEJOR
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-MEJORES.
           IF WKS-POS = ZERO AND WKS-NUM-MEJORES < WKS-MAX-RANGO
               COMPUTE WKS-POS = WKS-NUM-MEJORES + 1.

           IF WKS-POS NOT = ZERO
               IF WKS-NUM-MEJORES < WKS-MAX-RANGO
                   ADD 1 TO WKS-NUM-MEJORES
               END-IF
               PERFORM 3620-RECORRE-MEJOR
                   VARYING WKS-J FROM WKS-NUM-MEJORES BY -1
                   UNTIL WKS-J <= WKS-POS
               MOVE REN-ID-CLIENTE TO T-ME-ID (WKS-POS)
               MOVE NOM-CLI        TO T-ME-NOM (WKS-POS)
               MOVE REN-FACTURADO  TO T-ME-FACT (WKS-POS)
               MOVE WKS-PERDIDAS   TO T-ME-PERD (WKS-POS)
               MOVE WKS-NETO       TO T-ME-NETO (WKS-POS).

       3610-POSICION-MEJOR.
           IF WKS-NETO > T-ME-NETO (WKS-I)
               MOVE WKS-I TO WKS-POS
               ADD 30 TO WKS-I.

       3620-RECORRE-MEJOR.
           COMPUTE WKS-I = WKS-J - 1.
           MOVE T-MEJ (WKS-I) TO T-MEJ (WKS-J).

       3800-ESCRIBE-RENGLON.
           MOVE REN-ID-CLIENTE TO WKS-DT-ID.
           MOVE NOM-CLI        TO WKS-DT-NOM.
           MOVE REN-FACTURADO  TO WKS-DT-FACT.
           MOVE REN-CASTIGOS   TO WKS-DT-CAS.
           MOVE REN-CONDONADO  TO WKS-DT-CON.
           MOVE REN-NOTAS      TO WKS-DT-NCR.
           MOVE REN-CHEQUES    TO WKS-DT-CHQ.
           MOVE REN-CRED-BAJA  TO WKS-DT-BAJ.
           MOVE WKS-NETO       TO WKS-DT-NETO.
           MOVE WKS-ANOS       TO WKS-DT-ANOS.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

      *-------------------RESUMENES--------------------------------*
       4000-RESUMENES.
           MOVE "POR CLASE DE TARJETA" TO WKS-ER-TIT.
           PERFORM 4900-ENCABEZA-RESUMEN.
           PERFORM 4100-IMPRIME-CLASE
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 10.

           MOVE "POR SUCURSAL DEL ALTA" TO WKS-ER-TIT.
           PERFORM 4900-ENCABEZA-RESUMEN.
           PERFORM 4200-IMPRIME-SUCURSAL
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-SUC.

           MOVE "POR ANOS DESDE EL INGRESO" TO WKS-ER-TIT.
           PERFORM 4900-ENCABEZA-RESUMEN.
           PERFORM 4300-IMPRIME-ANTIGUEDAD
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 11.

           MOVE "POR CAMPANA DE PROMOCION" TO WKS-ER-TIT.
           PERFORM 4900-ENCABEZA-RESUMEN.
           PERFORM 4400-IMPRIME-CAMPANA
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-CAM.

           MOVE "LOS MENOS RENTABLES" TO WKS-ER-TIT.
           MOVE WKS-ENC-RES TO LINEA.
           WRITE LINEA AFTER PAGE.
           PERFORM 4500-IMPRIME-PEOR
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-PEORES.

           MOVE "LOS MAS RENTABLES" TO WKS-ER-TIT.
           MOVE WKS-ENC-RES TO LINEA.
           WRITE LINEA AFTER 3.
           PERFORM 4600-IMPRIME-MEJOR
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-MEJORES.

       4100-IMPRIME-CLASE.
           IF T-CL-CLI (WKS-I) > ZERO
               MOVE T-CL-NOM (WKS-I)  TO WKS-DR-NOM
               MOVE T-CL-CLI (WKS-I)  TO WKS-RS-CLI
               MOVE T-CL-FACT (WKS-I) TO WKS-RS-FACT
               MOVE T-CL-PERD (WKS-I) TO WKS-RS-PERD
               MOVE T-CL-NETO (WKS-I) TO WKS-RS-NETO
               PERFORM 4950-ESCRIBE-RESUMEN.

       4200-IMPRIME-SUCURSAL.
           MOVE T-SU-NUM (WKS-I)  TO WKS-DR-SUC-NUM.
           MOVE WKS-DR-SUC        TO WKS-DR-NOM.
           MOVE T-SU-CLI (WKS-I)  TO WKS-RS-CLI.
           MOVE T-SU-FACT (WKS-I) TO WKS-RS-FACT.
           MOVE T-SU-PERD (WKS-I) TO WKS-RS-PERD.
           MOVE T-SU-NETO (WKS-I) TO WKS-RS-NETO.
           PERFORM 4950-ESCRIBE-RESUMEN.

       4300-IMPRIME-ANTIGUEDAD.
           IF T-AN-CLI (WKS-I) > ZERO
               COMPUTE WKS-DR-ANT-NUM = WKS-I - 1
               MOVE WKS-DR-ANT TO WKS-DR-NOM
               IF WKS-I = 11
                   MOVE "10 ANOS O MAS" TO WKS-DR-NOM
               END-IF
               MOVE T-AN-CLI (WKS-I)  TO WKS-RS-CLI
               MOVE T-AN-FACT (WKS-I) TO WKS-RS-FACT
               MOVE T-AN-PERD (WKS-I) TO WKS-RS-PERD
               MOVE T-AN-NETO (WKS-I) TO WKS-RS-NETO
               PERFORM 4950-ESCRIBE-RESUMEN.

       4400-IMPRIME-CAMPANA.
           IF T-CA-CLI (WKS-I) > ZERO
               IF WKS-I = 1
                   MOVE T-CA-COD (WKS-I) TO WKS-DR-NOM
               ELSE
                   MOVE T-CA-COD (WKS-I) TO WKS-DR-CAM-COD
                   MOVE WKS-DR-CAM       TO WKS-DR-NOM
               END-IF
               MOVE T-CA-CLI (WKS-I)  TO WKS-RS-CLI
               MOVE T-CA-FACT (WKS-I) TO WKS-RS-FACT
               MOVE T-CA-PERD (WKS-I) TO WKS-RS-PERD
               MOVE T-CA-NETO (WKS-I) TO WKS-RS-NETO
               PERFORM 4950-ESCRIBE-RESUMEN.

       4500-IMPRIME-PEOR.
           MOVE WKS-I             TO WKS-DG-POS.
           MOVE T-PE-ID (WKS-I)   TO WKS-DG-ID.
           MOVE T-PE-NOM (WKS-I)  TO WKS-DG-NOM.
           MOVE T-PE-FACT (WKS-I) TO WKS-DG-FACT.
           MOVE T-PE-PERD (WKS-I) TO WKS-DG-PERD.
           MOVE T-PE-NETO (WKS-I) TO WKS-DG-NETO.
           MOVE WKS-DET-RANGO TO LINEA.
           WRITE LINEA AFTER 1.

       4600-IMPRIME-MEJOR.
           MOVE WKS-I             TO WKS-DG-POS.
           MOVE T-ME-ID (WKS-I)   TO WKS-DG-ID.
           MOVE T-ME-NOM (WKS-I)  TO WKS-DG-NOM.
           MOVE T-ME-FACT (WKS-I) TO WKS-DG-FACT.
           MOVE T-ME-PERD (WKS-I) TO WKS-DG-PERD.
           MOVE T-ME-NETO (WKS-I) TO WKS-DG-NETO.
           MOVE WKS-DET-RANGO TO LINEA.
           WRITE LINEA AFTER 1.

       4900-ENCABEZA-RESUMEN.
           MOVE WKS-ENC-RES TO LINEA.
           WRITE LINEA AFTER 3.
           MOVE WKS-ENC-RESC TO LINEA.
           WRITE LINEA AFTER 1.

       4950-ESCRIBE-RESUMEN.
           MOVE WKS-RS-CLI  TO WKS-DR-CLI.
           MOVE WKS-RS-FACT TO WKS-DR-FACT.
           MOVE WKS-RS-PERD TO WKS-DR-PERD.
           MOVE WKS-RS-NETO TO WKS-DR-NETO.
           IF WKS-RS-CLI > ZERO
               COMPUTE WKS-DR-PROM ROUNDED = WKS-RS-NETO / WKS-RS-CLI
           ELSE
               MOVE ZERO TO WKS-DR-PROM.
           MOVE WKS-DET-RES TO LINEA.
           WRITE LINEA AFTER 1.

       5000-FIN.
           MOVE WKS-TOT-CLIENTES TO WKS-PIE-CLI.
           MOVE WKS-TOT-FACT     TO WKS-PIE-FACT.
           MOVE WKS-TOT-PERD     TO WKS-PIE-PERD.
           MOVE WKS-TOT-NETO     TO WKS-PIE-NETO.
           MOVE WKS-PIE TO LINEA.
           WRITE LINEA AFTER 3.
           MOVE WKS-TOT-SIN-CLI TO WKS-PIE-SIN.
           MOVE WKS-PIE2 TO LINEA.
           WRITE LINEA AFTER 1.

           CLOSE REP-REN.

           DISPLAY "CLIENTES EN EL REPORTE: " WKS-TOT-CLIENTES.
           DISPLAY "SIN CLIENTE EN EL PADRON: " WKS-TOT-SIN-CLI.
