       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEP-CXC.
      *    Depuracion anual de la cartera de anualidades, al estilo
      *    de la retencion de ARCH-LOG: mueve de ARC-CXC a su
      *    historico ARC-CXH las partidas ya liquidadas -- saldo en
      *    cero y estado final (pagada, castigada o condonada) -- de
      *    anos con mas de N anos de antiguedad, para que EDAD-CXC,
      *    AUD-CXC, CARTA-COB, REC-MOR y GEST-CXC dejen de leerlas
      *    solo para brincarlas. La partida con aclaracion vigente
      *    (ACLA-CXC) se queda en la cartera.
      *    El reporte de control cuenta y suma la cartera antes,
      *    lo depurado y la cartera despues en pasadas separadas, y
      *    demuestra que antes = despues + depurado en registros,
      *    cargos, abonos y saldos; si no cuadra termina con
      *    codigo 8.
      *    Cada borrado queda en el diario de actualizaciones
      *    (JRN-ARC) para el roll-forward de REC-JRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
      *    Historico de partidas depuradas, con la misma llave.
           SELECT ARC-CXH ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXH-LLAVE
               FILE STATUS IS WKS-FS-CXH.
           SELECT REP-DEP ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CXC.
           COPY REGCXC.

       FD ARC-CXH.
           COPY REGCXH.

       FD REP-DEP.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-CXH        PIC XX.

      *    Anos de antiguedad (N): por ambiente DEP_CXC_ANOS o en
      *    pantalla; se depuran los anos anteriores al ano en curso
      *    menos N.
       01 WKS-PARM          PIC X(80).
       01 WKS-ANOS          PIC 99.
       01 WKS-ANIO-CORTE    PIC 9(04).

       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).
       01 WKS-FECHA-R REDEFINES WKS-FECHA-HOY.
           03 WKS-FH-ANIO   PIC 9(04).
           03 FILLER        PIC 9(04).

       01 WKS-ACR-ST        PIC 9.
       01 WKS-TOT-ACLARA    PIC 9(07) VALUE ZERO.
       01 WKS-TOT-DUPLIC    PIC 9(07) VALUE ZERO.

      *    Totales de control: antes, depurado y despues.
       01 T-CONTROL.
           03 T-CT OCCURS 3 TIMES.
               05 T-CT-REGS  PIC 9(07).
               05 T-CT-CARGO PIC 9(09)V99.
               05 T-CT-ABONO PIC 9(09)V99.
               05 T-CT-SALDO PIC 9(09)V99.
       01 WKS-CT            PIC 9.

      *    Despues + depurado, para compararlo contra antes.
       01 WKS-SUMA-REGS     PIC 9(07).
       01 WKS-SUMA-CARGO    PIC 9(09)V99.
       01 WKS-SUMA-ABONO    PIC 9(09)V99.
       01 WKS-SUMA-SALDO    PIC 9(09)V99.
       01 WKS-CUADRA        PIC 9.

      *    Jornal de actualizaciones (subprograma JRN-ARC).
       01 WKS-JRN-ARCHIVO  PIC X(08).
       01 WKS-JRN-OPER     PIC X.
       01 WKS-JRN-IMAGEN   PIC X(100).

       77 WKS-EOF           PIC 9.
       77 WKS-I             PIC 9.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(44)
                   VALUE "DEPURACION DE LA CARTERA DE ANUALIDADES".

       01 WKS-ENCB.
           03 FILLER         PIC X(07) VALUE "FECHA: ".
           03 WKS-ENCB-FEC   PIC 9(08).
           03 FILLER         PIC X(27)
                   VALUE "   SE DEPURAN ANOS ANTES DE".
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-ENCB-CORTE PIC 9(04).

       01 WKS-ENCC.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(12) VALUE "   REGISTROS".
           03 FILLER         PIC X(18) VALUE "            CARGOS".
           03 FILLER         PIC X(18) VALUE "            ABONOS".
           03 FILLER         PIC X(18) VALUE "            SALDOS".

       01 WKS-DET1.
           03 WKS-DT-CONC    PIC X(22).
           03 WKS-DT-REGS    PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-CARGO   PIC $$$$,$$$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-ABONO   PIC $$$$,$$$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-SALDO   PIC $$$$,$$$,$$9.99.

       01 WKS-DET-NOTA.
           03 WKS-DN-TEXTO   PIC X(40).
           03 WKS-DN-REGS    PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           IF WKS-ANOS NOT = ZERO
               PERFORM 2100-CUENTA-ANTES
               PERFORM 2200-DEPURA
               PERFORM 2300-CUENTA-DESPUES
               PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           MOVE ZERO TO WKS-ANOS.
           INITIALIZE T-CONTROL.

           DISPLAY "DEP_CXC_ANOS" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.

           IF WKS-PARM NOT = SPACES
               MOVE WKS-PARM (1:2) TO WKS-ANOS
           ELSE
               DISPLAY SPACES ERASE
               DISPLAY "DEPURACION DE LA CARTERA DE ANUALIDADES"
                   LINE 01 POSITION 20
               DISPLAY "ANOS A CONSERVAR EN LA CARTERA (99): "
                   LINE 03 POSITION 10
               ACCEPT WKS-ANOS LINE 03 POSITION 48.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           IF WKS-ANOS = ZERO
               DISPLAY "ANOS DE ANTIGUEDAD INVALIDOS"
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE WKS-ANIO-CORTE = WKS-FH-ANIO - WKS-ANOS
               OPEN I-O ARC-CXC
               IF WKS-FS-CXC = "35"
                   DISPLAY "NO EXISTE LA CARTERA DE ANUALIDADES"
                   MOVE ZERO TO WKS-ANOS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1100-ABRE-HISTORICO.

       1100-ABRE-HISTORICO.
           OPEN I-O ARC-CXH.
           IF WKS-FS-CXH = "35"
               OPEN OUTPUT ARC-CXH
               CLOSE ARC-CXH
               OPEN I-O ARC-CXH.

           OPEN OUTPUT REP-DEP.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-FECHA-HOY  TO WKS-ENCB-FEC.
           MOVE WKS-ANIO-CORTE TO WKS-ENCB-CORTE.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 1.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

      *-------------------CARTERA ANTES----------------------------*
       2100-CUENTA-ANTES.
           MOVE 1 TO WKS-CT.
           PERFORM 2500-RECORRE-CARTERA.

      *-------------------DEPURACION-------------------------------*
       2200-DEPURA.
           MOVE ZERO TO WKS-EOF.
           MOVE ZERO TO CXC-LLAVE.
           START ARC-CXC KEY IS GREATER THAN CXC-LLAVE
               INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 2250-REVISA-PARTIDA UNTIL WKS-EOF = 1.

      *    Liquidada: saldo en cero y en estado final, de un ano
      *    anterior al corte.
       2250-REVISA-PARTIDA.
           READ ARC-CXC NEXT
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO
               IF CXC-ANIO < WKS-ANIO-CORTE AND CXC-SALDO = ZERO
                       AND (CXC-PAGADA OR CXC-CASTIGADA
                           OR CXC-CONDONADA)
                   CALL "ACR-VAL" USING CXC-LLAVE WKS-ACR-ST
                   IF WKS-ACR-ST = 1
                       ADD 1 TO WKS-TOT-ACLARA
                   ELSE
                       PERFORM 2260-MUEVE-PARTIDA.

      *    La partida se borra de la cartera solo si quedo grabada
      *    en el historico.
       2260-MUEVE-PARTIDA.
           MOVE SPACES  TO REG-CXH.
           MOVE REG-CXC TO REG-CXH (1:81).
           MOVE WKS-FECHA-HOY TO CXH-FEC-DEPURA.
           WRITE REG-CXH
               INVALID KEY
                   ADD 1 TO WKS-TOT-DUPLIC
                   DISPLAY "YA EXISTE EN EL HISTORICO: " CXC-LLAVE
               NOT INVALID KEY
                   PERFORM 2270-BORRA-PARTIDA.

       2270-BORRA-PARTIDA.
           DELETE ARC-CXC RECORD.

           MOVE 2 TO WKS-CT.
           PERFORM 2550-ACUMULA.

           MOVE "D" TO WKS-JRN-OPER.
           PERFORM 9800-ANOTA-JORNAL.

      *-------------------CARTERA DESPUES--------------------------*
       2300-CUENTA-DESPUES.
           MOVE 3 TO WKS-CT.
           PERFORM 2500-RECORRE-CARTERA.

      *-------------------APOYOS COMUNES---------------------------*
       2500-RECORRE-CARTERA.
           MOVE ZERO TO WKS-EOF.
           MOVE ZERO TO CXC-LLAVE.
           START ARC-CXC KEY IS GREATER THAN CXC-LLAVE
               INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 2510-LEE-CARTERA UNTIL WKS-EOF = 1.

       2510-LEE-CARTERA.
           READ ARC-CXC NEXT
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO
               PERFORM 2550-ACUMULA.

       2550-ACUMULA.
           ADD 1             TO T-CT-REGS (WKS-CT).
           ADD CXC-IMP-CARGO TO T-CT-CARGO (WKS-CT).
           ADD CXC-IMP-ABONO TO T-CT-ABONO (WKS-CT).
           ADD CXC-SALDO     TO T-CT-SALDO (WKS-CT).

      *-------------------CONTROL----------------------------------*
       3000-FIN.
           CLOSE ARC-CXC.
           CLOSE ARC-CXH.

           MOVE "CARTERA ANTES" TO WKS-DT-CONC.
           MOVE 1 TO WKS-I.
           PERFORM 3100-RENGLON-CONTROL.
           MOVE "CARTERA DESPUES" TO WKS-DT-CONC.
           MOVE 3 TO WKS-I.
           PERFORM 3100-RENGLON-CONTROL.
           MOVE "PASADO AL HISTORICO" TO WKS-DT-CONC.
           MOVE 2 TO WKS-I.
           PERFORM 3100-RENGLON-CONTROL.

           COMPUTE WKS-SUMA-REGS  = T-CT-REGS (3)  + T-CT-REGS (2).
           COMPUTE WKS-SUMA-CARGO = T-CT-CARGO (3) + T-CT-CARGO (2).
           COMPUTE WKS-SUMA-ABONO = T-CT-ABONO (3) + T-CT-ABONO (2).
           COMPUTE WKS-SUMA-SALDO = T-CT-SALDO (3) + T-CT-SALDO (2).
           MOVE "DESPUES + HISTORICO" TO WKS-DT-CONC.
           MOVE WKS-SUMA-REGS  TO WKS-DT-REGS.
           MOVE WKS-SUMA-CARGO TO WKS-DT-CARGO.
           MOVE WKS-SUMA-ABONO TO WKS-DT-ABONO.
           MOVE WKS-SUMA-SALDO TO WKS-DT-SALDO.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE 1 TO WKS-CUADRA.
           IF WKS-SUMA-REGS NOT = T-CT-REGS (1)
                   OR WKS-SUMA-CARGO NOT = T-CT-CARGO (1)
                   OR WKS-SUMA-ABONO NOT = T-CT-ABONO (1)
                   OR WKS-SUMA-SALDO NOT = T-CT-SALDO (1)
               MOVE ZERO TO WKS-CUADRA.

           MOVE SPACES TO LINEA.
           IF WKS-CUADRA = 1
               MOVE "**** CONTROL: ANTES = DESPUES + HISTORICO ****"
                   TO LINEA
           ELSE
               MOVE "**** CONTROL: NO CUADRA, REVISAR ****" TO LINEA
               MOVE 8 TO RETURN-CODE.
           WRITE LINEA AFTER 2.

           MOVE "EN ACLARACION, SE CONSERVAN: " TO WKS-DN-TEXTO.
           MOVE WKS-TOT-ACLARA TO WKS-DN-REGS.
           MOVE WKS-DET-NOTA TO LINEA.
           WRITE LINEA AFTER 2.
           MOVE "YA EN EL HISTORICO, SE CONSERVAN: " TO WKS-DN-TEXTO.
           MOVE WKS-TOT-DUPLIC TO WKS-DN-REGS.
           MOVE WKS-DET-NOTA TO LINEA.
           WRITE LINEA AFTER 1.

           CLOSE REP-DEP.

           DISPLAY "PARTIDAS PASADAS AL HISTORICO: " T-CT-REGS (2)
               " ANOS ANTES DE: " WKS-ANIO-CORTE.
           IF WKS-CUADRA = ZERO
               DISPLAY "EL CONTROL DE LA DEPURACION NO CUADRA".

       3100-RENGLON-CONTROL.
           MOVE T-CT-REGS (WKS-I)  TO WKS-DT-REGS.
           MOVE T-CT-CARGO (WKS-I) TO WKS-DT-CARGO.
           MOVE T-CT-ABONO (WKS-I) TO WKS-DT-ABONO.
           MOVE T-CT-SALDO (WKS-I) TO WKS-DT-SALDO.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

       9800-ANOTA-JORNAL.
           MOVE "ARC-CXC " TO WKS-JRN-ARCHIVO.
           MOVE SPACES  TO WKS-JRN-IMAGEN.
           MOVE REG-CXC TO WKS-JRN-IMAGEN (1:81).
           CALL "JRN-ARC" USING WKS-JRN-ARCHIVO WKS-JRN-OPER
               WKS-JRN-IMAGEN.
