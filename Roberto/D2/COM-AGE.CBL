       IDENTIFICATION DIVISION.
       PROGRAM-ID. COM-AGE.
      *    Comision mensual de agentes de venta: recorre el agente
      *    de cada alta (ARC-ACL) y, para el cliente cuya primera
      *    anualidad ya quedo cobrada completa en ARC-CXC, paga al
      *    agente el porcentaje de su clase de tarjeta (ARC-TAG, en
      *    MANT-AGE) sobre la base sin IVA de esa anualidad. Si el
      *    cliente comisionado se da de baja antes de cumplir los
      *    meses de gracia desde su FEC-ING (parametro
      *    COM_AGE_MESES, seis si no viene), la comision se
      *    recupera en el mes en que se detecta; el que se da de
      *    baja antes de pagar ya no genera comision.
      *    Cada comision y recuperacion del mes queda en ARC-MCO
      *    por agente; de ahi sale el estado de cuenta por agente y
      *    el archivo de transferencias ARC-TRA para el banco (HDR,
      *    un DET por agente con CLABE, nombre y neto, y TRL con los
      *    totales de control, igual que ARC-TRF de DIS-CON). Un
      *    neto negativo no se cobra al agente: queda como saldo en
      *    contra en el catalogo y se descuenta el siguiente mes.
      *    Cada transferencia se anota como salida en la bitacora de
      *    tesoreria ARC-TES. Mes a procesar (AAAAMM): parametro
      *    COM_AGE_PERIODO o, sin el, el mes en curso.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-ACL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACL-ID-CLIENTE
               FILE STATUS IS WKS-FS-ACL.
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
           SELECT ARC-MCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCO-LLAVE
               FILE STATUS IS WKS-FS-MCO.
           SELECT ARC-AGE ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AGE.
           SELECT ARC-TAG ASSIGN TO DISK
               FILE STATUS IS WKS-FS-TAG.
           SELECT ARC-TRA ASSIGN TO DISK.
           SELECT ARC-TES ASSIGN TO DISK
               FILE STATUS IS WKS-FS-TES.
           SELECT REP-COM ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-ACL.
           COPY REGACL.

       FD CLIENTES.
           COPY REGCLI.

       FD ARC-CXC.
           COPY REGCXC.

       FD ARC-MCO.
           COPY REGMCO.

       FD ARC-AGE.
           COPY REGAGE.

       FD ARC-TAG.
       01 REG-TAG.
           03 TAG-CLA-TAR  PIC 9.
           03 TAG-PCT      PIC 99V99.

       FD ARC-TRA.
       01 REG-TRA          PIC X(66).

       FD ARC-TES.
           COPY REGTES.

       FD REP-COM.
       01 LINEA            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-ACL       PIC XX.
       01 WKS-FS-CLI       PIC XX.
       01 WKS-FS-CXC       PIC XX.
       01 WKS-FS-MCO       PIC XX.
       01 WKS-FS-AGE       PIC XX.
       01 WKS-FS-TAG       PIC XX.
       01 WKS-FS-TES       PIC XX.

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

       01 WKS-PARM         PIC X(80).
       01 WKS-PERIODO.
           03 WKS-PER-ANIO PIC 9(04).
           03 WKS-PER-MES  PIC 9(02).
       01 WKS-MESES-GRACIA PIC 99.

      *    Registro de trabajo del archivo al banco, con sus tres
      *    vistas (HDR/DET/TRL), igual que DIS-CON.
       01 WKS-REG-TRAB     PIC X(66).

       01 WKS-VISTA-HDR REDEFINES WKS-REG-TRAB.
           03 WKS-HDR-MARCA  PIC X(03).
           03 WKS-HDR-FECHA  PIC 9(08).
           03 FILLER         PIC X(55).

       01 WKS-VISTA-DET REDEFINES WKS-REG-TRAB.
           03 WKS-DET-MARCA  PIC X(03).
           03 WKS-DET-CLABE  PIC 9(18).
           03 WKS-DET-NOMBRE PIC X(30).
           03 WKS-DET-NETO   PIC 9(13)V99.

       01 WKS-VISTA-TRL REDEFINES WKS-REG-TRAB.
           03 WKS-TRL-MARCA  PIC X(03).
           03 WKS-TRL-REGS   PIC 9(06).
           03 WKS-TRL-MONTO  PIC 9(13)V99.
           03 FILLER         PIC X(42).

      *    Firma de operador (subprograma FIRMA): mandar dinero al
      *    banco exige nivel 3, igual que DIS-CON.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "COM-AGE ".

      *    Catalogo de agentes en memoria, con lo acumulado en el
      *    mes: comisiones y recuperaciones aun sin dispersar, el
      *    saldo en contra con que llego, el neto, si sus renglones
      *    se marcan dispersados y el resultado para el reporte.
       01 WKS-MAX-AGE      PIC 99 VALUE 50.
       01 WKS-NUM-AGE      PIC 99 VALUE ZERO.
       01 WKS-AGE-IDX      PIC 99.
       01 WKS-EOF-AGE      PIC 9.

       01 T-AGENTES.
           03 T-AGE OCCURS 50 TIMES.
               05 T-AG-ID    PIC 9(04).
               05 T-AG-NOM   PIC X(30).
               05 T-AG-SUC   PIC 9(03).
               05 T-AG-EST   PIC 9.
               05 T-AG-CLA   PIC 9(18).
               05 T-AG-SAL   PIC 9(07)V99.
               05 T-AG-ANT   PIC 9(07)V99.
               05 T-AG-COM   PIC 9(07)V99.
               05 T-AG-REC   PIC 9(07)V99.
               05 T-AG-NETO  PIC S9(07)V99.
               05 T-AG-PEND  PIC X.
               05 T-AG-MARCA PIC X.
               05 T-AG-RES   PIC X(16).

      *    Porcentaje de comision por clase de tarjeta.
       01 WKS-MAX-TAG      PIC 99 VALUE 10.
       01 WKS-NUM-TAG      PIC 99 VALUE ZERO.
       01 WKS-TAG-IDX      PIC 99.
       01 WKS-EOF-TAG      PIC 9.

       01 T-TASAS.
           03 T-TAG OCCURS 10 TIMES.
               05 T-TG-CLA  PIC 9.
               05 T-TG-PCT  PIC 99V99.

      *    Primera anualidad del cliente: ano de su primer cargo
      *    tipo 1, si quedo pagada completa, y su base sin IVA.
       01 WKS-FIN-PRI      PIC 9.
       01 WKS-PRI-ANIO     PIC 9(04).
       01 WKS-PRI-PAGADA   PIC X.
       01 WKS-BASE-COM     PIC 9(07)V99.
       01 WKS-PCT-COM      PIC 99V99.
       01 WKS-IMP-COM      PIC 9(07)V99.
       01 WKS-CLI-EXISTE   PIC X.

      *    Fin de los meses de gracia: FEC-ING mas los meses del
      *    parametro.
       01 WKS-FEC-LIMITE.
           03 WKS-LIM-ANO  PIC 9(04).
           03 WKS-LIM-MES  PIC 9(02).
           03 WKS-LIM-DIA  PIC 9(02).
       01 WKS-FEC-LIM-N REDEFINES WKS-FEC-LIMITE PIC 9(08).

       01 WKS-AGE-ACTUAL   PIC 9(04).
       01 WKS-PRIMERO      PIC X.
       01 WKS-NETO         PIC S9(07)V99.

       01 WKS-TOT-COMIS    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-RECUP    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-CANCEL   PIC 9(06) VALUE ZERO.
       01 WKS-TOT-TRANSF   PIC 9(06) VALUE ZERO.
       01 WKS-MTO-TRANSF   PIC 9(13)V99 VALUE ZERO.
       01 WKS-TOT-SIN-AGE  PIC 9(06) VALUE ZERO.

       77 WKS-FIN          PIC 9.
       77 WKS-I            PIC 99.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(44)
                   VALUE "ESTADO DE CUENTA DE COMISIONES A AGENTES".

       01 WKS-ENCB.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE "PERIODO: ".
           03 WKS-ENC-PER    PIC 9(06).
           03 FILLER         PIC X(18) VALUE "  MESES DE GRACIA:".
           03 WKS-ENC-GRA    PIC Z9.

       01 WKS-ENCC.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(08) VALUE "CLIENTE".
           03 FILLER         PIC X(32) VALUE "NOMBRE".
           03 FILLER         PIC X(14) VALUE "MOVIMIENTO".
           03 FILLER         PIC X(04) VALUE "CLA".
           03 FILLER         PIC X(12) VALUE "BASE".
           03 FILLER         PIC X(07) VALUE "PCT".
           03 FILLER         PIC X(10) VALUE "IMPORTE".

       01 WKS-AGE-LIN.
           03 FILLER         PIC X(08) VALUE "AGENTE: ".
           03 WKS-AL-ID      PIC 9(04).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-AL-NOM     PIC X(30).
           03 FILLER         PIC X(11) VALUE " SUCURSAL: ".
           03 WKS-AL-SUC     PIC 9(03).

       01 WKS-DET1.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-DT-CLI     PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-NOM     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-TIPO    PIC X(12).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-CLA     PIC 9.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-BASE    PIC $$$,$$9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-PCT     PIC Z9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-IMP     PIC $$$,$$9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-MARCA   PIC X(10).

       01 WKS-PIE-AGE.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(07) VALUE "COMIS: ".
           03 WKS-PA-COM     PIC $$$,$$9.99.
           03 FILLER         PIC X(08) VALUE "  RECUP:".
           03 WKS-PA-REC     PIC $$$,$$9.99.
           03 FILLER         PIC X(15) VALUE "  EN CONTRA AN:".
           03 WKS-PA-ANT     PIC $$$,$$9.99.
           03 FILLER         PIC X(08) VALUE "  NETO: ".
           03 WKS-PA-NETO    PIC -$$$,$$9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-PA-RES     PIC X(16).

       01 WKS-TRAILER.
           03 FILLER          PIC X(15) VALUE "**** CONTROL: ".
           03 WKS-TRL-REGS-F  PIC ZZZ,ZZ9.
           03 FILLER          PIC X(16) VALUE " TRANSFERENCIAS ".
           03 FILLER          PIC X(07) VALUE "MONTO: ".
           03 WKS-TRL-MONTO-F PIC $$,$$$,$$$,$$9.99.
           03 FILLER          PIC X(13) VALUE " COMISIONES: ".
           03 WKS-TRL-COM-F   PIC ZZ,ZZ9.
           03 FILLER          PIC X(16) VALUE " RECUPERACIONES:".
           03 WKS-TRL-REC-F   PIC ZZ,ZZ9.
           03 FILLER          PIC X(05) VALUE " ****".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-REVISA-CLIENTE UNTIL WKS-FIN = 1.
           PERFORM 2500-TOTALIZA.
           PERFORM 2600-DECIDE-AGENTE
               VARYING WKS-AGE-IDX FROM 1 BY 1
               UNTIL WKS-AGE-IDX > WKS-NUM-AGE.
           PERFORM 2700-ESTADO-CUENTA.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           DISPLAY SPACES ERASE.
           MOVE 3 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-OPERADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               GOBACK.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           DISPLAY "COM_AGE_PERIODO" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM NOT = SPACES
               MOVE WKS-PARM (1:6) TO WKS-PERIODO
           ELSE
               MOVE WKS-FECHA-HOY (1:6) TO WKS-PERIODO.

           IF WKS-PER-MES < 1 OR WKS-PER-MES > 12
               DISPLAY "MES A PROCESAR INVALIDO: " WKS-PERIODO
               MOVE 8 TO RETURN-CODE
               GOBACK.

           MOVE SPACES TO WKS-PARM.
           DISPLAY "COM_AGE_MESES" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM (1:2) IS NUMERIC AND WKS-PARM (1:2) NOT = "00"
               MOVE WKS-PARM (1:2) TO WKS-MESES-GRACIA
           ELSE
               MOVE 6 TO WKS-MESES-GRACIA.

           PERFORM 1100-CARGA-AGENTES.
           PERFORM 1200-CARGA-TASAS.

           OPEN I-O ARC-MCO.
           IF WKS-FS-MCO = "35"
               OPEN OUTPUT ARC-MCO
               CLOSE ARC-MCO
               OPEN I-O ARC-MCO.

           OPEN OUTPUT ARC-TRA.
           OPEN OUTPUT REP-COM.
           OPEN EXTEND ARC-TES.
           IF WKS-FS-TES = "35"
               OPEN OUTPUT ARC-TES.
           PERFORM 1800-ENCABEZADOS.

           MOVE ZERO TO WKS-FIN.
           OPEN INPUT CLIENTES.
           OPEN INPUT ARC-CXC.
           OPEN I-O ARC-ACL.
           IF WKS-FS-ACL = "35" OR WKS-FS-CLI = "35"
               DISPLAY "NO HAY ALTAS CON AGENTE QUE REVISAR"
               MOVE 1 TO WKS-FIN
           ELSE
               READ ARC-ACL NEXT
                   AT END MOVE 1 TO WKS-FIN.

      *    Sin catalogo no hay CLABEs: las comisiones se calculan y
      *    quedan pendientes de transferir.
       1100-CARGA-AGENTES.
           MOVE ZERO TO WKS-EOF-AGE.
           OPEN INPUT ARC-AGE.
           IF WKS-FS-AGE = "35"
               MOVE 1 TO WKS-EOF-AGE
           ELSE
               READ ARC-AGE
                   AT END MOVE 1 TO WKS-EOF-AGE.

           PERFORM 1150-AGREGA-AGENTE UNTIL WKS-EOF-AGE = 1.

           IF WKS-FS-AGE NOT = "35"
               CLOSE ARC-AGE.

       1150-AGREGA-AGENTE.
           IF WKS-NUM-AGE < WKS-MAX-AGE
               ADD 1 TO WKS-NUM-AGE
               MOVE AGE-ID           TO T-AG-ID (WKS-NUM-AGE)
               MOVE AGE-NOMBRE       TO T-AG-NOM (WKS-NUM-AGE)
               MOVE AGE-SUC          TO T-AG-SUC (WKS-NUM-AGE)
               MOVE AGE-ESTADO       TO T-AG-EST (WKS-NUM-AGE)
               MOVE AGE-CLABE        TO T-AG-CLA (WKS-NUM-AGE)
               MOVE AGE-SALDO-CONTRA TO T-AG-SAL (WKS-NUM-AGE)
               MOVE AGE-SALDO-CONTRA TO T-AG-ANT (WKS-NUM-AGE)
               MOVE ZERO             TO T-AG-COM (WKS-NUM-AGE)
               MOVE ZERO             TO T-AG-REC (WKS-NUM-AGE)
               MOVE ZERO             TO T-AG-NETO (WKS-NUM-AGE)
               MOVE "N"              TO T-AG-PEND (WKS-NUM-AGE)
               MOVE "N"              TO T-AG-MARCA (WKS-NUM-AGE)
               MOVE SPACES           TO T-AG-RES (WKS-NUM-AGE)
           ELSE
               DISPLAY "CATALOGO DE AGENTES LLENO, SE OMITEN "
                   "RESTANTES".

           READ ARC-AGE
               AT END MOVE 1 TO WKS-EOF-AGE.

      *    Sin porcentajes ninguna clase paga comision.
       1200-CARGA-TASAS.
           MOVE ZERO TO WKS-EOF-TAG.
           OPEN INPUT ARC-TAG.
           IF WKS-FS-TAG = "35"
               MOVE 1 TO WKS-EOF-TAG
           ELSE
               READ ARC-TAG
                   AT END MOVE 1 TO WKS-EOF-TAG.

           PERFORM 1250-AGREGA-TASA UNTIL WKS-EOF-TAG = 1.

           IF WKS-FS-TAG NOT = "35"
               CLOSE ARC-TAG.

       1250-AGREGA-TASA.
           IF WKS-NUM-TAG < WKS-MAX-TAG
               ADD 1 TO WKS-NUM-TAG
               MOVE TAG-CLA-TAR TO T-TG-CLA (WKS-NUM-TAG)
               MOVE TAG-PCT     TO T-TG-PCT (WKS-NUM-TAG).

           READ ARC-TAG
               AT END MOVE 1 TO WKS-EOF-TAG.

       1800-ENCABEZADOS.
           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "HDR" TO WKS-HDR-MARCA.
           MOVE WKS-FECHA-HOY TO WKS-HDR-FECHA.
           MOVE WKS-REG-TRAB TO REG-TRA.
           WRITE REG-TRA.

           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-PERIODO      TO WKS-ENC-PER.
           MOVE WKS-MESES-GRACIA TO WKS-ENC-GRA.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 1.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

      *-------------------COMISIONES Y RECUPERACIONES--------------*
      *    Pendiente: se comisiona al cobrar la primera anualidad o
      *    se cancela si el cliente ya no esta activo. Comisionado
      *    en un mes anterior: se recupera si la baja cayo dentro de
      *    los meses de gracia.
       2000-REVISA-CLIENTE.
           IF ACL-PENDIENTE
               PERFORM 2100-CHECA-COBRO
           ELSE
               IF ACL-COMISIONADO AND ACL-MES-COM < WKS-PERIODO
                   PERFORM 2300-CHECA-BAJA.

           READ ARC-ACL NEXT
               AT END MOVE 1 TO WKS-FIN.

       2050-LEE-CLIENTE.
           MOVE "S" TO WKS-CLI-EXISTE.
           MOVE ACL-ID-CLIENTE TO ID-CLIENTE.
           READ CLIENTES
               INVALID KEY MOVE "N" TO WKS-CLI-EXISTE.

       2100-CHECA-COBRO.
           PERFORM 2050-LEE-CLIENTE.
           IF WKS-CLI-EXISTE = "N" OR NOT CLIENTE-ACTIVO
               SET ACL-CANCELADO TO TRUE
               REWRITE REG-ACL
               ADD 1 TO WKS-TOT-CANCEL
           ELSE
               PERFORM 2150-BUSCA-PRIMERA
               IF WKS-PRI-PAGADA = "S"
                   PERFORM 2200-GRABA-COMISION.

      *    La primera anualidad es el ano del primer cargo tipo 1;
      *    cuenta como cobrada cuando todas sus mensualidades quedaron
      *    pagadas con saldo en cero (igual que el credito por
      *    referido de APLI-PAG).
       2150-BUSCA-PRIMERA.
           MOVE "N"  TO WKS-PRI-PAGADA.
           MOVE ZERO TO WKS-PRI-ANIO.
           MOVE ZERO TO WKS-BASE-COM.
           MOVE ZERO TO WKS-FIN-PRI.
           IF WKS-FS-CXC = "35"
               MOVE 1 TO WKS-FIN-PRI
           ELSE
               MOVE ACL-ID-CLIENTE TO CXC-ID-CLIENTE
               MOVE ZERO           TO CXC-ANIO
               MOVE ZERO           TO CXC-TIPO
               MOVE ZERO           TO CXC-PARC
               START ARC-CXC KEY IS GREATER THAN CXC-LLAVE
                   INVALID KEY MOVE 1 TO WKS-FIN-PRI.

           PERFORM 2160-LEE-PRIMERA UNTIL WKS-FIN-PRI = 1.

       2160-LEE-PRIMERA.
           READ ARC-CXC NEXT
               AT END MOVE 1 TO WKS-FIN-PRI.

           IF WKS-FIN-PRI = ZERO
               IF CXC-ID-CLIENTE NOT = ACL-ID-CLIENTE
                   MOVE 1 TO WKS-FIN-PRI
               ELSE
                   IF WKS-PRI-ANIO NOT = ZERO
                      AND CXC-ANIO NOT = WKS-PRI-ANIO
                       MOVE 1 TO WKS-FIN-PRI
                   ELSE
                       IF CXC-TIPO = 1
                           PERFORM 2170-CHECA-CUOTA.

       2170-CHECA-CUOTA.
           IF WKS-PRI-ANIO = ZERO
               MOVE CXC-ANIO TO WKS-PRI-ANIO
               MOVE "S"      TO WKS-PRI-PAGADA.

           IF NOT CXC-PAGADA OR CXC-SALDO NOT = ZERO
               MOVE "N" TO WKS-PRI-PAGADA.

           ADD CXC-BASE TO WKS-BASE-COM.

       2200-GRABA-COMISION.
           MOVE ZERO TO WKS-TAG-IDX.
           PERFORM 2250-COMPARA-TASA
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-TAG.

           IF WKS-TAG-IDX NOT = ZERO
               MOVE T-TG-PCT (WKS-TAG-IDX) TO WKS-PCT-COM
           ELSE
               MOVE ZERO TO WKS-PCT-COM.

           COMPUTE WKS-IMP-COM ROUNDED =
               WKS-BASE-COM * WKS-PCT-COM / 100.

           SET ACL-COMISIONADO TO TRUE.
           MOVE WKS-PERIODO TO ACL-MES-COM.
           MOVE WKS-IMP-COM TO ACL-IMP-COM.
           REWRITE REG-ACL.
           ADD 1 TO WKS-TOT-COMIS.

           IF WKS-IMP-COM > ZERO
               MOVE WKS-PERIODO    TO MCO-PERIODO
               MOVE ACL-ID-AGENTE  TO MCO-ID-AGENTE
               MOVE ACL-ID-CLIENTE TO MCO-ID-CLIENTE
               SET MCO-COMISION TO TRUE
               MOVE CLA-TAR        TO MCO-CLA-TAR
               MOVE WKS-BASE-COM   TO MCO-BASE
               MOVE WKS-PCT-COM    TO MCO-PCT
               MOVE WKS-IMP-COM    TO MCO-IMPORTE
               MOVE SPACE          TO MCO-ESTADO
               WRITE REG-MCO
                   INVALID KEY
                       DISPLAY "MOVIMIENTO DUPLICADO: " MCO-LLAVE.

       2250-COMPARA-TASA.
           IF T-TG-CLA (WKS-I) = CLA-TAR
               MOVE WKS-I TO WKS-TAG-IDX
               ADD 15 TO WKS-I.

      *    Baja dentro de los meses de gracia: la fecha de baja cae
      *    antes de FEC-ING mas los meses del parametro.
       2300-CHECA-BAJA.
           PERFORM 2050-LEE-CLIENTE.
           IF WKS-CLI-EXISTE = "S" AND NOT CLIENTE-ACTIVO
                   AND FEC-BAJA NOT = ZERO
               MOVE FEC-ING TO WKS-FEC-LIMITE
               ADD WKS-MESES-GRACIA TO WKS-LIM-MES
               PERFORM 2320-AJUSTA-MES UNTIL WKS-LIM-MES NOT > 12
               IF FEC-BAJA < WKS-FEC-LIM-N
                   PERFORM 2350-GRABA-RECUPERA.

       2320-AJUSTA-MES.
           SUBTRACT 12 FROM WKS-LIM-MES.
           ADD 1 TO WKS-LIM-ANO.

       2350-GRABA-RECUPERA.
           SET ACL-RECUPERADO TO TRUE.
           MOVE WKS-PERIODO TO ACL-MES-REC.
           REWRITE REG-ACL.
           ADD 1 TO WKS-TOT-RECUP.

           IF ACL-IMP-COM > ZERO
               MOVE WKS-PERIODO    TO MCO-PERIODO
               MOVE ACL-ID-AGENTE  TO MCO-ID-AGENTE
               MOVE ACL-ID-CLIENTE TO MCO-ID-CLIENTE
               SET MCO-RECUPERA TO TRUE
               MOVE CLA-TAR        TO MCO-CLA-TAR
               MOVE ZERO           TO MCO-BASE
               MOVE ZERO           TO MCO-PCT
               MOVE ACL-IMP-COM    TO MCO-IMPORTE
               MOVE SPACE          TO MCO-ESTADO
               WRITE REG-MCO
                   INVALID KEY
                       DISPLAY "MOVIMIENTO DUPLICADO: " MCO-LLAVE.

      *-------------------TOTALES POR AGENTE-----------------------*
      *    Suma por agente lo que el mes tiene sin dispersar; los
      *    renglones ya dispersados de una corrida anterior del mismo
      *    mes no vuelven a pagarse.
       2500-TOTALIZA.
           MOVE ZERO TO WKS-FIN.
           MOVE WKS-PERIODO TO MCO-PERIODO.
           MOVE ZERO        TO MCO-ID-AGENTE.
           MOVE ZERO        TO MCO-ID-CLIENTE.
           START ARC-MCO KEY IS NOT LESS THAN MCO-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN.

           PERFORM 2550-SUMA-MOVIMIENTO UNTIL WKS-FIN = 1.

       2550-SUMA-MOVIMIENTO.
           READ ARC-MCO NEXT
               AT END MOVE 1 TO WKS-FIN.

           IF WKS-FIN = ZERO
               IF MCO-PERIODO NOT = WKS-PERIODO
                   MOVE 1 TO WKS-FIN
               ELSE
                   PERFORM 2560-BUSCA-AGENTE
                   PERFORM 2570-ACUMULA.

       2560-BUSCA-AGENTE.
           MOVE ZERO TO WKS-AGE-IDX.
           PERFORM 2565-COMPARA-AGENTE
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-AGE.

       2565-COMPARA-AGENTE.
           IF T-AG-ID (WKS-I) = MCO-ID-AGENTE
               MOVE WKS-I TO WKS-AGE-IDX
               ADD 60 TO WKS-I.

       2570-ACUMULA.
           IF WKS-AGE-IDX = ZERO
               ADD 1 TO WKS-TOT-SIN-AGE
           ELSE
               IF MCO-DISPERSADO
                   MOVE "YA DISPERSADO" TO T-AG-RES (WKS-AGE-IDX)
               ELSE
                   MOVE "S" TO T-AG-PEND (WKS-AGE-IDX)
                   IF MCO-COMISION
                       ADD MCO-IMPORTE TO T-AG-COM (WKS-AGE-IDX)
                   ELSE
                       ADD MCO-IMPORTE TO T-AG-REC (WKS-AGE-IDX).

      *    Neto = comisiones - recuperaciones - saldo en contra que
      *    traia. Positivo con CLABE se transfiere; positivo sin
      *    CLABE queda pendiente; cero o negativo se compensa y lo
      *    que falta queda como nuevo saldo en contra.
       2600-DECIDE-AGENTE.
           IF T-AG-PEND (WKS-AGE-IDX) = "S"
               COMPUTE T-AG-NETO (WKS-AGE-IDX) =
                   T-AG-COM (WKS-AGE-IDX) - T-AG-REC (WKS-AGE-IDX)
                   - T-AG-SAL (WKS-AGE-IDX)
               IF T-AG-NETO (WKS-AGE-IDX) > ZERO
                   PERFORM 2650-NETO-A-FAVOR
               ELSE
                   COMPUTE T-AG-SAL (WKS-AGE-IDX) =
                       ZERO - T-AG-NETO (WKS-AGE-IDX)
                   MOVE "S" TO T-AG-MARCA (WKS-AGE-IDX)
                   MOVE "SALDO EN CONTRA" TO T-AG-RES (WKS-AGE-IDX).

       2650-NETO-A-FAVOR.
           IF T-AG-CLA (WKS-AGE-IDX) = ZERO
               MOVE "SIN CLABE" TO T-AG-RES (WKS-AGE-IDX)
           ELSE
               MOVE SPACES TO WKS-REG-TRAB
               MOVE "DET" TO WKS-DET-MARCA
               MOVE T-AG-CLA (WKS-AGE-IDX)  TO WKS-DET-CLABE
               MOVE T-AG-NOM (WKS-AGE-IDX)  TO WKS-DET-NOMBRE
               MOVE T-AG-NETO (WKS-AGE-IDX) TO WKS-DET-NETO
               MOVE WKS-REG-TRAB TO REG-TRA
               WRITE REG-TRA
               ADD 1 TO WKS-TOT-TRANSF
               ADD T-AG-NETO (WKS-AGE-IDX) TO WKS-MTO-TRANSF
               PERFORM 2680-ANOTA-TESORERIA
               MOVE ZERO TO T-AG-SAL (WKS-AGE-IDX)
               MOVE "S" TO T-AG-MARCA (WKS-AGE-IDX)
               MOVE "TRANSFERIDO" TO T-AG-RES (WKS-AGE-IDX).

       2680-ANOTA-TESORERIA.
           MOVE WKS-FECHA-HOY           TO TES-FECHA.
           MOVE "COM-AGE "              TO TES-ORIGEN.
           MOVE "S"                     TO TES-SENTIDO.
           MOVE "T"                     TO TES-MEDIO.
           MOVE T-AG-ID (WKS-AGE-IDX)   TO TES-ID.
           MOVE T-AG-NOM (WKS-AGE-IDX)  TO TES-REFERENCIA.
           MOVE T-AG-NETO (WKS-AGE-IDX) TO TES-IMPORTE.
           WRITE REG-TES.

      *-------------------ESTADO DE CUENTA-------------------------*
      *    Un bloque por agente con sus clientes del mes y su pie;
      *    los renglones del agente que se transfirio o compenso
      *    quedan marcados dispersados.
       2700-ESTADO-CUENTA.
           MOVE ZERO TO WKS-FIN.
           MOVE "S"  TO WKS-PRIMERO.
           MOVE WKS-PERIODO TO MCO-PERIODO.
           MOVE ZERO        TO MCO-ID-AGENTE.
           MOVE ZERO        TO MCO-ID-CLIENTE.
           START ARC-MCO KEY IS NOT LESS THAN MCO-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN.

           PERFORM 2750-LISTA-MOVIMIENTO UNTIL WKS-FIN = 1.

           IF WKS-PRIMERO = "N"
               PERFORM 2850-PIE-AGENTE.

       2750-LISTA-MOVIMIENTO.
           READ ARC-MCO NEXT
               AT END MOVE 1 TO WKS-FIN.

           IF WKS-FIN = ZERO AND MCO-PERIODO NOT = WKS-PERIODO
               MOVE 1 TO WKS-FIN.

           IF WKS-FIN = ZERO
               IF WKS-PRIMERO = "S"
                   PERFORM 2800-ENCABEZA-AGENTE
               ELSE
                   IF MCO-ID-AGENTE NOT = WKS-AGE-ACTUAL
                       PERFORM 2850-PIE-AGENTE
                       PERFORM 2800-ENCABEZA-AGENTE.

           IF WKS-FIN = ZERO
               PERFORM 2780-LISTA-DETALLE.

       2780-LISTA-DETALLE.
           MOVE MCO-ID-CLIENTE TO ID-CLIENTE.
           READ CLIENTES
               INVALID KEY MOVE "** NO EN PADRON **" TO NOM-CLI.

           MOVE MCO-ID-CLIENTE TO WKS-DT-CLI.
           MOVE NOM-CLI        TO WKS-DT-NOM.
           IF MCO-COMISION
               MOVE "COMISION"     TO WKS-DT-TIPO
           ELSE
               MOVE "RECUPERACION" TO WKS-DT-TIPO.
           MOVE MCO-CLA-TAR    TO WKS-DT-CLA.
           MOVE MCO-BASE       TO WKS-DT-BASE.
           MOVE MCO-PCT        TO WKS-DT-PCT.
           MOVE MCO-IMPORTE    TO WKS-DT-IMP.

           IF MCO-DISPERSADO
               MOVE "YA PAGADO" TO WKS-DT-MARCA
           ELSE
               MOVE SPACES TO WKS-DT-MARCA
               IF WKS-AGE-IDX NOT = ZERO
                   IF T-AG-MARCA (WKS-AGE-IDX) = "S"
                       SET MCO-DISPERSADO TO TRUE
                       REWRITE REG-MCO.

           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

       2800-ENCABEZA-AGENTE.
           MOVE "N" TO WKS-PRIMERO.
           MOVE MCO-ID-AGENTE TO WKS-AGE-ACTUAL.
           PERFORM 2560-BUSCA-AGENTE.

           MOVE MCO-ID-AGENTE TO WKS-AL-ID.
           IF WKS-AGE-IDX = ZERO
               MOVE "** NO CATALOGADO **"  TO WKS-AL-NOM
               MOVE ZERO                   TO WKS-AL-SUC
           ELSE
               MOVE T-AG-NOM (WKS-AGE-IDX) TO WKS-AL-NOM
               MOVE T-AG-SUC (WKS-AGE-IDX) TO WKS-AL-SUC.
           MOVE WKS-AGE-LIN TO LINEA.
           WRITE LINEA AFTER 2.

       2850-PIE-AGENTE.
           IF WKS-AGE-IDX = ZERO
               MOVE ZERO TO WKS-PA-COM
               MOVE ZERO TO WKS-PA-REC
               MOVE ZERO TO WKS-PA-ANT
               MOVE ZERO TO WKS-PA-NETO
               MOVE "NO CATALOGADO" TO WKS-PA-RES
           ELSE
               MOVE T-AG-COM (WKS-AGE-IDX)  TO WKS-PA-COM
               MOVE T-AG-REC (WKS-AGE-IDX)  TO WKS-PA-REC
               MOVE T-AG-ANT (WKS-AGE-IDX)  TO WKS-PA-ANT
               MOVE T-AG-NETO (WKS-AGE-IDX) TO WKS-PA-NETO
               MOVE T-AG-RES (WKS-AGE-IDX)  TO WKS-PA-RES.
           MOVE WKS-PIE-AGE TO LINEA.
           WRITE LINEA AFTER 1.

      *    El catalogo se regraba con los saldos en contra nuevos.
       3000-FIN.
           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "TRL" TO WKS-TRL-MARCA.
           MOVE WKS-TOT-TRANSF TO WKS-TRL-REGS.
           MOVE WKS-MTO-TRANSF TO WKS-TRL-MONTO.
           MOVE WKS-REG-TRAB TO REG-TRA.
           WRITE REG-TRA.

           MOVE WKS-TOT-TRANSF TO WKS-TRL-REGS-F.
           MOVE WKS-MTO-TRANSF TO WKS-TRL-MONTO-F.
           MOVE WKS-TOT-COMIS  TO WKS-TRL-COM-F.
           MOVE WKS-TOT-RECUP  TO WKS-TRL-REC-F.
           MOVE WKS-TRAILER TO LINEA.
           WRITE LINEA AFTER 2.

           IF WKS-FS-AGE NOT = "35"
               OPEN OUTPUT ARC-AGE
               PERFORM 3100-GRABA-AGENTE
                   VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-AGE
               CLOSE ARC-AGE.

           IF WKS-FS-ACL NOT = "35"
               CLOSE ARC-ACL.
           IF WKS-FS-CLI NOT = "35"
               CLOSE CLIENTES.
           IF WKS-FS-CXC NOT = "35"
               CLOSE ARC-CXC.
           CLOSE ARC-MCO.
           CLOSE ARC-TRA.
           CLOSE ARC-TES.
           CLOSE REP-COM.

           DISPLAY "COMISIONES: " WKS-TOT-COMIS
               " RECUPERACIONES: " WKS-TOT-RECUP
               " CANCELADAS: " WKS-TOT-CANCEL.
           DISPLAY "TRANSFERENCIAS: " WKS-TOT-TRANSF
               " MONTO: " WKS-MTO-TRANSF.
           IF WKS-TOT-SIN-AGE > ZERO
               DISPLAY "MOVIMIENTOS DE AGENTES NO CATALOGADOS: "
                   WKS-TOT-SIN-AGE.

       3100-GRABA-AGENTE.
           MOVE T-AG-ID (WKS-I)  TO AGE-ID.
           MOVE T-AG-NOM (WKS-I) TO AGE-NOMBRE.
           MOVE T-AG-SUC (WKS-I) TO AGE-SUC.
           MOVE T-AG-EST (WKS-I) TO AGE-ESTADO.
           MOVE T-AG-CLA (WKS-I) TO AGE-CLABE.
           MOVE T-AG-SAL (WKS-I) TO AGE-SALDO-CONTRA.
           WRITE REG-AGE.
