       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIF-ANU.
      *    Devengo mensual de anualidades: FACT-ANU factura la
      *    anualidad completa en el aniversario y POL-CON la abona a
      *    la cuenta de ingreso diferido; este paso de fin de mes la
      *    pasa al ingreso conforme corre el ano de la tarjeta.
      *    Lleva en ARC-DIF un calendario por cliente y ano
      *    facturado (partidas tipo 1 de ARC-CXC, todas las
      *    mensualidades juntas), devenga cada mes la parte
      *    proporcional a los dias transcurridos de la cobertura y
      *    deja en ARC-PDI (layout de la poliza ARC-POL) un par
      *    cargo/abono por tipo de tarjeta que mueve el diferido al
      *    ingreso del tipo. Al cliente dado de baja se le devenga
      *    hasta la fecha de baja y lo no devengado se libera contra
      *    el credito de baja (renglon "CREDITO DE BAJA" del mapeo),
      *    que es el que MANT-CLI netea o deja como partida tipo 3.
      *    El listado REP-DIF da por tipo de tarjeta lo devengado,
      *    lo liberado y el saldo diferido al cierre del mes.
      *    El mes lo puede pasar la corrida por ambiente (AAAAMM)
      *    para repetir un cierre; si no, es el mes en curso. Deja
      *    su INI/OK/MAL en ARC-RUN, que CIERRE-MES exige.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
           SELECT ARC-DIF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIF-LLAVE
               FILE STATUS IS WKS-FS-DIF.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
           SELECT ARC-CTA ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CTA.
           SELECT ARC-PDI ASSIGN TO DISK.
           SELECT REP-DIF ASSIGN TO PRINTER.
           SELECT ARC-RUN ASSIGN TO DISK
               FILE STATUS IS WKS-FS-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CXC.
           COPY REGCXC.

       FD ARC-DIF.
           COPY REGDIF.

       FD CLIENTES.
           COPY REGCLI.

       FD ARC-CTA.
       01 REG-CTA.
           03 CTA-NOM-TAR PIC X(20).
           03 CTA-CARGO   PIC X(10).
           03 CTA-ABONO   PIC X(10).

      *    Mismo layout que la poliza ARC-POL de POL-CON.
       FD ARC-PDI.
       01 REG-POL.
           03 POL-FECHA    PIC 9(08).
           03 POL-CUENTA   PIC X(10).
           03 POL-CONCEPTO PIC X(30).
           03 POL-CARGO    PIC 9(09)V99.
           03 POL-ABONO    PIC 9(09)V99.

       FD REP-DIF.
       01 LINEA          PIC X(132).

       FD ARC-RUN.
       01 REG-RUN.
           03 RUN-FECHA    PIC 9(08).
           03 RUN-HORA     PIC 9(06).
           03 RUN-PASO     PIC X(08).
           03 RUN-ESTADO   PIC X(04).

       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-DIF        PIC XX.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-CTA        PIC XX.

      *    Constancia en el control de corrida.
       01 WKS-FS-RUN        PIC XX.
       01 WKS-RUN-EST       PIC X(04).
       01 WKS-HORA-CAP.
           03 WKS-HORA6     PIC 9(06).
           03 FILLER        PIC 99.

      *    Mes que se devenga y su ultimo dia (fecha de la poliza y
      *    corte del devengo).
       01 WKS-PARM          PIC X(80).
       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).
       01 WKS-PERIODO.
           03 WKS-PER-ANIO  PIC 9(04).
           03 WKS-PER-MES   PIC 9(02).
       01 WKS-FEC-CORTE-MES.
           03 WKS-FCM-PER   PIC 9(06).
           03 WKS-FCM-DIA   PIC 9(02).
       01 WKS-FEC-INI-MES   PIC 9(08).

      *    Primera corrida: sin calendario todavia, los anos cuya
      *    cobertura empezo antes del mes ya se registraron completos
      *    como ingreso y entran como anteriores.
       01 WKS-PRIMERA       PIC 9 VALUE ZERO.

      *    Ano facturado en turno (corte de control por cliente y
      *    ano sobre la cartera).
       01 WKS-GRUPO.
           03 WKS-GR-ID     PIC 9(06).
           03 WKS-GR-ANIO   PIC 9(04).
       01 WKS-GR-NOMTAR     PIC X(20).
       01 WKS-GR-BASE       PIC 9(05)V99.
       01 WKS-GR-VENC       PIC 9(08).
       01 WKS-HAY-GRUPO     PIC 9 VALUE ZERO.

      *    Devengo del ano en turno.
       01 WKS-FEC-FIN.
           03 WKS-FF-ANO    PIC 9(04).
           03 WKS-FF-MMDD   PIC 9(04).
       01 WKS-FEC-CORTE     PIC 9(08).
       01 WKS-BAJA          PIC 9.
       01 WKS-SERIE-INI     PIC 9(08).
       01 WKS-DIAS-COB      PIC 9(05).
       01 WKS-DIAS-DEV      PIC S9(05).
       01 WKS-META          PIC 9(05)V99.
       01 WKS-DEVENGA       PIC 9(05)V99.
       01 WKS-LIBERA        PIC 9(05)V99.
       01 WKS-SALDO-DIF     PIC 9(05)V99.

      *    Serie de dias (igual que en REC-MOR).
       01 WKS-FEC-SERIE.
           03 WKS-SE-ANO  PIC 9(04).
           03 WKS-SE-MES  PIC 9(02).
           03 WKS-SE-DIA  PIC 9(02).
       01 WKS-SERIE         PIC 9(08).
       01 WKS-DOY           PIC 9(03).
       01 WKS-BI-REM        PIC 99.

      *    Cuentas cargadas del mapeo, igual que POL-CON.
       01 WKS-MAX-CTA       PIC 99 VALUE 30.
       01 WKS-NUM-CTA       PIC 99 VALUE ZERO.

       01 T-CUENTAS.
           03 T-CTA OCCURS 30 TIMES.
               05 T-CTA-TAR   PIC X(20).
               05 T-CTA-CAR   PIC X(10).
               05 T-CTA-ABO   PIC X(10).

       01 WKS-NOM-DIF       PIC X(20) VALUE "INGRESO DIFERIDO".
       01 WKS-NOM-BAJ       PIC X(20) VALUE "CREDITO DE BAJA".
       01 WKS-DIF-IDX       PIC 99 VALUE ZERO.
       01 WKS-BAJ-IDX       PIC 99 VALUE ZERO.
       01 WKS-BUSCA-CTA     PIC X(20).

      *    Totales por tipo de tarjeta, creciendo conforme aparecen
      *    tipos nuevos, igual que en EDAD-CXC.
       01 WKS-MAX-TAR       PIC 99 VALUE 10.
       01 WKS-NUM-TAR       PIC 99 VALUE ZERO.
       01 WKS-TAR-IDX       PIC 99.

       01 T-DIFERIDOS.
           03 T-DF OCCURS 10 TIMES.
               05 T-DF-TAR    PIC X(20).
               05 T-DF-CTA    PIC 9(05).
               05 T-DF-DEV    PIC 9(09)V99.
               05 T-DF-LIB    PIC 9(09)V99.
               05 T-DF-SAL    PIC 9(09)V99.

       01 WKS-TOT-DEV       PIC 9(11)V99 VALUE ZERO.
       01 WKS-TOT-LIB       PIC 9(11)V99 VALUE ZERO.
       01 WKS-TOT-SAL       PIC 9(11)V99 VALUE ZERO.
       01 WKS-TOT-CARGOS    PIC 9(11)V99 VALUE ZERO.
       01 WKS-TOT-ABONOS    PIC 9(11)V99 VALUE ZERO.
       01 WKS-TOT-NUEVOS    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-BAJAS     PIC 9(06) VALUE ZERO.
       01 WKS-TOT-POSTER    PIC 9(06) VALUE ZERO.
       01 WKS-SIN-CUENTA    PIC 9(04) VALUE ZERO.
       01 WKS-MTO-F         PIC $$,$$$,$$$,$$9.99.

      *    Datos de la falla para el registro central ERR-ARC.
       01 WKS-ERR-PROG      PIC X(08) VALUE "DIF-ANU".
       01 WKS-ERR-PARRAFO   PIC X(30).
       01 WKS-ERR-ARCHIVO   PIC X(08).
       01 WKS-ERR-OPER      PIC X(08).
       01 WKS-ERR-FS        PIC XX.
       01 WKS-ERR-LLAVE     PIC X(30).
       01 WKS-TOT-ERRORES   PIC 9(05) VALUE ZERO.

       77 WKS-EOF           PIC 9.
       77 WKS-I             PIC 99.
       77 WKS-FIN-BUS       PIC 9.
       77 WKS-J             PIC 99.
       77 WKS-CTA-IDX       PIC 99.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(18) VALUE SPACES.
           03 FILLER         PIC X(46) VALUE
               "CALENDARIO DE INGRESO DIFERIDO DE ANUALIDADES".

       01 WKS-ENCB.
           03 FILLER         PIC X(18)
                   VALUE "MES DEVENGADO:    ".
           03 WKS-ENCB-MES   PIC X(10).
           03 FILLER         PIC X     VALUE SPACE.
           03 WKS-ENCB-ANIO  PIC 9(04).

       01 WKS-ENCC.
           03 FILLER         PIC X(20) VALUE "TIPO DE TARJETA".
           03 FILLER         PIC X(08) VALUE "   ANOS".
           03 FILLER         PIC X(16) VALUE "   DEVENGADO MES".
           03 FILLER         PIC X(16) VALUE "  LIBERADO BAJA".
           03 FILLER         PIC X(16) VALUE "  SALDO DIFERIDO".

       01 WKS-DET1.
           03 WKS-DET-TAR    PIC X(20).
           03 WKS-DET-CTA    PIC ZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DET-DEV    PIC $$,$$$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DET-LIB    PIC $$,$$$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DET-SAL    PIC $$,$$$,$$9.99.

       01 WKS-PIE.
           03 FILLER         PIC X(28) VALUE "TOTALES:".
           03 WKS-PIE-DEV    PIC $$,$$$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-PIE-LIB    PIC $$,$$$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-PIE-SAL    PIC $$,$$$,$$9.99.

       01 WKS-LINEA-SOL     PIC X(80).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF = 1.
           IF WKS-HAY-GRUPO = 1
               PERFORM 2200-CIERRA-GRUPO.
           PERFORM 3000-GENERA-POLIZA.
           PERFORM 4000-IMPRIME.
           PERFORM 5000-FIN.
           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           DISPLAY "DIF_ANU_PERIODO" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM NOT = SPACES
               MOVE WKS-PARM (1:6) TO WKS-PERIODO
           ELSE
               MOVE WKS-FECHA-HOY (1:6) TO WKS-PERIODO.

      *    Ultimo dia del mes, con febrero de ano bisiesto.
           DIVIDE WKS-PER-ANIO BY 4 GIVING WKS-J REMAINDER WKS-BI-REM.
           IF WKS-BI-REM = 0
               MOVE 29 TO T-DIA (2)
           ELSE
               MOVE 28 TO T-DIA (2).
           MOVE WKS-PERIODO TO WKS-FCM-PER.
           MOVE T-DIA (WKS-PER-MES) TO WKS-FCM-DIA.
           MOVE WKS-PERIODO TO WKS-FEC-INI-MES (1:6).
           MOVE "01" TO WKS-FEC-INI-MES (7:2).

           MOVE "INI " TO WKS-RUN-EST.
           PERFORM 9000-ANOTA-CORRIDA.

           INITIALIZE T-DIFERIDOS.
           PERFORM 1100-CARGA-CUENTAS.

      *    El calendario se crea si no existe todavia.
           OPEN I-O ARC-DIF.
           IF WKS-FS-DIF = "35"
               OPEN OUTPUT ARC-DIF
               CLOSE ARC-DIF
               OPEN I-O ARC-DIF
               MOVE 1 TO WKS-PRIMERA
               DISPLAY "CALENDARIO NUEVO: LOS ANOS ANTERIORES AL MES "
                   "ENTRAN COMO YA REGISTRADOS".

           OPEN INPUT CLIENTES.

           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CXC.
           IF WKS-FS-CXC = "35"
               DISPLAY "NO EXISTE LA CARTERA DE ANUALIDADES"
               MOVE "1000-INICIO" TO WKS-ERR-PARRAFO
               MOVE "ARC-CXC "    TO WKS-ERR-ARCHIVO
               MOVE "OPEN"        TO WKS-ERR-OPER
               MOVE WKS-FS-CXC    TO WKS-ERR-FS
               MOVE SPACES        TO WKS-ERR-LLAVE
               PERFORM 9700-ANOTA-ERROR
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-CXC
                   AT END MOVE 1 TO WKS-EOF.

       1100-CARGA-CUENTAS.
           OPEN INPUT ARC-CTA.
           IF WKS-FS-CTA = "35"
               DISPLAY "NO EXISTE EL MAPEO DE CUENTAS ARC-CTA"
           ELSE
               READ ARC-CTA
                   AT END MOVE 1 TO WKS-I
                   NOT AT END MOVE ZERO TO WKS-I

               PERFORM 1150-AGREGA-CUENTA UNTIL WKS-I = 1

               CLOSE ARC-CTA.

       1150-AGREGA-CUENTA.
           IF WKS-NUM-CTA < WKS-MAX-CTA
               ADD 1 TO WKS-NUM-CTA
               MOVE CTA-NOM-TAR TO T-CTA-TAR (WKS-NUM-CTA)
               MOVE CTA-CARGO   TO T-CTA-CAR (WKS-NUM-CTA)
               MOVE CTA-ABONO   TO T-CTA-ABO (WKS-NUM-CTA)
           ELSE
               DISPLAY "MAPEO DE CUENTAS LLENO, SE OMITEN "
                   "REGISTROS RESTANTES".

           READ ARC-CTA
               AT END MOVE 1 TO WKS-I.

      *-------------------CALENDARIO-------------------------------*
      *    Las partidas de anualidad de un mismo cliente y ano vienen
      *    juntas por la llave de la cartera; se juntan en un solo
      *    renglon del calendario. La base es la del cargo sin IVA.
       2000-PROCESO.
           IF CXC-TIPO = 1 AND CXC-BASE > ZERO
               PERFORM 2100-JUNTA-PARTIDA.

           READ ARC-CXC
               AT END MOVE 1 TO WKS-EOF.

       2100-JUNTA-PARTIDA.
           IF WKS-HAY-GRUPO = 1
                   AND (CXC-ID-CLIENTE NOT = WKS-GR-ID
                        OR CXC-ANIO NOT = WKS-GR-ANIO)
               PERFORM 2200-CIERRA-GRUPO.

           IF WKS-HAY-GRUPO = ZERO
               MOVE 1              TO WKS-HAY-GRUPO
               MOVE CXC-ID-CLIENTE TO WKS-GR-ID
               MOVE CXC-ANIO       TO WKS-GR-ANIO
               MOVE CXC-NOM-TAR    TO WKS-GR-NOMTAR
               MOVE ZERO           TO WKS-GR-BASE
               MOVE CXC-FEC-VENC   TO WKS-GR-VENC.

           ADD CXC-BASE TO WKS-GR-BASE.
           IF CXC-FEC-VENC < WKS-GR-VENC
               MOVE CXC-FEC-VENC TO WKS-GR-VENC.

       2200-CIERRA-GRUPO.
           MOVE ZERO TO WKS-HAY-GRUPO.
           MOVE WKS-GRUPO TO DIF-LLAVE.
           READ ARC-DIF
               INVALID KEY
                   PERFORM 2250-NUEVO-CALENDARIO
                   WRITE REG-DIF
                   MOVE "WRITE" TO WKS-ERR-OPER
               NOT INVALID KEY
                   PERFORM 2300-DEVENGA
                   REWRITE REG-DIF
                   MOVE "REWRITE" TO WKS-ERR-OPER.

           IF WKS-FS-DIF NOT = "00"
               MOVE "2200-CIERRA-GRUPO" TO WKS-ERR-PARRAFO
               MOVE "ARC-DIF "  TO WKS-ERR-ARCHIVO
               MOVE WKS-FS-DIF  TO WKS-ERR-FS
               MOVE SPACES      TO WKS-ERR-LLAVE
               MOVE DIF-LLAVE   TO WKS-ERR-LLAVE
               PERFORM 9700-ANOTA-ERROR.

      *    Cobertura de un ano a partir del primer vencimiento
      *    facturado, la misma que toma el credito de baja.
       2250-NUEVO-CALENDARIO.
           INITIALIZE REG-DIF.
           MOVE WKS-GRUPO     TO DIF-LLAVE.
           MOVE WKS-GR-NOMTAR TO DIF-NOM-TAR.
           MOVE WKS-GR-VENC   TO DIF-FEC-INI.
           MOVE WKS-GR-VENC   TO WKS-FEC-FIN.
           ADD 1 TO WKS-FF-ANO.
           MOVE WKS-FEC-FIN   TO DIF-FEC-FIN.
           MOVE WKS-GR-BASE   TO DIF-BASE.

           IF WKS-PRIMERA = 1 AND DIF-FEC-INI < WKS-FEC-INI-MES
               MOVE DIF-BASE TO DIF-RECONOCIDO
               SET DIF-ANTERIOR TO TRUE
           ELSE
               ADD 1 TO WKS-TOT-NUEVOS
               SET DIF-VIGENTE TO TRUE
               PERFORM 2300-DEVENGA.

      *    Devengo acumulado a la fecha de corte (fin del mes o la
      *    fecha de baja); lo del mes es la diferencia contra lo ya
      *    devengado. Repetir el mismo mes primero deshace lo que la
      *    corrida anterior de ese mes habia dejado.
       2300-DEVENGA.
           IF DIF-ULT-PER = WKS-PERIODO
               SUBTRACT DIF-REC-PER FROM DIF-RECONOCIDO
               MOVE ZERO TO DIF-REC-PER
               IF DIF-TERMINADO OR DIF-CANCELADO
                   MOVE ZERO TO DIF-LIBERADO
                   SET DIF-VIGENTE TO TRUE.

           IF DIF-ULT-PER > WKS-PERIODO
               IF DIF-VIGENTE
                   ADD 1 TO WKS-TOT-POSTER
                   MOVE DIF-NOM-TAR TO WKS-GR-NOMTAR
                   PERFORM 2500-BUSCA-TIPO
                   COMPUTE WKS-SALDO-DIF =
                       DIF-BASE - DIF-RECONOCIDO - DIF-LIBERADO
                   PERFORM 2450-ACUMULA-SALDO
               END-IF
           ELSE
               IF DIF-VIGENTE
                   MOVE WKS-GR-BASE TO DIF-BASE
                   PERFORM 2350-CALCULA-DEVENGO.

       2350-CALCULA-DEVENGO.
           MOVE WKS-FEC-CORTE-MES TO WKS-FEC-CORTE.
           MOVE ZERO TO WKS-BAJA.
           MOVE DIF-ID-CLIENTE TO ID-CLIENTE.
           READ CLIENTES
               INVALID KEY MOVE ZERO TO FEC-BAJA.
           IF FEC-BAJA NOT = ZERO AND FEC-BAJA <= WKS-FEC-CORTE-MES
               MOVE FEC-BAJA TO WKS-FEC-CORTE
               MOVE 1 TO WKS-BAJA.

           IF WKS-FEC-CORTE >= DIF-FEC-FIN
               MOVE DIF-BASE TO WKS-META
           ELSE
               IF WKS-FEC-CORTE < DIF-FEC-INI
                   MOVE ZERO TO WKS-META
               ELSE
                   PERFORM 2400-PRORRATEA.

           MOVE ZERO TO WKS-DEVENGA WKS-LIBERA.
           IF WKS-META > DIF-RECONOCIDO
               SUBTRACT DIF-RECONOCIDO FROM WKS-META
                   GIVING WKS-DEVENGA.

           ADD WKS-DEVENGA TO DIF-RECONOCIDO.
           MOVE WKS-DEVENGA TO DIF-REC-PER.
           MOVE WKS-PERIODO TO DIF-ULT-PER.

           IF WKS-BAJA = 1 AND DIF-RECONOCIDO < DIF-BASE
               SUBTRACT DIF-RECONOCIDO FROM DIF-BASE
                   GIVING WKS-LIBERA
               MOVE WKS-LIBERA TO DIF-LIBERADO
               SET DIF-CANCELADO TO TRUE
               ADD 1 TO WKS-TOT-BAJAS
           ELSE
               IF DIF-RECONOCIDO >= DIF-BASE
                   SET DIF-TERMINADO TO TRUE.

           MOVE DIF-NOM-TAR TO WKS-GR-NOMTAR.
           PERFORM 2500-BUSCA-TIPO.
           IF WKS-TAR-IDX NOT = ZERO
               ADD WKS-DEVENGA TO T-DF-DEV (WKS-TAR-IDX)
               ADD WKS-LIBERA  TO T-DF-LIB (WKS-TAR-IDX).

           MOVE ZERO TO WKS-SALDO-DIF.
           IF DIF-VIGENTE
               COMPUTE WKS-SALDO-DIF = DIF-BASE - DIF-RECONOCIDO.
           PERFORM 2450-ACUMULA-SALDO.

      *    Dias reales transcurridos de la cobertura, contando el
      *    dia de corte, entre los dias del ano de la tarjeta.
       2400-PRORRATEA.
           MOVE DIF-FEC-INI TO WKS-FEC-SERIE.
           PERFORM 9100-FECHA-A-SERIE.
           MOVE WKS-SERIE TO WKS-SERIE-INI.

           MOVE DIF-FEC-FIN TO WKS-FEC-SERIE.
           PERFORM 9100-FECHA-A-SERIE.
           COMPUTE WKS-DIAS-COB = WKS-SERIE - WKS-SERIE-INI.

           MOVE WKS-FEC-CORTE TO WKS-FEC-SERIE.
           PERFORM 9100-FECHA-A-SERIE.
           COMPUTE WKS-DIAS-DEV = WKS-SERIE - WKS-SERIE-INI + 1.
           IF WKS-DIAS-DEV > WKS-DIAS-COB
               MOVE WKS-DIAS-COB TO WKS-DIAS-DEV.

           COMPUTE WKS-META ROUNDED =
               DIF-BASE * WKS-DIAS-DEV / WKS-DIAS-COB.

       2450-ACUMULA-SALDO.
           IF WKS-TAR-IDX NOT = ZERO AND WKS-SALDO-DIF > ZERO
               ADD WKS-SALDO-DIF TO T-DF-SAL (WKS-TAR-IDX)
               ADD 1 TO T-DF-CTA (WKS-TAR-IDX).

       2500-BUSCA-TIPO.
           MOVE ZERO TO WKS-TAR-IDX.
           MOVE ZERO TO WKS-FIN-BUS.
           PERFORM 2550-COMPARA-TIPO
               VARYING WKS-I FROM 1 BY 1
               UNTIL WKS-I > WKS-NUM-TAR OR WKS-FIN-BUS = 1.

           IF WKS-TAR-IDX = ZERO
               IF WKS-NUM-TAR < WKS-MAX-TAR
                   ADD 1 TO WKS-NUM-TAR
                   MOVE WKS-GR-NOMTAR TO T-DF-TAR (WKS-NUM-TAR)
                   MOVE WKS-NUM-TAR TO WKS-TAR-IDX
               ELSE
                   DISPLAY "TABLA DE TIPOS LLENA, SE OMITE "
                       WKS-GR-NOMTAR.

       2550-COMPARA-TIPO.
           IF T-DF-TAR (WKS-I) = WKS-GR-NOMTAR
               MOVE WKS-I TO WKS-TAR-IDX
               MOVE 1 TO WKS-FIN-BUS.

      *-------------------POLIZA-----------------------------------*
      *    Por tipo de tarjeta: lo devengado sale del diferido al
      *    ingreso del tipo, y lo liberado por baja sale del
      *    diferido contra el credito de baja. Un tipo sin cuenta se
      *    reporta y no entra, igual que en POL-CON.
       3000-GENERA-POLIZA.
           MOVE WKS-NOM-DIF TO WKS-BUSCA-CTA.
           PERFORM 3050-BUSCA-RENGLON.
           MOVE WKS-CTA-IDX TO WKS-DIF-IDX.
           MOVE WKS-NOM-BAJ TO WKS-BUSCA-CTA.
           PERFORM 3050-BUSCA-RENGLON.
           MOVE WKS-CTA-IDX TO WKS-BAJ-IDX.

           OPEN OUTPUT ARC-PDI.
           IF WKS-DIF-IDX = ZERO
               ADD 1 TO WKS-SIN-CUENTA
               DISPLAY "SIN CUENTA MAPEADA PARA " WKS-NOM-DIF
                   ", NO SE GENERA LA POLIZA"
           ELSE
               PERFORM 3100-POLIZA-TIPO
                   VARYING WKS-TAR-IDX FROM 1 BY 1
                   UNTIL WKS-TAR-IDX > WKS-NUM-TAR.
           CLOSE ARC-PDI.

       3050-BUSCA-RENGLON.
           MOVE ZERO TO WKS-CTA-IDX.
           MOVE ZERO TO WKS-FIN-BUS.
           PERFORM 3060-COMPARA-RENGLON
               VARYING WKS-I FROM 1 BY 1
               UNTIL WKS-I > WKS-NUM-CTA OR WKS-FIN-BUS = 1.

       3060-COMPARA-RENGLON.
           IF T-CTA-TAR (WKS-I) = WKS-BUSCA-CTA
               MOVE WKS-I TO WKS-CTA-IDX
               MOVE 1 TO WKS-FIN-BUS.

       3100-POLIZA-TIPO.
           IF T-DF-DEV (WKS-TAR-IDX) > ZERO
               MOVE T-DF-TAR (WKS-TAR-IDX) TO WKS-BUSCA-CTA
               PERFORM 3050-BUSCA-RENGLON
               IF WKS-CTA-IDX NOT = ZERO
                   PERFORM 3200-ESCRIBE-DEVENGO
               ELSE
                   ADD 1 TO WKS-SIN-CUENTA
                   DISPLAY "TIPO SIN CUENTA MAPEADA, NO ENTRA A LA "
                       "POLIZA: " T-DF-TAR (WKS-TAR-IDX).

           IF T-DF-LIB (WKS-TAR-IDX) > ZERO
               IF WKS-BAJ-IDX NOT = ZERO
                   PERFORM 3300-ESCRIBE-LIBERADO
               ELSE
                   ADD 1 TO WKS-SIN-CUENTA
                   DISPLAY "SIN CUENTA MAPEADA PARA " WKS-NOM-BAJ
                       ", NO ENTRA: " T-DF-TAR (WKS-TAR-IDX).

       3200-ESCRIBE-DEVENGO.
           MOVE WKS-FEC-CORTE-MES TO POL-FECHA.
           MOVE T-CTA-CAR (WKS-DIF-IDX) TO POL-CUENTA.
           MOVE SPACES TO POL-CONCEPTO.
           STRING "DEVENGO " DELIMITED BY SIZE
                  T-DF-TAR (WKS-TAR-IDX) DELIMITED BY SIZE
                  INTO POL-CONCEPTO.
           MOVE T-DF-DEV (WKS-TAR-IDX) TO POL-CARGO.
           MOVE ZERO TO POL-ABONO.
           WRITE REG-POL.
           ADD POL-CARGO TO WKS-TOT-CARGOS.

           MOVE T-CTA-ABO (WKS-CTA-IDX) TO POL-CUENTA.
           MOVE ZERO TO POL-CARGO.
           MOVE T-DF-DEV (WKS-TAR-IDX) TO POL-ABONO.
           WRITE REG-POL.
           ADD POL-ABONO TO WKS-TOT-ABONOS.

       3300-ESCRIBE-LIBERADO.
           MOVE WKS-FEC-CORTE-MES TO POL-FECHA.
           MOVE T-CTA-CAR (WKS-DIF-IDX) TO POL-CUENTA.
           MOVE SPACES TO POL-CONCEPTO.
           STRING "BAJA " DELIMITED BY SIZE
                  T-DF-TAR (WKS-TAR-IDX) DELIMITED BY SIZE
                  INTO POL-CONCEPTO.
           MOVE T-DF-LIB (WKS-TAR-IDX) TO POL-CARGO.
           MOVE ZERO TO POL-ABONO.
           WRITE REG-POL.
           ADD POL-CARGO TO WKS-TOT-CARGOS.

           MOVE T-CTA-ABO (WKS-BAJ-IDX) TO POL-CUENTA.
           MOVE ZERO TO POL-CARGO.
           MOVE T-DF-LIB (WKS-TAR-IDX) TO POL-ABONO.
           WRITE REG-POL.
           ADD POL-ABONO TO WKS-TOT-ABONOS.

      *-------------------LISTADO----------------------------------*
       4000-IMPRIME.
           OPEN OUTPUT REP-DIF.

           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.

           MOVE T-MES (WKS-PER-MES) TO WKS-ENCB-MES.
           MOVE WKS-PER-ANIO        TO WKS-ENCB-ANIO.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

           PERFORM 4100-IMPRIME-TIPO
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-TAR.

           MOVE ALL "-" TO WKS-LINEA-SOL.
           MOVE WKS-LINEA-SOL TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE WKS-TOT-DEV TO WKS-PIE-DEV.
           MOVE WKS-TOT-LIB TO WKS-PIE-LIB.
           MOVE WKS-TOT-SAL TO WKS-PIE-SAL.
           MOVE WKS-PIE TO LINEA.
           WRITE LINEA AFTER 1.

           CLOSE REP-DIF.

       4100-IMPRIME-TIPO.
           MOVE T-DF-TAR (WKS-I) TO WKS-DET-TAR.
           MOVE T-DF-CTA (WKS-I) TO WKS-DET-CTA.
           MOVE T-DF-DEV (WKS-I) TO WKS-DET-DEV.
           MOVE T-DF-LIB (WKS-I) TO WKS-DET-LIB.
           MOVE T-DF-SAL (WKS-I) TO WKS-DET-SAL.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

           ADD T-DF-DEV (WKS-I) TO WKS-TOT-DEV.
           ADD T-DF-LIB (WKS-I) TO WKS-TOT-LIB.
           ADD T-DF-SAL (WKS-I) TO WKS-TOT-SAL.

       5000-FIN.
           IF WKS-FS-CXC NOT = "35"
               CLOSE ARC-CXC.
           CLOSE ARC-DIF.
           CLOSE CLIENTES.

           DISPLAY "DEVENGO DEL MES " WKS-PERIODO.
           DISPLAY "ANOS NUEVOS EN EL CALENDARIO: " WKS-TOT-NUEVOS.
           DISPLAY "ANOS LIBERADOS POR BAJA: " WKS-TOT-BAJAS.
           MOVE WKS-TOT-DEV TO WKS-MTO-F.
           DISPLAY "DEVENGADO AL INGRESO: " WKS-MTO-F.
           MOVE WKS-TOT-LIB TO WKS-MTO-F.
           DISPLAY "LIBERADO POR BAJA: " WKS-MTO-F.
           MOVE WKS-TOT-SAL TO WKS-MTO-F.
           DISPLAY "SALDO DIFERIDO: " WKS-MTO-F.

           IF WKS-TOT-POSTER > ZERO
               DISPLAY "ANOS YA DEVENGADOS EN UN MES POSTERIOR, NO SE "
                   "TOCAN: " WKS-TOT-POSTER
               MOVE 8 TO RETURN-CODE.

           IF WKS-TOT-CARGOS NOT = WKS-TOT-ABONOS
               DISPLAY "POLIZA DESBALANCEADA, REVISAR"
               MOVE 8 TO RETURN-CODE.

           IF WKS-SIN-CUENTA > ZERO
               DISPLAY "RENGLONES SIN CUENTA MAPEADA: " WKS-SIN-CUENTA
               MOVE 8 TO RETURN-CODE.

           IF WKS-TOT-ERRORES > ZERO
               DISPLAY "ERRORES DE ARCHIVO REGISTRADOS: "
                   WKS-TOT-ERRORES
               MOVE 8 TO RETURN-CODE.

           IF RETURN-CODE = ZERO
               MOVE "OK  " TO WKS-RUN-EST
           ELSE
               MOVE "MAL " TO WKS-RUN-EST.
           PERFORM 9000-ANOTA-CORRIDA.

      *    Serie = ano * 365 + bisiestos + dia del ano (igual que
      *    REC-MOR).
       9100-FECHA-A-SERIE.
           DIVIDE WKS-SE-ANO BY 4 GIVING WKS-J REMAINDER WKS-BI-REM.
           IF WKS-BI-REM = 0
               MOVE 29 TO T-DIA (2)
           ELSE
               MOVE 28 TO T-DIA (2).

           MOVE ZERO TO WKS-DOY.
           IF WKS-SE-MES > 1
               PERFORM 9150-SUMA-MES
                   VARYING WKS-J FROM 1 BY 1
                   UNTIL WKS-J >= WKS-SE-MES.
           ADD WKS-SE-DIA TO WKS-DOY.

           COMPUTE WKS-SERIE = (WKS-SE-ANO * 365)
               + (WKS-SE-ANO / 4) + WKS-DOY.

       9150-SUMA-MES.
           ADD T-DIA (WKS-J) TO WKS-DOY.

      *    Falla de archivo al registro central de errores.
       9700-ANOTA-ERROR.
           CALL "ERR-ARC" USING WKS-ERR-PROG WKS-ERR-PARRAFO
               WKS-ERR-ARCHIVO WKS-ERR-OPER WKS-ERR-FS
               WKS-ERR-LLAVE.
           ADD 1 TO WKS-TOT-ERRORES.

      *    Mismo layout de control que escribe LOTE-TAR; la fecha es
      *    la de proceso, igual que REC-MOR y POL-CXC, para que la
      *    corrida de cartera encuentre la constancia al reanudar y
      *    no vuelva a devengar el mes (el corte del mes va en la
      *    poliza y en el reporte).
       9000-ANOTA-CORRIDA.
           OPEN EXTEND ARC-RUN.
           IF WKS-FS-RUN = "35"
               OPEN OUTPUT ARC-RUN.

           MOVE WKS-FECHA-HOY TO RUN-FECHA.
           ACCEPT WKS-HORA-CAP FROM TIME.
           MOVE WKS-HORA6     TO RUN-HORA.
           MOVE "DIF-ANU "    TO RUN-PASO.
           MOVE WKS-RUN-EST   TO RUN-ESTADO.
           WRITE REG-RUN.

           CLOSE ARC-RUN.
