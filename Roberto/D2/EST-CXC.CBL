       IDENTIFICATION DIVISION.
       PROGRAM-ID. EST-CXC.
      *    Estimacion para cuentas incobrables de fin de mes: encama
      *    la cartera vencida de ARC-CXC en 30/60/90/120+ dias igual
      *    que EDAD-CXC, pero al ultimo dia del mes que cierra, y a
      *    cada cama le aplica el porcentaje de reserva del archivo
      *    de parametros ARC-EPR, por tipo de tarjeta. La reserva
      *    requerida se compara con la del mes anterior guardada en
      *    el historico ARC-EHI y la diferencia sale como poliza de
      *    ajuste en ARC-PES (layout de ARC-POL): incremento contra
      *    el gasto o liberacion de reserva. La colegiatura vencida
      *    (tipo 8) se reserva igual, en un solo renglon COLEGIATURA.
      *    Para que los auditores sigan el movimiento de la reserva,
      *    los castigos de CAST-CXC del mes (registro ARC-CAS) se
      *    aplican contra la reserva anterior, asi que el listado
      *    REP-EST cuadra por tipo: reserva anterior menos castigos
      *    mas ajuste igual a la reserva requerida.
      *    Las cuentas salen del renglon "ESTIMACION CXC" del mapeo
      *    ARC-CTA: la de cargo es el gasto por estimacion y la de
      *    abono la reserva. El mes lo puede pasar la corrida por
      *    ambiente (AAAAMM) para repetir un cierre; si no, es el mes
      *    en curso. Deja su INI/OK/MAL en ARC-RUN, que CIERRE-MES
      *    exige.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
      *    Porcentaje de reserva por cama de antiguedad.
           SELECT ARC-EPR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-EPR.
           SELECT ARC-EHI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EHI-LLAVE
               FILE STATUS IS WKS-FS-EHI.
           SELECT ARC-CAS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CAS.
           SELECT ARC-CTA ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CTA.
           SELECT ARC-PES ASSIGN TO DISK.
           SELECT REP-EST ASSIGN TO PRINTER.
           SELECT ARC-RUN ASSIGN TO DISK
               FILE STATUS IS WKS-FS-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CXC.
           COPY REGCXC.

       FD ARC-EPR.
       01 REG-EPR.
           03 EPR-CAMA     PIC 9.
           03 EPR-PORC     PIC 9(03)V99.

      *    Historico de la reserva: un registro por mes y tipo de
      *    tarjeta con la cartera vencida por cama, la reserva
      *    requerida y su movimiento en el mes.
       FD ARC-EHI.
       01 REG-EHI.
           03 EHI-LLAVE.
               05 EHI-PERIODO  PIC 9(06).
               05 EHI-NOM-TAR  PIC X(20).
           03 EHI-CAMA OCCURS 5 TIMES PIC 9(09)V99.
           03 EHI-RESERVA  PIC 9(09)V99.
           03 EHI-ANTERIOR PIC 9(09)V99.
           03 EHI-CASTIGOS PIC 9(09)V99.
           03 EHI-AJUSTE   PIC S9(09)V99.
           03 EHI-FECHA    PIC 9(08).

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

       FD ARC-CTA.
       01 REG-CTA.
           03 CTA-NOM-TAR PIC X(20).
           03 CTA-CARGO   PIC X(10).
           03 CTA-ABONO   PIC X(10).

      *    Mismo layout que la poliza ARC-POL de POL-CON.
       FD ARC-PES.
       01 REG-POL.
           03 POL-FECHA    PIC 9(08).
           03 POL-CUENTA   PIC X(10).
           03 POL-CONCEPTO PIC X(30).
           03 POL-CARGO    PIC 9(09)V99.
           03 POL-ABONO    PIC 9(09)V99.

       FD REP-EST.
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
       01 WKS-FS-EPR        PIC XX.
       01 WKS-FS-EHI        PIC XX.
       01 WKS-FS-CAS        PIC XX.
       01 WKS-FS-CTA        PIC XX.

      *    Constancia en el control de corrida.
       01 WKS-FS-RUN        PIC XX.
       01 WKS-RUN-EST       PIC X(04).
       01 WKS-HORA-CAP.
           03 WKS-HORA6     PIC 9(06).
           03 FILLER        PIC 99.

      *    Mes que cierra, el anterior y el ultimo dia del mes (fecha
      *    de antiguedad y de la poliza).
       01 WKS-PARM          PIC X(80).
       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).
       01 WKS-PERIODO.
           03 WKS-PER-ANIO  PIC 9(04).
           03 WKS-PER-MES   PIC 9(02).
       01 WKS-PER-ANT.
           03 WKS-PA-ANIO   PIC 9(04).
           03 WKS-PA-MES    PIC 9(02).
       01 WKS-FEC-CORTE.
           03 WKS-FC-PER    PIC 9(06).
           03 WKS-FC-DIA    PIC 9(02).

      *    Porcentaje de reserva por cama; sin parametros la reserva
      *    sale en cero y la corrida MAL.
       01 T-PORCENTAJES.
           03 T-PORC OCCURS 5 TIMES PIC 9(03)V99.
       01 WKS-SIN-PARAM     PIC 9 VALUE ZERO.

      *    Dias transcurridos en serie, igual que EDAD-CXC.
       01 WKS-FEC-SERIE.
           03 WKS-SE-ANO  PIC 9(04).
           03 WKS-SE-MES  PIC 9(02).
           03 WKS-SE-DIA  PIC 9(02).
       01 WKS-SERIE         PIC 9(08).
       01 WKS-SERIE-CORTE   PIC 9(08).
       01 WKS-DOY           PIC 9(03).
       01 WKS-BI-REM        PIC 99.
       01 WKS-DIAS-VENC     PIC S9(05).
       01 WKS-CAMA          PIC 9.

      *    Un renglon por tipo de tarjeta, creciendo conforme
      *    aparecen tipos nuevos (del historico, la cartera o los
      *    castigos), igual que en EDAD-CXC.
       01 WKS-MAX-TAR       PIC 99 VALUE 10.
       01 WKS-NUM-TAR       PIC 99 VALUE ZERO.
       01 WKS-TAR-IDX       PIC 99.
       01 WKS-BUSCA-TAR     PIC X(20).

       01 T-RESERVAS.
           03 T-RS OCCURS 10 TIMES.
               05 T-RS-TAR    PIC X(20).
               05 T-RS-CAMA OCCURS 5 TIMES PIC 9(09)V99.
               05 T-RS-VENC   PIC 9(09)V99.
               05 T-RS-REQ    PIC 9(09)V99.
               05 T-RS-ANT    PIC 9(09)V99.
               05 T-RS-CAS    PIC 9(09)V99.
               05 T-RS-AJU    PIC S9(09)V99.

       01 WKS-TOT-VENC      PIC 9(11)V99 VALUE ZERO.
       01 WKS-TOT-REQ       PIC 9(11)V99 VALUE ZERO.
       01 WKS-TOT-ANT       PIC 9(11)V99 VALUE ZERO.
       01 WKS-TOT-CAS       PIC 9(11)V99 VALUE ZERO.
       01 WKS-TOT-AJU       PIC S9(11)V99 VALUE ZERO.
       01 WKS-MONTO         PIC 9(09)V99.

      *    Cuentas del mapeo, igual que POL-CON.
       01 WKS-MAX-CTA       PIC 99 VALUE 30.
       01 WKS-NUM-CTA       PIC 99 VALUE ZERO.

       01 T-CUENTAS.
           03 T-CTA OCCURS 30 TIMES.
               05 T-CTA-TAR   PIC X(20).
               05 T-CTA-CAR   PIC X(10).
               05 T-CTA-ABO   PIC X(10).

       01 WKS-NOM-EST       PIC X(20) VALUE "ESTIMACION CXC".
       01 WKS-EST-IDX       PIC 99 VALUE ZERO.
       01 WKS-TOT-CARGOS    PIC 9(11)V99 VALUE ZERO.
       01 WKS-TOT-ABONOS    PIC 9(11)V99 VALUE ZERO.
       01 WKS-SIN-TIPO      PIC 9(04) VALUE ZERO.
       01 WKS-MTO-F         PIC $$,$$$,$$$,$$9.99.
       01 WKS-AJU-F         PIC -$$,$$$,$$$,$$9.99.

      *    Datos de la falla para el registro central ERR-ARC.
       01 WKS-ERR-PROG      PIC X(08) VALUE "EST-CXC".
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
       77 WKS-C             PIC 9.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(18) VALUE SPACES.
           03 FILLER         PIC X(46) VALUE
               "ESTIMACION PARA CUENTAS INCOBRABLES".

       01 WKS-ENCB.
           03 FILLER         PIC X(18)
                   VALUE "MES QUE CIERRA:   ".
           03 WKS-ENCB-MES   PIC X(10).
           03 FILLER         PIC X     VALUE SPACE.
           03 WKS-ENCB-ANIO  PIC 9(04).

       01 WKS-ENCP.
           03 FILLER         PIC X(20) VALUE "PORCENTAJE POR CAMA".
           03 FILLER         PIC X(08) VALUE "  1-30:".
           03 WKS-EP-P1      PIC ZZ9.99.
           03 FILLER         PIC X(09) VALUE "  31-60:".
           03 WKS-EP-P2      PIC ZZ9.99.
           03 FILLER         PIC X(09) VALUE "  61-90:".
           03 WKS-EP-P3      PIC ZZ9.99.
           03 FILLER         PIC X(10) VALUE "  91-120:".
           03 WKS-EP-P4      PIC ZZ9.99.
           03 FILLER         PIC X(08) VALUE "  120+:".
           03 WKS-EP-P5      PIC ZZ9.99.

       01 WKS-ENCC.
           03 FILLER         PIC X(20) VALUE "TIPO DE TARJETA".
           03 FILLER         PIC X(16) VALUE "   SALDO VENCIDO".
           03 FILLER         PIC X(17) VALUE " RESERVA ANTERIOR".
           03 FILLER         PIC X(16) VALUE "  CASTIGOS MES".
           03 FILLER         PIC X(18) VALUE "    AJUSTE DEL MES".
           03 FILLER         PIC X(16) VALUE "  RESERVA FINAL".

       01 WKS-DET1.
           03 WKS-DET-TAR    PIC X(20).
           03 WKS-DET-VENC   PIC $$,$$$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DET-ANT    PIC $$,$$$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DET-CAS    PIC $$,$$$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DET-AJU    PIC -$$,$$$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DET-REQ    PIC $$,$$$,$$9.99.

       01 WKS-PIE.
           03 FILLER         PIC X(20) VALUE "TOTALES:".
           03 WKS-PIE-VENC   PIC $$,$$$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-PIE-ANT    PIC $$,$$$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-PIE-CAS    PIC $$,$$$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-PIE-AJU    PIC -$$,$$$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-PIE-REQ    PIC $$,$$$,$$9.99.

       01 WKS-LINEA-SOL     PIC X(110).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-ANTERIOR.
           PERFORM 2100-CARTERA.
           PERFORM 2300-CASTIGOS.
           PERFORM 2500-CALCULA-RESERVA
               VARYING WKS-TAR-IDX FROM 1 BY 1
               UNTIL WKS-TAR-IDX > WKS-NUM-TAR.
           PERFORM 3000-GENERA-POLIZA.
           PERFORM 4000-IMPRIME.
           PERFORM 5000-FIN.
           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           DISPLAY "EST_CXC_PERIODO" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM NOT = SPACES
               MOVE WKS-PARM (1:6) TO WKS-PERIODO
           ELSE
               MOVE WKS-FECHA-HOY (1:6) TO WKS-PERIODO.

           IF WKS-PER-MES = 1
               COMPUTE WKS-PA-ANIO = WKS-PER-ANIO - 1
               MOVE 12 TO WKS-PA-MES
           ELSE
               MOVE WKS-PER-ANIO TO WKS-PA-ANIO
               COMPUTE WKS-PA-MES = WKS-PER-MES - 1.

      *    Ultimo dia del mes, con febrero de ano bisiesto.
           DIVIDE WKS-PER-ANIO BY 4 GIVING WKS-J REMAINDER WKS-BI-REM.
           IF WKS-BI-REM = 0
               MOVE 29 TO T-DIA (2)
           ELSE
               MOVE 28 TO T-DIA (2).
           MOVE WKS-PERIODO TO WKS-FC-PER.
           MOVE T-DIA (WKS-PER-MES) TO WKS-FC-DIA.
           MOVE WKS-FEC-CORTE TO WKS-FEC-SERIE.
           PERFORM 9100-FECHA-A-SERIE.
           MOVE WKS-SERIE TO WKS-SERIE-CORTE.

           MOVE "INI " TO WKS-RUN-EST.
           PERFORM 9000-ANOTA-CORRIDA.

           INITIALIZE T-RESERVAS T-PORCENTAJES.
           PERFORM 1100-CARGA-PORCENTAJES.
           PERFORM 1200-CARGA-CUENTAS.

      *    El historico se crea si no existe todavia.
           OPEN I-O ARC-EHI.
           IF WKS-FS-EHI = "35"
               OPEN OUTPUT ARC-EHI
               CLOSE ARC-EHI
               OPEN I-O ARC-EHI.

       1100-CARGA-PORCENTAJES.
           OPEN INPUT ARC-EPR.
           IF WKS-FS-EPR = "35"
               DISPLAY "NO EXISTEN LOS PORCENTAJES DE RESERVA ARC-EPR"
               MOVE 1 TO WKS-SIN-PARAM
           ELSE
               READ ARC-EPR
                   AT END MOVE 1 TO WKS-EOF
                   NOT AT END MOVE ZERO TO WKS-EOF

               PERFORM 1150-AGREGA-PORCENTAJE UNTIL WKS-EOF = 1

               CLOSE ARC-EPR.

       1150-AGREGA-PORCENTAJE.
           IF EPR-CAMA >= 1 AND EPR-CAMA <= 5
               MOVE EPR-PORC TO T-PORC (EPR-CAMA)
           ELSE
               DISPLAY "CAMA INVALIDA EN ARC-EPR, SE OMITE: " EPR-CAMA.

           READ ARC-EPR
               AT END MOVE 1 TO WKS-EOF.

       1200-CARGA-CUENTAS.
           OPEN INPUT ARC-CTA.
           IF WKS-FS-CTA = "35"
               DISPLAY "NO EXISTE EL MAPEO DE CUENTAS ARC-CTA"
           ELSE
               READ ARC-CTA
                   AT END MOVE 1 TO WKS-EOF
                   NOT AT END MOVE ZERO TO WKS-EOF

               PERFORM 1250-AGREGA-CUENTA UNTIL WKS-EOF = 1

               CLOSE ARC-CTA.

       1250-AGREGA-CUENTA.
           IF WKS-NUM-CTA < WKS-MAX-CTA
               ADD 1 TO WKS-NUM-CTA
               MOVE CTA-NOM-TAR TO T-CTA-TAR (WKS-NUM-CTA)
               MOVE CTA-CARGO   TO T-CTA-CAR (WKS-NUM-CTA)
               MOVE CTA-ABONO   TO T-CTA-ABO (WKS-NUM-CTA)
           ELSE
               DISPLAY "MAPEO DE CUENTAS LLENO, SE OMITEN "
                   "REGISTROS RESTANTES".

           READ ARC-CTA
               AT END MOVE 1 TO WKS-EOF.

      *-------------------RESERVA ANTERIOR-------------------------*
      *    La reserva con que cerro el mes anterior, por tipo; un
      *    tipo que ya no tiene cartera vencida la libera completa.
       2000-ANTERIOR.
           MOVE ZERO TO WKS-EOF.
           MOVE WKS-PER-ANT TO EHI-PERIODO.
           MOVE LOW-VALUES  TO EHI-NOM-TAR.
           START ARC-EHI KEY IS GREATER THAN EHI-LLAVE
               INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 2050-LEE-ANTERIOR UNTIL WKS-EOF = 1.

       2050-LEE-ANTERIOR.
           READ ARC-EHI NEXT
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO
               IF EHI-PERIODO NOT = WKS-PER-ANT
                   MOVE 1 TO WKS-EOF
               ELSE
                   MOVE EHI-NOM-TAR TO WKS-BUSCA-TAR
                   PERFORM 2400-BUSCA-TAR
                   IF WKS-TAR-IDX NOT = ZERO
                       ADD EHI-RESERVA TO T-RS-ANT (WKS-TAR-IDX).

      *-------------------CARTERA VENCIDA--------------------------*
      *    Mismas partidas que envejece EDAD-CXC: cargos con saldo
      *    ya vencidos al ultimo dia del mes.
       2100-CARTERA.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CXC.
           IF WKS-FS-CXC = "35"
               DISPLAY "NO EXISTE LA CARTERA DE ANUALIDADES"
               MOVE "2100-CARTERA" TO WKS-ERR-PARRAFO
               MOVE "ARC-CXC "     TO WKS-ERR-ARCHIVO
               MOVE "OPEN"         TO WKS-ERR-OPER
               MOVE WKS-FS-CXC     TO WKS-ERR-FS
               MOVE SPACES         TO WKS-ERR-LLAVE
               PERFORM 9700-ANOTA-ERROR
               MOVE 1 TO WKS-EOF
           ELSE
               MOVE LOW-VALUES TO CXC-LLAVE
               START ARC-CXC KEY IS GREATER THAN CXC-LLAVE
                   INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 2150-REVISA-PARTIDA UNTIL WKS-EOF = 1.

       2150-REVISA-PARTIDA.
           READ ARC-CXC NEXT
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO
               IF (CXC-TIPO = 1 OR CXC-TIPO = 2 OR CXC-TIPO = 6
                       OR CXC-TIPO = 8)
                       AND CXC-SALDO > ZERO
                   MOVE CXC-FEC-VENC TO WKS-FEC-SERIE
                   PERFORM 9100-FECHA-A-SERIE
                   COMPUTE WKS-DIAS-VENC =
                       WKS-SERIE-CORTE - WKS-SERIE
                   IF WKS-DIAS-VENC > ZERO
                       PERFORM 2200-ENCAMA-SALDO.

       2200-ENCAMA-SALDO.
           IF WKS-DIAS-VENC <= 30
               MOVE 1 TO WKS-CAMA
           ELSE
               IF WKS-DIAS-VENC <= 60
                   MOVE 2 TO WKS-CAMA
               ELSE
                   IF WKS-DIAS-VENC <= 90
                       MOVE 3 TO WKS-CAMA
                   ELSE
                       IF WKS-DIAS-VENC <= 120
                           MOVE 4 TO WKS-CAMA
                       ELSE
                           MOVE 5 TO WKS-CAMA.

           PERFORM 2250-TIPO-PARTIDA.
           PERFORM 2400-BUSCA-TAR.

           IF WKS-TAR-IDX NOT = ZERO
               ADD CXC-SALDO TO T-RS-CAMA (WKS-TAR-IDX WKS-CAMA)
               ADD CXC-SALDO TO T-RS-VENC (WKS-TAR-IDX).

      *    Renglon de la partida: su tipo de tarjeta, salvo la
      *    colegiatura, que junta todos sus meses en uno solo igual
      *    que en EDAD-CXC.
       2250-TIPO-PARTIDA.
           IF CXC-TIPO = 8
               MOVE "COLEGIATURA" TO WKS-BUSCA-TAR
           ELSE
               MOVE CXC-NOM-TAR   TO WKS-BUSCA-TAR.

      *-------------------CASTIGOS DEL MES-------------------------*
      *    El castigo se aplica contra la reserva; el tipo de tarjeta
      *    sale de la partida castigada, que sigue en la cartera.
       2300-CASTIGOS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CAS.
           IF WKS-FS-CAS = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-CAS
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 2350-REVISA-CASTIGO UNTIL WKS-EOF = 1.

           IF WKS-FS-CAS NOT = "35"
               CLOSE ARC-CAS.

       2350-REVISA-CASTIGO.
           IF CAS-FECHA (1:6) = WKS-PERIODO
               PERFORM 2370-TIPO-CASTIGO.

           READ ARC-CAS
               AT END MOVE 1 TO WKS-EOF.

       2370-TIPO-CASTIGO.
           MOVE CAS-ID-CLIENTE TO CXC-ID-CLIENTE.
           MOVE CAS-ANIO       TO CXC-ANIO.
           MOVE CAS-TIPO       TO CXC-TIPO.
           MOVE CAS-PARC       TO CXC-PARC.
           MOVE SPACES TO WKS-BUSCA-TAR.
           IF WKS-FS-CXC NOT = "35"
               READ ARC-CXC
                   INVALID KEY MOVE SPACES TO WKS-BUSCA-TAR
                   NOT INVALID KEY PERFORM 2250-TIPO-PARTIDA.

           IF WKS-BUSCA-TAR = SPACES
               ADD 1 TO WKS-SIN-TIPO
               DISPLAY "CASTIGO SIN PARTIDA EN CARTERA: "
                   CAS-ID-CLIENTE " " CAS-ANIO
               MOVE "SIN PARTIDA" TO WKS-BUSCA-TAR.

           PERFORM 2400-BUSCA-TAR.
           IF WKS-TAR-IDX NOT = ZERO
               ADD CAS-IMPORTE TO T-RS-CAS (WKS-TAR-IDX).

       2400-BUSCA-TAR.
           MOVE ZERO TO WKS-TAR-IDX.
           MOVE ZERO TO WKS-FIN-BUS.
           PERFORM 2410-COMPARA-TAR
               VARYING WKS-I FROM 1 BY 1
               UNTIL WKS-I > WKS-NUM-TAR OR WKS-FIN-BUS = 1.

           IF WKS-TAR-IDX = ZERO
               PERFORM 2420-AGREGA-TAR.

       2410-COMPARA-TAR.
           IF T-RS-TAR (WKS-I) = WKS-BUSCA-TAR
               MOVE WKS-I TO WKS-TAR-IDX
               MOVE 1 TO WKS-FIN-BUS.

       2420-AGREGA-TAR.
           IF WKS-NUM-TAR < WKS-MAX-TAR
               ADD 1 TO WKS-NUM-TAR
               INITIALIZE T-RS (WKS-NUM-TAR)
               MOVE WKS-BUSCA-TAR TO T-RS-TAR (WKS-NUM-TAR)
               MOVE WKS-NUM-TAR TO WKS-TAR-IDX
           ELSE
               DISPLAY "TABLA DE TIPOS LLENA, SE OMITE "
                   WKS-BUSCA-TAR.

      *-------------------RESERVA REQUERIDA------------------------*
      *    Reserva = suma de cada cama por su porcentaje. El ajuste
      *    es lo que falta (o sobra) despues de aplicar los castigos
      *    del mes contra la reserva anterior; el mismo mes corrido
      *    otra vez reescribe su renglon del historico.
       2500-CALCULA-RESERVA.
           MOVE ZERO TO T-RS-REQ (WKS-TAR-IDX).
           PERFORM 2550-RESERVA-CAMA
               VARYING WKS-C FROM 1 BY 1 UNTIL WKS-C > 5.

           COMPUTE T-RS-AJU (WKS-TAR-IDX) = T-RS-REQ (WKS-TAR-IDX)
               - T-RS-ANT (WKS-TAR-IDX) + T-RS-CAS (WKS-TAR-IDX).

           ADD T-RS-VENC (WKS-TAR-IDX) TO WKS-TOT-VENC.
           ADD T-RS-REQ (WKS-TAR-IDX)  TO WKS-TOT-REQ.
           ADD T-RS-ANT (WKS-TAR-IDX)  TO WKS-TOT-ANT.
           ADD T-RS-CAS (WKS-TAR-IDX)  TO WKS-TOT-CAS.
           ADD T-RS-AJU (WKS-TAR-IDX)  TO WKS-TOT-AJU.

           PERFORM 2600-GRABA-HISTORICO.

       2550-RESERVA-CAMA.
           COMPUTE WKS-MONTO ROUNDED =
               T-RS-CAMA (WKS-TAR-IDX WKS-C) * T-PORC (WKS-C) / 100.
           ADD WKS-MONTO TO T-RS-REQ (WKS-TAR-IDX).

       2600-GRABA-HISTORICO.
           MOVE WKS-PERIODO            TO EHI-PERIODO.
           MOVE T-RS-TAR (WKS-TAR-IDX) TO EHI-NOM-TAR.
           READ ARC-EHI
               INVALID KEY
                   PERFORM 2650-ARMA-HISTORICO
                   WRITE REG-EHI
                   MOVE "WRITE" TO WKS-ERR-OPER
               NOT INVALID KEY
                   PERFORM 2650-ARMA-HISTORICO
                   REWRITE REG-EHI
                   MOVE "REWRITE" TO WKS-ERR-OPER.

           IF WKS-FS-EHI NOT = "00"
               MOVE "2600-GRABA-HISTORICO" TO WKS-ERR-PARRAFO
               MOVE "ARC-EHI "  TO WKS-ERR-ARCHIVO
               MOVE WKS-FS-EHI  TO WKS-ERR-FS
               MOVE SPACES      TO WKS-ERR-LLAVE
               MOVE EHI-LLAVE   TO WKS-ERR-LLAVE
               PERFORM 9700-ANOTA-ERROR.

       2650-ARMA-HISTORICO.
           MOVE WKS-PERIODO            TO EHI-PERIODO.
           MOVE T-RS-TAR (WKS-TAR-IDX) TO EHI-NOM-TAR.
           PERFORM 2660-MUEVE-CAMA
               VARYING WKS-C FROM 1 BY 1 UNTIL WKS-C > 5.
           MOVE T-RS-REQ (WKS-TAR-IDX) TO EHI-RESERVA.
           MOVE T-RS-ANT (WKS-TAR-IDX) TO EHI-ANTERIOR.
           MOVE T-RS-CAS (WKS-TAR-IDX) TO EHI-CASTIGOS.
           MOVE T-RS-AJU (WKS-TAR-IDX) TO EHI-AJUSTE.
           MOVE WKS-FECHA-HOY          TO EHI-FECHA.

       2660-MUEVE-CAMA.
           MOVE T-RS-CAMA (WKS-TAR-IDX WKS-C) TO EHI-CAMA (WKS-C).

      *-------------------POLIZA-----------------------------------*
      *    Incremento: cargo al gasto y abono a la reserva.
      *    Liberacion: cargo a la reserva y abono al gasto.
       3000-GENERA-POLIZA.
           MOVE ZERO TO WKS-EST-IDX.
           MOVE ZERO TO WKS-FIN-BUS.
           PERFORM 3050-BUSCA-CUENTA
               VARYING WKS-I FROM 1 BY 1
               UNTIL WKS-I > WKS-NUM-CTA OR WKS-FIN-BUS = 1.

           OPEN OUTPUT ARC-PES.
           IF WKS-EST-IDX = ZERO
               DISPLAY "SIN CUENTA MAPEADA PARA " WKS-NOM-EST
                   ", NO SE GENERA LA POLIZA"
           ELSE
               PERFORM 3100-POLIZA-TIPO
                   VARYING WKS-TAR-IDX FROM 1 BY 1
                   UNTIL WKS-TAR-IDX > WKS-NUM-TAR.
           CLOSE ARC-PES.

       3050-BUSCA-CUENTA.
           IF T-CTA-TAR (WKS-I) = WKS-NOM-EST
               MOVE WKS-I TO WKS-EST-IDX
               MOVE 1 TO WKS-FIN-BUS.

       3100-POLIZA-TIPO.
           IF T-RS-AJU (WKS-TAR-IDX) > ZERO
               MOVE T-RS-AJU (WKS-TAR-IDX) TO WKS-MONTO
               MOVE T-CTA-CAR (WKS-EST-IDX) TO POL-CUENTA
               MOVE SPACES TO POL-CONCEPTO
               STRING "ESTIMACION " DELIMITED BY SIZE
                      T-RS-TAR (WKS-TAR-IDX) DELIMITED BY SIZE
                      INTO POL-CONCEPTO
               PERFORM 3200-ESCRIBE-CARGO
               MOVE T-CTA-ABO (WKS-EST-IDX) TO POL-CUENTA
               PERFORM 3250-ESCRIBE-ABONO.

           IF T-RS-AJU (WKS-TAR-IDX) < ZERO
               COMPUTE WKS-MONTO = ZERO - T-RS-AJU (WKS-TAR-IDX)
               MOVE T-CTA-ABO (WKS-EST-IDX) TO POL-CUENTA
               MOVE SPACES TO POL-CONCEPTO
               STRING "LIBERA ESTIM " DELIMITED BY SIZE
                      T-RS-TAR (WKS-TAR-IDX) DELIMITED BY SIZE
                      INTO POL-CONCEPTO
               PERFORM 3200-ESCRIBE-CARGO
               MOVE T-CTA-CAR (WKS-EST-IDX) TO POL-CUENTA
               PERFORM 3250-ESCRIBE-ABONO.

       3200-ESCRIBE-CARGO.
           MOVE WKS-FEC-CORTE TO POL-FECHA.
           MOVE WKS-MONTO TO POL-CARGO.
           MOVE ZERO TO POL-ABONO.
           WRITE REG-POL.
           ADD POL-CARGO TO WKS-TOT-CARGOS.

       3250-ESCRIBE-ABONO.
           MOVE WKS-FEC-CORTE TO POL-FECHA.
           MOVE ZERO TO POL-CARGO.
           MOVE WKS-MONTO TO POL-ABONO.
           WRITE REG-POL.
           ADD POL-ABONO TO WKS-TOT-ABONOS.

      *-------------------LISTADO----------------------------------*
       4000-IMPRIME.
           OPEN OUTPUT REP-EST.

           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.

           MOVE T-MES (WKS-PER-MES) TO WKS-ENCB-MES.
           MOVE WKS-PER-ANIO        TO WKS-ENCB-ANIO.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE T-PORC (1) TO WKS-EP-P1.
           MOVE T-PORC (2) TO WKS-EP-P2.
           MOVE T-PORC (3) TO WKS-EP-P3.
           MOVE T-PORC (4) TO WKS-EP-P4.
           MOVE T-PORC (5) TO WKS-EP-P5.
           MOVE WKS-ENCP TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

           PERFORM 4100-IMPRIME-TIPO
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-TAR.

           MOVE ALL "-" TO WKS-LINEA-SOL.
           MOVE WKS-LINEA-SOL TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE WKS-TOT-VENC TO WKS-PIE-VENC.
           MOVE WKS-TOT-ANT  TO WKS-PIE-ANT.
           MOVE WKS-TOT-CAS  TO WKS-PIE-CAS.
           MOVE WKS-TOT-AJU  TO WKS-PIE-AJU.
           MOVE WKS-TOT-REQ  TO WKS-PIE-REQ.
           MOVE WKS-PIE TO LINEA.
           WRITE LINEA AFTER 1.

           CLOSE REP-EST.

       4100-IMPRIME-TIPO.
           MOVE T-RS-TAR (WKS-I)  TO WKS-DET-TAR.
           MOVE T-RS-VENC (WKS-I) TO WKS-DET-VENC.
           MOVE T-RS-ANT (WKS-I)  TO WKS-DET-ANT.
           MOVE T-RS-CAS (WKS-I)  TO WKS-DET-CAS.
           MOVE T-RS-AJU (WKS-I)  TO WKS-DET-AJU.
           MOVE T-RS-REQ (WKS-I)  TO WKS-DET-REQ.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

       5000-FIN.
           IF WKS-FS-CXC NOT = "35"
               CLOSE ARC-CXC.
           CLOSE ARC-EHI.

           DISPLAY "ESTIMACION DEL MES " WKS-PERIODO.
           MOVE WKS-TOT-ANT TO WKS-MTO-F.
           DISPLAY "RESERVA ANTERIOR: " WKS-MTO-F.
           MOVE WKS-TOT-CAS TO WKS-MTO-F.
           DISPLAY "CASTIGOS DEL MES: " WKS-MTO-F.
           MOVE WKS-TOT-AJU TO WKS-AJU-F.
           DISPLAY "AJUSTE DEL MES:   " WKS-AJU-F.
           MOVE WKS-TOT-REQ TO WKS-MTO-F.
           DISPLAY "RESERVA FINAL:    " WKS-MTO-F.

           IF WKS-SIN-PARAM = 1
               MOVE 8 TO RETURN-CODE.

           IF WKS-EST-IDX = ZERO AND WKS-TOT-AJU NOT = ZERO
               MOVE 8 TO RETURN-CODE.

           IF WKS-SIN-TIPO > ZERO
               DISPLAY "CASTIGOS SIN PARTIDA EN CARTERA: "
                   WKS-SIN-TIPO
               MOVE 8 TO RETURN-CODE.

           IF WKS-TOT-CARGOS NOT = WKS-TOT-ABONOS
               DISPLAY "POLIZA DESBALANCEADA, REVISAR"
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
      *    EDAD-CXC).
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
      *    no vuelva a estimar el mes (el corte del mes va en la
      *    poliza y en el historico ARC-EHI).
       9000-ANOTA-CORRIDA.
           OPEN EXTEND ARC-RUN.
           IF WKS-FS-RUN = "35"
               OPEN OUTPUT ARC-RUN.

           MOVE WKS-FECHA-HOY TO RUN-FECHA.
           ACCEPT WKS-HORA-CAP FROM TIME.
           MOVE WKS-HORA6     TO RUN-HORA.
           MOVE "EST-CXC "    TO RUN-PASO.
           MOVE WKS-RUN-EST   TO RUN-ESTADO.
           WRITE REG-RUN.

           CLOSE ARC-RUN.
