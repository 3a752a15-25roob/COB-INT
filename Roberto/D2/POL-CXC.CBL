       IDENTIFICATION DIVISION.
       PROGRAM-ID. POL-CXC.
      *    Poliza diaria de cartera: junta todos los movimientos de
      *    dinero que tocaron ARC-CXC en el dia y los deja en
      *    ARC-PCX, con el layout de la poliza ARC-POL de POL-CON,
      *    un par cargo/abono balanceado por tipo de movimiento con
      *    las cuentas del mapeo ARC-CTA (renglones "MOV ..." de la
      *    copia MOVCTA, que se capturan en MANT-FIN). Contabilidad
      *    deja de rearmar de los listados impresos los pagos, el
      *    suspenso, los recargos, los castigos, las condonaciones,
      *    los cheques devueltos y lo demas.
      *    De donde sale cada movimiento del dia:
      *    - pagos y suspenso: detalle de aplicacion ARC-DAP de
      *      APLI-PAG, por la fecha de captura de la linea;
      *    - cargos domiciliados: los que DOM-BAN posteo en el dia,
      *      de la bitacora de tesoreria ARC-TES, como pago;
      *    - recargos: registro ARC-RGO de REC-MOR (base e IVA);
      *    - castigos y condonaciones: registros ARC-CAS y ARC-CON;
      *    - notas de credito: registro ARC-NCR de NOT-CRE;
      *    - cheque devuelto, su comision, reversos y devoluciones
      *      de saldo a favor: diferencia entre la imagen antes y
      *      despues de la partida en la pista ARC-AUC.
      *    Los cargos de anualidad siguen entrando por la poliza
      *    mensual de POL-CON.
      *    Corre en la cadena nocturna despues de APLI-PAG; la fecha
      *    de la poliza la puede pasar la corrida por ambiente para
      *    rehacer un dia, igual que REC-MOR. Deja su INI/OK/MAL en
      *    ARC-RUN, que CIERRE-MES exige dentro del mes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-CTA ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CTA.
           SELECT ARC-DAP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAP-LLAVE
               FILE STATUS IS WKS-FS-DAP.
           SELECT ARC-RGO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-RGO.
           SELECT ARC-CAS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CAS.
           SELECT ARC-CON ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CON.
           SELECT ARC-NCR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-NCR.
           SELECT ARC-AUC ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUC.
           SELECT ARC-TES ASSIGN TO DISK
               FILE STATUS IS WKS-FS-TES.
           SELECT ARC-PCX ASSIGN TO DISK.
           SELECT ARC-RUN ASSIGN TO DISK
               FILE STATUS IS WKS-FS-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CTA.
       01 REG-CTA.
           03 CTA-NOM-TAR PIC X(20).
           03 CTA-CARGO   PIC X(10).
           03 CTA-ABONO   PIC X(10).

       FD ARC-DAP.
           COPY REGDAP.

       FD ARC-RGO.
       01 REG-RGO.
           03 RGO-FECHA      PIC 9(08).
           03 RGO-CXC-LLAVE.
               05 RGO-ID-CLIENTE PIC 9(06).
               05 RGO-ANIO       PIC 9(04).
               05 RGO-TIPO       PIC 9.
               05 RGO-PARC       PIC 99.
           03 RGO-BASE       PIC 9(05)V99.
           03 RGO-IVA        PIC 9(05)V99.
           03 RGO-TOTAL      PIC 9(05)V99.

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

       FD ARC-TES.
           COPY REGTES.

      *    Mismo layout que la poliza ARC-POL de POL-CON.
       FD ARC-PCX.
       01 REG-POL.
           03 POL-FECHA    PIC 9(08).
           03 POL-CUENTA   PIC X(10).
           03 POL-CONCEPTO PIC X(30).
           03 POL-CARGO    PIC 9(09)V99.
           03 POL-ABONO    PIC 9(09)V99.

       FD ARC-RUN.
       01 REG-RUN.
           03 RUN-FECHA    PIC 9(08).
           03 RUN-HORA     PIC 9(06).
           03 RUN-PASO     PIC X(08).
           03 RUN-ESTADO   PIC X(04).

       WORKING-STORAGE SECTION.
      *    Partida de la pista, para sacar la diferencia entre la
      *    imagen antes y la de despues.
           COPY REGCXC.

      *    Tipos de movimiento y su renglon del mapeo.
           COPY MOVCTA.

       01 WKS-FS-CTA        PIC XX.
       01 WKS-FS-DAP        PIC XX.
       01 WKS-FS-RGO        PIC XX.
       01 WKS-FS-CAS        PIC XX.
       01 WKS-FS-CON        PIC XX.
       01 WKS-FS-NCR        PIC XX.
       01 WKS-FS-AUC        PIC XX.
       01 WKS-FS-TES        PIC XX.

      *    Constancia en el control de corrida.
       01 WKS-FS-RUN        PIC XX.
       01 WKS-RUN-EST       PIC X(04).
       01 WKS-HORA-CAP.
           03 WKS-HORA6     PIC 9(06).
           03 FILLER        PIC 99.

      *    Fecha de la poliza: la pasa la corrida por ambiente o se
      *    toma la del sistema. La vista corta es la fecha de captura
      *    de la bitacora y del detalle de aplicacion.
       01 WKS-PARM          PIC X(80).
       01 WKS-FECHA-POL     PIC 9(08).
       01 WKS-FECHA-CORTA REDEFINES WKS-FECHA-POL.
           03 FILLER        PIC 99.
           03 WKS-FC-AAMMDD PIC 9(06).
       01 WKS-HOY           PIC 9(06).

      *    Cuentas cargadas del mapeo, igual que POL-CON.
       01 WKS-MAX-CTA       PIC 99 VALUE 30.
       01 WKS-NUM-CTA       PIC 99 VALUE ZERO.

       01 T-CUENTAS.
           03 T-CTA OCCURS 30 TIMES.
               05 T-CTA-TAR   PIC X(20).
               05 T-CTA-CAR   PIC X(10).
               05 T-CTA-ABO   PIC X(10).

      *    Importe del dia por tipo de movimiento, en el orden de
      *    la copia MOVCTA.
       01 T-MONTOS.
           03 T-MTO OCCURS 11 TIMES PIC 9(09)V99.
           03 T-CTA-MOV OCCURS 11 TIMES PIC 9(05).

      *    Diferencias de la partida entre las dos imagenes.
       01 WKS-ANT-CARGO     PIC 9(05)V99.
       01 WKS-ANT-ABONO     PIC 9(05)V99.
       01 WKS-ANT-BASE      PIC 9(05)V99.
       01 WKS-ANT-IVA       PIC 9(05)V99.
       01 WKS-DIF           PIC 9(05)V99.

       01 WKS-SIN-CUENTA    PIC 9(04) VALUE ZERO.
       01 WKS-TOT-CARGOS    PIC 9(11)V99 VALUE ZERO.
       01 WKS-TOT-ABONOS    PIC 9(11)V99 VALUE ZERO.
       01 WKS-TOT-PARES     PIC 9(04) VALUE ZERO.
       01 WKS-MTO-F         PIC $$,$$$,$$$,$$9.99.

       77 WKS-EOF           PIC 9.
       77 WKS-I             PIC 99.
       77 WKS-M             PIC 99.
       77 WKS-CTA-IDX       PIC 99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PAGOS.
           PERFORM 2100-DOMICILIADOS.
           PERFORM 2200-RECARGOS.
           PERFORM 2300-CASTIGOS.
           PERFORM 2400-CONDONACIONES.
           PERFORM 2500-NOTAS.
           PERFORM 2600-PISTA.
           PERFORM 3000-GENERA-POLIZA.
           PERFORM 4000-FIN.
           GOBACK.

       1000-INICIO.
           DISPLAY "POL_CXC_FECHA" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.

           IF WKS-PARM NOT = SPACES
               MOVE WKS-PARM (1:8) TO WKS-FECHA-POL
           ELSE
               ACCEPT WKS-HOY FROM DATE
               STRING "20" DELIMITED BY SIZE
                      WKS-HOY DELIMITED BY SIZE
                      INTO WKS-FECHA-POL.

           MOVE "INI " TO WKS-RUN-EST.
           PERFORM 9000-ANOTA-CORRIDA.

           INITIALIZE T-MONTOS.
           PERFORM 1100-CARGA-CUENTAS.

       1100-CARGA-CUENTAS.
           OPEN INPUT ARC-CTA.
           IF WKS-FS-CTA = "35"
               DISPLAY "NO EXISTE EL MAPEO DE CUENTAS ARC-CTA"
           ELSE
               READ ARC-CTA
                   AT END MOVE 1 TO WKS-EOF
                   NOT AT END MOVE ZERO TO WKS-EOF

               PERFORM 1150-AGREGA-CUENTA UNTIL WKS-EOF = 1

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
               AT END MOVE 1 TO WKS-EOF.

      *-------------------PAGOS Y SUSPENSO-------------------------*
      *    Todo lo aplicado de las lineas capturadas en el dia, aun
      *    lo que despues se reverso o devolvio: el reverso entra
      *    por su lado el dia en que se hace.
       2000-PAGOS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-DAP.
           IF WKS-FS-DAP = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               MOVE LOW-VALUES TO DAP-LLAVE
               START ARC-DAP KEY IS GREATER THAN DAP-LLAVE
                   INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 2050-REVISA-DETALLE UNTIL WKS-EOF = 1.

           IF WKS-FS-DAP NOT = "35"
               CLOSE ARC-DAP.

       2050-REVISA-DETALLE.
           READ ARC-DAP NEXT
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO AND DAP-FECHA = WKS-FC-AAMMDD
               IF DAP-TIPO = 4
                   MOVE 2 TO WKS-M
               ELSE
                   MOVE 1 TO WKS-M
               END-IF
               MOVE DAP-IMPORTE TO WKS-DIF
               PERFORM 2900-ACUMULA.

      *    El cargo domiciliado no pasa por la captura de lineas:
      *    DOM-BAN abona la partida directo y solo deja su entrada
      *    en la bitacora de tesoreria.
       2100-DOMICILIADOS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-TES.
           IF WKS-FS-TES = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-TES
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 2150-REVISA-TESORERIA UNTIL WKS-EOF = 1.

           IF WKS-FS-TES NOT = "35"
               CLOSE ARC-TES.

       2150-REVISA-TESORERIA.
           IF TES-FECHA = WKS-FECHA-POL AND TES-ORIGEN = "DOM-BAN "
               MOVE 1           TO WKS-M
               MOVE TES-IMPORTE TO WKS-DIF
               PERFORM 2900-ACUMULA.

           READ ARC-TES
               AT END MOVE 1 TO WKS-EOF.

      *-------------------RECARGOS---------------------------------*
       2200-RECARGOS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-RGO.
           IF WKS-FS-RGO = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-RGO
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 2250-REVISA-RECARGO UNTIL WKS-EOF = 1.

           IF WKS-FS-RGO NOT = "35"
               CLOSE ARC-RGO.

       2250-REVISA-RECARGO.
           IF RGO-FECHA = WKS-FECHA-POL
               MOVE 3        TO WKS-M
               MOVE RGO-BASE TO WKS-DIF
               PERFORM 2900-ACUMULA
               MOVE 4        TO WKS-M
               MOVE RGO-IVA  TO WKS-DIF
               PERFORM 2900-ACUMULA.

           READ ARC-RGO
               AT END MOVE 1 TO WKS-EOF.

      *-------------------CASTIGOS Y CONDONACIONES-----------------*
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
           IF CAS-FECHA = WKS-FECHA-POL
               MOVE 5           TO WKS-M
               MOVE CAS-IMPORTE TO WKS-DIF
               PERFORM 2900-ACUMULA.

           READ ARC-CAS
               AT END MOVE 1 TO WKS-EOF.

       2400-CONDONACIONES.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CON.
           IF WKS-FS-CON = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-CON
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 2450-REVISA-CONDONACION UNTIL WKS-EOF = 1.

           IF WKS-FS-CON NOT = "35"
               CLOSE ARC-CON.

       2450-REVISA-CONDONACION.
           IF CON-FECHA = WKS-FECHA-POL
               MOVE 6           TO WKS-M
               MOVE CON-IMPORTE TO WKS-DIF
               PERFORM 2900-ACUMULA.

           READ ARC-CON
               AT END MOVE 1 TO WKS-EOF.

      *-------------------NOTAS DE CREDITO-------------------------*
       2500-NOTAS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-NCR.
           IF WKS-FS-NCR = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-NCR
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 2550-REVISA-NOTA UNTIL WKS-EOF = 1.

           IF WKS-FS-NCR NOT = "35"
               CLOSE ARC-NCR.

       2550-REVISA-NOTA.
           IF NCR-FECHA = WKS-FECHA-POL
               MOVE 10          TO WKS-M
               MOVE NCR-IMPORTE TO WKS-DIF
               PERFORM 2900-ACUMULA.

           READ ARC-NCR
               AT END MOVE 1 TO WKS-EOF.

      *-------------------PISTA DE CARTERA-------------------------*
      *    El cheque devuelto y el reverso bajan el abono de la
      *    partida; la comision del cheque sube su cargo (base e
      *    IVA); la devolucion de saldo a favor sube el cargo del
      *    credito de baja. La nota de credito tambien deja pista,
      *    pero ya entro por su registro.
       2600-PISTA.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-AUC.
           IF WKS-FS-AUC = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-AUC
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 2650-REVISA-PISTA UNTIL WKS-EOF = 1.

           IF WKS-FS-AUC NOT = "35"
               CLOSE ARC-AUC.

       2650-REVISA-PISTA.
           IF AUC-FECHA = WKS-FECHA-POL
               IF AUC-OPER = "CHQDEV" OR AUC-OPER = "REVPAG"
                       OR AUC-OPER = "DEVCRE"
                   PERFORM 2700-DIFERENCIA.

           READ ARC-AUC
               AT END MOVE 1 TO WKS-EOF.

      *    La partida creada en el movimiento trae la imagen
      *    anterior en blanco: todo lo de la nueva es diferencia.
       2700-DIFERENCIA.
           IF AUC-ANTES = SPACES
               MOVE ZERO TO WKS-ANT-CARGO WKS-ANT-ABONO
                            WKS-ANT-BASE WKS-ANT-IVA
           ELSE
               MOVE AUC-ANTES TO REG-CXC
               MOVE CXC-IMP-CARGO TO WKS-ANT-CARGO
               MOVE CXC-IMP-ABONO TO WKS-ANT-ABONO
               MOVE CXC-BASE      TO WKS-ANT-BASE
               MOVE CXC-IVA       TO WKS-ANT-IVA.

           MOVE AUC-DESPUES TO REG-CXC.

           IF AUC-OPER = "DEVCRE"
               IF CXC-IMP-CARGO > WKS-ANT-CARGO
                   MOVE 11 TO WKS-M
                   COMPUTE WKS-DIF = CXC-IMP-CARGO - WKS-ANT-CARGO
                   PERFORM 2900-ACUMULA
               END-IF
           ELSE
               PERFORM 2750-DIFERENCIA-PAGO.

       2750-DIFERENCIA-PAGO.
           IF CXC-IMP-ABONO < WKS-ANT-ABONO
               IF AUC-OPER = "CHQDEV"
                   MOVE 7 TO WKS-M
               ELSE
                   MOVE 9 TO WKS-M
               END-IF
               COMPUTE WKS-DIF = WKS-ANT-ABONO - CXC-IMP-ABONO
               PERFORM 2900-ACUMULA.

           IF AUC-OPER = "CHQDEV" AND CXC-IMP-CARGO > WKS-ANT-CARGO
               MOVE 8 TO WKS-M
               COMPUTE WKS-DIF = CXC-BASE - WKS-ANT-BASE
               PERFORM 2900-ACUMULA
               MOVE 4 TO WKS-M
               COMPUTE WKS-DIF = CXC-IVA - WKS-ANT-IVA
               PERFORM 2900-ACUMULA.

       2900-ACUMULA.
           IF WKS-DIF > ZERO
               ADD WKS-DIF TO T-MTO (WKS-M)
               ADD 1       TO T-CTA-MOV (WKS-M).

      *-------------------POLIZA-----------------------------------*
      *    Un par cargo/abono por tipo de movimiento con importe; el
      *    tipo sin cuenta mapeada se reporta y no entra, igual que
      *    en POL-CON, para no sacar una poliza desbalanceada.
       3000-GENERA-POLIZA.
           OPEN OUTPUT ARC-PCX.
           PERFORM 3100-POLIZA-MOVIMIENTO
               VARYING WKS-M FROM 1 BY 1 UNTIL WKS-M > WKS-NUM-MOVS.
           CLOSE ARC-PCX.

       3100-POLIZA-MOVIMIENTO.
           IF T-MTO (WKS-M) > ZERO
               MOVE ZERO TO WKS-CTA-IDX
               PERFORM 3150-BUSCA-CUENTA
                   VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-CTA
               IF WKS-CTA-IDX NOT = ZERO
                   PERFORM 3200-ESCRIBE-PAR
               ELSE
                   ADD 1 TO WKS-SIN-CUENTA
                   DISPLAY "MOVIMIENTO SIN CUENTA MAPEADA, NO ENTRA "
                       "A LA POLIZA: " T-MOV-NOM (WKS-M).

       3150-BUSCA-CUENTA.
           IF T-CTA-TAR (WKS-I) = T-MOV-NOM (WKS-M)
               MOVE WKS-I TO WKS-CTA-IDX
               ADD 40 TO WKS-I.

       3200-ESCRIBE-PAR.
           MOVE WKS-FECHA-POL TO POL-FECHA.
           MOVE T-CTA-CAR (WKS-CTA-IDX) TO POL-CUENTA.
           MOVE SPACES TO POL-CONCEPTO.
           STRING "CARTERA " DELIMITED BY SIZE
                  T-MOV-NOM (WKS-M) (5:16) DELIMITED BY SIZE
                  INTO POL-CONCEPTO.
           MOVE T-MTO (WKS-M) TO POL-CARGO.
           MOVE ZERO TO POL-ABONO.
           WRITE REG-POL.
           ADD POL-CARGO TO WKS-TOT-CARGOS.

           MOVE T-CTA-ABO (WKS-CTA-IDX) TO POL-CUENTA.
           MOVE ZERO TO POL-CARGO.
           MOVE T-MTO (WKS-M) TO POL-ABONO.
           WRITE REG-POL.
           ADD POL-ABONO TO WKS-TOT-ABONOS.

           ADD 1 TO WKS-TOT-PARES.

       4000-FIN.
           DISPLAY "POLIZA DIARIA DE CARTERA DEL " WKS-FECHA-POL.
           PERFORM 4100-MUESTRA-MOVIMIENTO
               VARYING WKS-M FROM 1 BY 1 UNTIL WKS-M > WKS-NUM-MOVS.

           MOVE WKS-TOT-CARGOS TO WKS-MTO-F.
           DISPLAY "TOTAL CARGOS: " WKS-MTO-F.
           MOVE WKS-TOT-ABONOS TO WKS-MTO-F.
           DISPLAY "TOTAL ABONOS: " WKS-MTO-F.
           DISPLAY "PARES CARGO/ABONO: " WKS-TOT-PARES.

           IF WKS-TOT-CARGOS = WKS-TOT-ABONOS
               DISPLAY "POLIZA BALANCEADA"
           ELSE
               DISPLAY "POLIZA DESBALANCEADA, REVISAR"
               MOVE 8 TO RETURN-CODE.

           IF WKS-SIN-CUENTA > ZERO
               DISPLAY "MOVIMIENTOS SIN CUENTA MAPEADA: "
                   WKS-SIN-CUENTA
               MOVE 8 TO RETURN-CODE.

           IF RETURN-CODE = ZERO
               MOVE "OK  " TO WKS-RUN-EST
           ELSE
               MOVE "MAL " TO WKS-RUN-EST.
           PERFORM 9000-ANOTA-CORRIDA.

       4100-MUESTRA-MOVIMIENTO.
           IF T-MTO (WKS-M) > ZERO
               MOVE T-MTO (WKS-M) TO WKS-MTO-F
               DISPLAY T-MOV-NOM (WKS-M) " " T-CTA-MOV (WKS-M)
                   " " WKS-MTO-F.

      *    Mismo layout de control que escribe LOTE-TAR; si el
      *    control no existe todavia se crea.
       9000-ANOTA-CORRIDA.
           OPEN EXTEND ARC-RUN.
           IF WKS-FS-RUN = "35"
               OPEN OUTPUT ARC-RUN.

           MOVE WKS-FECHA-POL TO RUN-FECHA.
           ACCEPT WKS-HORA-CAP FROM TIME.
           MOVE WKS-HORA6     TO RUN-HORA.
           MOVE "POL-CXC "    TO RUN-PASO.
           MOVE WKS-RUN-EST   TO RUN-ESTADO.
           WRITE REG-RUN.

           CLOSE ARC-RUN.
