      *    y el catalogo de motivos ARC-MBA (sin borrar un motivo
      *    mientras haya clientes que lo referencien). Todo bajo
      *    firma de nivel 3 y con pista de cambios en ARC-AUF.
      *    Tambien el orden en que APLI-PAG reparte una linea de
      *    captura entre las partidas del cliente (ARC-OAP): por
      *    tipo de cargo, su prioridad y si va primero la partida
      *    mas antigua o la mas reciente. Y la tasa de IVA que
      *    trasladan los cargos (ARC-IVA, la lee IVA-CAL).
      *    El mapeo ARC-CTA lleva ademas un renglon por cada tipo de
      *    movimiento de cartera de la poliza diaria POL-CXC (copia
      *    MOVCTA), capturado con la misma opcion de cuentas, y los
      *    renglones "INGRESO DIFERIDO" y "CREDITO DE BAJA" del
      *    devengo mensual de anualidades DIF-ANU, y el renglon
      *    "ESTIMACION CXC" de la reserva de incobrables EST-CXC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WKS-FS-CTA.
           SELECT ARC-MBA ASSIGN TO DISK
               FILE STATUS IS WKS-FS-MBA.
           SELECT ARC-OAP ASSIGN TO DISK
               FILE STATUS IS WKS-FS-OAP.
           SELECT ARC-IVA ASSIGN TO DISK
               FILE STATUS IS WKS-FS-IVA.
           SELECT CAT-TAR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CAT.
           SELECT CLIENTES ASSIGN TO DISK
           03 MBA-CODIGO   PIC 99.
           03 MBA-DESC     PIC X(20).

      *    Un registro por tipo de cargo que abona la linea
      *    (1 anualidad, 2 recargo, 6 producto adicional). Se abona
      *    de la prioridad menor a la mayor; dentro de la misma
      *    prioridad por vencimiento, A = la mas antigua primero,
      *    R = la mas reciente primero.
       FD ARC-OAP.
       01 REG-OAP.
           03 OAP-TIPO      PIC 9.
           03 OAP-PRIORIDAD PIC 9.
           03 OAP-ORDEN     PIC X.

      *    Un solo registro con la tasa en porciento; la poliza de
      *    POL-CON abona el impuesto a la cuenta mapeada con el
      *    nombre "IVA TRASLADADO".
       FD ARC-IVA.
       01 REG-IVA.
           03 IVA-TASA      PIC 99V99.

       FD CAT-TAR.
           COPY REGCTAR.

       01 WKS-FS-MOR       PIC XX.
       01 WKS-FS-CTA       PIC XX.
       01 WKS-FS-MBA       PIC XX.
       01 WKS-FS-OAP       PIC XX.
       01 WKS-FS-IVA       PIC XX.
       01 WKS-FS-CAT       PIC XX.
       01 WKS-FS-CLI       PIC XX.
       01 WKS-FS-AUF       PIC XX.
               05 T-BA-TASA  PIC 9(02)V99.

      *    Mapeo de cuentas en memoria, igual que POL-CON.
       01 WKS-MAX-CTA      PIC 99 VALUE 30.
       01 WKS-NUM-CTA      PIC 99 VALUE ZERO.
       01 WKS-CTA-IDX      PIC 99.

       01 T-CUENTAS.
           03 T-CTA OCCURS 30 TIMES.
               05 T-CTA-TAR   PIC X(20).
               05 T-CTA-CAR   PIC X(10).
               05 T-CTA-ABO   PIC X(10).
               05 T-MOT-COD  PIC 99.
               05 T-MOT-DESC PIC X(20).

      *    Orden de aplicacion de pagos en memoria, igual que lo
      *    carga APLI-PAG; un renglon por tipo de cargo.
       01 WKS-MAX-OAP      PIC 99 VALUE 4.
       01 WKS-NUM-OAP      PIC 99 VALUE ZERO.
       01 WKS-OAP-IDX      PIC 99.

       01 T-ORDENES.
           03 T-OAP OCCURS 4 TIMES.
               05 T-OA-TIPO  PIC 9.
               05 T-OA-PRIO  PIC 9.
               05 T-OA-ORDEN PIC X.

      *    Tasa de IVA vigente; el renglon de ARC-CTA que recibe
      *    el impuesto en la poliza.
       01 WKS-TASA-IVA     PIC 99V99 VALUE ZERO.
       01 WKS-CTA-IVA      PIC X(20) VALUE "IVA TRASLADADO".
      *    Renglones del devengo de anualidades (DIF-ANU): la cuenta
      *    del ingreso diferido y la que recibe lo liberado por baja.
       01 WKS-CTA-DIF      PIC X(20) VALUE "INGRESO DIFERIDO".
       01 WKS-CTA-BAJ      PIC X(20) VALUE "CREDITO DE BAJA".
      *    Gasto y reserva de la estimacion de incobrables (EST-CXC).
       01 WKS-CTA-EST      PIC X(20) VALUE "ESTIMACION CXC".
       01 WKS-IVA-PISTA.
           03 WKS-IP-TASA  PIC 99V99.

      *    Tipos de movimiento de la poliza diaria de cartera.
           COPY MOVCTA.
       01 WKS-M            PIC 99.

      *    Capturas en turno.
       01 WKS-QUITA-CAP    PIC X.
       01 WKS-DESDE-CAP    PIC 9(03).
       01 WKS-ABONO-CAP    PIC X(10).
       01 WKS-COD-CAP      PIC 99.
       01 WKS-DESC-CAP     PIC X(20).
       01 WKS-TIPO-CAP     PIC 9.
       01 WKS-PRIO-CAP     PIC 9.
       01 WKS-ORDEN-CAP    PIC X.
           88 ORDEN-VALIDO      VALUES "A" "R".
       01 WKS-IVA-CAP      PIC 99V99.

      *    Validacion de bandas: contiguas y sin traslape.
       01 WKS-BANDAS-OK    PIC X.
           03 WKS-LB-TASA  PIC Z9.99.
           03 FILLER       PIC X(02) VALUE " %".

       01 WKS-LIN-IVA.
           03 FILLER       PIC X(19) VALUE "TASA DE IVA VIGENTE".
           03 FILLER       PIC X(02) VALUE ": ".
           03 WKS-LI-TASA  PIC Z9.99.
           03 FILLER       PIC X(02) VALUE " %".

       01 WKS-LIN-ORDEN.
           03 FILLER       PIC X(05) VALUE "TIPO ".
           03 WKS-LO-TIPO  PIC 9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WKS-LO-DESC  PIC X(12).
           03 FILLER       PIC X(11) VALUE "PRIORIDAD: ".
           03 WKS-LO-PRIO  PIC 9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LO-ORDEN PIC X(22).

       77 WKS-EOF          PIC 9.
       77 WKS-I            PIC 99.
       77 WKS-LIN          PIC 99.
           PERFORM 1100-CARGA-BANDAS.
           PERFORM 1200-CARGA-CUENTAS.
           PERFORM 1300-CARGA-MOTIVOS.
           PERFORM 1400-CARGA-ORDEN.
           PERFORM 1500-CARGA-IVA.

       1100-CARGA-BANDAS.
           MOVE ZERO TO WKS-EOF.
           READ ARC-MBA
               AT END MOVE 1 TO WKS-EOF.

       1400-CARGA-ORDEN.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-OAP.
           IF WKS-FS-OAP = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-OAP
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 1450-AGREGA-ORDEN UNTIL WKS-EOF = 1.

           IF WKS-FS-OAP NOT = "35"
               CLOSE ARC-OAP.

       1450-AGREGA-ORDEN.
           IF WKS-NUM-OAP < WKS-MAX-OAP
               ADD 1 TO WKS-NUM-OAP
               MOVE OAP-TIPO      TO T-OA-TIPO (WKS-NUM-OAP)
               MOVE OAP-PRIORIDAD TO T-OA-PRIO (WKS-NUM-OAP)
               MOVE OAP-ORDEN     TO T-OA-ORDEN (WKS-NUM-OAP)
           ELSE
               DISPLAY "ORDEN DE APLICACION LLENO, SE OMITEN "
                   "RESTANTES".

           READ ARC-OAP
               AT END MOVE 1 TO WKS-EOF.

       1500-CARGA-IVA.
           OPEN INPUT ARC-IVA.
           IF WKS-FS-IVA NOT = "35"
               READ ARC-IVA
                   AT END MOVE ZERO TO IVA-TASA
               END-READ
               MOVE IVA-TASA TO WKS-TASA-IVA
               CLOSE ARC-IVA.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "PARAMETROS DE FINANZAS" LINE 01 POSITION 28.
           DISPLAY "1. ALTA DE BANDA DE MORA"  LINE 02 POSITION 10.
           DISPLAY "2. CAMBIO/BAJA DE LA ULTIMA BANDA"
               LINE 03 POSITION 10.
           DISPLAY "3. LISTAR/VALIDAR BANDAS"  LINE 04 POSITION 10.
           DISPLAY "4. ALTA/CAMBIO DE CUENTA CONTABLE"
               LINE 05 POSITION 10.
           DISPLAY "5. CUENTAS SIN MAPEAR DEL CATALOGO"
               LINE 06 POSITION 10.
           DISPLAY "6. ALTA/CAMBIO DE MOTIVO DE BAJA"
               LINE 07 POSITION 10.
           DISPLAY "7. BORRAR MOTIVO DE BAJA" LINE 08 POSITION 10.
           DISPLAY "8. ORDEN DE APLICACION DE PAGOS"
               LINE 09 POSITION 10.
           DISPLAY "9. TASA DE IVA"           LINE 10 POSITION 10.
           DISPLAY "0. TERMINAR"              LINE 10 POSITION 45.
           DISPLAY "OPCION: "                 LINE 11 POSITION 10.
           ACCEPT WKS-OPCION                  LINE 11 POSITION 19.

               WHEN 7
                   PERFORM 2600-BORRA-MOTIVO
               WHEN 8
                   PERFORM 2700-CAPTURA-ORDEN
               WHEN 9
                   PERFORM 2800-CAPTURA-IVA
               WHEN 0
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 12 POSITION 10

      *-------------------CUENTAS CONTABLES------------------------*
       2300-CAPTURA-CUENTA.
           DISPLAY "TIPO DE TARJETA O MOVIMIENTO (20): "
               LINE 12 POSITION 10.
           ACCEPT WKS-TAR-CAP LINE 12 POSITION 47.
           DISPLAY "CUENTA DE CARGO (10): " LINE 13 POSITION 10.
           ACCEPT WKS-CARGO-CAP LINE 13 POSITION 34.
           DISPLAY "CUENTA DE ABONO (10): " LINE 14 POSITION 10.
       2360-COMPARA-CUENTA.
           IF T-CTA-TAR (WKS-I) = WKS-TAR-CAP
               MOVE WKS-I TO WKS-CTA-IDX
               ADD 40 TO WKS-I.

      *    Recorre el catalogo vigente: todo tipo con tarifa debe
      *    tener cuenta mapeada o la poliza de POL-CON sale coja; lo
      *    mismo cada tipo de movimiento de la poliza diaria.
       2400-CUENTAS-SIN-MAPEAR.
           MOVE ZERO TO WKS-EOF.
           MOVE 12 TO WKS-LIN.
           IF WKS-FS-CAT NOT = "35"
               CLOSE CAT-TAR.

      *    Con tasa de IVA el impuesto necesita su propia cuenta.
           IF WKS-TASA-IVA > ZERO
               MOVE ZERO TO WKS-CTA-IDX
               MOVE WKS-CTA-IVA TO WKS-TAR-CAP
               PERFORM 2360-COMPARA-CUENTA
                   VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-CTA
               IF WKS-CTA-IDX = ZERO
                   DISPLAY "SIN CUENTA MAPEADA: "
                       LINE WKS-LIN POSITION 10
                   DISPLAY WKS-CTA-IVA LINE WKS-LIN POSITION 32
                   ADD 1 TO WKS-LIN.

           MOVE WKS-CTA-DIF TO WKS-TAR-CAP.
           PERFORM 2480-CHECA-RENGLON.
           MOVE WKS-CTA-BAJ TO WKS-TAR-CAP.
           PERFORM 2480-CHECA-RENGLON.
           MOVE WKS-CTA-EST TO WKS-TAR-CAP.
           PERFORM 2480-CHECA-RENGLON.

           PERFORM 2470-CHECA-MOVIMIENTO
               VARYING WKS-M FROM 1 BY 1 UNTIL WKS-M > WKS-NUM-MOVS.

       2450-CHECA-TIPO.
           MOVE ZERO TO WKS-CTA-IDX.
           MOVE SPACES TO WKS-TAR-CAP.
           READ CAT-TAR
               AT END MOVE 1 TO WKS-EOF.

      *    La lista se corta en la linea 19 para no pisar el aviso
      *    de continuar.
       2470-CHECA-MOVIMIENTO.
           MOVE ZERO TO WKS-CTA-IDX.
           MOVE T-MOV-NOM (WKS-M) TO WKS-TAR-CAP.
           PERFORM 2360-COMPARA-CUENTA
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-CTA.

           IF WKS-CTA-IDX = ZERO AND WKS-LIN < 20
               DISPLAY "SIN CUENTA MAPEADA: "
                   LINE WKS-LIN POSITION 10
               DISPLAY T-MOV-NOM (WKS-M) LINE WKS-LIN POSITION 32
               ADD 1 TO WKS-LIN.

       2480-CHECA-RENGLON.
           MOVE ZERO TO WKS-CTA-IDX.
           PERFORM 2360-COMPARA-CUENTA
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-CTA.

           IF WKS-CTA-IDX = ZERO
               DISPLAY "SIN CUENTA MAPEADA: "
                   LINE WKS-LIN POSITION 10
               DISPLAY WKS-TAR-CAP LINE WKS-LIN POSITION 32
               ADD 1 TO WKS-LIN.

      *-------------------MOTIVOS DE BAJA--------------------------*
       2500-CAPTURA-MOTIVO.
           DISPLAY "CODIGO DE MOTIVO (99): " LINE 12 POSITION 10.
       2680-RECORRE-MOTIVO.
           MOVE T-MOT (WKS-I + 1) TO T-MOT (WKS-I).

      *-------------------ORDEN DE APLICACION----------------------*
      *    Sin renglones capturados APLI-PAG abona anualidad,
      *    producto y colegiatura, la mas antigua primero.
      *    Prioridad cero quita el tipo del orden: la linea ya no lo
      *    abona, salvo la colegiatura, que APLI-PAG siempre abona
      *    (al final si no trae renglon).
       2700-CAPTURA-ORDEN.
           PERFORM 2710-LISTA-ORDEN.

           DISPLAY "TIPO (1 ANU/2 REC/6 PRO/8 COL): "
               LINE 15 POSITION 10.
           ACCEPT WKS-TIPO-CAP LINE 15 POSITION 47.

           IF WKS-TIPO-CAP NOT = 1 AND WKS-TIPO-CAP NOT = 2
                   AND WKS-TIPO-CAP NOT = 6 AND WKS-TIPO-CAP NOT = 8
               DISPLAY "EL TIPO DEBE SER 1, 2, 6 U 8"
                   LINE 18 POSITION 10
           ELSE
               DISPLAY "PRIORIDAD (1-9, 0 = QUITAR): "
                   LINE 16 POSITION 10
               ACCEPT WKS-PRIO-CAP LINE 16 POSITION 47
               PERFORM 2750-APLICA-ORDEN.

       2710-LISTA-ORDEN.
           IF WKS-NUM-OAP = ZERO
               DISPLAY "SIN ORDEN CAPTURADO: ANUALIDAD, PRODUCTO Y "
                   "COLEGIATURA, MAS ANTIGUA PRIMERO"
                   LINE 12 POSITION 10
           ELSE
               MOVE 12 TO WKS-LIN
               PERFORM 2720-LISTA-TIPO
                   VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-NUM-OAP.

       2720-LISTA-TIPO.
           MOVE T-OA-TIPO (WKS-I) TO WKS-LO-TIPO.
           EVALUATE T-OA-TIPO (WKS-I)
               WHEN 1
                   MOVE "ANUALIDAD" TO WKS-LO-DESC
               WHEN 2
                   MOVE "RECARGO"   TO WKS-LO-DESC
               WHEN 8
                   MOVE "COLEGIATURA" TO WKS-LO-DESC
               WHEN OTHER
                   MOVE "PRODUCTO"  TO WKS-LO-DESC
           END-EVALUATE.
           MOVE T-OA-PRIO (WKS-I) TO WKS-LO-PRIO.
           IF T-OA-ORDEN (WKS-I) = "R"
               MOVE "MAS RECIENTE PRIMERO" TO WKS-LO-ORDEN
           ELSE
               MOVE "MAS ANTIGUA PRIMERO"  TO WKS-LO-ORDEN.
           DISPLAY WKS-LIN-ORDEN LINE WKS-LIN POSITION 10.
           ADD 1 TO WKS-LIN.

       2750-APLICA-ORDEN.
           MOVE ZERO TO WKS-OAP-IDX.
           PERFORM 2760-COMPARA-TIPO
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-OAP.

           IF WKS-PRIO-CAP = ZERO
               IF WKS-OAP-IDX = ZERO
                   DISPLAY "ESE TIPO NO ESTA EN EL ORDEN"
                       LINE 18 POSITION 10
               ELSE
                   MOVE T-OAP (WKS-OAP-IDX) TO WKS-AUF-ANTES
                   PERFORM 2780-RECORRE-ORDEN
                       VARYING WKS-I FROM WKS-OAP-IDX BY 1
                       UNTIL WKS-I >= WKS-NUM-OAP
                   SUBTRACT 1 FROM WKS-NUM-OAP
                   MOVE "OAP-B " TO WKS-AUF-OPER
                   PERFORM 2930-GRABA-PISTA-ORDEN
                   DISPLAY "TIPO QUITADO DEL ORDEN"
                       LINE 18 POSITION 10
           ELSE
               DISPLAY "ORDEN (A = ANTIGUA/R = RECIENTE): "
                   LINE 17 POSITION 10
               ACCEPT WKS-ORDEN-CAP LINE 17 POSITION 47
               IF NOT ORDEN-VALIDO
                   DISPLAY "EL ORDEN DEBE SER A O R"
                       LINE 18 POSITION 10
               ELSE
                   PERFORM 2770-GUARDA-ORDEN.

       2760-COMPARA-TIPO.
           IF T-OA-TIPO (WKS-I) = WKS-TIPO-CAP
               MOVE WKS-I TO WKS-OAP-IDX
               ADD 10 TO WKS-I.

       2770-GUARDA-ORDEN.
           IF WKS-OAP-IDX NOT = ZERO
               MOVE T-OAP (WKS-OAP-IDX) TO WKS-AUF-ANTES
               MOVE WKS-PRIO-CAP  TO T-OA-PRIO (WKS-OAP-IDX)
               MOVE WKS-ORDEN-CAP TO T-OA-ORDEN (WKS-OAP-IDX)
               MOVE "OAP-C " TO WKS-AUF-OPER
               PERFORM 2930-GRABA-PISTA-ORDEN
               DISPLAY "ORDEN ACTUALIZADO" LINE 18 POSITION 10
           ELSE
               IF WKS-NUM-OAP < WKS-MAX-OAP
                   ADD 1 TO WKS-NUM-OAP
                   MOVE WKS-NUM-OAP TO WKS-OAP-IDX
                   MOVE WKS-TIPO-CAP  TO T-OA-TIPO (WKS-OAP-IDX)
                   MOVE WKS-PRIO-CAP  TO T-OA-PRIO (WKS-OAP-IDX)
                   MOVE WKS-ORDEN-CAP TO T-OA-ORDEN (WKS-OAP-IDX)
                   MOVE SPACES TO WKS-AUF-ANTES
                   MOVE "OAP-A " TO WKS-AUF-OPER
                   PERFORM 2930-GRABA-PISTA-ORDEN
                   DISPLAY "ORDEN REGISTRADO" LINE 18 POSITION 10
               ELSE
                   DISPLAY "ORDEN DE APLICACION LLENO"
                       LINE 18 POSITION 10.

       2780-RECORRE-ORDEN.
           MOVE T-OAP (WKS-I + 1) TO T-OAP (WKS-I).

      *-------------------TASA DE IVA------------------------------*
      *    La tasa nueva vale para los cargos que se generen de aqui
      *    en adelante; los ya generados conservan la suya.
       2800-CAPTURA-IVA.
           MOVE WKS-TASA-IVA TO WKS-LI-TASA.
           DISPLAY WKS-LIN-IVA LINE 14 POSITION 10.
           DISPLAY "TASA NUEVA (%, 0 = SIN IVA): "
               LINE 15 POSITION 10.
           ACCEPT WKS-IVA-CAP LINE 15 POSITION 47.

           IF WKS-IVA-CAP > 50
               DISPLAY "TASA FUERA DE RANGO" LINE 18 POSITION 10
           ELSE
               MOVE WKS-TASA-IVA  TO WKS-IP-TASA
               MOVE WKS-IVA-PISTA TO WKS-AUF-ANTES
               MOVE WKS-IVA-CAP   TO WKS-TASA-IVA
               MOVE "IVA-C " TO WKS-AUF-OPER
               PERFORM 2940-GRABA-PISTA-IVA
               DISPLAY "TASA ACTUALIZADA" LINE 18 POSITION 10.

      *-------------------PISTA DE CAMBIOS-------------------------*
       2900-GRABA-PISTA-BANDA.
           PERFORM 2950-ARMA-COMUN.
               MOVE T-MOT (WKS-MOT-IDX) TO AUF-DESPUES.
           PERFORM 2960-ESCRIBE-AUF.

       2930-GRABA-PISTA-ORDEN.
           PERFORM 2950-ARMA-COMUN.
           IF WKS-AUF-OPER = "OAP-B "
               MOVE SPACES TO AUF-DESPUES
           ELSE
               MOVE T-OAP (WKS-OAP-IDX) TO AUF-DESPUES.
           PERFORM 2960-ESCRIBE-AUF.

       2940-GRABA-PISTA-IVA.
           PERFORM 2950-ARMA-COMUN.
           MOVE WKS-TASA-IVA  TO WKS-IP-TASA.
           MOVE WKS-IVA-PISTA TO AUF-DESPUES.
           PERFORM 2960-ESCRIBE-AUF.

       2950-ARMA-COMUN.
           MOVE WKS-FECHA-HOY TO AUF-FECHA.
           MOVE WKS-OPERADOR  TO AUF-OPERADOR.
           WRITE REG-AUF.
           CLOSE ARC-AUF.

      *    Los archivos se regraban completos desde sus
      *    tablas al salir, igual que MANT-TAR regraba el catalogo.
       3000-FIN.
           OPEN OUTPUT ARC-MOR.
           PERFORM 3100-GRABA-BANDA
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-MOT.
           CLOSE ARC-MBA.

           OPEN OUTPUT ARC-OAP.
           PERFORM 3400-GRABA-ORDEN
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-OAP.
           CLOSE ARC-OAP.

           OPEN OUTPUT ARC-IVA.
           MOVE WKS-TASA-IVA TO IVA-TASA.
           WRITE REG-IVA.
           CLOSE ARC-IVA.

           DISPLAY SPACES ERASE.

       3100-GRABA-BANDA.
           MOVE T-MOT-COD (WKS-I)  TO MBA-CODIGO.
           MOVE T-MOT-DESC (WKS-I) TO MBA-DESC.
           WRITE REG-MBA.

       3400-GRABA-ORDEN.
           MOVE T-OA-TIPO (WKS-I)  TO OAP-TIPO.
           MOVE T-OA-PRIO (WKS-I)  TO OAP-PRIORIDAD.
           MOVE T-OA-ORDEN (WKS-I) TO OAP-ORDEN.
           WRITE REG-OAP.
