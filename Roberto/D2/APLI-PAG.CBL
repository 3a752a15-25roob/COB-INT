      *    carga a ARC-CXC los cargos que FACT-ANU dejo en ARC-FAC
      *    (una partida abierta por cliente/ano/tipo), y despues
      *    aplica las lineas de captura validas de la bitacora
      *    ARC-LOG contra los cargos pendientes de cada cliente,
      *    manteniendo el saldo corriente. Cada linea aplicada se
      *    marca en la bitacora para que un recorrido repetido no
      *    abone dos veces.
      *    La linea se reparte entre las partidas con saldo en el
      *    orden que Finanzas deja en ARC-OAP (MANT-FIN): por tipo
      *    de cargo segun su prioridad, y dentro de ella por
      *    vencimiento, la mas antigua o la mas reciente primero.
      *    Cada partida abonada deja su registro en el detalle
      *    ARC-DAP, que REV-PAG, CHQ-DEV y EDO-CTA leen para
      *    reversar o mostrar exactamente lo que se aplico.
      *    Lo que sobra de la linea (o la linea completa, si el
      *    cliente no tiene cargo que aplicar) ya no se queda en la
      *    bitacora como dinero perdido: se aparta en la partida de
      *    suspenso (tipo 4) del cliente, y la carga de cargos
      *    siguiente lo reaplica sola contra el cargo nuevo.
      *    Al terminar los pagos se revisan los referidos pendientes
      *    de ARC-RFR: el que ya pago completa su primera anualidad
      *    gana para el cliente que lo recomendo un credito tipo 7
      *    por el importe de ARC-CRF segun su clase de tarjeta, que
      *    la carga de cargos aplica contra la siguiente anualidad
      *    del que recomendo igual que el suspenso. El referido a si
      *    mismo, el de la misma persona y el de un referente ya
      *    inactivo se bloquean sin credito.
      *    La linea consolidada de una cuenta corporativa (EDO-COR,
      *    con el ID de la cuenta en el lugar del cliente) se
      *    reparte entre las partidas de todos los miembros de la
      *    cuenta (ARC-MCR) con el mismo orden de aplicacion, como
      *    si fueran de un solo cliente; lo que sobre se aparta en
      *    el suspenso del primer miembro.
      *    Una escritura fallida a la cartera, a la bitacora o al
      *    detalle queda en el registro central de errores (ERR-ARC)
      *    y el programa termina con codigo 8.
      *    Despues de los cargos de anualidad se cargan las
      *    colegiaturas que FACT-COL dejo en ARC-FCO, como partidas
      *    tipo 8 con el mes facturado en la parcialidad; de ahi en
      *    adelante se cobran como cualquier otro cargo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-FAC ASSIGN TO DISK
               FILE STATUS IS WKS-FS-FAC.
      *    Cargos de colegiatura de FACT-COL.
           SELECT ARC-FCO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-FCO.
           SELECT ARC-LOG ASSIGN TO DISK
               FILE STATUS IS WKS-FS-LOG.
           SELECT ARC-CXC ASSIGN TO DISK
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
           SELECT ARC-OAP ASSIGN TO DISK
               FILE STATUS IS WKS-FS-OAP.
           SELECT ARC-DAP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAP-LLAVE
               FILE STATUS IS WKS-FS-DAP.
           SELECT ARC-RFR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFR-ID-CLIENTE
               FILE STATUS IS WKS-FS-RFR.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
      *    Miembros de las cuentas corporativas (MANT-COR).
           SELECT ARC-MCR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCR-ID-CLIENTE
               ALTERNATE RECORD KEY IS MCR-ID-COR WITH DUPLICATES
               FILE STATUS IS WKS-FS-MCR.
      *    Credito por referido por clase de tarjeta (MANT-TAR).
           SELECT ARC-CRF ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CRF.
           SELECT REP-APL ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-FAC.
           COPY REGFAC.

       FD ARC-FCO.
           COPY REGFCO.

      *    Bitacora de T-LINCA2; LOG-ESTADO pasa de VALIDA a
      *    APLICADA (o SIN CARGO) cuando este programa la procesa.
       FD ARC-LOG.
       FD ARC-CXC.
           COPY REGCXC.

      *    Orden de aplicacion, mantenido en MANT-FIN.
       FD ARC-OAP.
       01 REG-OAP.
           03 OAP-TIPO      PIC 9.
           03 OAP-PRIORIDAD PIC 9.
           03 OAP-ORDEN     PIC X.

       FD ARC-DAP.
           COPY REGDAP.

       FD ARC-RFR.
           COPY REGRFR.

       FD CLIENTES.
           COPY REGCLI.

       FD ARC-MCR.
           COPY REGMCR.

       FD ARC-CRF.
       01 REG-CRF.
           03 CRF-CLA-TAR  PIC 9.
           03 CRF-IMPORTE  PIC 9(05)V99.

       FD REP-APL.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
      *    La linea de captura trae el cliente en sus seis
      *    digitos iniciales, las letras del dia de pago y el
      *    importe abonado, en pesos en la linea corta y con
      *    centavos en la larga.
           COPY LINCAP.

       01 WKS-FS-FAC        PIC XX.
       01 WKS-FS-FCO        PIC XX.
       01 WKS-FS-LOG        PIC XX.
       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-OAP        PIC XX.
       01 WKS-FS-DAP        PIC XX.

       01 WKS-RESTO         PIC 9(05)V99.
       01 WKS-PARTE         PIC 9(05)V99.
       01 WKS-ABONADAS      PIC 99.

      *    Orden de aplicacion: un renglon por tipo de cargo que la
      *    linea abona. Sin ARC-OAP (o vacio) se abonan anualidad,
      *    producto y colegiatura, la mas antigua primero.
       01 WKS-MAX-OAP       PIC 99 VALUE 4.
       01 WKS-NUM-OAP       PIC 99 VALUE ZERO.
       01 WKS-OAP-IDX       PIC 99.
       01 WKS-EOF-OAP       PIC 9.

       01 T-ORDENES.
           03 T-OAP OCCURS 4 TIMES.
               05 T-OA-TIPO  PIC 9.
               05 T-OA-PRIO  PIC 9.
               05 T-OA-ORDEN PIC X.

      *    Partidas del cliente que la linea puede abonar, con su
      *    prioridad y su valor de orden (el vencimiento, o su
      *    complemento cuando va primero la mas reciente); se abona
      *    siempre la de menor prioridad y valor sin usar.
       01 WKS-MAX-PAR       PIC 99 VALUE 60.
       01 WKS-NUM-PAR       PIC 99.
       01 WKS-MEJOR         PIC 99.
       01 WKS-I             PIC 99.
       01 WKS-FIN-PAR       PIC 9.
      *    Cliente cuyas partidas se estan juntando y cliente a cuyo
      *    suspenso va el sobrante: el de la linea, o en la linea
      *    corporativa cada miembro y el primero de ellos.
       01 WKS-JUNTA-ID      PIC 9(06).
       01 WKS-SUSP-CLIENTE  PIC 9(06).
       01 WKS-FS-MCR        PIC XX.
       01 WKS-FIN-MCR       PIC 9.
       01 WKS-TOT-CORPORAT  PIC 9(06) VALUE ZERO.

       01 T-PARTIDAS.
           03 T-PAR OCCURS 60 TIMES.
               05 T-PA-LLAVE PIC X(13).
               05 T-PA-PRIO  PIC 9.
               05 T-PA-VALOR PIC 9(08).
               05 T-PA-USADA PIC X.

      *    Consecutivo del detalle dentro de la linea y su fecha.
       01 WKS-DAP-SEC       PIC 99.
       01 WKS-FIN-DAP       PIC 9.

       01 WKS-TOT-CARGOS    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-ABONOS    PIC 9(06) VALUE ZERO.
       01 WKS-FIN-SUSP      PIC 9.
       01 WKS-TOT-SUSPENSO  PIC 9(06) VALUE ZERO.
       01 WKS-TOT-REAPLIC   PIC 9(06) VALUE ZERO.
      *    El credito por referido (tipo 7) se descarga igual que el
      *    suspenso, pero solo contra un cargo de anualidad.
       01 WKS-CARGO-TIPO    PIC 9.
       01 WKS-CARGO-CLIENTE PIC 9(06).
       01 WKS-TOT-CRED-APL  PIC 9(06) VALUE ZERO.

      *    Referidos: primera anualidad del referido (el ano de su
      *    primer cargo tipo 1 y si quedo pagada completa), el
      *    referido leido antes que el que recomienda y el credito
      *    por clase de tarjeta cargado de ARC-CRF.
       01 WKS-FS-RFR        PIC XX.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-CRF        PIC XX.
       01 WKS-FIN-RFR       PIC 9.
       01 WKS-FIN-PRI       PIC 9.
       01 WKS-FIN-BUS       PIC 9.
       01 WKS-PRI-ANIO      PIC 9(04).
       01 WKS-PRI-PAGADA    PIC X.
       01 WKS-NOM-REFERIDO  PIC X(30).
       01 WKS-CLA-REFERIDO  PIC 9.
       01 WKS-CRED-REF      PIC 9(05)V99.
       01 WKS-HOY           PIC 9(06).
       01 WKS-FEC-HOY       PIC 9(08).
       01 WKS-TOT-REFERIDOS PIC 9(06) VALUE ZERO.
       01 WKS-TOT-BLOQ-REF  PIC 9(06) VALUE ZERO.
       01 WKS-MTO-CRED-REF  PIC 9(09)V99 VALUE ZERO.

       01 WKS-MAX-CRF       PIC 99 VALUE 10.
       01 WKS-NUM-CRF       PIC 99 VALUE ZERO.
       01 WKS-CRF-IDX       PIC 99.
       01 WKS-EOF-CRF       PIC 9.

       01 T-CREDITOS.
           03 T-CRF OCCURS 10 TIMES.
               05 T-CRF-CLA  PIC 9.
               05 T-CRF-IMP  PIC 9(05)V99.


      *    Jornal de actualizaciones (subprograma JRN-ARC): cada
       01 WKS-JRN-OPER     PIC X.
       01 WKS-JRN-IMAGEN   PIC X(100).

      *    Registro central de errores de archivo (subprograma
      *    ERR-ARC).
       01 WKS-ERR-PROG     PIC X(08) VALUE "APLI-PAG".
       01 WKS-ERR-PARRAFO  PIC X(30).
       01 WKS-ERR-ARCHIVO  PIC X(08).
       01 WKS-ERR-OPER     PIC X(08).
       01 WKS-ERR-FS       PIC XX.
       01 WKS-ERR-LLAVE    PIC X(30).
       01 WKS-TOT-ERRORES  PIC 9(05) VALUE ZERO.

       77 WKS-FIN           PIC 9.

      *------VARIABLES-DE-REPORTE-----------*
           03 FILLER         PIC X(10) VALUE "ID-CLIENTE".
           03 FILLER         PIC X(03) VALUE SPACES.
           03 FILLER         PIC X(04) VALUE "ANO".
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(04) VALUE "TIPO".
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(10) VALUE "ABONO".
           03 FILLER         PIC X(05) VALUE SPACES.
           03 WKS-DET-ID     PIC 9(06).
           03 FILLER         PIC X(06) VALUE SPACES.
           03 WKS-DET-ANIO   PIC 9999.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DET-TIPO   PIC 9.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-DET-ABONO  PIC $$$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DET-SALDO  PIC $$$,$$9.99.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CARGA-CARGOS UNTIL WKS-FIN = 1.
           PERFORM 2600-ABRE-COLEGIATURAS.
           PERFORM 2700-CARGA-COLEGIATURA UNTIL WKS-FIN = 1.
           PERFORM 2500-ABRE-BITACORA.
           PERFORM 3000-APLICA-PAGOS UNTIL WKS-FIN = 1.
           PERFORM 3600-ACREDITA-REFERIDOS.
           PERFORM 4000-FIN.
           GOBACK.

               CLOSE ARC-CXC
               OPEN I-O ARC-CXC.

           OPEN I-O ARC-DAP.
           IF WKS-FS-DAP = "35"
               OPEN OUTPUT ARC-DAP
               CLOSE ARC-DAP
               OPEN I-O ARC-DAP.

           PERFORM 1100-CARGA-ORDEN.

           OPEN OUTPUT REP-APL.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
               READ ARC-FAC
                   AT END MOVE 1 TO WKS-FIN.

       1100-CARGA-ORDEN.
           MOVE ZERO TO WKS-EOF-OAP.
           OPEN INPUT ARC-OAP.
           IF WKS-FS-OAP = "35"
               MOVE 1 TO WKS-EOF-OAP
           ELSE
               READ ARC-OAP
                   AT END MOVE 1 TO WKS-EOF-OAP.

           PERFORM 1150-AGREGA-ORDEN UNTIL WKS-EOF-OAP = 1.

           IF WKS-FS-OAP NOT = "35"
               CLOSE ARC-OAP.

           IF WKS-NUM-OAP = ZERO
               MOVE 3   TO WKS-NUM-OAP
               MOVE 1   TO T-OA-TIPO (1)
               MOVE 1   TO T-OA-PRIO (1)
               MOVE "A" TO T-OA-ORDEN (1)
               MOVE 6   TO T-OA-TIPO (2)
               MOVE 1   TO T-OA-PRIO (2)
               MOVE "A" TO T-OA-ORDEN (2)
               MOVE 8   TO T-OA-TIPO (3)
               MOVE 1   TO T-OA-PRIO (3)
               MOVE "A" TO T-OA-ORDEN (3).

      *    Un orden capturado antes de que existieran las
      *    colegiaturas no trae el tipo 8: se agrega al final, la
      *    mas antigua primero, para que la linea del pagador no se
      *    vaya completa a suspenso.
           MOVE ZERO TO WKS-OAP-IDX.
           PERFORM 1160-BUSCA-COLEGIATURA
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-OAP.
           IF WKS-OAP-IDX = ZERO AND WKS-NUM-OAP < WKS-MAX-OAP
               ADD 1 TO WKS-NUM-OAP
               MOVE 8   TO T-OA-TIPO (WKS-NUM-OAP)
               MOVE 9   TO T-OA-PRIO (WKS-NUM-OAP)
               MOVE "A" TO T-OA-ORDEN (WKS-NUM-OAP).

       1150-AGREGA-ORDEN.
           IF WKS-NUM-OAP < WKS-MAX-OAP
               ADD 1 TO WKS-NUM-OAP
               MOVE OAP-TIPO      TO T-OA-TIPO (WKS-NUM-OAP)
               MOVE OAP-PRIORIDAD TO T-OA-PRIO (WKS-NUM-OAP)
               MOVE OAP-ORDEN     TO T-OA-ORDEN (WKS-NUM-OAP).

           READ ARC-OAP
               AT END MOVE 1 TO WKS-EOF-OAP.

       1160-BUSCA-COLEGIATURA.
           IF T-OA-TIPO (WKS-I) = 8
               MOVE WKS-I TO WKS-OAP-IDX.

      *    Un cargo refacturado del mismo cliente/ano no duplica la
      *    partida: se actualiza el importe del cargo y el saldo se
      *    recalcula respetando los abonos ya aplicados.
      *    ID del producto en la parcialidad; el de anualidad en el
      *    tipo 1 con su mensualidad del plan.
       2000-CARGA-CARGOS.
           MOVE "2000-CARGA-CARGOS" TO WKS-ERR-PARRAFO.
           MOVE FAC-ID-CLIENTE TO CXC-ID-CLIENTE.
           MOVE FAC-ANIO       TO CXC-ANIO.
           IF FAC-PRODUCTO NOT = ZERO
               INVALID KEY
                   MOVE FAC-NOM-TAR  TO CXC-NOM-TAR
                   MOVE FAC-IMPORTE  TO CXC-IMP-CARGO
                   MOVE FAC-BASE     TO CXC-BASE
                   MOVE FAC-TASA-IVA TO CXC-TASA-IVA
                   MOVE FAC-IVA      TO CXC-IVA
                   MOVE ZERO         TO CXC-IMP-ABONO
                   MOVE FAC-FEC-VENC TO CXC-FEC-VENC
                   PERFORM 2200-CALCULA-SALDO
               NOT INVALID KEY
                   MOVE FAC-NOM-TAR  TO CXC-NOM-TAR
                   MOVE FAC-IMPORTE  TO CXC-IMP-CARGO
                   MOVE FAC-BASE     TO CXC-BASE
                   MOVE FAC-TASA-IVA TO CXC-TASA-IVA
                   MOVE FAC-IVA      TO CXC-IVA
                   MOVE FAC-FEC-VENC TO CXC-FEC-VENC
                   PERFORM 2200-CALCULA-SALDO
                   REWRITE REG-CXC
      *    suspenso.
       2300-REAPLICA-SUSPENSO.
           MOVE CXC-LLAVE TO WKS-CARGO-LLAVE.
           MOVE CXC-ID-CLIENTE TO WKS-CARGO-CLIENTE.
           MOVE CXC-TIPO  TO WKS-CARGO-TIPO.
           MOVE CXC-SALDO TO WKS-CARGO-SALDO.

           PERFORM 2350-BUSCA-SUSPENSO.

      *    La partida de suspenso mas antigua con saldo del mismo
      *    cliente; la llave del suspenso ordena por ano de captura.
      *    Contra una anualidad cuenta tambien el credito por
      *    referido.
       2350-BUSCA-SUSPENSO.
           MOVE ZERO TO WKS-FIN-SUSP.
           MOVE WKS-CARGO-CLIENTE TO CXC-ID-CLIENTE.
           MOVE ZERO TO CXC-ANIO.
           MOVE 4    TO CXC-TIPO.
           MOVE ZERO TO CXC-PARC.
               AT END MOVE 1 TO WKS-FIN-SUSP.

           IF WKS-FIN-SUSP = ZERO
               IF CXC-ID-CLIENTE NOT = WKS-CARGO-CLIENTE
                   MOVE 1 TO WKS-FIN-SUSP
               ELSE
                   IF (CXC-TIPO = 4 OR
                       (CXC-TIPO = 7 AND WKS-CARGO-TIPO = 1))
                      AND CXC-SALDO > ZERO
                       MOVE 2 TO WKS-FIN-SUSP
                       MOVE CXC-LLAVE TO WKS-SUSP-LLAVE
                       MOVE CXC-SALDO TO WKS-SUSP-SALDO.

       2400-PASA-SUSPENSO.
           MOVE "2400-PASA-SUSPENSO" TO WKS-ERR-PARRAFO.
           IF WKS-SUSP-SALDO < WKS-CARGO-SALDO
               MOVE WKS-SUSP-SALDO TO WKS-REAPLICA
           ELSE
                       REWRITE REG-CXC
                       MOVE "R" TO WKS-JRN-OPER
                       PERFORM 9800-ANOTA-JORNAL
                       IF CXC-TIPO = 7
                           ADD 1 TO WKS-TOT-CRED-APL
                       ELSE
                           ADD 1 TO WKS-TOT-REAPLIC.

           IF WKS-FIN-SUSP = ZERO AND WKS-CARGO-SALDO > ZERO
               PERFORM 2350-BUSCA-SUSPENSO.

       2500-ABRE-BITACORA.
           MOVE ZERO TO WKS-FIN.
           IF WKS-FS-FCO NOT = "35"
               CLOSE ARC-FCO.

           OPEN INPUT ARC-MCR.

           OPEN I-O ARC-LOG.
           IF WKS-FS-LOG = "35"
               READ ARC-LOG
                   AT END MOVE 1 TO WKS-FIN.

      *    Sin archivo de colegiaturas se brinca su carga.
       2600-ABRE-COLEGIATURAS.
           MOVE ZERO TO WKS-FIN.
           IF WKS-FS-FAC NOT = "35"
               CLOSE ARC-FAC.

           OPEN INPUT ARC-FCO.
           IF WKS-FS-FCO = "35"
               MOVE 1 TO WKS-FIN
           ELSE
               READ ARC-FCO
                   AT END MOVE 1 TO WKS-FIN.

      *    La colegiatura del mes vive en el tipo 8 con el mes en la
      *    parcialidad; refacturar el mes actualiza el cargo y
      *    respeta lo ya abonado, igual que la anualidad. Exenta de
      *    IVA: la base es el cargo, tasa e impuesto en cero. El
      *    nombre es fijo para que la antiguedad de saldos junte
      *    todos los meses en un solo renglon de colegiatura.
       2700-CARGA-COLEGIATURA.
           MOVE "2700-CARGA-COLEGIATURA" TO WKS-ERR-PARRAFO.
           MOVE FCO-ID-CLIENTE TO CXC-ID-CLIENTE.
           MOVE FCO-ANIO       TO CXC-ANIO.
           MOVE 8              TO CXC-TIPO.
           MOVE FCO-MES        TO CXC-PARC.

           READ ARC-CXC
               INVALID KEY
                   MOVE "COLEGIATURA" TO CXC-NOM-TAR
                   MOVE FCO-IMPORTE  TO CXC-IMP-CARGO
                   MOVE FCO-IMPORTE  TO CXC-BASE
                   MOVE ZERO         TO CXC-TASA-IVA
                   MOVE ZERO         TO CXC-IVA
                   MOVE ZERO         TO CXC-IMP-ABONO
                   MOVE FCO-FEC-VENC TO CXC-FEC-VENC
                   PERFORM 2200-CALCULA-SALDO
                   WRITE REG-CXC
                   MOVE "W" TO WKS-JRN-OPER
                   PERFORM 9800-ANOTA-JORNAL
               NOT INVALID KEY
                   MOVE "COLEGIATURA" TO CXC-NOM-TAR
                   MOVE FCO-IMPORTE  TO CXC-IMP-CARGO
                   MOVE FCO-IMPORTE  TO CXC-BASE
                   MOVE ZERO         TO CXC-TASA-IVA
                   MOVE ZERO         TO CXC-IVA
                   MOVE FCO-FEC-VENC TO CXC-FEC-VENC
                   PERFORM 2200-CALCULA-SALDO
                   REWRITE REG-CXC
                   MOVE "R" TO WKS-JRN-OPER
                   PERFORM 9800-ANOTA-JORNAL.

           ADD 1           TO WKS-TOT-CARGOS.
           ADD FCO-IMPORTE TO WKS-MTO-CARGOS.

           PERFORM 2300-REAPLICA-SUSPENSO.

           READ ARC-FCO
               AT END MOVE 1 TO WKS-FIN.

      *    Solo las lineas que T-LINCA2 dejo como VALIDA y que no se
      *    han aplicado entran al abono; lo demas (INVALIDA,
      *    APLICADA, SIN CARGO) se deja tal cual. Una linea fechada
                   PERFORM 3060-RECHAZA-CERRADA
               ELSE
                   MOVE LOG-LINEA TO WKS-LINEA-CAP
                   PERFORM 3020-IMPORTE-LINEA
                   IF LINEA-CORPORATIVA
                       PERFORM 3800-APLICA-CORPORATIVA
                   ELSE
                       PERFORM 3100-APLICA-ABONO.

           READ ARC-LOG
               AT END MOVE 1 TO WKS-FIN.

      *    La linea larga (marca de version 2) trae el importe con
      *    centavos; la corta, en pesos enteros.
       3020-IMPORTE-LINEA.
           IF LINEA-LARGA
               MOVE WKS-CL-IMPORTE TO WKS-CAP-IMPORTE
           ELSE
               MOVE WKS-CC-IMPORTE TO WKS-CAP-IMPORTE.

       3050-CHECA-PERIODO.
           STRING "20" DELIMITED BY SIZE
                  LOG-FECHA DELIMITED BY SIZE

       3060-RECHAZA-CERRADA.
           MOVE "CERRADO" TO LOG-ESTADO.
           MOVE "3060-RECHAZA-CERRADA" TO WKS-ERR-PARRAFO.
           PERFORM 9820-REGRABA-BITACORA.
           ADD 1 TO WKS-TOT-CERRADAS.

           MOVE LOG-LINEA TO WKS-LINEA-CAP.
           PERFORM 3020-IMPORTE-LINEA.
           MOVE WKS-CAP-CLIENTE TO WKS-DET-ID.
           MOVE WKS-CAP-IMPORTE TO WKS-DET-ABONO.
           MOVE ZERO TO WKS-DET-ANIO.
           MOVE ZERO TO WKS-DET-TIPO.
           MOVE ZERO TO WKS-DET-SALDO.
           MOVE "CERRADO" TO WKS-DET-RES.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

      *    Reparte la linea entre las partidas del cliente en el
      *    orden de aplicacion; cada partida recibe a lo mas su
      *    saldo. Con al menos una partida abonada la linea queda
      *    APLICADA; si todo se fue a suspenso, SUSPENSO.
       3100-APLICA-ABONO.
           MOVE WKS-CAP-IMPORTE TO WKS-RESTO.
           MOVE ZERO            TO WKS-ABONADAS.
           MOVE WKS-CAP-CLIENTE TO WKS-SUSP-CLIENTE.

           PERFORM 3150-SIGUIENTE-SEC.
           PERFORM 3200-JUNTA-PARTIDAS.

           MOVE WKS-NUM-PAR TO WKS-MEJOR.
           PERFORM 3250-ELIGE-PARTIDA
               UNTIL WKS-RESTO = ZERO OR WKS-MEJOR = ZERO.

           IF WKS-RESTO > ZERO
               PERFORM 3400-APARTA-SUSPENSO.

           IF WKS-ABONADAS > ZERO
               MOVE "APLICADA"  TO LOG-ESTADO
               ADD 1 TO WKS-TOT-ABONOS
           ELSE
               MOVE "SUSPENSO"  TO LOG-ESTADO
               ADD 1 TO WKS-TOT-SIN-CARGO.

           MOVE "3100-APLICA-ABONO" TO WKS-ERR-PARRAFO.
           PERFORM 9820-REGRABA-BITACORA.

      *    La misma linea puede capturarse dos veces el mismo dia
      *    (dos pagos iguales): su detalle sigue el consecutivo del
      *    que ya esta grabado.
       3150-SIGUIENTE-SEC.
           MOVE ZERO TO WKS-DAP-SEC.
           MOVE ZERO TO WKS-FIN-DAP.
           MOVE LOG-LINEA TO DAP-LINEA.
           MOVE LOG-FECHA TO DAP-FECHA.
           MOVE ZERO      TO DAP-SEC.
           START ARC-DAP KEY IS NOT LESS THAN DAP-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-DAP.

           PERFORM 3160-LEE-DETALLE UNTIL WKS-FIN-DAP = 1.

       3160-LEE-DETALLE.
           READ ARC-DAP NEXT
               AT END MOVE 1 TO WKS-FIN-DAP.

           IF WKS-FIN-DAP = ZERO
               IF DAP-LINEA = LOG-LINEA AND DAP-FECHA = LOG-FECHA
                   MOVE DAP-SEC TO WKS-DAP-SEC
               ELSE
                   MOVE 1 TO WKS-FIN-DAP.

      *    Recorre las partidas del cliente en orden de llave y
      *    aparta las que tienen saldo y cuyo tipo esta en el orden
      *    de aplicacion.
       3200-JUNTA-PARTIDAS.
           MOVE ZERO TO WKS-NUM-PAR.
           MOVE WKS-CAP-CLIENTE TO WKS-JUNTA-ID.
           PERFORM 3205-JUNTA-CLIENTE.

       3205-JUNTA-CLIENTE.
           MOVE ZERO TO WKS-FIN-PAR.

           MOVE WKS-JUNTA-ID    TO CXC-ID-CLIENTE.
           MOVE ZERO            TO CXC-ANIO.
           MOVE ZERO            TO CXC-TIPO.
           MOVE ZERO            TO CXC-PARC.
           START ARC-CXC KEY IS GREATER THAN CXC-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-PAR.

           PERFORM 3210-LEE-PARTIDA UNTIL WKS-FIN-PAR = 1.

       3210-LEE-PARTIDA.
           READ ARC-CXC NEXT
               AT END MOVE 1 TO WKS-FIN-PAR.

           IF WKS-FIN-PAR = ZERO
               IF CXC-ID-CLIENTE NOT = WKS-JUNTA-ID
                   MOVE 1 TO WKS-FIN-PAR
               ELSE
                   IF CXC-SALDO > ZERO
                       PERFORM 3220-CHECA-ORDEN.

      *    Mas partidas de las que caben en la tabla no se abonan en
      *    esta linea; lo que sobre va a suspenso y la siguiente
      *    carga de cargos lo reaplica.
       3220-CHECA-ORDEN.
           MOVE ZERO TO WKS-OAP-IDX.
           MOVE ZERO TO WKS-FIN-BUS.
           PERFORM 3230-COMPARA-TIPO
               VARYING WKS-I FROM 1 BY 1
               UNTIL WKS-I > WKS-NUM-OAP OR WKS-FIN-BUS = 1.

           IF WKS-OAP-IDX NOT = ZERO AND WKS-NUM-PAR < WKS-MAX-PAR
               ADD 1 TO WKS-NUM-PAR
               MOVE CXC-LLAVE TO T-PA-LLAVE (WKS-NUM-PAR)
               MOVE T-OA-PRIO (WKS-OAP-IDX) TO T-PA-PRIO (WKS-NUM-PAR)
               MOVE "N" TO T-PA-USADA (WKS-NUM-PAR)
               IF T-OA-ORDEN (WKS-OAP-IDX) = "R"
                   COMPUTE T-PA-VALOR (WKS-NUM-PAR) =
                       99999999 - CXC-FEC-VENC
               ELSE
                   MOVE CXC-FEC-VENC TO T-PA-VALOR (WKS-NUM-PAR).

       3230-COMPARA-TIPO.
           IF T-OA-TIPO (WKS-I) = CXC-TIPO
               MOVE WKS-I TO WKS-OAP-IDX
               MOVE 1 TO WKS-FIN-BUS.

      *    En empate se queda la primera encontrada, que es la de
      *    menor llave (ano mas viejo, anualidad antes que producto).
       3250-ELIGE-PARTIDA.
           MOVE ZERO TO WKS-MEJOR.
           PERFORM 3260-COMPARA-PARTIDA
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-PAR.

           IF WKS-MEJOR NOT = ZERO
               MOVE "S" TO T-PA-USADA (WKS-MEJOR)
               PERFORM 3300-ABONA-PARTIDA.

       3260-COMPARA-PARTIDA.
           IF T-PA-USADA (WKS-I) = "N"
               IF WKS-MEJOR = ZERO
                   MOVE WKS-I TO WKS-MEJOR
               ELSE
                   IF T-PA-PRIO (WKS-I) < T-PA-PRIO (WKS-MEJOR)
                       MOVE WKS-I TO WKS-MEJOR
                   ELSE
                       IF T-PA-PRIO (WKS-I) = T-PA-PRIO (WKS-MEJOR)
                          AND T-PA-VALOR (WKS-I) <
                              T-PA-VALOR (WKS-MEJOR)
                           MOVE WKS-I TO WKS-MEJOR.

       3300-ABONA-PARTIDA.
           MOVE T-PA-LLAVE (WKS-MEJOR) TO CXC-LLAVE.
           READ ARC-CXC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3350-ABONA-PARTE.

       3350-ABONA-PARTE.
           MOVE "3350-ABONA-PARTE" TO WKS-ERR-PARRAFO.
           IF CXC-SALDO < WKS-RESTO
               MOVE CXC-SALDO TO WKS-PARTE
           ELSE
               MOVE WKS-RESTO TO WKS-PARTE.

           ADD WKS-PARTE TO CXC-IMP-ABONO.
           PERFORM 2200-CALCULA-SALDO.
           REWRITE REG-CXC.
           MOVE "R" TO WKS-JRN-OPER.
           PERFORM 9800-ANOTA-JORNAL.

           SUBTRACT WKS-PARTE FROM WKS-RESTO.
           ADD 1         TO WKS-ABONADAS.
           ADD WKS-PARTE TO WKS-MTO-ABONOS.

           PERFORM 3500-GRABA-DETALLE.
           MOVE "APLICADO" TO WKS-DET-RES.
           PERFORM 3550-LISTA-PARTE.

      *    Dinero real sin cargo que abonar: se aparta en la
      *    partida de suspenso del cliente (tipo 4, con el ano de
      *    el saldo, listo para reaplicarse cuando FACT-ANU genere
      *    el cargo que le falta.
       3400-APARTA-SUSPENSO.
           MOVE "3400-APARTA-SUSPENSO" TO WKS-ERR-PARRAFO.
           MOVE WKS-SUSP-CLIENTE TO CXC-ID-CLIENTE.
           STRING "20" DELIMITED BY SIZE
                  LOG-FECHA (1:2) DELIMITED BY SIZE
                  INTO CXC-ANIO.
               INVALID KEY
                   MOVE "SUSPENSO" TO CXC-NOM-TAR
                   MOVE ZERO       TO CXC-IMP-CARGO
                   MOVE ZERO       TO CXC-BASE
                   MOVE ZERO       TO CXC-TASA-IVA
                   MOVE ZERO       TO CXC-IVA
                   MOVE WKS-RESTO  TO CXC-IMP-ABONO
                   MOVE WKS-RESTO  TO CXC-SALDO
                   STRING "20" DELIMITED BY SIZE
                          LOG-FECHA DELIMITED BY SIZE
                          INTO CXC-FEC-VENC
                   MOVE "W" TO WKS-JRN-OPER
                   PERFORM 9800-ANOTA-JORNAL
               NOT INVALID KEY
                   ADD WKS-RESTO TO CXC-IMP-ABONO
                   ADD WKS-RESTO TO CXC-SALDO
                   SET CXC-PENDIENTE TO TRUE
                   REWRITE REG-CXC
                   MOVE "R" TO WKS-JRN-OPER
                   PERFORM 9800-ANOTA-JORNAL.

           MOVE WKS-RESTO TO WKS-PARTE.
           MOVE ZERO      TO WKS-RESTO.
           ADD 1 TO WKS-TOT-SUSPENSO.

           PERFORM 3500-GRABA-DETALLE.
           MOVE "SUSPENSO" TO WKS-DET-RES.
           PERFORM 3550-LISTA-PARTE.

      *    Un registro de detalle por cada partida que recibio parte
      *    de la linea, con la partida tal como quedo en REG-CXC.
       3500-GRABA-DETALLE.
           ADD 1 TO WKS-DAP-SEC.
           MOVE LOG-LINEA   TO DAP-LINEA.
           MOVE LOG-FECHA   TO DAP-FECHA.
           MOVE WKS-DAP-SEC TO DAP-SEC.
           MOVE CXC-LLAVE   TO DAP-CXC-LLAVE.
           MOVE WKS-PARTE   TO DAP-IMPORTE.
           SET DAP-APLICADO TO TRUE.
           WRITE REG-DAP
               INVALID KEY
                   DISPLAY "DETALLE DUPLICADO: " DAP-LLAVE
                   MOVE "3500-GRABA-DETALLE" TO WKS-ERR-PARRAFO
                   MOVE "ARC-DAP " TO WKS-ERR-ARCHIVO
                   MOVE "WRITE"    TO WKS-ERR-OPER
                   MOVE WKS-FS-DAP TO WKS-ERR-FS
                   MOVE SPACES     TO WKS-ERR-LLAVE
                   MOVE DAP-LLAVE  TO WKS-ERR-LLAVE
                   PERFORM 9700-ANOTA-ERROR.

       3550-LISTA-PARTE.
           MOVE CXC-ID-CLIENTE  TO WKS-DET-ID.
           MOVE CXC-ANIO        TO WKS-DET-ANIO.
           MOVE CXC-TIPO        TO WKS-DET-TIPO.
           MOVE WKS-PARTE       TO WKS-DET-ABONO.
           MOVE CXC-SALDO       TO WKS-DET-SALDO.
           MOVE WKS-DET1        TO LINEA.
           WRITE LINEA AFTER 1.

      *    Referidos pendientes: sin archivo de referidos o sin
      *    padron no hay nada que acreditar.
       3600-ACREDITA-REFERIDOS.
           MOVE ZERO TO WKS-FIN-RFR.
           OPEN INPUT CLIENTES.
           OPEN I-O ARC-RFR.
           IF WKS-FS-RFR = "35" OR WKS-FS-CLI = "35"
               MOVE 1 TO WKS-FIN-RFR
           ELSE
               PERFORM 3610-CARGA-CREDITOS
               ACCEPT WKS-HOY FROM DATE
               STRING "20" DELIMITED BY SIZE
                      WKS-HOY DELIMITED BY SIZE
                      INTO WKS-FEC-HOY
               READ ARC-RFR NEXT
                   AT END MOVE 1 TO WKS-FIN-RFR.

           PERFORM 3650-REVISA-REFERIDO UNTIL WKS-FIN-RFR = 1.

           IF WKS-FS-RFR NOT = "35"
               CLOSE ARC-RFR.
           IF WKS-FS-CLI NOT = "35"
               CLOSE CLIENTES.

      *    Sin ARC-CRF ninguna clase da credito: el referido se
      *    marca acreditado en cero.
       3610-CARGA-CREDITOS.
           MOVE ZERO TO WKS-EOF-CRF.
           OPEN INPUT ARC-CRF.
           IF WKS-FS-CRF = "35"
               MOVE 1 TO WKS-EOF-CRF
           ELSE
               READ ARC-CRF
                   AT END MOVE 1 TO WKS-EOF-CRF.

           PERFORM 3615-AGREGA-CREDITO UNTIL WKS-EOF-CRF = 1.

           IF WKS-FS-CRF NOT = "35"
               CLOSE ARC-CRF.

       3615-AGREGA-CREDITO.
           IF WKS-NUM-CRF < WKS-MAX-CRF
               ADD 1 TO WKS-NUM-CRF
               MOVE CRF-CLA-TAR TO T-CRF-CLA (WKS-NUM-CRF)
               MOVE CRF-IMPORTE TO T-CRF-IMP (WKS-NUM-CRF).

           READ ARC-CRF
               AT END MOVE 1 TO WKS-EOF-CRF.

       3650-REVISA-REFERIDO.
           IF RFR-PENDIENTE
               PERFORM 3660-CHECA-REFERIDO.

           READ ARC-RFR NEXT
               AT END MOVE 1 TO WKS-FIN-RFR.

       3660-CHECA-REFERIDO.
           IF RFR-ID-REFIERE = RFR-ID-CLIENTE
               MOVE "S" TO RFR-MOT-BLOQ
               PERFORM 3750-BLOQUEA-REFERIDO
           ELSE
               PERFORM 3670-BUSCA-PRIMERA
               IF WKS-PRI-PAGADA = "S"
                   PERFORM 3700-VALIDA-REFERENTE.

      *    La primera anualidad es el ano del primer cargo tipo 1
      *    del referido; cuenta como pagada cuando todas sus
      *    mensualidades quedaron pagadas con saldo en cero (una
      *    castigada no cuenta).
       3670-BUSCA-PRIMERA.
           MOVE "N"  TO WKS-PRI-PAGADA.
           MOVE ZERO TO WKS-PRI-ANIO.
           MOVE ZERO TO WKS-FIN-PRI.
           MOVE RFR-ID-CLIENTE TO CXC-ID-CLIENTE.
           MOVE ZERO           TO CXC-ANIO.
           MOVE ZERO           TO CXC-TIPO.
           MOVE ZERO           TO CXC-PARC.
           START ARC-CXC KEY IS GREATER THAN CXC-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-PRI.

           PERFORM 3680-LEE-PRIMERA UNTIL WKS-FIN-PRI = 1.

       3680-LEE-PRIMERA.
           READ ARC-CXC NEXT
               AT END MOVE 1 TO WKS-FIN-PRI.

           IF WKS-FIN-PRI = ZERO
               IF CXC-ID-CLIENTE NOT = RFR-ID-CLIENTE
                   MOVE 1 TO WKS-FIN-PRI
               ELSE
                   IF WKS-PRI-ANIO NOT = ZERO
                      AND CXC-ANIO NOT = WKS-PRI-ANIO
                       MOVE 1 TO WKS-FIN-PRI
                   ELSE
                       IF CXC-TIPO = 1
                           PERFORM 3690-CHECA-CUOTA.

       3690-CHECA-CUOTA.
           IF WKS-PRI-ANIO = ZERO
               MOVE CXC-ANIO TO WKS-PRI-ANIO
               MOVE "S"      TO WKS-PRI-PAGADA.

           IF NOT CXC-PAGADA OR CXC-SALDO NOT = ZERO
               MOVE "N" TO WKS-PRI-PAGADA.

      *    El que recomienda debe seguir activo y no ser la misma
      *    persona que el referido (mismo nombre con otro ID).
       3700-VALIDA-REFERENTE.
           MOVE RFR-ID-CLIENTE TO ID-CLIENTE.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES  TO WKS-NOM-REFERIDO
                   MOVE ZERO    TO WKS-CLA-REFERIDO
               NOT INVALID KEY
                   MOVE NOM-CLI TO WKS-NOM-REFERIDO
                   MOVE CLA-TAR TO WKS-CLA-REFERIDO.

           MOVE SPACE TO RFR-MOT-BLOQ.
           MOVE RFR-ID-REFIERE TO ID-CLIENTE.
           READ CLIENTES
               INVALID KEY
                   MOVE "I" TO RFR-MOT-BLOQ
               NOT INVALID KEY
                   IF NOT CLIENTE-ACTIVO
                       MOVE "I" TO RFR-MOT-BLOQ
                   ELSE
                       IF NOM-CLI = WKS-NOM-REFERIDO
                           MOVE "D" TO RFR-MOT-BLOQ.

           IF RFR-MOT-BLOQ NOT = SPACE
               PERFORM 3750-BLOQUEA-REFERIDO
           ELSE
               PERFORM 3720-ACREDITA-REFERIDO.

       3720-ACREDITA-REFERIDO.
           MOVE ZERO TO WKS-CRF-IDX.
           MOVE ZERO TO WKS-FIN-BUS.
           PERFORM 3725-COMPARA-CREDITO
               VARYING WKS-I FROM 1 BY 1
               UNTIL WKS-I > WKS-NUM-CRF OR WKS-FIN-BUS = 1.

           IF WKS-CRF-IDX NOT = ZERO
               MOVE T-CRF-IMP (WKS-CRF-IDX) TO WKS-CRED-REF
           ELSE
               MOVE ZERO TO WKS-CRED-REF.

      *    Si el referido no queda marcado como acreditado no se
      *    graba el credito: seguiria pendiente y la siguiente
      *    corrida lo volveria a dar.
           SET RFR-ACREDITADO TO TRUE.
           MOVE WKS-FEC-HOY  TO RFR-FEC-CRED.
           MOVE WKS-CRED-REF TO RFR-IMP-CRED.
           MOVE "3720-ACREDITA-REFERIDO" TO WKS-ERR-PARRAFO.
           PERFORM 9830-REGRABA-REFERIDO.
           IF WKS-FS-RFR = "00"
               ADD 1 TO WKS-TOT-REFERIDOS
               IF WKS-CRED-REF > ZERO
                   PERFORM 3730-GRABA-CREDITO.

       3725-COMPARA-CREDITO.
           IF T-CRF-CLA (WKS-I) = WKS-CLA-REFERIDO
               MOVE WKS-I TO WKS-CRF-IDX
               MOVE 1 TO WKS-FIN-BUS.

      *    Una partida de credito por ano para el que recomienda;
      *    varios referidos del mismo ano se acumulan en ella. El
      *    credito va en el abono y en el saldo, como el suspenso.
       3730-GRABA-CREDITO.
           MOVE "3730-GRABA-CREDITO" TO WKS-ERR-PARRAFO.
           MOVE RFR-ID-REFIERE TO CXC-ID-CLIENTE.
           STRING WKS-FEC-HOY (1:4) DELIMITED BY SIZE
                  INTO CXC-ANIO.
           MOVE 7    TO CXC-TIPO.
           MOVE ZERO TO CXC-PARC.

           READ ARC-CXC
               INVALID KEY
                   MOVE "CREDITO REFERIDO" TO CXC-NOM-TAR
                   MOVE ZERO         TO CXC-IMP-CARGO
                   MOVE ZERO         TO CXC-BASE
                   MOVE ZERO         TO CXC-TASA-IVA
                   MOVE ZERO         TO CXC-IVA
                   MOVE WKS-CRED-REF TO CXC-IMP-ABONO
                   MOVE WKS-CRED-REF TO CXC-SALDO
                   MOVE WKS-FEC-HOY  TO CXC-FEC-VENC
                   SET CXC-PENDIENTE TO TRUE
                   WRITE REG-CXC
                   MOVE "W" TO WKS-JRN-OPER
                   PERFORM 9800-ANOTA-JORNAL
               NOT INVALID KEY
                   ADD WKS-CRED-REF TO CXC-IMP-ABONO
                   ADD WKS-CRED-REF TO CXC-SALDO
                   SET CXC-PENDIENTE TO TRUE
                   REWRITE REG-CXC
                   MOVE "R" TO WKS-JRN-OPER
                   PERFORM 9800-ANOTA-JORNAL.

           ADD WKS-CRED-REF TO WKS-MTO-CRED-REF.

           MOVE RFR-ID-REFIERE TO WKS-DET-ID.
           MOVE CXC-ANIO       TO WKS-DET-ANIO.
           MOVE CXC-TIPO       TO WKS-DET-TIPO.
           MOVE WKS-CRED-REF   TO WKS-DET-ABONO.
           MOVE CXC-SALDO      TO WKS-DET-SALDO.
           MOVE "REFERIDO"     TO WKS-DET-RES.
           MOVE WKS-DET1       TO LINEA.
           WRITE LINEA AFTER 1.

       3750-BLOQUEA-REFERIDO.
           SET RFR-BLOQUEADO TO TRUE.
           MOVE "3750-BLOQUEA-REFERIDO" TO WKS-ERR-PARRAFO.
           PERFORM 9830-REGRABA-REFERIDO.
           IF WKS-FS-RFR = "00"
               ADD 1 TO WKS-TOT-BLOQ-REF.

      *-------------------LINEA CORPORATIVA-----------------------*
      *    Junta en una sola tabla las partidas de todos los
      *    miembros, en orden de ID, y las abona con el mismo orden
      *    de aplicacion que la linea de un cliente. Sin miembros la
      *    linea queda SIN CARGO para que tesoreria la aclare.
       3800-APLICA-CORPORATIVA.
           MOVE WKS-CAP-IMPORTE TO WKS-RESTO.
           MOVE ZERO            TO WKS-ABONADAS.
           MOVE ZERO            TO WKS-SUSP-CLIENTE.
           MOVE ZERO            TO WKS-NUM-PAR.
           ADD 1 TO WKS-TOT-CORPORAT.

           PERFORM 3150-SIGUIENTE-SEC.

           MOVE ZERO TO WKS-FIN-MCR.
           IF WKS-FS-MCR = "35"
               MOVE 1 TO WKS-FIN-MCR
           ELSE
               MOVE WKS-CAP-CLIENTE TO MCR-ID-COR
               START ARC-MCR KEY IS EQUAL TO MCR-ID-COR
                   INVALID KEY MOVE 1 TO WKS-FIN-MCR.

           PERFORM 3820-JUNTA-MIEMBRO UNTIL WKS-FIN-MCR = 1.

           MOVE WKS-NUM-PAR TO WKS-MEJOR.
           PERFORM 3250-ELIGE-PARTIDA
               UNTIL WKS-RESTO = ZERO OR WKS-MEJOR = ZERO.

           IF WKS-RESTO > ZERO AND WKS-SUSP-CLIENTE NOT = ZERO
               PERFORM 3400-APARTA-SUSPENSO.

           IF WKS-ABONADAS > ZERO
               MOVE "APLICADA"  TO LOG-ESTADO
               ADD 1 TO WKS-TOT-ABONOS
           ELSE
               IF WKS-SUSP-CLIENTE NOT = ZERO
                   MOVE "SUSPENSO"  TO LOG-ESTADO
                   ADD 1 TO WKS-TOT-SIN-CARGO
               ELSE
                   MOVE "SIN CARGO" TO LOG-ESTADO
                   ADD 1 TO WKS-TOT-SIN-CARGO
                   PERFORM 3850-LISTA-SIN-MIEMBROS.

           MOVE "3800-APLICA-CORPORATIVA" TO WKS-ERR-PARRAFO.
           PERFORM 9820-REGRABA-BITACORA.

       3820-JUNTA-MIEMBRO.
           READ ARC-MCR NEXT
               AT END MOVE 1 TO WKS-FIN-MCR.

           IF WKS-FIN-MCR = ZERO AND MCR-ID-COR NOT = WKS-CAP-CLIENTE
               MOVE 1 TO WKS-FIN-MCR.

           IF WKS-FIN-MCR = ZERO
               IF WKS-SUSP-CLIENTE = ZERO
                   MOVE MCR-ID-CLIENTE TO WKS-SUSP-CLIENTE
               END-IF
               MOVE MCR-ID-CLIENTE TO WKS-JUNTA-ID
               PERFORM 3205-JUNTA-CLIENTE.

       3850-LISTA-SIN-MIEMBROS.
           MOVE WKS-CAP-CLIENTE TO WKS-DET-ID.
           MOVE WKS-CAP-IMPORTE TO WKS-DET-ABONO.
           MOVE ZERO TO WKS-DET-ANIO.
           MOVE ZERO TO WKS-DET-TIPO.
           MOVE ZERO TO WKS-DET-SALDO.
           MOVE "SIN MIEMB." TO WKS-DET-RES.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

       4000-FIN.
           MOVE WKS-TOT-ABONOS    TO WKS-TRL-REGS.
           MOVE WKS-MTO-ABONOS    TO WKS-TRL-MONTO.
           IF WKS-FS-LOG NOT = "35"
               CLOSE ARC-LOG.
           CLOSE ARC-CXC.
           CLOSE ARC-DAP.
           IF WKS-FS-MCR NOT = "35"
               CLOSE ARC-MCR.
           CLOSE REP-APL.

           DISPLAY "CARGOS CARGADOS: " WKS-TOT-CARGOS
               DISPLAY "APARTADAS EN SUSPENSO: " WKS-TOT-SUSPENSO
                   " SUSPENSOS REAPLICADOS: " WKS-TOT-REAPLIC.

           IF WKS-TOT-REFERIDOS > ZERO OR WKS-TOT-BLOQ-REF > ZERO
               DISPLAY "REFERIDOS ACREDITADOS: " WKS-TOT-REFERIDOS
                   " BLOQUEADOS: " WKS-TOT-BLOQ-REF
                   " MONTO: " WKS-MTO-CRED-REF.

           IF WKS-TOT-CRED-APL > ZERO
               DISPLAY "CREDITOS POR REFERIDO APLICADOS: "
                   WKS-TOT-CRED-APL.

           IF WKS-TOT-CORPORAT > ZERO
               DISPLAY "LINEAS CORPORATIVAS REPARTIDAS: "
                   WKS-TOT-CORPORAT.

           IF WKS-TOT-ERRORES > ZERO
               DISPLAY "ERRORES DE ARCHIVO REGISTRADOS: "
                   WKS-TOT-ERRORES
               MOVE 8 TO RETURN-CODE.

      *    Falla de archivo al registro central de errores.
       9700-ANOTA-ERROR.
           CALL "ERR-ARC" USING WKS-ERR-PROG WKS-ERR-PARRAFO
               WKS-ERR-ARCHIVO WKS-ERR-OPER WKS-ERR-FS
               WKS-ERR-LLAVE.
           ADD 1 TO WKS-TOT-ERRORES.

      *    Solo la escritura que si quedo en la cartera va al
      *    diario; la que fallo va al registro de errores.
       9800-ANOTA-JORNAL.
           IF WKS-FS-CXC NOT = "00"
               PERFORM 9810-ERROR-CARTERA
           ELSE
               MOVE "ARC-CXC " TO WKS-JRN-ARCHIVO
               MOVE SPACES  TO WKS-JRN-IMAGEN
               MOVE REG-CXC TO WKS-JRN-IMAGEN (1:81)
               CALL "JRN-ARC" USING WKS-JRN-ARCHIVO WKS-JRN-OPER
                   WKS-JRN-IMAGEN.

       9810-ERROR-CARTERA.
           MOVE "ARC-CXC " TO WKS-ERR-ARCHIVO.
           IF WKS-JRN-OPER = "W"
               MOVE "WRITE"   TO WKS-ERR-OPER
           ELSE
               MOVE "REWRITE" TO WKS-ERR-OPER.
           MOVE WKS-FS-CXC TO WKS-ERR-FS.
           MOVE SPACES     TO WKS-ERR-LLAVE.
           MOVE CXC-LLAVE  TO WKS-ERR-LLAVE.
           PERFORM 9700-ANOTA-ERROR.

       9820-REGRABA-BITACORA.
           REWRITE REG-LOG.
           IF WKS-FS-LOG NOT = "00"
               MOVE "ARC-LOG " TO WKS-ERR-ARCHIVO
               MOVE "REWRITE"  TO WKS-ERR-OPER
               MOVE WKS-FS-LOG TO WKS-ERR-FS
               MOVE SPACES     TO WKS-ERR-LLAVE
               STRING LOG-FECHA DELIMITED BY SIZE
                      " "       DELIMITED BY SIZE
                      LOG-LINEA DELIMITED BY SIZE
                      INTO WKS-ERR-LLAVE
               PERFORM 9700-ANOTA-ERROR.

       9830-REGRABA-REFERIDO.
           REWRITE REG-RFR.
           IF WKS-FS-RFR NOT = "00"
               MOVE "ARC-RFR "     TO WKS-ERR-ARCHIVO
               MOVE "REWRITE"      TO WKS-ERR-OPER
               MOVE WKS-FS-RFR     TO WKS-ERR-FS
               MOVE SPACES         TO WKS-ERR-LLAVE
               MOVE RFR-ID-CLIENTE TO WKS-ERR-LLAVE
               PERFORM 9700-ANOTA-ERROR.
