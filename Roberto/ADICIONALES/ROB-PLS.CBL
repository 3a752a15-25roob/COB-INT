       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROB-PLS.
      *    Reporte de plastico perdido o robado, en pantalla: con el
      *    ID del cliente se muestra su plastico vigente, se bloquea
      *    como perdido o robado y se emite la reposicion (las dos
      *    cosas por PLS-ARC), que EMB-PLS manda al grabador en la
      *    siguiente corrida. La cuota de reposicion se cobra como
      *    cargo de producto adicional (tipo 6) con la linea del
      *    catalogo ARC-PRD vigente hoy para el producto de
      *    reposicion, con su IVA, igual que FACT-ANU factura los
      *    productos; sin cuota en el catalogo no se cobra.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
      *    El maestro de plasticos se abre solo para buscar el
      *    vigente; el movimiento lo graba PLS-ARC.
           SELECT ARC-PLS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLS-NUMERO
               ALTERNATE RECORD KEY IS PLS-ID-CLIENTE WITH DUPLICATES
               FILE STATUS IS WKS-FS-PLS.
           SELECT ARC-PRD ASSIGN TO DISK
               FILE STATUS IS WKS-FS-PRD.
           SELECT ARC-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY REGCLI.

       FD ARC-PLS.
           COPY REGPLS.

       FD ARC-PRD.
       01 REG-PRD.
           03 PRD-ID       PIC 99.
           03 PRD-NOMBRE   PIC X(20).
           03 PRD-CUOTA    PIC 9(05)V99.
           03 PRD-FEC-EFEC PIC 9(08).
           03 PRD-FEC-FIN  PIC 9(08).

       FD ARC-CXC.
           COPY REGCXC.

       WORKING-STORAGE SECTION.
       01 WKS-FS-CLI       PIC XX.
       01 WKS-FS-PLS       PIC XX.
       01 WKS-FS-PRD       PIC XX.
       01 WKS-FS-CXC       PIC XX.
       01 WKS-CXC-DISP     PIC 9 VALUE ZERO.

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
           88 WKS-TERMINA       VALUE "S".
       01 WKS-OK           PIC X.
           88 REPORTE-OK        VALUE "S".
       01 WKS-CONFIRMA     PIC X.
       01 WKS-ESPERA-X     PIC X.

      *    Firma de operador (subprograma FIRMA).
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "ROB-PLS ".

       01 WKS-ID-BUSCA     PIC 9(06).

      *    Digito verificador del ID, con DIG-CALC igual que en
      *    MANT-CLI.
       01 WKS-DIG-LINEA    PIC X(18).
       01 WKS-DIG-LARGO    PIC 99 VALUE 6.
       01 WKS-DIG-CALC     PIC 99.
       01 WKS-DIG-CAP      PIC 99.

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY.
           03 WKS-FH-ANO   PIC 9(04).
           03 WKS-FH-MMDD  PIC 9(04).

      *    Plastico vigente encontrado y parametros de PLS-ARC.
       01 WKS-FIN-PLS      PIC 9.
       01 WKS-PLS-VIGENTE  PIC 9(16).
       01 WKS-PLS-VENCE    PIC 9(08).
       01 WKS-PLS-OPER     PIC X.
       01 WKS-PLS-CLA      PIC 9.
       01 WKS-PLS-NUMERO   PIC 9(16).
       01 WKS-PLS-ST       PIC 9.

      *    Producto de reposicion en el catalogo ARC-PRD (MANT-PRD)
      *    y la linea vigente hoy.
       01 WKS-PRD-REPOS    PIC 99 VALUE 90.
       01 WKS-PRD-MEJOR    PIC 9(08).
       01 WKS-PRD-NOMBRE   PIC X(20).
       01 WKS-PRD-CUOTA    PIC 9(05)V99.
       01 WKS-PRD-HALLADA  PIC 9.
       01 WKS-EOF          PIC 9.

       01 WKS-IVA-BASE     PIC 9(09)V99.
       01 WKS-IVA-TASA     PIC 99V99.
       01 WKS-IVA-MTO      PIC 9(09)V99.
       01 WKS-CARGO-F      PIC $$,$$9.99.

      *    Jornal de actualizaciones (subprograma JRN-ARC).
       01 WKS-JRN-ARCHIVO  PIC X(08).
       01 WKS-JRN-OPER     PIC X.
       01 WKS-JRN-IMAGEN   PIC X(100).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-TERMINA.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           DISPLAY SPACES ERASE.
           MOVE 2 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-OPERADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               MOVE "S" TO WKS-FIN
               GOBACK.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           PERFORM 1100-BUSCA-CUOTA.

           OPEN INPUT CLIENTES.
           OPEN I-O ARC-CXC.
           IF WKS-FS-CXC NOT = "35"
               MOVE 1 TO WKS-CXC-DISP.

      *    Igual que FACT-ANU: de las lineas del producto vigentes
      *    hoy, la de fecha efectiva mas reciente.
       1100-BUSCA-CUOTA.
           MOVE ZERO TO WKS-PRD-HALLADA.
           MOVE ZERO TO WKS-PRD-MEJOR.
           OPEN INPUT ARC-PRD.
           IF WKS-FS-PRD = "35"
               CONTINUE
           ELSE
               READ ARC-PRD
                   AT END MOVE 1 TO WKS-EOF
                   NOT AT END MOVE ZERO TO WKS-EOF

               PERFORM 1150-COMPARA-LINEA UNTIL WKS-EOF = 1

               CLOSE ARC-PRD.

       1150-COMPARA-LINEA.
           IF PRD-ID = WKS-PRD-REPOS
                   AND PRD-FEC-EFEC <= WKS-FECHA-HOY
                   AND PRD-FEC-EFEC >= WKS-PRD-MEJOR
                   AND (PRD-FEC-FIN = ZERO
                       OR PRD-FEC-FIN >= WKS-FECHA-HOY)
               MOVE 1            TO WKS-PRD-HALLADA
               MOVE PRD-FEC-EFEC TO WKS-PRD-MEJOR
               MOVE PRD-NOMBRE   TO WKS-PRD-NOMBRE
               MOVE PRD-CUOTA    TO WKS-PRD-CUOTA.

           READ ARC-PRD
               AT END MOVE 1 TO WKS-EOF.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "PLASTICO PERDIDO O ROBADO" LINE 01 POSITION 27.
           DISPLAY "1. REPORTAR PLASTICO"  LINE 03 POSITION 10.
           DISPLAY "2. TERMINAR"           LINE 04 POSITION 10.
           DISPLAY "OPCION: "              LINE 06 POSITION 10.
           ACCEPT WKS-OPCION               LINE 06 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-REPORTE
               WHEN 2
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 08 POSITION 10
           END-EVALUATE.

      *-------------------REPORTE----------------------------------*
       2100-REPORTE.
           MOVE "S" TO WKS-OK.

           DISPLAY "ID DE CLIENTE: " LINE 08 POSITION 10.
           ACCEPT WKS-ID-BUSCA LINE 08 POSITION 40.
           DISPLAY "DIGITO VERIFICADOR DEL ID: " LINE 09 POSITION 10.
           ACCEPT WKS-DIG-CAP LINE 09 POSITION 40.

           MOVE SPACES TO WKS-DIG-LINEA.
           MOVE WKS-ID-BUSCA TO WKS-DIG-LINEA (1:6).
           CALL "DIG-CALC" USING WKS-DIG-LINEA WKS-DIG-LARGO
               WKS-DIG-CALC.
           IF WKS-DIG-CAP NOT = WKS-DIG-CALC
               MOVE "N" TO WKS-OK
               DISPLAY "DIGITO VERIFICADOR INCORRECTO"
                   LINE 17 POSITION 10.

           IF REPORTE-OK
               MOVE WKS-ID-BUSCA TO ID-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE "N" TO WKS-OK
                       DISPLAY "CLIENTE NO EXISTE"
                           LINE 17 POSITION 10.

           IF REPORTE-OK AND NOT CLIENTE-ACTIVO
               MOVE "N" TO WKS-OK
               DISPLAY "EL CLIENTE ESTA DADO DE BAJA"
                   LINE 17 POSITION 10.

           IF REPORTE-OK
               DISPLAY NOM-CLI LINE 10 POSITION 10
               PERFORM 2200-BUSCA-VIGENTE
               IF WKS-PLS-VIGENTE = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL CLIENTE NO TIENE PLASTICO VIGENTE"
                       LINE 17 POSITION 10.

           IF REPORTE-OK
               PERFORM 2300-CAPTURA-REPORTE.

           IF REPORTE-OK
               PERFORM 2400-APLICA-REPORTE.

           DISPLAY "TECLA ENTER PARA CONTINUAR..." LINE 20 POSITION 10.
           ACCEPT WKS-ESPERA-X LINE 20 POSITION 45.

       2200-BUSCA-VIGENTE.
           MOVE ZERO TO WKS-PLS-VIGENTE.
           MOVE ZERO TO WKS-FIN-PLS.

           OPEN INPUT ARC-PLS.
           IF WKS-FS-PLS = "35"
               MOVE 1 TO WKS-FIN-PLS
           ELSE
               MOVE ID-CLIENTE TO PLS-ID-CLIENTE
               START ARC-PLS KEY IS EQUAL TO PLS-ID-CLIENTE
                   INVALID KEY MOVE 1 TO WKS-FIN-PLS.

           PERFORM 2250-REVISA-PLASTICO UNTIL WKS-FIN-PLS = 1.

           IF WKS-FS-PLS NOT = "35"
               CLOSE ARC-PLS.

       2250-REVISA-PLASTICO.
           READ ARC-PLS NEXT
               AT END MOVE 1 TO WKS-FIN-PLS.

           IF WKS-FIN-PLS = ZERO
               IF PLS-ID-CLIENTE NOT = ID-CLIENTE
                   MOVE 1 TO WKS-FIN-PLS
               ELSE
                   IF PLS-VIGENTE
                       MOVE PLS-NUMERO    TO WKS-PLS-VIGENTE
                       MOVE PLS-FEC-VENCE TO WKS-PLS-VENCE.

       2300-CAPTURA-REPORTE.
           DISPLAY "PLASTICO VIGENTE: " LINE 11 POSITION 10.
           DISPLAY WKS-PLS-VIGENTE      LINE 11 POSITION 30.
           DISPLAY "VENCE: "            LINE 11 POSITION 50.
           DISPLAY WKS-PLS-VENCE        LINE 11 POSITION 58.

           DISPLAY "PERDIDO (P) O ROBADO (R): " LINE 13 POSITION 10.
           ACCEPT WKS-PLS-OPER LINE 13 POSITION 40.
           IF WKS-PLS-OPER NOT = "P" AND WKS-PLS-OPER NOT = "R"
               MOVE "N" TO WKS-OK
               DISPLAY "TECLEE P O R" LINE 17 POSITION 10.

           IF REPORTE-OK
               IF WKS-PRD-HALLADA = 1
                   MOVE WKS-PRD-CUOTA TO WKS-CARGO-F
                   DISPLAY "CUOTA DE REPOSICION (MAS IVA): "
                       LINE 14 POSITION 10
                   DISPLAY WKS-CARGO-F LINE 14 POSITION 42
               ELSE
                   DISPLAY "SIN CUOTA DE REPOSICION EN CATALOGO"
                       LINE 14 POSITION 10.

           IF REPORTE-OK
               DISPLAY "BLOQUEAR Y REPONER (S/N): "
                   LINE 15 POSITION 10
               ACCEPT WKS-CONFIRMA LINE 15 POSITION 40
               IF WKS-CONFIRMA NOT = "S"
                   MOVE "N" TO WKS-OK
                   DISPLAY "REPORTE CANCELADO" LINE 17 POSITION 10.

       2400-APLICA-REPORTE.
           MOVE WKS-PLS-VIGENTE TO WKS-PLS-NUMERO.
           CALL "PLS-ARC" USING WKS-PLS-OPER ID-CLIENTE WKS-PLS-CLA
               WKS-FECHA-HOY WKS-PLS-NUMERO WKS-PLS-ST.

           IF WKS-PLS-ST NOT = ZERO
               DISPLAY "NO SE PUDO BLOQUEAR EL PLASTICO"
                   LINE 17 POSITION 10
           ELSE
               DISPLAY "PLASTICO BLOQUEADO. REPOSICION: "
                   LINE 17 POSITION 10
               DISPLAY WKS-PLS-NUMERO LINE 17 POSITION 43
               IF WKS-PRD-HALLADA = 1 AND WKS-CXC-DISP = 1
                   PERFORM 2500-CARGA-REPOSICION
               ELSE
                   DISPLAY "NO SE GENERO CARGO DE REPOSICION"
                       LINE 18 POSITION 10.

      *    Partida de producto del ano en curso: CXC-PARC lleva el
      *    ID del producto, igual que APLI-PAG con los cargos de
      *    FACT-ANU. Una segunda reposicion en el mismo ano se suma
      *    a la partida.
       2500-CARGA-REPOSICION.
           MOVE WKS-PRD-CUOTA TO WKS-IVA-BASE.
           CALL "IVA-CAL" USING WKS-IVA-BASE WKS-IVA-TASA WKS-IVA-MTO.

           MOVE ID-CLIENTE    TO CXC-ID-CLIENTE.
           MOVE WKS-FH-ANO    TO CXC-ANIO.
           MOVE 6             TO CXC-TIPO.
           MOVE WKS-PRD-REPOS TO CXC-PARC.

           READ ARC-CXC
               INVALID KEY
                   MOVE WKS-PRD-NOMBRE TO CXC-NOM-TAR
                   COMPUTE CXC-IMP-CARGO = WKS-PRD-CUOTA + WKS-IVA-MTO
                   MOVE ZERO          TO CXC-IMP-ABONO
                   MOVE CXC-IMP-CARGO TO CXC-SALDO
                   MOVE WKS-FECHA-HOY TO CXC-FEC-VENC
                   SET CXC-PENDIENTE TO TRUE
                   MOVE WKS-PRD-CUOTA TO CXC-BASE
                   MOVE WKS-IVA-TASA  TO CXC-TASA-IVA
                   MOVE WKS-IVA-MTO   TO CXC-IVA
                   WRITE REG-CXC
                   MOVE "W" TO WKS-JRN-OPER
               NOT INVALID KEY
                   ADD WKS-PRD-CUOTA TO CXC-IMP-CARGO
                   ADD WKS-IVA-MTO   TO CXC-IMP-CARGO
                   ADD WKS-PRD-CUOTA TO CXC-BASE
                   ADD WKS-IVA-MTO   TO CXC-IVA
                   PERFORM 2550-CALCULA-SALDO
                   REWRITE REG-CXC
                   MOVE "R" TO WKS-JRN-OPER.

           MOVE "ARC-CXC " TO WKS-JRN-ARCHIVO.
           MOVE SPACES  TO WKS-JRN-IMAGEN.
           MOVE REG-CXC TO WKS-JRN-IMAGEN (1:81).
           CALL "JRN-ARC" USING WKS-JRN-ARCHIVO WKS-JRN-OPER
               WKS-JRN-IMAGEN.

           COMPUTE WKS-CARGO-F = WKS-PRD-CUOTA + WKS-IVA-MTO.
           DISPLAY "CARGO DE REPOSICION CON IVA: " LINE 18 POSITION 10.
           DISPLAY WKS-CARGO-F LINE 18 POSITION 42.

       2550-CALCULA-SALDO.
           IF CXC-IMP-ABONO >= CXC-IMP-CARGO
               MOVE ZERO TO CXC-SALDO
               SET CXC-PAGADA TO TRUE
           ELSE
               SUBTRACT CXC-IMP-ABONO FROM CXC-IMP-CARGO
                   GIVING CXC-SALDO
               IF CXC-IMP-ABONO > ZERO
                   SET CXC-PARCIAL TO TRUE
               ELSE
                   SET CXC-PENDIENTE TO TRUE.

       3000-FIN.
           IF WKS-FS-CLI NOT = "35"
               CLOSE CLIENTES.
           IF WKS-CXC-DISP = 1
               CLOSE ARC-CXC.

           DISPLAY SPACES ERASE.
