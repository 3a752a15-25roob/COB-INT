       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCO-CLI.
      *    Calificacion de comportamiento de pago: rehace el archivo
      *    companero ARC-SCO (copia REGSCO) con la historia de cada
      *    cliente, para que cobranza deje de tratar igual al que
      *    lleva diez anos pagando a tiempo que al que rebota un
      *    cheque cada ano. Se junta, por cliente:
      *    - los dias de atraso de cada abono del detalle ARC-DAP a
      *      una partida de cargo que ya quedo pagada, contra el
      *      vencimiento de la partida (su promedio);
      *    - las promesas rotas de la mesa de cobranza ARC-GES;
      *    - las lineas DEVUELTA de la bitacora ARC-LOG (cheques que
      *      rebotaron, CHQ-DEV);
      *    - los convenios rotos de ARC-CNV;
      *    - los castigos de ARC-CAS.
      *    Los puntos arrancan en 100 y se descuentan: un punto por
      *    cada 3 dias de atraso promedio (hasta 40), 5 por promesa
      *    rota (hasta 20), 10 por cheque devuelto (hasta 30), 20
      *    por convenio roto y 25 por castigo (hasta 50), sin bajar
      *    de cero. El cliente sin abonos ni eventos queda sin
      *    historia (N). Se corre periodicamente en la cadena
      *    nocturna; no toca la cartera.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-SCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCO-ID-CLIENTE
               FILE STATUS IS WKS-FS-SCO.
           SELECT ARC-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
           SELECT ARC-DAP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAP-LLAVE
               FILE STATUS IS WKS-FS-DAP.
           SELECT ARC-GES ASSIGN TO DISK
               FILE STATUS IS WKS-FS-GES.
           SELECT ARC-LOG ASSIGN TO DISK
               FILE STATUS IS WKS-FS-LOG.
           SELECT ARC-CNV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNV-ID-CLIENTE
               FILE STATUS IS WKS-FS-CNV.
           SELECT ARC-CAS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CAS.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-SCO.
           COPY REGSCO.

       FD ARC-CXC.
           COPY REGCXC.

       FD ARC-DAP.
           COPY REGDAP.

      *    Mismo registro que graba GEST-CXC.
       FD ARC-GES.
       01 REG-GES.
           03 GES-ID-CLIENTE PIC 9(06).
           03 GES-ANIO       PIC 9(04).
           03 GES-TIPO       PIC 9.
           03 GES-PARC       PIC 99.
           03 GES-FECHA      PIC 9(08).
           03 GES-COLECTOR   PIC X(08).
           03 GES-ACCION     PIC X.
               88 GES-LLAMADA     VALUE "L".
               88 GES-PROMESA     VALUE "P".
               88 GES-DISPUTA     VALUE "D".
           03 GES-FEC-PROM   PIC 9(08).
           03 GES-ESTADO     PIC X.
               88 GES-ABIERTA     VALUE "A".
               88 GES-CUMPLIDA    VALUE "C".
               88 GES-ROTA        VALUE "R".

       FD ARC-LOG.
           COPY REGLOG.

       FD ARC-CNV.
       01 REG-CNV.
           03 CNV-ID-CLIENTE PIC 9(06).
           03 CNV-FEC-INICIO PIC 9(08).
           03 CNV-TOTAL      PIC 9(07)V99.
           03 CNV-NUM-PAGOS  PIC 99.
           03 CNV-MENSUAL    PIC 9(05)V99.
           03 CNV-ESTADO     PIC X.
               88 CNV-ACTIVO      VALUE "A".
               88 CNV-CUMPLIDO    VALUE "C".
               88 CNV-ROTO        VALUE "R".

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

       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-FS-SCO        PIC XX.
       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-DAP        PIC XX.
       01 WKS-FS-GES        PIC XX.
       01 WKS-FS-LOG        PIC XX.
       01 WKS-FS-CNV        PIC XX.
       01 WKS-FS-CAS        PIC XX.

      *    El cliente de la linea de captura, igual que en APLI-PAG.
           COPY LINCAP.

       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).

      *    Dias transcurridos en serie, igual que EDAD-CXC.
       01 WKS-FEC-SERIE.
           03 WKS-SE-ANO  PIC 9(04).
           03 WKS-SE-MES  PIC 9(02).
           03 WKS-SE-DIA  PIC 9(02).
       01 WKS-SERIE         PIC 9(08).
       01 WKS-SERIE-VENC    PIC 9(08).
       01 WKS-DOY           PIC 9(03).
       01 WKS-BI-REM        PIC 99.
       01 WKS-DIAS-ATRASO   PIC S9(05).

      *    Cliente al que se le suma el evento en turno.
       01 WKS-ID-EVENTO     PIC 9(06).
       01 WKS-NUEVO         PIC 9.

      *    Descuentos del calculo.
       01 WKS-PUNTOS        PIC S9(04).
       01 WKS-DESCUENTO     PIC 9(04).

       01 WKS-TOT-CLIENTES  PIC 9(06) VALUE ZERO.
       01 T-TOT-CALIF.
           03 WKS-TOT-A     PIC 9(06) VALUE ZERO.
           03 WKS-TOT-B     PIC 9(06) VALUE ZERO.
           03 WKS-TOT-C     PIC 9(06) VALUE ZERO.
           03 WKS-TOT-D     PIC 9(06) VALUE ZERO.
           03 WKS-TOT-N     PIC 9(06) VALUE ZERO.

       77 WKS-EOF           PIC 9.
       77 WKS-J             PIC 99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PAGOS.
           PERFORM 2200-PROMESAS.
           PERFORM 2400-DEVUELTOS.
           PERFORM 2600-CONVENIOS.
           PERFORM 2800-CASTIGOS.
           PERFORM 3000-CALIFICA.
           PERFORM 4000-FIN.
           GOBACK.

      *    La calificacion se rehace completa en cada corrida.
       1000-INICIO.
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           OPEN OUTPUT ARC-SCO.
           CLOSE ARC-SCO.
           OPEN I-O ARC-SCO.

      *-------------------ATRASO DE PAGOS--------------------------*
      *    Cada abono aplicado a una partida de cargo que quedo
      *    pagada cuenta con los dias entre el vencimiento y la
      *    captura de la linea; el abonado a tiempo cuenta cero.
       2000-PAGOS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CXC.
           OPEN INPUT ARC-DAP.
           IF WKS-FS-DAP = "35" OR WKS-FS-CXC = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               MOVE LOW-VALUES TO DAP-LLAVE
               START ARC-DAP KEY IS GREATER THAN DAP-LLAVE
                   INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 2050-REVISA-ABONO UNTIL WKS-EOF = 1.

           IF WKS-FS-DAP NOT = "35"
               CLOSE ARC-DAP.
           IF WKS-FS-CXC NOT = "35"
               CLOSE ARC-CXC.

       2050-REVISA-ABONO.
           READ ARC-DAP NEXT
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO AND DAP-APLICADO
               IF DAP-TIPO = 1 OR DAP-TIPO = 2 OR DAP-TIPO = 6
                   MOVE DAP-CXC-LLAVE TO CXC-LLAVE
                   READ ARC-CXC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CXC-PAGADA
                               PERFORM 2100-ATRASO-ABONO.

       2100-ATRASO-ABONO.
           MOVE CXC-FEC-VENC TO WKS-FEC-SERIE.
           PERFORM 9100-FECHA-A-SERIE.
           MOVE WKS-SERIE TO WKS-SERIE-VENC.

           MOVE ZERO TO WKS-FEC-SERIE.
           STRING "20" DELIMITED BY SIZE
                  DAP-FECHA DELIMITED BY SIZE
                  INTO WKS-FEC-SERIE.
           PERFORM 9100-FECHA-A-SERIE.
           COMPUTE WKS-DIAS-ATRASO = WKS-SERIE - WKS-SERIE-VENC.
           IF WKS-DIAS-ATRASO < ZERO
               MOVE ZERO TO WKS-DIAS-ATRASO.

           MOVE DAP-ID-CLIENTE TO WKS-ID-EVENTO.
           PERFORM 2900-LEE-CALIFICACION.
           ADD 1 TO SCO-PAGOS.
           ADD WKS-DIAS-ATRASO TO SCO-SUM-DIAS.
           PERFORM 2950-GRABA-CALIFICACION.

      *-------------------PROMESAS ROTAS---------------------------*
       2200-PROMESAS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-GES.
           IF WKS-FS-GES = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-GES
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 2250-REVISA-GESTION UNTIL WKS-EOF = 1.

           IF WKS-FS-GES NOT = "35"
               CLOSE ARC-GES.

       2250-REVISA-GESTION.
           IF GES-PROMESA AND GES-ROTA
               MOVE GES-ID-CLIENTE TO WKS-ID-EVENTO
               PERFORM 2900-LEE-CALIFICACION
               ADD 1 TO SCO-PROM-ROTAS
               PERFORM 2950-GRABA-CALIFICACION.

           READ ARC-GES
               AT END MOVE 1 TO WKS-EOF.

      *-------------------CHEQUES DEVUELTOS------------------------*
       2400-DEVUELTOS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-LOG.
           IF WKS-FS-LOG = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-LOG
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 2450-REVISA-LINEA UNTIL WKS-EOF = 1.

           IF WKS-FS-LOG NOT = "35"
               CLOSE ARC-LOG.

       2450-REVISA-LINEA.
           IF LOG-ESTADO = "DEVUELTA"
               MOVE LOG-LINEA TO WKS-LINEA-CAP
               MOVE WKS-CAP-CLIENTE TO WKS-ID-EVENTO
               PERFORM 2900-LEE-CALIFICACION
               ADD 1 TO SCO-DEVUELTOS
               PERFORM 2950-GRABA-CALIFICACION.

           READ ARC-LOG
               AT END MOVE 1 TO WKS-EOF.

      *-------------------CONVENIOS ROTOS--------------------------*
       2600-CONVENIOS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CNV.
           IF WKS-FS-CNV = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               MOVE ZERO TO CNV-ID-CLIENTE
               START ARC-CNV KEY IS GREATER THAN CNV-ID-CLIENTE
                   INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 2650-REVISA-CONVENIO UNTIL WKS-EOF = 1.

           IF WKS-FS-CNV NOT = "35"
               CLOSE ARC-CNV.

       2650-REVISA-CONVENIO.
           READ ARC-CNV NEXT
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO AND CNV-ROTO
               MOVE CNV-ID-CLIENTE TO WKS-ID-EVENTO
               PERFORM 2900-LEE-CALIFICACION
               ADD 1 TO SCO-CNV-ROTOS
               PERFORM 2950-GRABA-CALIFICACION.

      *-------------------CASTIGOS---------------------------------*
       2800-CASTIGOS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CAS.
           IF WKS-FS-CAS = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-CAS
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 2850-REVISA-CASTIGO UNTIL WKS-EOF = 1.

           IF WKS-FS-CAS NOT = "35"
               CLOSE ARC-CAS.

       2850-REVISA-CASTIGO.
           MOVE CAS-ID-CLIENTE TO WKS-ID-EVENTO.
           PERFORM 2900-LEE-CALIFICACION.
           ADD 1 TO SCO-CASTIGOS.
           PERFORM 2950-GRABA-CALIFICACION.

           READ ARC-CAS
               AT END MOVE 1 TO WKS-EOF.

      *    El primer evento del cliente le abre su registro.
       2900-LEE-CALIFICACION.
           MOVE ZERO TO WKS-NUEVO.
           MOVE WKS-ID-EVENTO TO SCO-ID-CLIENTE.
           READ ARC-SCO
               INVALID KEY
                   INITIALIZE REG-SCO
                   MOVE WKS-ID-EVENTO TO SCO-ID-CLIENTE
                   MOVE 1 TO WKS-NUEVO.

       2950-GRABA-CALIFICACION.
           IF WKS-NUEVO = 1
               WRITE REG-SCO
           ELSE
               REWRITE REG-SCO.

      *-------------------CALIFICACION-----------------------------*
       3000-CALIFICA.
           MOVE ZERO TO WKS-EOF.
           MOVE ZERO TO SCO-ID-CLIENTE.
           START ARC-SCO KEY IS GREATER THAN SCO-ID-CLIENTE
               INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 3100-CALIFICA-CLIENTE UNTIL WKS-EOF = 1.

       3100-CALIFICA-CLIENTE.
           READ ARC-SCO NEXT
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO
               PERFORM 3200-CALCULA-PUNTOS
               MOVE WKS-FECHA-HOY TO SCO-FECHA
               REWRITE REG-SCO
               ADD 1 TO WKS-TOT-CLIENTES.

       3200-CALCULA-PUNTOS.
           MOVE ZERO TO SCO-DIAS-PROM.
           IF SCO-PAGOS > ZERO
               COMPUTE SCO-DIAS-PROM ROUNDED =
                   SCO-SUM-DIAS / SCO-PAGOS.

           MOVE 100 TO WKS-PUNTOS.

           COMPUTE WKS-DESCUENTO = SCO-DIAS-PROM / 3.
           IF WKS-DESCUENTO > 40
               MOVE 40 TO WKS-DESCUENTO.
           SUBTRACT WKS-DESCUENTO FROM WKS-PUNTOS.

           COMPUTE WKS-DESCUENTO = SCO-PROM-ROTAS * 5.
           IF WKS-DESCUENTO > 20
               MOVE 20 TO WKS-DESCUENTO.
           SUBTRACT WKS-DESCUENTO FROM WKS-PUNTOS.

           COMPUTE WKS-DESCUENTO = SCO-DEVUELTOS * 10.
           IF WKS-DESCUENTO > 30
               MOVE 30 TO WKS-DESCUENTO.
           SUBTRACT WKS-DESCUENTO FROM WKS-PUNTOS.

           COMPUTE WKS-DESCUENTO = SCO-CNV-ROTOS * 20.
           SUBTRACT WKS-DESCUENTO FROM WKS-PUNTOS.

           COMPUTE WKS-DESCUENTO = SCO-CASTIGOS * 25.
           IF WKS-DESCUENTO > 50
               MOVE 50 TO WKS-DESCUENTO.
           SUBTRACT WKS-DESCUENTO FROM WKS-PUNTOS.

           IF WKS-PUNTOS < ZERO
               MOVE ZERO TO WKS-PUNTOS.
           MOVE WKS-PUNTOS TO SCO-PUNTOS.

           IF SCO-PAGOS = ZERO AND WKS-PUNTOS = 100
               SET SCO-SIN-HIST TO TRUE
               ADD 1 TO WKS-TOT-N
           ELSE
               IF WKS-PUNTOS >= 80
                   SET SCO-CALIF-A TO TRUE
                   ADD 1 TO WKS-TOT-A
               ELSE
                   IF WKS-PUNTOS >= 60
                       SET SCO-CALIF-B TO TRUE
                       ADD 1 TO WKS-TOT-B
                   ELSE
                       IF WKS-PUNTOS >= 40
                           SET SCO-CALIF-C TO TRUE
                           ADD 1 TO WKS-TOT-C
                       ELSE
                           SET SCO-CALIF-D TO TRUE
                           ADD 1 TO WKS-TOT-D.

       4000-FIN.
           CLOSE ARC-SCO.

           DISPLAY "CALIFICACION DE CLIENTES AL " WKS-FECHA-HOY.
           DISPLAY "CLIENTES CALIFICADOS: " WKS-TOT-CLIENTES.
           DISPLAY "A: " WKS-TOT-A "  B: " WKS-TOT-B
               "  C: " WKS-TOT-C "  D: " WKS-TOT-D
               "  SIN HISTORIA: " WKS-TOT-N.

      *    Serie = ano * 365 + bisiestos acumulados + dia del ano,
      *    igual que EDAD-CXC.
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
