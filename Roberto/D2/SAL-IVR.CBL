       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAL-IVR.
      *    Archivo diario de saldos para la consulta telefonica
      *    (IVR) y por internet del proveedor de conmutador: un
      *    registro por cliente activo de CLIENTES con
      *      - el saldo abierto de ARC-CXC por concepto: anualidad
      *        (tipo 1), recargos (2), productos adicionales (6) y
      *        saldo a favor (suspenso 4 y credito por referido 7);
      *        la colegiatura (8) no tiene concepto propio en el
      *        registro del proveedor y entra al total y a lo
      *        vencido;
      *      - lo ya vencido a la fecha de proceso;
      *      - el siguiente cargo a pagar (la partida con saldo de
      *        vencimiento mas antiguo), su importe y su linea de
      *        captura, la de ARC-LCA o armada con LIN-CAP si
      *        GEN-LCA aun no la genera (igual que EDO-CTA);
      *      - el estado del convenio de pagos de ARC-CNV y su
      *        mensualidad mientras este activo.
      *    El cliente activo sin adeudo tambien sale, en ceros, para
      *    que el conmutador le conteste y no lo pase a la mesa.
      *    El archivo lleva HDR con la fecha y hora de corte, un DET
      *    por cliente y TRL con los conteos y sumas de control,
      *    igual que los archivos de BUR-CRE y DIS-CON. Corre cada
      *    noche como ultimo paso de la corrida de cartera
      *    (LOTE-CXC), para salir con los pagos del dia ya
      *    aplicados.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
           SELECT ARC-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
           SELECT ARC-LCA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCA-LLAVE
               FILE STATUS IS WKS-FS-LCA.
      *    Convenios de pago que mantiene CONV-CXC.
           SELECT ARC-CNV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNV-ID-CLIENTE
               FILE STATUS IS WKS-FS-CNV.
           SELECT ARC-IVR ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY REGCLI.

       FD ARC-CXC.
           COPY REGCXC.

       FD ARC-LCA.
           COPY REGLCA.

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

      *    Tres tipos de registro del mismo tamano (HDR/DET/TRL),
      *    armados en WKS-REG-TRAB.
       FD ARC-IVR.
       01 REG-IVR          PIC X(110).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-LCA        PIC XX.
       01 WKS-FS-CNV        PIC XX.

      *    Clave con la que el proveedor identifica a la empresa.
       01 WKS-EMISOR        PIC X(10) VALUE "ANUALIDAD".

       01 WKS-REG-TRAB      PIC X(110).

       01 WKS-VISTA-HDR REDEFINES WKS-REG-TRAB.
           03 WKS-HDR-MARCA  PIC X(03).
           03 WKS-HDR-EMISOR PIC X(10).
           03 WKS-HDR-FECHA  PIC 9(08).
           03 WKS-HDR-HORA   PIC 9(06).
           03 FILLER         PIC X(83).

      *    DET-TOTAL = anualidad + recargos + productos + la
      *    colegiatura del cliente pagador.
      *    DET-CNV-EST: A activo, C cumplido, R roto, espacio sin
      *    convenio. DET-PROX-* en ceros y linea en blanco cuando el
      *    cliente no debe nada.
       01 WKS-VISTA-DET REDEFINES WKS-REG-TRAB.
           03 WKS-DET-MARCA    PIC X(03).
           03 WKS-DET-ID       PIC 9(06).
           03 WKS-DET-ANUAL    PIC 9(07)V99.
           03 WKS-DET-RECARGO  PIC 9(07)V99.
           03 WKS-DET-PRODUCTO PIC 9(07)V99.
           03 WKS-DET-FAVOR    PIC 9(07)V99.
           03 WKS-DET-TOTAL    PIC 9(07)V99.
           03 WKS-DET-VENCIDO  PIC 9(07)V99.
           03 WKS-DET-PROX-VENC PIC 9(08).
           03 WKS-DET-PROX-IMP PIC 9(05)V99.
           03 WKS-DET-LINEA    PIC X(18).
           03 WKS-DET-CNV-EST  PIC X.
           03 WKS-DET-CNV-MENS PIC 9(05)V99.
           03 FILLER           PIC X(06).

       01 WKS-VISTA-TRL REDEFINES WKS-REG-TRAB.
           03 WKS-TRL-MARCA  PIC X(03).
           03 WKS-TRL-REGS   PIC 9(06).
           03 WKS-TRL-CLIEN  PIC 9(06).
           03 WKS-TRL-TOTAL  PIC 9(11)V99.
           03 WKS-TRL-VENC   PIC 9(11)V99.
           03 WKS-TRL-CNV    PIC 9(06).
           03 FILLER         PIC X(63).

       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).
      *    ACCEPT FROM TIME regresa HHMMSSCC; solo se usa HHMMSS.
       01 WKS-HORA-CAP.
           03 WKS-HORA6     PIC 9(06).
           03 FILLER        PIC 99.

      *    Siguiente cargo del cliente en turno.
       01 WKS-PROX-LLAVE    PIC X(13).
       01 WKS-PROX-VENC     PIC 9(08).
       01 WKS-PROX-IMP      PIC 9(05)V99.

      *    Parametros de LIN-CAP.
       01 WKS-LC-ID         PIC 9(06).
       01 WKS-LC-LINEA      PIC X(18).
       01 WKS-LC-STATUS     PIC 9.

       01 WKS-FIN-CXC       PIC 9.
       01 WKS-COLEGIATURA   PIC 9(07)V99.

       01 WKS-TOT-REGS      PIC 9(06) VALUE ZERO.
       01 WKS-TOT-CLIEN     PIC 9(06) VALUE ZERO.
       01 WKS-TOT-CNV       PIC 9(06) VALUE ZERO.
       01 WKS-MTO-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01 WKS-MTO-VENC      PIC 9(11)V99 VALUE ZERO.

       77 WKS-EOF           PIC 9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF = 1.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           DISPLAY "ARCHIVO DE SALDOS PARA CONSULTA TELEFONICA".
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.
           ACCEPT WKS-HORA-CAP FROM TIME.

      *    Sin cartera todos salen sin adeudo; sin ARC-LCA las
      *    lineas se arman con LIN-CAP; sin ARC-CNV no hay
      *    convenios.
           OPEN INPUT ARC-CXC.
           OPEN INPUT ARC-LCA.
           OPEN INPUT ARC-CNV.

           OPEN OUTPUT ARC-IVR.
           MOVE SPACES         TO WKS-REG-TRAB.
           MOVE "HDR"          TO WKS-HDR-MARCA.
           MOVE WKS-EMISOR     TO WKS-HDR-EMISOR.
           MOVE WKS-FECHA-HOY  TO WKS-HDR-FECHA.
           MOVE WKS-HORA6      TO WKS-HDR-HORA.
           PERFORM 9000-GRABA-IVR.

           MOVE ZERO TO WKS-EOF.
           OPEN INPUT CLIENTES.
           IF WKS-FS-CLI = "35"
               DISPLAY "NO EXISTE CLIENTES, EL ARCHIVO SALE VACIO"
               MOVE 1 TO WKS-EOF
           ELSE
               READ CLIENTES
                   AT END MOVE 1 TO WKS-EOF.

       2000-PROCESO.
           IF CLIENTE-ACTIVO
               PERFORM 2100-ARMA-CLIENTE.

           READ CLIENTES
               AT END MOVE 1 TO WKS-EOF.

       2100-ARMA-CLIENTE.
           MOVE SPACES      TO WKS-REG-TRAB.
           MOVE "DET"       TO WKS-DET-MARCA.
           MOVE ID-CLIENTE  TO WKS-DET-ID.
           MOVE ZERO TO WKS-DET-ANUAL WKS-DET-RECARGO
                        WKS-DET-PRODUCTO WKS-DET-FAVOR
                        WKS-DET-TOTAL WKS-DET-VENCIDO
                        WKS-DET-PROX-VENC WKS-DET-PROX-IMP
                        WKS-DET-CNV-MENS.
           MOVE ZERO TO WKS-PROX-VENC.
           MOVE ZERO TO WKS-COLEGIATURA.

           IF WKS-FS-CXC NOT = "35"
               PERFORM 2200-LEE-PARTIDAS.

           COMPUTE WKS-DET-TOTAL = WKS-DET-ANUAL + WKS-DET-RECARGO
                                 + WKS-DET-PRODUCTO + WKS-COLEGIATURA.

           IF WKS-PROX-VENC NOT = ZERO
               MOVE WKS-PROX-VENC TO WKS-DET-PROX-VENC
               MOVE WKS-PROX-IMP  TO WKS-DET-PROX-IMP
               PERFORM 2400-BUSCA-LINEA.

           PERFORM 2500-BUSCA-CONVENIO.

           PERFORM 9000-GRABA-IVR.
           ADD 1               TO WKS-TOT-CLIEN.
           ADD WKS-DET-TOTAL   TO WKS-MTO-TOTAL.
           ADD WKS-DET-VENCIDO TO WKS-MTO-VENC.

      *    Las partidas del cliente vienen juntas por la llave de la
      *    cartera.
       2200-LEE-PARTIDAS.
           MOVE ID-CLIENTE TO CXC-ID-CLIENTE.
           MOVE ZERO TO CXC-ANIO CXC-TIPO CXC-PARC.
           MOVE ZERO TO WKS-FIN-CXC.
           START ARC-CXC KEY IS NOT LESS THAN CXC-LLAVE
               INVALID KEY
                   MOVE 1 TO WKS-FIN-CXC.

           IF WKS-FIN-CXC = ZERO
               READ ARC-CXC NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-CXC.

           PERFORM 2300-SUMA-PARTIDA
               UNTIL WKS-FIN-CXC = 1
                  OR CXC-ID-CLIENTE NOT = ID-CLIENTE.

       2300-SUMA-PARTIDA.
           IF CXC-SALDO > ZERO
               EVALUATE CXC-TIPO
                   WHEN 1
                       ADD CXC-SALDO TO WKS-DET-ANUAL
                       PERFORM 2350-REVISA-VENCIMIENTO
                   WHEN 2
                       ADD CXC-SALDO TO WKS-DET-RECARGO
                       PERFORM 2350-REVISA-VENCIMIENTO
                   WHEN 6
                       ADD CXC-SALDO TO WKS-DET-PRODUCTO
                       PERFORM 2350-REVISA-VENCIMIENTO
                   WHEN 8
                       ADD CXC-SALDO TO WKS-COLEGIATURA
                       PERFORM 2350-REVISA-VENCIMIENTO
                   WHEN 4
                       ADD CXC-SALDO TO WKS-DET-FAVOR
                   WHEN 7
                       ADD CXC-SALDO TO WKS-DET-FAVOR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           READ ARC-CXC NEXT RECORD
               AT END MOVE 1 TO WKS-FIN-CXC.

      *    Lo vencido a la fecha de proceso y el cargo con el
      *    vencimiento mas antiguo, que es el que toca pagar.
       2350-REVISA-VENCIMIENTO.
           IF CXC-FEC-VENC < WKS-FECHA-HOY
               ADD CXC-SALDO TO WKS-DET-VENCIDO.

           IF WKS-PROX-VENC = ZERO OR CXC-FEC-VENC < WKS-PROX-VENC
               MOVE CXC-LLAVE    TO WKS-PROX-LLAVE
               MOVE CXC-FEC-VENC TO WKS-PROX-VENC
               MOVE CXC-SALDO    TO WKS-PROX-IMP.

       2400-BUSCA-LINEA.
           MOVE SPACES TO WKS-LC-LINEA.
           IF WKS-FS-LCA NOT = "35"
               MOVE WKS-PROX-LLAVE TO LCA-LLAVE
               READ ARC-LCA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LCA-IMPORTE = WKS-PROX-IMP
                           MOVE LCA-LINEA TO WKS-LC-LINEA.

           IF WKS-LC-LINEA = SPACES
               MOVE ID-CLIENTE TO WKS-LC-ID
               CALL "LIN-CAP" USING WKS-LC-ID WKS-PROX-VENC
                   WKS-PROX-IMP WKS-LC-LINEA WKS-LC-STATUS.

           MOVE WKS-LC-LINEA TO WKS-DET-LINEA.

       2500-BUSCA-CONVENIO.
           MOVE SPACE TO WKS-DET-CNV-EST.
           IF WKS-FS-CNV NOT = "35"
               MOVE ID-CLIENTE TO CNV-ID-CLIENTE
               READ ARC-CNV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CNV-ESTADO TO WKS-DET-CNV-EST
                       IF CNV-ACTIVO
                           MOVE CNV-MENSUAL TO WKS-DET-CNV-MENS
                           ADD 1 TO WKS-TOT-CNV.

       3000-FIN.
           MOVE SPACES         TO WKS-REG-TRAB.
           MOVE "TRL"          TO WKS-TRL-MARCA.
           COMPUTE WKS-TRL-REGS = WKS-TOT-REGS + 1.
           MOVE WKS-TOT-CLIEN  TO WKS-TRL-CLIEN.
           MOVE WKS-MTO-TOTAL  TO WKS-TRL-TOTAL.
           MOVE WKS-MTO-VENC   TO WKS-TRL-VENC.
           MOVE WKS-TOT-CNV    TO WKS-TRL-CNV.
           PERFORM 9000-GRABA-IVR.
           CLOSE ARC-IVR.

           IF WKS-FS-CLI NOT = "35"
               CLOSE CLIENTES.
           IF WKS-FS-CXC NOT = "35"
               CLOSE ARC-CXC.
           IF WKS-FS-LCA NOT = "35"
               CLOSE ARC-LCA.
           IF WKS-FS-CNV NOT = "35"
               CLOSE ARC-CNV.

           DISPLAY "CLIENTES EN EL ARCHIVO: " WKS-TOT-CLIEN
               " CON CONVENIO ACTIVO: " WKS-TOT-CNV.
           DISPLAY "SALDO TOTAL: " WKS-MTO-TOTAL
               " VENCIDO: " WKS-MTO-VENC.

       9000-GRABA-IVR.
           MOVE WKS-REG-TRAB TO REG-IVR.
           WRITE REG-IVR.
           ADD 1 TO WKS-TOT-REGS.
