       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-FPR.
      *    Facturacion de proyectos al cliente que los patrocina. El
      *    IMP-TOTAL de ARC-CAT y el historico ARC-CATH dicen lo que
      *    cuesta cada proyecto en honorarios de consultores, pero no
      *    habia donde llevar lo que se le cobra al cliente. Aqui se
      *    mantienen las condiciones de cobro de cada proyecto del
      *    maestro ARC-MPRO (cliente de CLIENTES, tarifa por hora o
      *    cuota fija mensual y margen objetivo) en ARC-FPR, y se
      *    emite la factura de cada periodo a ARC-FPF: por hora con
      *    las horas aprobadas en ARC-HRS de los dias del periodo, o
      *    la cuota fija. REP-MAR compara lo facturado contra el
      *    costo. Pide firma de nivel 3.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-FPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPR-ID-PROY
               FILE STATUS IS WKS-FS-FPR.
           SELECT ARC-FPF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPF-LLAVE
               FILE STATUS IS WKS-FS-FPF.
           SELECT ARC-MPRO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-MPRO.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
           SELECT ARC-HRS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRS-LLAVE
               FILE STATUS IS WKS-FS-HRS.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-FPR.
           COPY REGFPR.

       FD ARC-FPF.
           COPY REGFPF.

       FD ARC-MPRO.
           COPY REGMPRO.

       FD CLIENTES.
           COPY REGCLI.

       FD ARC-HRS.
           COPY REGHRS.

       WORKING-STORAGE SECTION.
       01 WKS-FS-FPR       PIC XX.
       01 WKS-FS-FPF       PIC XX.
       01 WKS-FS-MPRO      PIC XX.
       01 WKS-FS-CLI       PIC XX.
       01 WKS-FS-HRS       PIC XX.

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
           88 WKS-TERMINA       VALUE "S".
       01 WKS-OK           PIC X.
           88 FACTURA-OK        VALUE "S".
       01 WKS-ESPERA       PIC X.
       01 WKS-CONFIRMA     PIC X.

      *    Firma de operador (subprograma FIRMA): lo que se cobra al
      *    cliente se mantiene con nivel de supervisor.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "MANT-FPR".

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

      *    Captura de condiciones y de la factura.
       01 WKS-PROY-CAP     PIC 99.
       01 WKS-CLI-CAP      PIC 9(06).
       01 WKS-TIPO-CAP     PIC X.
           88 TIPO-VALIDO       VALUE "H" "F".
       01 WKS-TARIFA-CAP   PIC 9(05)V99.
       01 WKS-CUOTA-CAP    PIC 9(08)V99.
       01 WKS-MARGEN-CAP   PIC 99V9.
       01 WKS-PERIODO      PIC 9(06).
       01 WKS-PERIODO-R REDEFINES WKS-PERIODO.
           03 WKS-PER-ANIO PIC 9(04).
           03 WKS-PER-MES  PIC 9(02).
       01 WKS-EXISTE       PIC 9.

      *    Proyecto encontrado en el maestro.
       01 WKS-FIN-MPRO     PIC 9.
       01 WKS-PROY-EXISTE  PIC 9.
       01 WKS-PROY-NOM     PIC X(16).
       01 WKS-PROY-EST     PIC 9.

      *    Horas aprobadas del proyecto que caen en el periodo: cada
      *    hoja semanal se recorre dia por dia porque una semana
      *    puede partirse entre dos meses.
       01 WKS-FIN-HRS      PIC 9.
       01 WKS-HORAS-PER    PIC 9(05)V9.
       01 WKS-IMPORTE      PIC 9(10)V99.
       01 WKS-SE-FECHA.
           03 WKS-SE-ANO   PIC 9(04).
           03 WKS-SE-MES   PIC 9(02).
           03 WKS-SE-DIA   PIC 9(02).
       01 WKS-SE-FECHA-R REDEFINES WKS-SE-FECHA.
           03 WKS-SE-PER   PIC 9(06).
           03 FILLER       PIC 9(02).
       01 WKS-DIAS-MES     PIC X(24)
               VALUE "312831303130313130313031".
       01 T-DIAS-MES REDEFINES WKS-DIAS-MES.
           03 T-DM OCCURS 12 TIMES PIC 99.
       01 WKS-BI-REM       PIC 99.
       77 WKS-DM           PIC 99.
       77 WKS-D            PIC 9.

       01 WKS-TARIFA-F     PIC ZZ,ZZ9.99.
       01 WKS-CUOTA-F      PIC ZZ,ZZZ,ZZ9.99.
       01 WKS-MARGEN-F     PIC Z9.9.
       01 WKS-HORAS-F      PIC ZZ,ZZ9.9.
       01 WKS-IMPORTE-F    PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WKS-FIN-FPF      PIC 9.
       01 WKS-TOT-FACT     PIC 9(03).
       77 WKS-LIN          PIC 99.

       01 WKS-LIN-FACT.
           03 WKS-LF-PER   PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LF-TIPO  PIC X.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LF-HORAS PIC ZZ,ZZ9.9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LF-IMP   PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LF-EMI   PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LF-FEC   PIC 9(08).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-TERMINA.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           DISPLAY SPACES ERASE.
           MOVE 3 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-OPERADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               MOVE "S" TO WKS-FIN
               GOBACK.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           OPEN I-O ARC-FPR.
           IF WKS-FS-FPR = "35"
               OPEN OUTPUT ARC-FPR
               CLOSE ARC-FPR
               OPEN I-O ARC-FPR.

           OPEN I-O ARC-FPF.
           IF WKS-FS-FPF = "35"
               OPEN OUTPUT ARC-FPF
               CLOSE ARC-FPF
               OPEN I-O ARC-FPF.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "FACTURACION DE PROYECTOS A CLIENTES"
               LINE 01 POSITION 22.
           DISPLAY "1. ALTA DE CONDICIONES DE COBRO"
               LINE 03 POSITION 10.
           DISPLAY "2. CAMBIO DE CONDICIONES DE COBRO"
               LINE 04 POSITION 10.
           DISPLAY "3. BAJA DE CONDICIONES DE COBRO"
               LINE 05 POSITION 10.
           DISPLAY "4. EMITIR FACTURA DEL PERIODO"
               LINE 06 POSITION 10.
           DISPLAY "5. FACTURAS DE UN PROYECTO"
               LINE 07 POSITION 10.
           DISPLAY "6. TERMINAR"             LINE 08 POSITION 10.
           DISPLAY "OPCION: "                LINE 09 POSITION 10.
           ACCEPT WKS-OPCION                 LINE 09 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-ALTA
               WHEN 2
                   PERFORM 2400-CAMBIO
               WHEN 3
                   PERFORM 2500-BAJA
               WHEN 4
                   PERFORM 2700-EMITE
               WHEN 5
                   PERFORM 2800-CONSULTA
               WHEN 6
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 10 POSITION 10
           END-EVALUATE.

           IF NOT WKS-TERMINA
               PERFORM 2900-ESPERA.

      *-------------------ALTA-------------------------------------*
      *    Solo un proyecto activo del maestro recibe condiciones de
      *    cobro nuevas.
       2100-ALTA.
           MOVE "S" TO WKS-OK.
           PERFORM 2150-CAPTURA-PROYECTO.

           IF FACTURA-OK
               IF WKS-PROY-EST NOT = 1
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL PROYECTO ESTA RETIRADO"
                       LINE 18 POSITION 10.

           IF FACTURA-OK
               PERFORM 2250-LEE-CONDICIONES
               IF WKS-EXISTE = 1
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL PROYECTO YA TIENE CONDICIONES DE COBRO"
                       LINE 18 POSITION 10.

           IF FACTURA-OK
               PERFORM 2300-CAPTURA-CONDICIONES.

           IF FACTURA-OK
               MOVE WKS-PROY-CAP   TO FPR-ID-PROY
               PERFORM 2350-MUEVE-CONDICIONES
               WRITE REG-FPR
                   INVALID KEY MOVE "N" TO WKS-OK.

           IF FACTURA-OK
               DISPLAY "CONDICIONES DE COBRO GRABADAS"
                   LINE 19 POSITION 10.

       2150-CAPTURA-PROYECTO.
           DISPLAY "ID DE PROYECTO (99): "   LINE 11 POSITION 10.
           ACCEPT WKS-PROY-CAP              LINE 11 POSITION 47.

           PERFORM 2160-BUSCA-PROYECTO.
           IF WKS-PROY-EXISTE = ZERO
               MOVE "N" TO WKS-OK
               DISPLAY "NO EXISTE EL PROYECTO EN ARC-MPRO"
                   LINE 18 POSITION 10
           ELSE
               DISPLAY WKS-PROY-NOM LINE 11 POSITION 55.

       2160-BUSCA-PROYECTO.
           MOVE ZERO TO WKS-PROY-EXISTE.
           OPEN INPUT ARC-MPRO.
           IF WKS-FS-MPRO = "35"
               CONTINUE
           ELSE
               READ ARC-MPRO
                   AT END MOVE 1 TO WKS-FIN-MPRO
                   NOT AT END MOVE ZERO TO WKS-FIN-MPRO

               PERFORM 2165-COMPARA-PROYECTO UNTIL WKS-FIN-MPRO = 1

               CLOSE ARC-MPRO.

       2165-COMPARA-PROYECTO.
           IF ID-PROY-M = WKS-PROY-CAP
               MOVE 1          TO WKS-PROY-EXISTE
               MOVE NOM-PROY-M TO WKS-PROY-NOM
               MOVE EST-PROY-M TO WKS-PROY-EST
               MOVE 1          TO WKS-FIN-MPRO
           ELSE
               READ ARC-MPRO
                   AT END MOVE 1 TO WKS-FIN-MPRO.

       2250-LEE-CONDICIONES.
           MOVE WKS-PROY-CAP TO FPR-ID-PROY.
           MOVE 1 TO WKS-EXISTE.
           READ ARC-FPR
               INVALID KEY MOVE ZERO TO WKS-EXISTE.

      *    El cliente patrocinador debe existir y estar activo; por
      *    hora se captura la tarifa y la cuota queda en cero, al
      *    reves con la cuota fija.
       2300-CAPTURA-CONDICIONES.
           DISPLAY "CLIENTE PATROCINADOR (999999): "
               LINE 12 POSITION 10.
           ACCEPT WKS-CLI-CAP LINE 12 POSITION 47.

           PERFORM 2310-VALIDA-CLIENTE.

           IF FACTURA-OK
               DISPLAY "COBRO POR HORA O CUOTA FIJA (H/F): "
                   LINE 13 POSITION 10
               ACCEPT WKS-TIPO-CAP LINE 13 POSITION 47
               IF NOT TIPO-VALIDO
                   MOVE "N" TO WKS-OK
                   DISPLAY "TIPO DE COBRO INVALIDO"
                       LINE 18 POSITION 10.

           IF FACTURA-OK
               MOVE ZERO TO WKS-TARIFA-CAP
               MOVE ZERO TO WKS-CUOTA-CAP
               IF WKS-TIPO-CAP = "H"
                   DISPLAY "TARIFA POR HORA AL CLIENTE: "
                       LINE 14 POSITION 10
                   ACCEPT WKS-TARIFA-CAP LINE 14 POSITION 47
                   IF WKS-TARIFA-CAP = ZERO
                       MOVE "N" TO WKS-OK
                       DISPLAY "LA TARIFA ES OBLIGATORIA"
                           LINE 18 POSITION 10
                   END-IF
               ELSE
                   DISPLAY "CUOTA FIJA MENSUAL: " LINE 14 POSITION 10
                   ACCEPT WKS-CUOTA-CAP LINE 14 POSITION 47
                   IF WKS-CUOTA-CAP = ZERO
                       MOVE "N" TO WKS-OK
                       DISPLAY "LA CUOTA ES OBLIGATORIA"
                           LINE 18 POSITION 10.

           IF FACTURA-OK
               DISPLAY "MARGEN OBJETIVO % (99.9, 0 = GENERAL): "
                   LINE 15 POSITION 10
               ACCEPT WKS-MARGEN-CAP LINE 15 POSITION 50.

       2310-VALIDA-CLIENTE.
           OPEN INPUT CLIENTES.
           IF WKS-FS-CLI = "35"
               MOVE "N" TO WKS-OK
               DISPLAY "NO EXISTE EL ARCHIVO CLIENTES"
                   LINE 18 POSITION 10
           ELSE
               MOVE WKS-CLI-CAP TO ID-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE "N" TO WKS-OK
                       DISPLAY "NO EXISTE EL CLIENTE"
                           LINE 18 POSITION 10
                   NOT INVALID KEY
                       IF NOT CLIENTE-ACTIVO
                           MOVE "N" TO WKS-OK
                           DISPLAY "EL CLIENTE ESTA DADO DE BAJA"
                               LINE 18 POSITION 10
                       ELSE
                           DISPLAY NOM-CLI LINE 12 POSITION 55
                       END-IF
               END-READ
               CLOSE CLIENTES.

       2350-MUEVE-CONDICIONES.
           MOVE WKS-CLI-CAP    TO FPR-ID-CLIENTE.
           MOVE WKS-TIPO-CAP   TO FPR-TIPO.
           MOVE WKS-TARIFA-CAP TO FPR-TARIFA.
           MOVE WKS-CUOTA-CAP  TO FPR-CUOTA.
           MOVE WKS-MARGEN-CAP TO FPR-MARGEN.
           MOVE WKS-OPERADOR   TO FPR-CAPTURO.
           MOVE WKS-FECHA-HOY  TO FPR-FEC-CAP.

      *-------------------CAMBIO-----------------------------------*
      *    Las facturas ya emitidas guardan las condiciones con las
      *    que salieron; el cambio rige de la siguiente en adelante.
       2400-CAMBIO.
           MOVE "S" TO WKS-OK.
           PERFORM 2150-CAPTURA-PROYECTO.

           IF FACTURA-OK
               PERFORM 2250-LEE-CONDICIONES
               IF WKS-EXISTE = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL PROYECTO NO TIENE CONDICIONES DE COBRO"
                       LINE 18 POSITION 10
               ELSE
                   PERFORM 2450-MUESTRA-CONDICIONES.

           IF FACTURA-OK
               PERFORM 2300-CAPTURA-CONDICIONES.

           IF FACTURA-OK
               PERFORM 2350-MUEVE-CONDICIONES
               REWRITE REG-FPR
                   INVALID KEY MOVE "N" TO WKS-OK.

           IF FACTURA-OK
               DISPLAY "CONDICIONES DE COBRO CAMBIADAS"
                   LINE 19 POSITION 10.

       2450-MUESTRA-CONDICIONES.
           IF FPR-POR-HORA
               MOVE FPR-TARIFA TO WKS-TARIFA-F
               DISPLAY "ACTUAL: CLIENTE " LINE 16 POSITION 10
               DISPLAY FPR-ID-CLIENTE     LINE 16 POSITION 26
               DISPLAY " POR HORA A "     LINE 16 POSITION 32
               DISPLAY WKS-TARIFA-F       LINE 16 POSITION 44
           ELSE
               MOVE FPR-CUOTA TO WKS-CUOTA-F
               DISPLAY "ACTUAL: CLIENTE " LINE 16 POSITION 10
               DISPLAY FPR-ID-CLIENTE     LINE 16 POSITION 26
               DISPLAY " CUOTA FIJA "     LINE 16 POSITION 32
               DISPLAY WKS-CUOTA-F        LINE 16 POSITION 44.

           MOVE FPR-MARGEN TO WKS-MARGEN-F.
           DISPLAY "MARGEN OBJETIVO: " LINE 17 POSITION 10.
           DISPLAY WKS-MARGEN-F        LINE 17 POSITION 27.

      *-------------------BAJA-------------------------------------*
       2500-BAJA.
           MOVE "S" TO WKS-OK.
           PERFORM 2150-CAPTURA-PROYECTO.

           IF FACTURA-OK
               PERFORM 2250-LEE-CONDICIONES
               IF WKS-EXISTE = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL PROYECTO NO TIENE CONDICIONES DE COBRO"
                       LINE 18 POSITION 10
               ELSE
                   PERFORM 2450-MUESTRA-CONDICIONES.

           IF FACTURA-OK
               DISPLAY "CONFIRMA LA BAJA DE LAS CONDICIONES (S/N): "
                   LINE 19 POSITION 10
               ACCEPT WKS-CONFIRMA LINE 19 POSITION 54
               IF WKS-CONFIRMA NOT = "S"
                   MOVE "N" TO WKS-OK.

           IF FACTURA-OK
               DELETE ARC-FPR
                   INVALID KEY MOVE "N" TO WKS-OK.

           IF FACTURA-OK
               DISPLAY "CONDICIONES DE COBRO DADAS DE BAJA"
                   LINE 19 POSITION 10.

      *-------------------EMISION----------------------------------*
      *    Una factura por proyecto y periodo: con cuota fija sale la
      *    cuota; por hora, las horas aprobadas de los dias del
      *    periodo a la tarifa vigente.
       2700-EMITE.
           MOVE "S" TO WKS-OK.
           PERFORM 2150-CAPTURA-PROYECTO.

           IF FACTURA-OK
               PERFORM 2250-LEE-CONDICIONES
               IF WKS-EXISTE = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL PROYECTO NO TIENE CONDICIONES DE COBRO"
                       LINE 18 POSITION 10.

           IF FACTURA-OK
               DISPLAY "PERIODO A FACTURAR (AAAAMM): "
                   LINE 12 POSITION 10
               ACCEPT WKS-PERIODO LINE 12 POSITION 47
               IF WKS-PER-MES < 1 OR WKS-PER-MES > 12
                       OR WKS-PER-ANIO = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "PERIODO INVALIDO" LINE 18 POSITION 10.

           IF FACTURA-OK
               MOVE WKS-PROY-CAP TO FPF-ID-PROY
               MOVE WKS-PERIODO  TO FPF-PERIODO
               READ ARC-FPF
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WKS-OK
                       DISPLAY "EL PERIODO YA ESTA FACTURADO"
                           LINE 18 POSITION 10.

           IF FACTURA-OK
               MOVE ZERO TO WKS-HORAS-PER
               IF FPR-POR-HORA
                   PERFORM 2750-SUMA-HORAS
                   COMPUTE WKS-IMPORTE ROUNDED =
                       WKS-HORAS-PER * FPR-TARIFA
                   MOVE WKS-HORAS-PER TO WKS-HORAS-F
                   DISPLAY "HORAS APROBADAS DEL PERIODO: "
                       LINE 13 POSITION 10
                   DISPLAY WKS-HORAS-F LINE 13 POSITION 47
               ELSE
                   MOVE FPR-CUOTA TO WKS-IMPORTE.

           IF FACTURA-OK
               IF WKS-IMPORTE = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "NO HAY HORAS APROBADAS QUE FACTURAR"
                       LINE 18 POSITION 10.

           IF FACTURA-OK
               MOVE WKS-IMPORTE TO WKS-IMPORTE-F
               DISPLAY "IMPORTE A FACTURAR: " LINE 14 POSITION 10
               DISPLAY WKS-IMPORTE-F LINE 14 POSITION 47
               DISPLAY "CONFIRMA LA EMISION (S/N): "
                   LINE 16 POSITION 10
               ACCEPT WKS-CONFIRMA LINE 16 POSITION 47
               IF WKS-CONFIRMA NOT = "S"
                   MOVE "N" TO WKS-OK.

           IF FACTURA-OK
               MOVE WKS-PROY-CAP   TO FPF-ID-PROY
               MOVE WKS-PERIODO    TO FPF-PERIODO
               MOVE FPR-ID-CLIENTE TO FPF-ID-CLIENTE
               MOVE FPR-TIPO       TO FPF-TIPO
               MOVE WKS-HORAS-PER  TO FPF-HORAS
               MOVE FPR-TARIFA     TO FPF-TARIFA
               MOVE WKS-IMPORTE    TO FPF-IMPORTE
               MOVE WKS-OPERADOR   TO FPF-EMITIO
               MOVE WKS-FECHA-HOY  TO FPF-FEC-EMI
               WRITE REG-FPF
                   INVALID KEY MOVE "N" TO WKS-OK.

           IF FACTURA-OK
               DISPLAY "FACTURA EMITIDA" LINE 19 POSITION 10.

      *    Solo hojas aprobadas, igual que el corte de PROY-NOM.
       2750-SUMA-HORAS.
           OPEN INPUT ARC-HRS.
           IF WKS-FS-HRS = "35"
               CONTINUE
           ELSE
               READ ARC-HRS NEXT
                   AT END MOVE 1 TO WKS-FIN-HRS
                   NOT AT END MOVE ZERO TO WKS-FIN-HRS

               PERFORM 2760-REVISA-HOJA UNTIL WKS-FIN-HRS = 1

               CLOSE ARC-HRS.

       2760-REVISA-HOJA.
           IF HRS-ID-PROY = WKS-PROY-CAP AND HRS-APROBADA
               MOVE HRS-SEMANA TO WKS-SE-FECHA
               PERFORM 2770-SUMA-DIA
                   VARYING WKS-D FROM 1 BY 1 UNTIL WKS-D > 7.

           READ ARC-HRS NEXT
               AT END MOVE 1 TO WKS-FIN-HRS.

       2770-SUMA-DIA.
           IF WKS-SE-PER = WKS-PERIODO
               ADD HRS-HORAS (WKS-D) TO WKS-HORAS-PER.

           PERFORM 2780-DIA-SIGUIENTE.

       2780-DIA-SIGUIENTE.
           PERFORM 2790-FEBRERO.
           IF WKS-SE-DIA < T-DM (WKS-SE-MES)
               ADD 1 TO WKS-SE-DIA
           ELSE
               MOVE 1 TO WKS-SE-DIA
               IF WKS-SE-MES = 12
                   MOVE 1 TO WKS-SE-MES
                   ADD 1 TO WKS-SE-ANO
               ELSE
                   ADD 1 TO WKS-SE-MES.

       2790-FEBRERO.
           DIVIDE WKS-SE-ANO BY 4 GIVING WKS-DM
               REMAINDER WKS-BI-REM.
           IF WKS-BI-REM = 0
               MOVE 29 TO T-DM (2)
           ELSE
               MOVE 28 TO T-DM (2).

      *-------------------CONSULTA---------------------------------*
       2800-CONSULTA.
           MOVE "S" TO WKS-OK.
           PERFORM 2150-CAPTURA-PROYECTO.

           IF FACTURA-OK
               DISPLAY SPACES ERASE
               DISPLAY "FACTURAS DEL PROYECTO" LINE 01 POSITION 28
               DISPLAY WKS-PROY-NOM LINE 02 POSITION 10
               DISPLAY "PERIODO T    HORAS           IMPORTE  EMITIO"
                   LINE 03 POSITION 05
               MOVE 04   TO WKS-LIN
               MOVE ZERO TO WKS-TOT-FACT
               PERFORM 2850-INICIA-FACTURAS
               PERFORM 2860-MUESTRA-FACTURA UNTIL WKS-FIN-FPF = 1
               IF WKS-TOT-FACT = ZERO
                   DISPLAY "SIN FACTURAS EMITIDAS" LINE 05 POSITION 10.

       2850-INICIA-FACTURAS.
           MOVE ZERO TO WKS-FIN-FPF.
           MOVE WKS-PROY-CAP TO FPF-ID-PROY.
           MOVE ZERO         TO FPF-PERIODO.
           START ARC-FPF KEY IS NOT LESS THAN FPF-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-FPF.

       2860-MUESTRA-FACTURA.
           READ ARC-FPF NEXT
               AT END MOVE 1 TO WKS-FIN-FPF.

           IF WKS-FIN-FPF = ZERO
               IF FPF-ID-PROY NOT = WKS-PROY-CAP
                   MOVE 1 TO WKS-FIN-FPF.

           IF WKS-FIN-FPF = ZERO
               IF WKS-LIN > 19
                   PERFORM 2900-ESPERA
                   DISPLAY SPACES ERASE
                   MOVE 3 TO WKS-LIN.

           IF WKS-FIN-FPF = ZERO
               ADD 1 TO WKS-TOT-FACT
               MOVE FPF-PERIODO TO WKS-LF-PER
               MOVE FPF-TIPO    TO WKS-LF-TIPO
               MOVE FPF-HORAS   TO WKS-LF-HORAS
               MOVE FPF-IMPORTE TO WKS-LF-IMP
               MOVE FPF-EMITIO  TO WKS-LF-EMI
               MOVE FPF-FEC-EMI TO WKS-LF-FEC
               DISPLAY WKS-LIN-FACT LINE WKS-LIN POSITION 05
               ADD 1 TO WKS-LIN.

      *-------------------APOYO------------------------------------*
       2900-ESPERA.
           DISPLAY "TECLA ENTER PARA CONTINUAR..." LINE 20 POSITION 10.
           ACCEPT WKS-ESPERA LINE 20 POSITION 45.
           MOVE SPACES TO WKS-ESPERA.

       3000-FIN.
           CLOSE ARC-FPR.
           CLOSE ARC-FPF.
           DISPLAY SPACES ERASE.
