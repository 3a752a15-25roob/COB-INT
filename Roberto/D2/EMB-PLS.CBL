       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMB-PLS.
      *    Corrida nocturna del maestro de plasticos ARC-PLS:
      *    1. Bloquea el plastico vigente cuyo cliente ya no esta
      *       activo. La baja de MANT-CLI, LOT-CLI y BAJA-AUT ya lo
      *       bloquea al momento; esto alcanza a las bajas que
      *       vienen de otros caminos (fusion de clientes, cierre de
      *       cuenta corporativa).
      *    2. Renueva el plastico vigente que vence dentro de los
      *       siguientes 60 dias: mismo numero, tres anos mas de
      *       vigencia a partir del vencimiento anterior.
      *    3. Manda al grabador, en ARC-EMB, todo plastico vigente
      *       pendiente de grabar (altas, reposiciones y las
      *       renovaciones del paso 2), con el domicilio de ARC-DIR
      *       para el envio; sin domicilio se entrega en la
      *       sucursal del cliente.
      *    ARC-EMB se regenera completo en cada corrida: es el
      *    archivo del dia que se transmite al grabador.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-PLS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLS-NUMERO
               ALTERNATE RECORD KEY IS PLS-ID-CLIENTE WITH DUPLICATES
               FILE STATUS IS WKS-FS-PLS.
      *    CLIENTES indexado por ID-CLIENTE, lectura directa.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
           SELECT ARC-DIR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-ID-CLIENTE
               FILE STATUS IS WKS-FS-DIR.
      *    Archivo de grabado para el proveedor de plasticos.
           SELECT ARC-EMB ASSIGN TO DISK.
           SELECT REP-EMB ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-PLS.
           COPY REGPLS.

       FD CLIENTES.
           COPY REGCLI.

       FD ARC-DIR.
           COPY REGDIR.

      *    Un renglon por plastico a grabar. EMB-MOTIVO lleva el
      *    origen de la emision (A alta, P reposicion, N
      *    renovacion); EMB-ENTREGA = D envio a domicilio, S
      *    entrega en la sucursal EMB-SUCURSAL.
       FD ARC-EMB.
       01 REG-EMB.
           03 EMB-NUMERO     PIC 9(16).
           03 EMB-NOMBRE     PIC X(30).
           03 EMB-VENCE.
               05 EMB-VEN-MES PIC 99.
               05 EMB-VEN-ANO PIC 99.
           03 EMB-NOM-TAR    PIC X(20).
           03 EMB-MOTIVO     PIC X.
           03 EMB-ENTREGA    PIC X.
           03 EMB-SUCURSAL   PIC 9(03).
           03 EMB-CALLE      PIC X(30).
           03 EMB-CIUDAD     PIC X(20).
           03 EMB-CP         PIC 9(05).

       FD REP-EMB.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-FS-PLS        PIC XX.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-DIR        PIC XX.

       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).

      *    Limite de renovacion: hoy mas 60 dias, avanzando dia por
      *    dia sobre la tabla de meses.
       01 WKS-FEC-LIMITE.
           03 WKS-FL-ANO    PIC 9(04).
           03 WKS-FL-MES    PIC 9(02).
           03 WKS-FL-DIA    PIC 9(02).
       01 WKS-DIAS-RENOV    PIC 99 VALUE 60.

       01 WKS-FEC-VENCE.
           03 WKS-FV-SIGLO  PIC 9(02).
           03 WKS-FV-AA     PIC 9(02).
           03 WKS-FV-MES    PIC 9(02).
           03 WKS-FV-DIA    PIC 9(02).
       01 WKS-FV-ANO REDEFINES WKS-FEC-VENCE PIC 9(04).
       01 WKS-BI-COC        PIC 9(04).
       01 WKS-BI-REM        PIC 99.

       01 WKS-CLI-ACTIVO    PIC 9.

       01 WKS-TOT-LEIDOS    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-BLOQ      PIC 9(06) VALUE ZERO.
       01 WKS-TOT-RENOV     PIC 9(06) VALUE ZERO.
       01 WKS-TOT-GRAB-A    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-GRAB-P    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-GRAB-N    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-SUCURSAL  PIC 9(06) VALUE ZERO.

       77 WKS-FIN           PIC 9.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(40)
                   VALUE "PLASTICOS: GRABADO, RENOVACION Y BLOQUEO".

       01 WKS-ENCB.
           03 FILLER         PIC X(07) VALUE "FECHA: ".
           03 WKS-ENCB-FECHA PIC 9(08).
           03 FILLER         PIC X(24)
                   VALUE "  RENUEVA VENCIDOS AL: ".
           03 WKS-ENCB-LIM   PIC 9(08).

       01 WKS-ENCC.
           03 FILLER         PIC X(18) VALUE "PLASTICO".
           03 FILLER         PIC X(08) VALUE "CLIENTE".
           03 FILLER         PIC X(32) VALUE "NOMBRE".
           03 FILLER         PIC X(10) VALUE "VENCE".
           03 FILLER         PIC X(20) VALUE "MOVIMIENTO".

       01 WKS-DET1.
           03 WKS-DT-NUM     PIC 9(16).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-ID      PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-NOM     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-VENCE   PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-MOV     PIC X(20).

       01 WKS-PIE1.
           03 FILLER         PIC X(20) VALUE "PLASTICOS LEIDOS: ".
           03 WKS-PIE-LEI    PIC ZZZ,ZZ9.
           03 FILLER         PIC X(14) VALUE "  BLOQUEADOS: ".
           03 WKS-PIE-BLO    PIC ZZZ,ZZ9.
           03 FILLER         PIC X(14) VALUE "  RENOVADOS: ".
           03 WKS-PIE-REN    PIC ZZZ,ZZ9.

       01 WKS-PIE2.
           03 FILLER         PIC X(20) VALUE "AL GRABADOR - ALTAS:".
           03 WKS-PIE-GA     PIC ZZZ,ZZ9.
           03 FILLER         PIC X(16) VALUE "  REPOSICIONES: ".
           03 WKS-PIE-GP     PIC ZZZ,ZZ9.
           03 FILLER         PIC X(16) VALUE "  RENOVACIONES: ".
           03 WKS-PIE-GN     PIC ZZZ,ZZ9.
           03 FILLER         PIC X(15) VALUE "  A SUCURSAL: ".
           03 WKS-PIE-SUC    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           MOVE ZERO TO WKS-FIN.
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           MOVE WKS-FECHA-HOY TO WKS-FEC-LIMITE.
           PERFORM 1100-AVANZA-DIA WKS-DIAS-RENOV TIMES.

           OPEN I-O ARC-PLS.
           OPEN INPUT CLIENTES.
           OPEN INPUT ARC-DIR.
           OPEN OUTPUT ARC-EMB.
           OPEN OUTPUT REP-EMB.

           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-FECHA-HOY  TO WKS-ENCB-FECHA.
           MOVE WKS-FEC-LIMITE TO WKS-ENCB-LIM.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 2.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

           IF WKS-FS-PLS = "35"
               DISPLAY "NO EXISTE EL MAESTRO DE PLASTICOS"
               MOVE 1 TO WKS-FIN
           ELSE
               IF WKS-FS-CLI = "35"
                   DISPLAY "NO EXISTE CLIENTES"
                   MOVE 1 TO WKS-FIN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   READ ARC-PLS NEXT
                       AT END MOVE 1 TO WKS-FIN.

       1100-AVANZA-DIA.
           DIVIDE WKS-FL-ANO BY 4 GIVING WKS-BI-COC
               REMAINDER WKS-BI-REM.
           IF WKS-BI-REM = 0
               MOVE 29 TO T-DIA (2)
           ELSE
               MOVE 28 TO T-DIA (2).

           IF WKS-FL-DIA < T-DIA (WKS-FL-MES)
               ADD 1 TO WKS-FL-DIA
           ELSE
               MOVE 1 TO WKS-FL-DIA
               IF WKS-FL-MES < 12
                   ADD 1 TO WKS-FL-MES
               ELSE
                   MOVE 1 TO WKS-FL-MES
                   ADD 1 TO WKS-FL-ANO.

      *    Los plasticos bloqueados, perdidos o robados ya no se
      *    tocan.
       2000-PROCESO.
           ADD 1 TO WKS-TOT-LEIDOS.

           IF PLS-VIGENTE
               PERFORM 2100-REVISA-PLASTICO.

           READ ARC-PLS NEXT
               AT END MOVE 1 TO WKS-FIN.

       2100-REVISA-PLASTICO.
           MOVE PLS-ID-CLIENTE TO ID-CLIENTE.
           MOVE ZERO TO WKS-CLI-ACTIVO.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO NOM-CLI
               NOT INVALID KEY
                   IF CLIENTE-ACTIVO
                       MOVE 1 TO WKS-CLI-ACTIVO.

           IF WKS-CLI-ACTIVO = ZERO
               PERFORM 2200-BLOQUEA
           ELSE
               IF NOT PLS-PENDIENTE-GRABAR
                       AND PLS-FEC-VENCE NOT > WKS-FEC-LIMITE
                   PERFORM 2300-RENUEVA
               END-IF
               IF PLS-PENDIENTE-GRABAR
                   PERFORM 2400-MANDA-GRABAR.

       2200-BLOQUEA.
           SET PLS-BLOQUEADO TO TRUE.
           MOVE WKS-FECHA-HOY TO PLS-FEC-ESTADO.
           MOVE "N" TO PLS-POR-GRABAR.
           REWRITE REG-PLS.

           ADD 1 TO WKS-TOT-BLOQ.
           MOVE "BLOQUEADO POR BAJA" TO WKS-DT-MOV.
           PERFORM 2800-ESCRIBE-RENGLON.

      *    Tres anos mas a partir del vencimiento anterior, con el
      *    mismo ajuste del 29 de febrero que la emision.
       2300-RENUEVA.
           MOVE PLS-FEC-VENCE TO WKS-FEC-VENCE.
           ADD 3 TO WKS-FV-ANO.
           IF WKS-FV-MES = 2 AND WKS-FV-DIA = 29
               DIVIDE WKS-FV-ANO BY 4 GIVING WKS-BI-COC
                   REMAINDER WKS-BI-REM
               IF WKS-BI-REM NOT = 0
                   MOVE 28 TO WKS-FV-DIA.

           MOVE WKS-FEC-VENCE TO PLS-FEC-VENCE.
           SET PLS-DE-RENOVACION TO TRUE.
           MOVE "S" TO PLS-POR-GRABAR.
           ADD 1 TO WKS-TOT-RENOV.

       2400-MANDA-GRABAR.
           MOVE PLS-NUMERO     TO EMB-NUMERO.
           MOVE NOM-CLI        TO EMB-NOMBRE.
           MOVE PLS-FEC-VENCE TO WKS-FEC-VENCE.
           MOVE WKS-FV-MES     TO EMB-VEN-MES.
           MOVE WKS-FV-AA      TO EMB-VEN-ANO.
           MOVE NOM-TAR        TO EMB-NOM-TAR.
           MOVE PLS-ORIGEN     TO EMB-MOTIVO.
           MOVE SUC-CLI        TO EMB-SUCURSAL.
           PERFORM 2450-PON-DOMICILIO.
           WRITE REG-EMB.

           MOVE "N" TO PLS-POR-GRABAR.
           MOVE WKS-FECHA-HOY TO PLS-FEC-GRABADO.
           REWRITE REG-PLS.

           EVALUATE TRUE
               WHEN PLS-DE-REPOSICION
                   ADD 1 TO WKS-TOT-GRAB-P
                   MOVE "REPOSICION A GRABAR" TO WKS-DT-MOV
               WHEN PLS-DE-RENOVACION
                   ADD 1 TO WKS-TOT-GRAB-N
                   MOVE "RENOVACION A GRABAR" TO WKS-DT-MOV
               WHEN OTHER
                   ADD 1 TO WKS-TOT-GRAB-A
                   MOVE "ALTA A GRABAR" TO WKS-DT-MOV
           END-EVALUATE.
           PERFORM 2800-ESCRIBE-RENGLON.

      *    El correo devuelto tampoco sirve para mandar un
      *    plastico: se entrega en sucursal.
       2450-PON-DOMICILIO.
           MOVE "S"    TO EMB-ENTREGA.
           MOVE SPACES TO EMB-CALLE.
           MOVE SPACES TO EMB-CIUDAD.
           MOVE ZERO   TO EMB-CP.

           IF WKS-FS-DIR NOT = "35"
               MOVE PLS-ID-CLIENTE TO DIR-ID-CLIENTE
               READ ARC-DIR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT DIR-CORREO-DEVUELTO
                           MOVE "D"        TO EMB-ENTREGA
                           MOVE DIR-CALLE  TO EMB-CALLE
                           MOVE DIR-CIUDAD TO EMB-CIUDAD
                           MOVE DIR-CP     TO EMB-CP.

           IF EMB-ENTREGA = "S"
               ADD 1 TO WKS-TOT-SUCURSAL.

       2800-ESCRIBE-RENGLON.
           MOVE PLS-NUMERO     TO WKS-DT-NUM.
           MOVE PLS-ID-CLIENTE TO WKS-DT-ID.
           MOVE NOM-CLI        TO WKS-DT-NOM.
           MOVE PLS-FEC-VENCE  TO WKS-DT-VENCE.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

       3000-FIN.
           MOVE WKS-TOT-LEIDOS   TO WKS-PIE-LEI.
           MOVE WKS-TOT-BLOQ     TO WKS-PIE-BLO.
           MOVE WKS-TOT-RENOV    TO WKS-PIE-REN.
           MOVE WKS-PIE1 TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE WKS-TOT-GRAB-A   TO WKS-PIE-GA.
           MOVE WKS-TOT-GRAB-P   TO WKS-PIE-GP.
           MOVE WKS-TOT-GRAB-N   TO WKS-PIE-GN.
           MOVE WKS-TOT-SUCURSAL TO WKS-PIE-SUC.
           MOVE WKS-PIE2 TO LINEA.
           WRITE LINEA AFTER 1.

           IF WKS-FS-PLS NOT = "35"
               CLOSE ARC-PLS.
           IF WKS-FS-CLI NOT = "35"
               CLOSE CLIENTES.
           IF WKS-FS-DIR NOT = "35"
               CLOSE ARC-DIR.
           CLOSE ARC-EMB.
           CLOSE REP-EMB.

           DISPLAY "PLASTICOS BLOQUEADOS: " WKS-TOT-BLOQ
               " RENOVADOS: " WKS-TOT-RENOV
               " AL GRABADOR: " WKS-TOT-GRAB-A " "
               WKS-TOT-GRAB-P " " WKS-TOT-GRAB-N.
