       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-DOC.
      *    Reporte mensual de cumplimiento del expediente de
      *    identidad: recorre los clientes activos y lista los que
      *    no tienen en ARC-DOC su identificacion oficial o su
      *    comprobante de domicilio, los que lo tienen vencido y los
      *    que lo tienen por vencer dentro de los siguientes 60
      *    dias, para pedirlos antes de que venzan. Al pie, cuantos
      *    clientes activos hay y cuantos salieron en cada caso.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
           SELECT ARC-DOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-LLAVE
               FILE STATUS IS WKS-FS-DOC.
           SELECT REP-DOC ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY REGCLI.

       FD ARC-DOC.
           COPY REGDOC.

       FD REP-DOC.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-DOC        PIC XX.

       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).

      *    Limite de aviso: hoy mas 60 dias, avanzando dia por dia
      *    sobre la tabla de meses igual que EMB-PLS.
       01 WKS-FEC-LIMITE.
           03 WKS-FL-ANO    PIC 9(04).
           03 WKS-FL-MES    PIC 9(02).
           03 WKS-FL-DIA    PIC 9(02).
       01 WKS-DIAS-AVISO    PIC 99 VALUE 60.
       01 WKS-BI-COC        PIC 9(04).
       01 WKS-BI-REM        PIC 99.

      *    Situacion de cada documento del cliente: 0 = en regla,
      *    1 = falta, 2 = vencido, 3 = vence dentro del aviso.
       01 WKS-SIT           PIC 9.
       01 WKS-SIT-ID        PIC 9.
       01 WKS-SIT-DOM       PIC 9.
       01 WKS-VENCE-ID      PIC 9(08).
       01 WKS-VENCE-DOM     PIC 9(08).
       01 WKS-VENCE         PIC 9(08).
       01 WKS-SIT-TXT       PIC X(18).

       01 WKS-TOT-ACTIVOS   PIC 9(06) VALUE ZERO.
       01 WKS-TOT-LISTADOS  PIC 9(06) VALUE ZERO.
       01 WKS-TOT-FALTA     PIC 9(06) VALUE ZERO.
       01 WKS-TOT-VENCIDO   PIC 9(06) VALUE ZERO.
       01 WKS-TOT-POR-VENC  PIC 9(06) VALUE ZERO.

       77 WKS-FIN           PIC 9.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(43)
                   VALUE "EXPEDIENTE DE IDENTIDAD: FALTANTES Y VENCEN".

       01 WKS-ENCB.
           03 FILLER         PIC X(07) VALUE "FECHA: ".
           03 WKS-ENCB-FECHA PIC 9(08).
           03 FILLER         PIC X(24)
                   VALUE "  AVISA VENCIMIENTOS AL ".
           03 WKS-ENCB-LIM   PIC 9(08).

       01 WKS-ENCC.
           03 FILLER         PIC X(08) VALUE "CLIENTE".
           03 FILLER         PIC X(32) VALUE "NOMBRE".
           03 FILLER         PIC X(04) VALUE "CLA".
           03 FILLER         PIC X(20) VALUE "IDENTIFICACION".
           03 FILLER         PIC X(20) VALUE "COMPROBANTE DOMIC.".

       01 WKS-DET1.
           03 WKS-DT-ID      PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-NOM     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-CLA     PIC 9.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-ID-TXT  PIC X(18).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-DOM-TXT PIC X(18).

       01 WKS-SIT-VENCE.
           03 FILLER         PIC X(06) VALUE "VENCE ".
           03 WKS-SV-FECHA   PIC 9(08).
           03 FILLER         PIC X(04) VALUE SPACES.
       01 WKS-SIT-VENCIDO.
           03 FILLER         PIC X(08) VALUE "VENCIDO ".
           03 WKS-SD-FECHA   PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.

       01 WKS-PIE1.
           03 FILLER         PIC X(18) VALUE "CLIENTES ACTIVOS: ".
           03 WKS-PIE-ACT    PIC ZZZ,ZZ9.
           03 FILLER         PIC X(14) VALUE "  LISTADOS: ".
           03 WKS-PIE-LIS    PIC ZZZ,ZZ9.

       01 WKS-PIE2.
           03 FILLER         PIC X(24)
                   VALUE "DOCUMENTOS - FALTANTES: ".
           03 WKS-PIE-FAL    PIC ZZZ,ZZ9.
           03 FILLER         PIC X(12) VALUE "  VENCIDOS: ".
           03 WKS-PIE-VEN    PIC ZZZ,ZZ9.
           03 FILLER         PIC X(15) VALUE "  POR VENCER: ".
           03 WKS-PIE-POR    PIC ZZZ,ZZ9.

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
           PERFORM 1100-AVANZA-DIA WKS-DIAS-AVISO TIMES.

           OPEN INPUT CLIENTES.
           OPEN INPUT ARC-DOC.
           OPEN OUTPUT REP-DOC.

           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-FECHA-HOY  TO WKS-ENCB-FECHA.
           MOVE WKS-FEC-LIMITE TO WKS-ENCB-LIM.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 2.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

           IF WKS-FS-CLI = "35"
               DISPLAY "NO EXISTE CLIENTES"
               MOVE 1 TO WKS-FIN
               MOVE 8 TO RETURN-CODE
           ELSE
               READ CLIENTES NEXT
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

       2000-PROCESO.
           IF CLIENTE-ACTIVO
               ADD 1 TO WKS-TOT-ACTIVOS
               PERFORM 2100-REVISA-CLIENTE.

           READ CLIENTES NEXT
               AT END MOVE 1 TO WKS-FIN.

       2100-REVISA-CLIENTE.
           MOVE 1 TO DOC-TIPO.
           PERFORM 2200-SITUACION.
           MOVE WKS-SIT    TO WKS-SIT-ID.
           MOVE WKS-VENCE  TO WKS-VENCE-ID.

           MOVE 2 TO DOC-TIPO.
           PERFORM 2200-SITUACION.
           MOVE WKS-SIT    TO WKS-SIT-DOM.
           MOVE WKS-VENCE  TO WKS-VENCE-DOM.

           IF WKS-SIT-ID NOT = ZERO OR WKS-SIT-DOM NOT = ZERO
               PERFORM 2300-ESCRIBE-RENGLON.

       2200-SITUACION.
           MOVE 1    TO WKS-SIT.
           MOVE ZERO TO WKS-VENCE.
           IF WKS-FS-DOC NOT = "35"
               MOVE ID-CLIENTE TO DOC-ID-CLIENTE
               READ ARC-DOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2250-COMPARA-VENCE.

       2250-COMPARA-VENCE.
           MOVE DOC-FEC-VENCE TO WKS-VENCE.
           IF DOC-FEC-VENCE = ZERO
               MOVE ZERO TO WKS-SIT
           ELSE
               IF DOC-FEC-VENCE < WKS-FECHA-HOY
                   MOVE 2 TO WKS-SIT
               ELSE
                   IF DOC-FEC-VENCE NOT > WKS-FEC-LIMITE
                       MOVE 3 TO WKS-SIT
                   ELSE
                       MOVE ZERO TO WKS-SIT.

       2300-ESCRIBE-RENGLON.
           ADD 1 TO WKS-TOT-LISTADOS.
           MOVE ID-CLIENTE TO WKS-DT-ID.
           MOVE NOM-CLI    TO WKS-DT-NOM.
           MOVE CLA-TAR    TO WKS-DT-CLA.

           MOVE WKS-SIT-ID   TO WKS-SIT.
           MOVE WKS-VENCE-ID TO WKS-VENCE.
           PERFORM 2350-TEXTO-SITUACION.
           MOVE WKS-SIT-TXT TO WKS-DT-ID-TXT.

           MOVE WKS-SIT-DOM   TO WKS-SIT.
           MOVE WKS-VENCE-DOM TO WKS-VENCE.
           PERFORM 2350-TEXTO-SITUACION.
           MOVE WKS-SIT-TXT TO WKS-DT-DOM-TXT.

           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

       2350-TEXTO-SITUACION.
           EVALUATE WKS-SIT
               WHEN 1
                   MOVE "FALTA" TO WKS-SIT-TXT
                   ADD 1 TO WKS-TOT-FALTA
               WHEN 2
                   MOVE WKS-VENCE TO WKS-SD-FECHA
                   MOVE WKS-SIT-VENCIDO TO WKS-SIT-TXT
                   ADD 1 TO WKS-TOT-VENCIDO
               WHEN 3
                   MOVE WKS-VENCE TO WKS-SV-FECHA
                   MOVE WKS-SIT-VENCE TO WKS-SIT-TXT
                   ADD 1 TO WKS-TOT-POR-VENC
               WHEN OTHER
                   MOVE "EN REGLA" TO WKS-SIT-TXT
           END-EVALUATE.

       3000-FIN.
           MOVE WKS-TOT-ACTIVOS  TO WKS-PIE-ACT.
           MOVE WKS-TOT-LISTADOS TO WKS-PIE-LIS.
           MOVE WKS-PIE1 TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE WKS-TOT-FALTA    TO WKS-PIE-FAL.
           MOVE WKS-TOT-VENCIDO  TO WKS-PIE-VEN.
           MOVE WKS-TOT-POR-VENC TO WKS-PIE-POR.
           MOVE WKS-PIE2 TO LINEA.
           WRITE LINEA AFTER 1.

           IF WKS-FS-CLI NOT = "35"
               CLOSE CLIENTES.
           IF WKS-FS-DOC NOT = "35"
               CLOSE ARC-DOC.
           CLOSE REP-DOC.

           DISPLAY "CLIENTES CON EXPEDIENTE INCOMPLETO O POR VENCER: "
               WKS-TOT-LISTADOS.
