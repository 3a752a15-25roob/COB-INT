      *    otra vez el ano que entra. Los N dias y el motivo son
      *    configurables, y el modo de vista previa lista sin tocar
      *    nada para que supervision revise antes de la pasada real.
      *    Cada renglon lleva la calificacion de pago del cliente
      *    (ARC-SCO, de SCO-CLI) para que supervision distinga al
      *    moroso cronico del buen cliente con un mal ano.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNV-ID-CLIENTE
               FILE STATUS IS WKS-FS-CNV.
      *    Calificacion de pago por cliente (SCO-CLI).
           SELECT ARC-SCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCO-ID-CLIENTE
               FILE STATUS IS WKS-FS-SCO.
           SELECT REP-BAU ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
           03 CNV-ESTADO     PIC X.
               88 CNV-ACTIVO      VALUE "A".

       FD ARC-SCO.
           COPY REGSCO.

       FD REP-BAU.
       01 LINEA          PIC X(132).

       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-AUD        PIC XX.
       01 WKS-FS-CNV        PIC XX.
       01 WKS-FS-SCO        PIC XX.

      *    Convenio activo del cliente en turno (como REC-MOR).
       01 WKS-CNV-DISP      PIC 9 VALUE ZERO.
       01 WKS-JRN-OPER     PIC X.
       01 WKS-JRN-IMAGEN   PIC X(100).

      *    Bloqueo de los plasticos del cliente dado de baja
      *    (subprograma PLS-ARC), igual que en MANT-CLI.
       01 WKS-PLS-OPER     PIC X VALUE "B".
       01 WKS-PLS-NUMERO   PIC 9(16).
       01 WKS-PLS-ST       PIC 9.

       01 WKS-TOT-BAJAS    PIC 9(04) VALUE ZERO.

       77 WKS-FIN          PIC 9.
           03 WKS-DT-DIAS    PIC ZZ,ZZ9.
           03 FILLER         PIC X(06) VALUE " DIAS ".
           03 WKS-DT-RES     PIC X(14).
           03 FILLER         PIC X(08) VALUE " CALIF. ".
           03 WKS-DT-CALIF   PIC X.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-PUNTOS  PIC ZZ9 BLANK WHEN ZERO.

       01 WKS-PIE.
           03 FILLER         PIC X(24)
           CLOSE REP-BAU.

       3100-PREPARA-ARCHIVOS.
           OPEN INPUT ARC-SCO.
           IF SOLO-PREVIA
               OPEN INPUT CLIENTES
           ELSE
                   OPEN OUTPUT ARC-AUD.

       3900-CIERRA-ARCHIVOS.
           IF WKS-FS-SCO NOT = "35"
               CLOSE ARC-SCO.
           IF WKS-FS-CLI NOT = "35"
               CLOSE CLIENTES
               IF NOT SOLO-PREVIA
           CALL "JRN-ARC" USING WKS-JRN-ARCHIVO WKS-JRN-OPER
               WKS-JRN-IMAGEN.

           CALL "PLS-ARC" USING WKS-PLS-OPER ID-CLIENTE CLA-TAR
               FEC-BAJA WKS-PLS-NUMERO WKS-PLS-ST.

           ADD 1 TO WKS-TOT-BAJAS.
           MOVE "BAJA APLICADA" TO WKS-DT-RES.
           PERFORM 3800-ESCRIBE-RENGLON.
           MOVE T-CA-ID (WKS-I)    TO WKS-DT-ID.
           MOVE T-CA-SALDO (WKS-I) TO WKS-DT-SALDO.
           MOVE T-CA-DIAS (WKS-I)  TO WKS-DT-DIAS.
           PERFORM 3850-CALIFICACION.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

      *    Sin calificacion o sin historia sale N sin puntos.
       3850-CALIFICACION.
           MOVE "N"  TO WKS-DT-CALIF.
           MOVE ZERO TO WKS-DT-PUNTOS.
           IF WKS-FS-SCO NOT = "35"
               MOVE T-CA-ID (WKS-I) TO SCO-ID-CLIENTE
               READ ARC-SCO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT SCO-SIN-HIST
                           MOVE SCO-CALIF  TO WKS-DT-CALIF
                           MOVE SCO-PUNTOS TO WKS-DT-PUNTOS.

      *    Serie = ano * 365 + bisiestos + dia del ano (igual que
      *    EDAD-CXC).
       9100-FECHA-A-SERIE.
