       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOC-VAL.
      *    Revision del expediente de identidad de un cliente en
      *    ARC-DOC, compartida por CALL entre el alta de MANT-CLI y
      *    la de LOT-CLI: regresa que documentos faltan a la fecha
      *    dada (no capturado o ya vencido) y si la clase de tarjeta
      *    exige el expediente completo para dar el alta.
      *    Las clases que lo exigen se listan en ARC-KYC, archivo de
      *    parametros de cumplimiento con un renglon por clase; sin
      *    ese archivo ninguna clase lo exige y el alta solo avisa.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-DOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-LLAVE
               FILE STATUS IS WKS-FS-DOC.
           SELECT ARC-KYC ASSIGN TO DISK
               FILE STATUS IS WKS-FS-KYC.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-DOC.
           COPY REGDOC.

       FD ARC-KYC.
       01 REG-KYC.
           03 KYC-CLA-TAR  PIC 9.
           03 FILLER       PIC X(29).

       WORKING-STORAGE SECTION.
       01 WKS-FS-DOC      PIC XX.
       01 WKS-FS-KYC      PIC XX.
       01 WKS-EOF         PIC 9.
       01 WKS-FALTA-ID    PIC 9.
       01 WKS-FALTA-DOM   PIC 9.

       LINKAGE SECTION.
       01 LK-ID-CLIENTE   PIC 9(06).
       01 LK-CLA-TAR      PIC 9.
       01 LK-FECHA        PIC 9(08).
      *    0 = expediente completo, 1 = falta identificacion,
      *    2 = falta comprobante de domicilio, 3 = faltan los dos.
       01 LK-FALTAN       PIC 9.
      *    "S" si la clase exige el expediente completo.
       01 LK-EXIGE        PIC X.

       PROCEDURE DIVISION USING LK-ID-CLIENTE LK-CLA-TAR LK-FECHA
           LK-FALTAN LK-EXIGE.
       INICIO.
           MOVE 1 TO WKS-FALTA-ID.
           MOVE 1 TO WKS-FALTA-DOM.

           OPEN INPUT ARC-DOC.
           IF WKS-FS-DOC NOT = "35"
               MOVE LK-ID-CLIENTE TO DOC-ID-CLIENTE
               MOVE 1 TO DOC-TIPO
               PERFORM 1000-LEE-DOCUMENTO
               MOVE 2 TO DOC-TIPO
               PERFORM 1000-LEE-DOCUMENTO
               CLOSE ARC-DOC.

           COMPUTE LK-FALTAN = WKS-FALTA-ID + WKS-FALTA-DOM * 2.

           PERFORM 2000-BUSCA-CLASE.

           EXIT PROGRAM.

       1000-LEE-DOCUMENTO.
           READ ARC-DOC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DOC-FEC-VENCE = ZERO
                           OR DOC-FEC-VENCE >= LK-FECHA
                       IF DOC-IDENTIFICACION
                           MOVE ZERO TO WKS-FALTA-ID
                       ELSE
                           MOVE ZERO TO WKS-FALTA-DOM.

       2000-BUSCA-CLASE.
           MOVE "N" TO LK-EXIGE.
           OPEN INPUT ARC-KYC.
           IF WKS-FS-KYC = "35"
               CONTINUE
           ELSE
               READ ARC-KYC
                   AT END MOVE 1 TO WKS-EOF
                   NOT AT END MOVE ZERO TO WKS-EOF

               PERFORM 2100-COMPARA-CLASE UNTIL WKS-EOF = 1

               CLOSE ARC-KYC.

       2100-COMPARA-CLASE.
           IF KYC-CLA-TAR = LK-CLA-TAR
               MOVE "S" TO LK-EXIGE
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-KYC
                   AT END MOVE 1 TO WKS-EOF.
