       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACR-VAL.
      *    Consulta si una partida de ARC-CXC tiene un expediente de
      *    aclaracion vigente (abierto o en revision) en ARC-ACR,
      *    compartida por CALL entre CARTA-COB y REC-MOR: la partida
      *    en disputa no recibe carta de cobranza ni recargo hasta
      *    que el caso se resuelve. Sin archivo de aclaraciones la
      *    partida se trata como sin caso.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-ACR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-NUMERO
               ALTERNATE RECORD KEY IS ACR-CXC-LLAVE WITH DUPLICATES
               FILE STATUS IS WKS-FS-ACR.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-ACR.
           COPY REGACR.

       WORKING-STORAGE SECTION.
       01 WKS-FS-ACR       PIC XX.
       01 WKS-EOF          PIC 9.

       LINKAGE SECTION.
       01 LK-CXC-LLAVE     PIC X(13).
      *    0 = sin caso vigente, 1 = partida en aclaracion.
       01 LK-STATUS        PIC 9.

       PROCEDURE DIVISION USING LK-CXC-LLAVE LK-STATUS.
       INICIO.
           MOVE ZERO TO LK-STATUS.

           OPEN INPUT ARC-ACR.
           IF WKS-FS-ACR NOT = "35"
               PERFORM 1000-BUSCA-CASO
               CLOSE ARC-ACR.

           EXIT PROGRAM.

       1000-BUSCA-CASO.
           MOVE LK-CXC-LLAVE TO ACR-CXC-LLAVE.
           MOVE ZERO TO WKS-EOF.
           START ARC-ACR KEY IS EQUAL TO ACR-CXC-LLAVE
               INVALID KEY
                   MOVE 1 TO WKS-EOF.

           PERFORM 1100-LEE-CASO UNTIL WKS-EOF = 1.

       1100-LEE-CASO.
           READ ARC-ACR NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF
               NOT AT END
                   IF ACR-CXC-LLAVE NOT = LK-CXC-LLAVE
                       MOVE 1 TO WKS-EOF
                   ELSE
                       IF ACR-VIGENTE
                           MOVE 1 TO LK-STATUS
                           MOVE 1 TO WKS-EOF.
