      *    despues en la pista ARC-AUD. El aviso de duplicado del
      *    alta atrapa los casos nuevos; este programa limpia los
      *    pares que ya cargamos.
      *    En el programa de referidos (ARC-RFR) el referido del
      *    duplicado pasa al sobreviviente, lo que recomendo el
      *    duplicado queda a nombre del sobreviviente, y un referido
      *    pendiente entre los dos se bloquea: es la misma persona.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WKS-FS-RNC.
           SELECT ARC-AUD ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUD.
           SELECT ARC-RFR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFR-ID-CLIENTE
               FILE STATUS IS WKS-FS-RFR.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       FD ARC-AUD.
           COPY REGAUD.

       FD ARC-RFR.
           COPY REGRFR.

       WORKING-STORAGE SECTION.
       01 WKS-FS-CLI       PIC XX.
       01 WKS-FS-CXC       PIC XX.
       01 WKS-FS-DIR       PIC XX.
       01 WKS-FS-RNC       PIC XX.
       01 WKS-FS-AUD       PIC XX.
       01 WKS-FS-RFR       PIC XX.

       01 WKS-OK           PIC X.
           88 FUSION-OK         VALUE "S".
           03 WKS-PG-SALDO  PIC 9(05)V99.
           03 WKS-PG-VENC   PIC 9(08).
           03 WKS-PG-ESTADO PIC 9.
           03 WKS-PG-BASE   PIC 9(05)V99.
           03 WKS-PG-TASA   PIC 99V99.
           03 WKS-PG-IVA    PIC 9(05)V99.

      *    Apoyo de la pista de auditoria, igual que MANT-CLI.
       01 WKS-AUD-ANTES    PIC X(92).
       01 WKS-TOT-PARTIDAS PIC 9(04) VALUE ZERO.
       01 WKS-TOT-FOLIOS   PIC 9(04) VALUE ZERO.
       01 WKS-DIR-MOVIDO   PIC 9 VALUE ZERO.
       01 WKS-TOT-REFERIDOS PIC 9(04) VALUE ZERO.
       01 WKS-RFR-GUARDA   PIC X(37).


      *    Jornal de actualizaciones (subprograma JRN-ARC): cada
           PERFORM 2100-MUEVE-CARTERA.
           PERFORM 2400-MUEVE-CONTACTO.
           PERFORM 2500-MUEVE-FOLIOS.
           PERFORM 2600-MUEVE-REFERIDOS.
           PERFORM 2700-INACTIVA-DUPLICADO.

           DISPLAY "PARTIDAS MOVIDAS: " LINE 12 POSITION 10.
           DISPLAY WKS-TOT-PARTIDAS     LINE 12 POSITION 30.
           DISPLAY "FOLIOS MOVIDOS:   " LINE 13 POSITION 10.
           DISPLAY WKS-TOT-FOLIOS       LINE 13 POSITION 30.
           DISPLAY "REFERIDOS AJUSTADOS:" LINE 14 POSITION 10.
           DISPLAY WKS-TOT-REFERIDOS    LINE 14 POSITION 30.

      *    Cada partida del duplicado se borra de su llave y se
      *    vuelve a dar de alta bajo el sobreviviente; si este ya
                   MOVE WKS-PG-SALDO  TO CXC-SALDO
                   MOVE WKS-PG-VENC   TO CXC-FEC-VENC
                   MOVE WKS-PG-ESTADO TO CXC-ESTADO
                   MOVE WKS-PG-BASE   TO CXC-BASE
                   MOVE WKS-PG-TASA   TO CXC-TASA-IVA
                   MOVE WKS-PG-IVA    TO CXC-IVA
                   WRITE REG-CXC
                   MOVE "W" TO WKS-JRN-OPER
                   PERFORM 9810-ANOTA-JORNAL-CXC
               NOT INVALID KEY
                   ADD WKS-PG-CARGO TO CXC-IMP-CARGO
                   ADD WKS-PG-ABONO TO CXC-IMP-ABONO
                   ADD WKS-PG-BASE  TO CXC-BASE
                   ADD WKS-PG-IVA   TO CXC-IVA
                   PERFORM 2270-CALCULA-SALDO
                   REWRITE REG-CXC
                   MOVE "R" TO WKS-JRN-OPER
           READ ARC-RNC
               AT END MOVE 1 TO WKS-EOF.

      *    El referido del duplicado pasa al sobreviviente si este
      *    no tiene uno propio, igual que el contacto; despues se
      *    recorre el archivo completo por los que recomendo.
       2600-MUEVE-REFERIDOS.
           OPEN I-O ARC-RFR.
           IF WKS-FS-RFR = "35"
               CONTINUE
           ELSE
               PERFORM 2620-MUEVE-RFR
               PERFORM 2640-RECORRE-REFERIDOS
               CLOSE ARC-RFR.

       2620-MUEVE-RFR.
           MOVE WKS-ID-SOBRE TO RFR-ID-CLIENTE.
           READ ARC-RFR
               INVALID KEY
                   MOVE WKS-ID-DUP TO RFR-ID-CLIENTE
                   PERFORM 2630-PASA-RFR
               NOT INVALID KEY
                   CONTINUE.

       2630-PASA-RFR.
           READ ARC-RFR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-RFR TO WKS-RFR-GUARDA
                   DELETE ARC-RFR
                   MOVE WKS-RFR-GUARDA TO REG-RFR
                   MOVE WKS-ID-SOBRE TO RFR-ID-CLIENTE
                   WRITE REG-RFR
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   ADD 1 TO WKS-TOT-REFERIDOS.

       2640-RECORRE-REFERIDOS.
           MOVE ZERO TO WKS-EOF.
           MOVE ZERO TO RFR-ID-CLIENTE.
           START ARC-RFR KEY IS NOT LESS THAN RFR-ID-CLIENTE
               INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 2650-REVISA-REFERIDO UNTIL WKS-EOF = 1.

      *    Solo se tocan los pendientes: un credito ya otorgado no
      *    se reversa aqui.
       2650-REVISA-REFERIDO.
           READ ARC-RFR NEXT
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO AND RFR-PENDIENTE
               IF (RFR-ID-CLIENTE = WKS-ID-DUP OR
                   RFR-ID-CLIENTE = WKS-ID-SOBRE)
                  AND (RFR-ID-REFIERE = WKS-ID-DUP OR
                       RFR-ID-REFIERE = WKS-ID-SOBRE)
                   SET RFR-BLOQUEADO TO TRUE
                   MOVE "F" TO RFR-MOT-BLOQ
                   REWRITE REG-RFR
                   ADD 1 TO WKS-TOT-REFERIDOS
               ELSE
                   IF RFR-ID-REFIERE = WKS-ID-DUP
                       MOVE WKS-ID-SOBRE TO RFR-ID-REFIERE
                       REWRITE REG-RFR
                       ADD 1 TO WKS-TOT-REFERIDOS.

      *    El duplicado queda inactivo con su motivo dedicado y la
      *    constancia antes/despues en la pista, igual que una baja
      *    de MANT-CLI.
       9810-ANOTA-JORNAL-CXC.
           MOVE "ARC-CXC " TO WKS-JRN-ARCHIVO.
           MOVE SPACES  TO WKS-JRN-IMAGEN.
           MOVE REG-CXC TO WKS-JRN-IMAGEN (1:81).
           PERFORM 9800-ANOTA-JORNAL.
