      *    cliente y domicilio y RFC del archivo de contacto. La
      *    reimpresion por numero de folio saca un solo recibo. Los
      *    cajeros dejan de mecanografiar recibos en una forma.
      *    El recibo lleva la linea de captura de su partida (la de
      *    ARC-LCA, o la que arma LIN-CAP con el importe y el
      *    vencimiento del cargo si GEN-LCA aun no la genera).
      *    El importe sale desglosado en base, IVA trasladado con su
      *    tasa y total.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-ID-CLIENTE
               FILE STATUS IS WKS-FS-DIR.
           SELECT ARC-LCA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCA-LLAVE
               FILE STATUS IS WKS-FS-LCA.
           SELECT REP-REC ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-DIR.
           COPY REGDIR.

       FD ARC-LCA.
           COPY REGLCA.

       FD REP-REC.
       01 LINEA          PIC X(132).

       01 WKS-FS-FAC        PIC XX.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-DIR        PIC XX.
       01 WKS-FS-LCA        PIC XX.

       01 WKS-OPCION        PIC 9.
      *    Modo 2: folio pedido para reimpresion.

       01 WKS-TOT-RECIBOS   PIC 9(06) VALUE ZERO.

      *    Linea de captura del recibo y parametros de LIN-CAP.
       01 WKS-LC-LINEA      PIC X(18).
       01 WKS-LC-STATUS     PIC 9.

       77 WKS-FIN           PIC 9.

      *------LINEAS DEL RECIBO--------------*
           03 FILLER         PIC X(05) VALUE " DE ".
           03 WKS-RG-NPAR    PIC 99.

       01 WKS-REC-BASE.
           03 FILLER         PIC X(10) VALUE "SUBTOTAL: ".
           03 WKS-RB-BASE    PIC $$$,$$9.99.

       01 WKS-REC-IVA.
           03 FILLER         PIC X(10) VALUE "IVA    :  ".
           03 WKS-RV-IVA     PIC $$$,$$9.99.
           03 FILLER         PIC X(02) VALUE " (".
           03 WKS-RV-TASA    PIC Z9.99.
           03 FILLER         PIC X(03) VALUE " %)".

       01 WKS-REC-IMPORTE.
           03 FILLER         PIC X(10) VALUE "TOTAL:    ".
           03 WKS-RI-IMP     PIC $$$,$$9.99.
           03 FILLER         PIC X(15) VALUE "  VENCIMIENTO: ".
           03 WKS-RI-VENC    PIC 9(08).

       01 WKS-REC-LINEA.
           03 FILLER         PIC X(18) VALUE "LINEA DE CAPTURA: ".
           03 WKS-RL-LINEA   PIC X(18).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           ELSE
               OPEN INPUT CLIENTES
               OPEN INPUT ARC-DIR
               OPEN INPUT ARC-LCA
               OPEN OUTPUT REP-REC
               PERFORM 2100-LEE-PAREJA.

           MOVE WKS-REC-CARGO TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE FAC-BASE     TO WKS-RB-BASE.
           MOVE WKS-REC-BASE TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE FAC-IVA      TO WKS-RV-IVA.
           MOVE FAC-TASA-IVA TO WKS-RV-TASA.
           MOVE WKS-REC-IVA  TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE FAC-IMPORTE  TO WKS-RI-IMP.
           MOVE FAC-FEC-VENC TO WKS-RI-VENC.
           MOVE WKS-REC-IMPORTE TO LINEA.
           WRITE LINEA AFTER 1.

           PERFORM 2400-PON-LINEA.

      *    El folio emitido avanza a impreso; un folio pagado o
      *    cancelado conserva su estado en la reimpresion.
           IF RNC-EMITIDO
           MOVE WKS-REC-RFC TO LINEA.
           WRITE LINEA AFTER 1.

      *    La partida del cargo tiene la llave con que APLI-PAG la
      *    carga: tipo 6 con el producto en la parcialidad, o tipo
      *    1 con la parcialidad del plan.
       2400-PON-LINEA.
           MOVE SPACES TO WKS-LC-LINEA.
           IF WKS-FS-LCA NOT = "35"
               MOVE FAC-ID-CLIENTE TO LCA-ID-CLIENTE
               MOVE FAC-ANIO       TO LCA-ANIO
               IF FAC-PRODUCTO NOT = ZERO
                   MOVE 6            TO LCA-TIPO
                   MOVE FAC-PRODUCTO TO LCA-PARC
               ELSE
                   MOVE 1            TO LCA-TIPO
                   MOVE FAC-PARC     TO LCA-PARC
               END-IF
               READ ARC-LCA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LCA-IMPORTE = FAC-IMPORTE
                           MOVE LCA-LINEA TO WKS-LC-LINEA.

           IF WKS-LC-LINEA = SPACES
               CALL "LIN-CAP" USING FAC-ID-CLIENTE FAC-FEC-VENC
                   FAC-IMPORTE WKS-LC-LINEA WKS-LC-STATUS.

           IF WKS-LC-LINEA NOT = SPACES
               MOVE WKS-LC-LINEA TO WKS-RL-LINEA
               MOVE WKS-REC-LINEA TO LINEA
               WRITE LINEA AFTER 2.

       3000-FIN.
           IF WKS-FS-RNC NOT = "35" AND WKS-FS-FAC NOT = "35"
               CLOSE ARC-RNC
                   CLOSE CLIENTES
               END-IF
               IF WKS-FS-DIR NOT = "35"
                   CLOSE ARC-DIR
               END-IF
               IF WKS-FS-LCA NOT = "35"
                   CLOSE ARC-LCA.

           IF WKS-OPCION = 2 AND WKS-HALLADO = ZERO
               DISPLAY "FOLIO NO ENCONTRADO: " WKS-FOLIO-BUSCA.
