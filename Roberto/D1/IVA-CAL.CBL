       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVA-CAL.
      *    Calculo del IVA trasladado de un cargo, compartido por
      *    CALL igual que PER-LCK o LIN-CAP: con la base gravable
      *    regresa la tasa vigente del parametro ARC-IVA (que se
      *    captura en MANT-FIN) y el impuesto redondeado a centavos.
      *    El parametro se lee una sola vez por corrida y se guarda
      *    para las llamadas siguientes. Sin archivo de parametro
      *    (instalacion que no traslada IVA) la tasa es cero y el
      *    cargo queda igual que antes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-IVA ASSIGN TO DISK
               FILE STATUS IS WKS-FS-IVA.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-IVA.
       01 REG-IVA.
           03 IVA-TASA      PIC 99V99.

       WORKING-STORAGE SECTION.
       01 WKS-FS-IVA      PIC XX.
       01 WKS-TASA        PIC 99V99 VALUE ZERO.
       01 WKS-CARGADA     PIC X VALUE "N".
           88 TASA-CARGADA     VALUE "S".

       LINKAGE SECTION.
      *    Base gravable del cargo.
       01 LK-BASE         PIC 9(09)V99.
      *    Tasa aplicada, en porciento (16.00 = 16%).
       01 LK-TASA         PIC 99V99.
      *    Impuesto trasladado sobre la base.
       01 LK-IVA          PIC 9(09)V99.

       PROCEDURE DIVISION USING LK-BASE LK-TASA LK-IVA.
       INICIO.
           IF NOT TASA-CARGADA
               PERFORM 1000-CARGA-TASA.
           PERFORM 2000-CALCULA.
           GOBACK.

       1000-CARGA-TASA.
           MOVE ZERO TO WKS-TASA.
           OPEN INPUT ARC-IVA.
           IF WKS-FS-IVA NOT = "35"
               READ ARC-IVA
                   AT END MOVE ZERO TO IVA-TASA
               END-READ
               MOVE IVA-TASA TO WKS-TASA
               CLOSE ARC-IVA.
           MOVE "S" TO WKS-CARGADA.

       2000-CALCULA.
           MOVE WKS-TASA TO LK-TASA.
           COMPUTE LK-IVA ROUNDED = LK-BASE * WKS-TASA / 100.
