       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONV-CNS.
      *    Conversion unica del catalogo de consultores ARC-CNS al
      *    registro con la marca de cuenta rechazada: lee el
      *    catalogo anterior (renombrado por el operador a
      *    ARC-CNS-ANT), reconstruye ARC-CNS con la marca en blanco
      *    (ninguna cuenta estaba rechazada, igual que un alta de
      *    MANT-CNS) y demuestra que la cuenta de consultores y la
      *    de activos empatan entre los dos archivos antes de que
      *    el viejo se retire.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Layout anterior, sin la marca de cuenta rechazada.
           SELECT ARC-CNS-ANT ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ANT.
           SELECT ARC-CNS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CNS.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CNS-ANT.
       01 REG-CNS-V.
           03 CNS-ID-V      PIC 9(04).
           03 CNS-NOMBRE-V  PIC X(30).
           03 CNS-ESTADO-V  PIC 9.
           03 CNS-CLABE-V   PIC 9(18).

       FD ARC-CNS.
           COPY REGCNS.

       WORKING-STORAGE SECTION.
       01 WKS-FS-ANT        PIC XX.
       01 WKS-FS-CNS        PIC XX.

       01 WKS-CTA-ANT       PIC 9(06) VALUE ZERO.
       01 WKS-ACT-ANT       PIC 9(06) VALUE ZERO.
       01 WKS-CTA-NVO       PIC 9(06) VALUE ZERO.
       01 WKS-ACT-NVO       PIC 9(06) VALUE ZERO.

       01 WKS-CTA-F         PIC ZZZ,ZZ9.

       77 WKS-FIN           PIC 9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CONVIERTE UNTIL WKS-FIN = 1.
           PERFORM 3000-COMPRUEBA.
           PERFORM 4000-FIN.
           GOBACK.

       1000-INICIO.
           OPEN INPUT ARC-CNS-ANT.
           IF WKS-FS-ANT = "35"
               DISPLAY "NO EXISTE ARC-CNS-ANT (RENOMBRAR EL "
                   "ARCHIVO ANTERIOR)"
               MOVE 1 TO WKS-FIN
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARC-CNS
               READ ARC-CNS-ANT
                   AT END MOVE 1 TO WKS-FIN.

      *    El consultor pasa campo por campo; la cuenta queda sin
      *    marca de rechazo.
       2000-CONVIERTE.
           MOVE CNS-ID-V     TO CNS-ID.
           MOVE CNS-NOMBRE-V TO CNS-NOMBRE.
           MOVE CNS-ESTADO-V TO CNS-ESTADO.
           MOVE CNS-CLABE-V  TO CNS-CLABE.
           MOVE SPACE        TO CNS-CLABE-REV.
           WRITE REG-CNS.

           ADD 1 TO WKS-CTA-ANT.
           IF CNS-ESTADO-V = 1
               ADD 1 TO WKS-ACT-ANT.

           READ ARC-CNS-ANT
               AT END MOVE 1 TO WKS-FIN.

      *    Comprobacion: se relee el catalogo nuevo completo y se
      *    comparan las cuentas contra lo leido del anterior; solo
      *    con empate el anterior se puede retirar.
       3000-COMPRUEBA.
           IF WKS-FS-ANT = "35"
               CONTINUE
           ELSE
               CLOSE ARC-CNS-ANT
               CLOSE ARC-CNS
               PERFORM 3100-RELEE-NUEVO.

       3100-RELEE-NUEVO.
           MOVE ZERO TO WKS-FIN.
           OPEN INPUT ARC-CNS.
           READ ARC-CNS
               AT END MOVE 1 TO WKS-FIN.

           PERFORM 3150-SUMA-NUEVO UNTIL WKS-FIN = 1.

           CLOSE ARC-CNS.

       3150-SUMA-NUEVO.
           ADD 1 TO WKS-CTA-NVO.
           IF CNS-ACTIVO
               ADD 1 TO WKS-ACT-NVO.

           READ ARC-CNS
               AT END MOVE 1 TO WKS-FIN.

       4000-FIN.
           IF WKS-FS-ANT = "35"
               CONTINUE
           ELSE
               PERFORM 4100-REPORTA.

       4100-REPORTA.
           MOVE WKS-CTA-ANT TO WKS-CTA-F.
           DISPLAY "ANTERIOR: " WKS-CTA-F " CONSULTORES".
           MOVE WKS-ACT-ANT TO WKS-CTA-F.
           DISPLAY "          " WKS-CTA-F " ACTIVOS".
           MOVE WKS-CTA-NVO TO WKS-CTA-F.
           DISPLAY "NUEVO:    " WKS-CTA-F " CONSULTORES".
           MOVE WKS-ACT-NVO TO WKS-CTA-F.
           DISPLAY "          " WKS-CTA-F " ACTIVOS".

           IF WKS-CTA-ANT = WKS-CTA-NVO
                   AND WKS-ACT-ANT = WKS-ACT-NVO
               DISPLAY "CONVERSION COMPROBADA: EL ARCHIVO "
                   "ANTERIOR YA PUEDE RETIRARSE"
           ELSE
               DISPLAY "CONVERSION CON DIFERENCIAS: NO RETIRAR "
                   "EL ARCHIVO ANTERIOR"
               MOVE 8 TO RETURN-CODE.
