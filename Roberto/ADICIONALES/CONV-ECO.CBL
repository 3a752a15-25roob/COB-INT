       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONV-ECO.
      *    Conversion unica del estado por consultor ARC-ECO al
      *    registro con el motivo de rechazo del banco: lee el
      *    archivo anterior (renombrado por el operador a
      *    ARC-ECO-ANT), reconstruye ARC-ECO con el motivo en
      *    blanco (ningun renglon venia de un rechazo) y demuestra
      *    que cuenta de renglones y total neto empatan entre los
      *    dos archivos antes de que el viejo se retire. ARC-ECH
      *    nace ya con el registro nuevo y no se toca.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Layout anterior, sin el motivo.
           SELECT ARC-ECO-ANT ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ANT.
           SELECT ARC-ECO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ECO.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-ECO-ANT.
       01 REG-ECO-V.
           03 ECO-FECHA-V     PIC 9(08).
           03 ECO-ID-CONS-V   PIC 9(04).
           03 ECO-NOMBRE-V    PIC X(30).
           03 ECO-BRUTO-V     PIC 9(13)V99.
           03 ECO-RETENCION-V PIC 9(13)V99.
           03 ECO-NETO-V      PIC 9(13)V99.
           03 ECO-ESTADO-V    PIC X.

       FD ARC-ECO.
           COPY REGECO.

       WORKING-STORAGE SECTION.
       01 WKS-FS-ANT        PIC XX.
       01 WKS-FS-ECO        PIC XX.

       01 WKS-CTA-ANT       PIC 9(06) VALUE ZERO.
       01 WKS-MTO-ANT       PIC 9(15)V99 VALUE ZERO.
       01 WKS-CTA-NVO       PIC 9(06) VALUE ZERO.
       01 WKS-MTO-NVO       PIC 9(15)V99 VALUE ZERO.

       01 WKS-CTA-F         PIC ZZZ,ZZ9.
       01 WKS-MTO-F         PIC $$$,$$$,$$$,$$$,$$9.99.

       77 WKS-FIN           PIC 9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CONVIERTE UNTIL WKS-FIN = 1.
           PERFORM 3000-COMPRUEBA.
           PERFORM 4000-FIN.
           GOBACK.

       1000-INICIO.
           OPEN INPUT ARC-ECO-ANT.
           IF WKS-FS-ANT = "35"
               DISPLAY "NO EXISTE ARC-ECO-ANT (RENOMBRAR EL "
                   "ARCHIVO ANTERIOR)"
               MOVE 1 TO WKS-FIN
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARC-ECO
               READ ARC-ECO-ANT
                   AT END MOVE 1 TO WKS-FIN.

      *    El renglon pasa campo por campo, sin motivo de rechazo.
       2000-CONVIERTE.
           MOVE ECO-FECHA-V     TO ECO-FECHA.
           MOVE ECO-ID-CONS-V   TO ECO-ID-CONS.
           MOVE ECO-NOMBRE-V    TO ECO-NOMBRE.
           MOVE ECO-BRUTO-V     TO ECO-BRUTO.
           MOVE ECO-RETENCION-V TO ECO-RETENCION.
           MOVE ECO-NETO-V      TO ECO-NETO.
           MOVE ECO-ESTADO-V    TO ECO-ESTADO.
           MOVE SPACES          TO ECO-MOTIVO.
           WRITE REG-ECO.

           ADD 1          TO WKS-CTA-ANT.
           ADD ECO-NETO-V TO WKS-MTO-ANT.

           READ ARC-ECO-ANT
               AT END MOVE 1 TO WKS-FIN.

      *    Comprobacion: se relee el archivo nuevo completo y se
      *    comparan cuenta y total neto contra lo leido del
      *    anterior; solo con empate el anterior se puede retirar.
       3000-COMPRUEBA.
           IF WKS-FS-ANT = "35"
               CONTINUE
           ELSE
               CLOSE ARC-ECO-ANT
               CLOSE ARC-ECO
               PERFORM 3100-RELEE-NUEVO.

       3100-RELEE-NUEVO.
           MOVE ZERO TO WKS-FIN.
           OPEN INPUT ARC-ECO.
           READ ARC-ECO
               AT END MOVE 1 TO WKS-FIN.

           PERFORM 3150-SUMA-NUEVO UNTIL WKS-FIN = 1.

           CLOSE ARC-ECO.

       3150-SUMA-NUEVO.
           ADD 1        TO WKS-CTA-NVO.
           ADD ECO-NETO TO WKS-MTO-NVO.

           READ ARC-ECO
               AT END MOVE 1 TO WKS-FIN.

       4000-FIN.
           IF WKS-FS-ANT = "35"
               CONTINUE
           ELSE
               PERFORM 4100-REPORTA.

       4100-REPORTA.
           MOVE WKS-CTA-ANT TO WKS-CTA-F.
           MOVE WKS-MTO-ANT TO WKS-MTO-F.
           DISPLAY "ANTERIOR: " WKS-CTA-F " RENGLONES " WKS-MTO-F.
           MOVE WKS-CTA-NVO TO WKS-CTA-F.
           MOVE WKS-MTO-NVO TO WKS-MTO-F.
           DISPLAY "NUEVO:    " WKS-CTA-F " RENGLONES " WKS-MTO-F.

           IF WKS-CTA-ANT = WKS-CTA-NVO
                   AND WKS-MTO-ANT = WKS-MTO-NVO
               DISPLAY "CONVERSION COMPROBADA: EL ARCHIVO "
                   "ANTERIOR YA PUEDE RETIRARSE"
           ELSE
               DISPLAY "CONVERSION CON DIFERENCIAS: NO RETIRAR "
                   "EL ARCHIVO ANTERIOR"
               MOVE 8 TO RETURN-CODE.
