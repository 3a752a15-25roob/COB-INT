       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONV-PRO.
      *    Conversion unica de las asignaciones ARC-PRO al registro
      *    con forma de pago y tarifa por hora: lee el archivo
      *    anterior (renombrado por el operador a ARC-PRO-ANT),
      *    reconstruye ARC-PRO con cada asignacion existente como
      *    mensualidad fija (M, tarifa en cero, como se pagaba) y
      *    demuestra que cuenta de asignaciones y total de ingreso
      *    mensual empatan entre los dos archivos antes de que el
      *    viejo se retire.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Layout anterior, sin forma de pago ni tarifa.
           SELECT ARC-PRO-ANT ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ANT.
           SELECT ARC-PRO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-PRO.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-PRO-ANT.
       01 REG-PRO-V.
           03 ID-PROYECT-V       PIC 9(02).
           03 STATUS-PROY-V      PIC 9(02).
           03 NOMBRE-CONSULTOR-V PIC X(30).
           03 INGRESO-MENSUAL-V  PIC 9(08)V99.
           03 FECHA-INICIO-V     PIC 9(08).
           03 FECHA-TERMINO-V    PIC 9(08).
           03 ID-CONSULTOR-V     PIC 9(04).

       FD ARC-PRO.
           COPY REGPRO.

       WORKING-STORAGE SECTION.
       01 WKS-FS-ANT        PIC XX.
       01 WKS-FS-PRO        PIC XX.

       01 WKS-CTA-ANT       PIC 9(06) VALUE ZERO.
       01 WKS-MTO-ANT       PIC 9(11)V99 VALUE ZERO.
       01 WKS-CTA-NVO       PIC 9(06) VALUE ZERO.
       01 WKS-MTO-NVO       PIC 9(11)V99 VALUE ZERO.

       01 WKS-CTA-F         PIC ZZZ,ZZ9.
       01 WKS-MTO-F         PIC $$,$$$,$$$,$$9.99.

       77 WKS-FIN           PIC 9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CONVIERTE UNTIL WKS-FIN = 1.
           PERFORM 3000-COMPRUEBA.
           PERFORM 4000-FIN.
           GOBACK.

       1000-INICIO.
           OPEN INPUT ARC-PRO-ANT.
           IF WKS-FS-ANT = "35"
               DISPLAY "NO EXISTE ARC-PRO-ANT (RENOMBRAR EL "
                   "ARCHIVO ANTERIOR)"
               MOVE 1 TO WKS-FIN
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARC-PRO
               READ ARC-PRO-ANT
                   AT END MOVE 1 TO WKS-FIN.

      *    La asignacion pasa campo por campo; queda como
      *    mensualidad fija, que es como CAL-ING la prorrateaba.
       2000-CONVIERTE.
           MOVE ID-PROYECT-V       TO ID-PROYECT.
           MOVE STATUS-PROY-V      TO STATUS-PROY.
           MOVE NOMBRE-CONSULTOR-V TO NOMBRE-CONSULTOR.
           MOVE INGRESO-MENSUAL-V  TO INGRESO-MENSUAL.
           MOVE FECHA-INICIO-V     TO FECHA-INICIO.
           MOVE FECHA-TERMINO-V    TO FECHA-TERMINO.
           MOVE ID-CONSULTOR-V     TO ID-CONSULTOR.
           MOVE "M"                TO PRO-TIPO-PAGO.
           MOVE ZERO               TO PRO-TARIFA-HORA.
           WRITE REG-PRO.

           ADD 1                 TO WKS-CTA-ANT.
           ADD INGRESO-MENSUAL-V TO WKS-MTO-ANT.

           READ ARC-PRO-ANT
               AT END MOVE 1 TO WKS-FIN.

      *    Comprobacion: se relee el archivo nuevo completo y se
      *    comparan cuenta y total de ingreso contra lo leido del
      *    anterior; solo con empate el anterior se puede retirar.
       3000-COMPRUEBA.
           IF WKS-FS-ANT = "35"
               CONTINUE
           ELSE
               CLOSE ARC-PRO-ANT
               CLOSE ARC-PRO
               PERFORM 3100-RELEE-NUEVO.

       3100-RELEE-NUEVO.
           MOVE ZERO TO WKS-FIN.
           OPEN INPUT ARC-PRO.
           READ ARC-PRO
               AT END MOVE 1 TO WKS-FIN.

           PERFORM 3150-SUMA-NUEVO UNTIL WKS-FIN = 1.

           CLOSE ARC-PRO.

       3150-SUMA-NUEVO.
           ADD 1               TO WKS-CTA-NVO.
           ADD INGRESO-MENSUAL TO WKS-MTO-NVO.

           READ ARC-PRO
               AT END MOVE 1 TO WKS-FIN.

       4000-FIN.
           IF WKS-FS-ANT = "35"
               CONTINUE
           ELSE
               PERFORM 4100-REPORTA.

       4100-REPORTA.
           MOVE WKS-CTA-ANT TO WKS-CTA-F.
           MOVE WKS-MTO-ANT TO WKS-MTO-F.
           DISPLAY "ANTERIOR: " WKS-CTA-F " ASIGNACIONES "
               WKS-MTO-F.
           MOVE WKS-CTA-NVO TO WKS-CTA-F.
           MOVE WKS-MTO-NVO TO WKS-MTO-F.
           DISPLAY "NUEVO:    " WKS-CTA-F " ASIGNACIONES "
               WKS-MTO-F.

           IF WKS-CTA-ANT = WKS-CTA-NVO
                   AND WKS-MTO-ANT = WKS-MTO-NVO
               DISPLAY "CONVERSION COMPROBADA: EL ARCHIVO "
                   "ANTERIOR YA PUEDE RETIRARSE"
           ELSE
               DISPLAY "CONVERSION CON DIFERENCIAS: NO RETIRAR "
                   "EL ARCHIVO ANTERIOR"
               MOVE 8 TO RETURN-CODE.
