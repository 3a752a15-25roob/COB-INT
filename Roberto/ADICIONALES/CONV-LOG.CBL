       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONV-LOG.
      *    Conversion unica de la bitacora ARC-LOG a la linea de
      *    captura de 18 posiciones: lee la bitacora anterior
      *    (renombrada por el operador a ARC-LOG-ANT, con LOG-LINEA
      *    de 14), reconstruye ARC-LOG con cada linea corta seguida
      *    de blancos, que es como LINCAP reconoce la linea de
      *    pesos enteros, y demuestra que la cuenta de registros y
      *    la de lineas aplicadas empatan entre los dos archivos
      *    antes de que el viejo se retire. El archivo muerto
      *    ARC-LOGA de ARCH-LOG, si el operador lo renombro a
      *    ARC-LOGA-ANT, se pasa igual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Layout anterior, con la linea de 14.
           SELECT ARC-LOG-ANT ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ANT.
           SELECT ARC-LOG ASSIGN TO DISK
               FILE STATUS IS WKS-FS-LOG.
           SELECT ARC-LOGA-ANT ASSIGN TO DISK
               FILE STATUS IS WKS-FS-LAA.
           SELECT ARC-LOGA ASSIGN TO DISK
               FILE STATUS IS WKS-FS-LGA.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-LOG-ANT.
       01 REG-LOG-V.
           03 LOG-FECHA-V    PIC 9(06).
           03 LOG-OPERADOR-V PIC X(08).
           03 LOG-LINEA-V    PIC X(14).
           03 LOG-ESTADO-V   PIC X(10).
           03 LOG-DIA-PAGO-V PIC 99.
           03 LOG-MES-PAGO-V PIC X(10).
           03 LOG-METODO-V   PIC X.

       FD ARC-LOG.
           COPY REGLOG.

       FD ARC-LOGA-ANT.
       01 REG-LOGA-V       PIC X(51).

       FD ARC-LOGA.
       01 REG-LOGA         PIC X(55).

       WORKING-STORAGE SECTION.
       01 WKS-FS-ANT        PIC XX.
       01 WKS-FS-LOG        PIC XX.
       01 WKS-FS-LAA        PIC XX.
       01 WKS-FS-LGA        PIC XX.

       01 WKS-CTA-ANT       PIC 9(06) VALUE ZERO.
       01 WKS-APL-ANT       PIC 9(06) VALUE ZERO.
       01 WKS-CTA-NVO       PIC 9(06) VALUE ZERO.
       01 WKS-APL-NVO       PIC 9(06) VALUE ZERO.
       01 WKS-CTA-LAA       PIC 9(06) VALUE ZERO.
       01 WKS-CTA-LGA       PIC 9(06) VALUE ZERO.

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
           OPEN INPUT ARC-LOG-ANT.
           IF WKS-FS-ANT = "35"
               DISPLAY "NO EXISTE ARC-LOG-ANT (RENOMBRAR EL "
                   "ARCHIVO ANTERIOR)"
               MOVE 1 TO WKS-FIN
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARC-LOG
               READ ARC-LOG-ANT
                   AT END MOVE 1 TO WKS-FIN.

      *    El registro pasa campo por campo; la linea de 14 queda
      *    al inicio de la de 18 con cuatro blancos al final.
       2000-CONVIERTE.
           PERFORM 2050-ARMA-REGISTRO.
           WRITE REG-LOG.

           ADD 1 TO WKS-CTA-ANT.
           IF LOG-ESTADO-V = "APLICADA"
               ADD 1 TO WKS-APL-ANT.

           READ ARC-LOG-ANT
               AT END MOVE 1 TO WKS-FIN.

       2050-ARMA-REGISTRO.
           MOVE LOG-FECHA-V    TO LOG-FECHA.
           MOVE LOG-OPERADOR-V TO LOG-OPERADOR.
           MOVE LOG-LINEA-V    TO LOG-LINEA.
           MOVE LOG-ESTADO-V   TO LOG-ESTADO.
           MOVE LOG-DIA-PAGO-V TO LOG-DIA-PAGO.
           MOVE LOG-MES-PAGO-V TO LOG-MES-PAGO.
           MOVE LOG-METODO-V   TO LOG-METODO.

      *    Comprobacion: se relee la bitacora nueva completa y se
      *    comparan las cuentas contra lo leido de la anterior;
      *    solo con empate la anterior se puede retirar.
       3000-COMPRUEBA.
           IF WKS-FS-ANT = "35"
               CONTINUE
           ELSE
               CLOSE ARC-LOG-ANT
               CLOSE ARC-LOG
               PERFORM 3100-RELEE-NUEVO
               PERFORM 3200-CONVIERTE-MUERTO.

       3100-RELEE-NUEVO.
           MOVE ZERO TO WKS-FIN.
           OPEN INPUT ARC-LOG.
           READ ARC-LOG
               AT END MOVE 1 TO WKS-FIN.

           PERFORM 3150-SUMA-NUEVO UNTIL WKS-FIN = 1.

           CLOSE ARC-LOG.

       3150-SUMA-NUEVO.
           ADD 1 TO WKS-CTA-NVO.
           IF LOG-ESTADO = "APLICADA"
               ADD 1 TO WKS-APL-NVO.

           READ ARC-LOG
               AT END MOVE 1 TO WKS-FIN.

      *    El archivo muerto es opcional: sin ARC-LOGA-ANT no se
      *    toca. Lleva el mismo registro de la bitacora, asi que la
      *    linea se amplia igual.
       3200-CONVIERTE-MUERTO.
           MOVE ZERO TO WKS-FIN.
           OPEN INPUT ARC-LOGA-ANT.
           IF WKS-FS-LAA = "35"
               MOVE 1 TO WKS-FIN
           ELSE
               OPEN OUTPUT ARC-LOGA
               READ ARC-LOGA-ANT
                   AT END MOVE 1 TO WKS-FIN.

           PERFORM 3250-PASA-MUERTO UNTIL WKS-FIN = 1.

           IF WKS-FS-LAA NOT = "35"
               CLOSE ARC-LOGA-ANT
               CLOSE ARC-LOGA.

       3250-PASA-MUERTO.
           MOVE REG-LOGA-V TO REG-LOG-V.
           PERFORM 2050-ARMA-REGISTRO.
           MOVE REG-LOG TO REG-LOGA.
           WRITE REG-LOGA.
           ADD 1 TO WKS-CTA-LAA.
           IF WKS-FS-LGA = "00"
               ADD 1 TO WKS-CTA-LGA.

           READ ARC-LOGA-ANT
               AT END MOVE 1 TO WKS-FIN.

       4000-FIN.
           IF WKS-FS-ANT = "35"
               CONTINUE
           ELSE
               PERFORM 4100-REPORTA.

       4100-REPORTA.
           MOVE WKS-CTA-ANT TO WKS-CTA-F.
           DISPLAY "ANTERIOR: " WKS-CTA-F " REGISTROS".
           MOVE WKS-CTA-NVO TO WKS-CTA-F.
           DISPLAY "NUEVO:    " WKS-CTA-F " REGISTROS".
           IF WKS-FS-LAA NOT = "35"
               MOVE WKS-CTA-LAA TO WKS-CTA-F
               DISPLAY "ARC-LOGA ANTERIOR: " WKS-CTA-F " REGISTROS"
               MOVE WKS-CTA-LGA TO WKS-CTA-F
               DISPLAY "ARC-LOGA NUEVO:    " WKS-CTA-F " REGISTROS".

           IF WKS-CTA-ANT = WKS-CTA-NVO
                   AND WKS-APL-ANT = WKS-APL-NVO
                   AND WKS-CTA-LAA = WKS-CTA-LGA
               DISPLAY "CONVERSION COMPROBADA: EL ARCHIVO "
                   "ANTERIOR YA PUEDE RETIRARSE"
           ELSE
               DISPLAY "CONVERSION CON DIFERENCIAS: NO RETIRAR "
                   "EL ARCHIVO ANTERIOR"
               MOVE 8 TO RETURN-CODE.
