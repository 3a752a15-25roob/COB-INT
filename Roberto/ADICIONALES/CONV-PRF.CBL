       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONV-PRF.
      *    Conversion unica del maestro de profesores ARC-PRF al
      *    registro con operador de firma, tarifa por hora y cuenta
      *    CLABE: lee el maestro anterior (renombrado por el
      *    operador a ARC-PRF-ANT, de 75 posiciones), reconstruye
      *    ARC-PRF con el operador en blanco y tarifa y cuenta en
      *    cero -- se capturan despues en MANT-PRF; mientras tanto
      *    el profesor no firma calificaciones ni entra al archivo
      *    del banco -- y demuestra que la cuenta de profesores y
      *    la de activos empatan entre los dos archivos antes de
      *    que el viejo se retire.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Layout anterior, sin operador, tarifa ni cuenta.
           SELECT ARC-PRF-ANT ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ANT.
           SELECT ARC-PRF ASSIGN TO DISK
               FILE STATUS IS WKS-FS-PRF.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-PRF-ANT.
       01 REG-PRF-V.
           03 PRF-ID-V      PIC 9(03).
           03 PRF-NOMBRE-V  PIC X(15).
           03 PRF-ESTADO-V  PIC 9.
           03 PRF-DISP-V    PIC X(56).

       FD ARC-PRF.
           COPY REGPRF.

       WORKING-STORAGE SECTION.
       01 WKS-FS-ANT        PIC XX.
       01 WKS-FS-PRF        PIC XX.

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
           OPEN INPUT ARC-PRF-ANT.
           IF WKS-FS-ANT = "35"
               DISPLAY "NO EXISTE ARC-PRF-ANT (RENOMBRAR EL "
                   "ARCHIVO ANTERIOR)"
               MOVE 1 TO WKS-FIN
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARC-PRF
               READ ARC-PRF-ANT
                   AT END MOVE 1 TO WKS-FIN.

      *    El registro anterior cae completo en las primeras 75
      *    posiciones del nuevo (ID, nombre, estado y la ventana de
      *    los siete dias con el mismo acomodo); lo agregado se
      *    inicializa despues.
       2000-CONVIERTE.
           MOVE REG-PRF-V    TO REG-PRF.
           MOVE SPACES       TO PRF-OPERADOR.
           MOVE ZERO         TO PRF-TARIFA-HORA.
           MOVE ZERO         TO PRF-CLABE.
           WRITE REG-PRF.

           ADD 1 TO WKS-CTA-ANT.
           IF PRF-ESTADO-V = 1
               ADD 1 TO WKS-ACT-ANT.

           READ ARC-PRF-ANT
               AT END MOVE 1 TO WKS-FIN.

      *    Comprobacion: se relee el maestro nuevo completo y se
      *    comparan las cuentas contra lo leido del anterior; solo
      *    con empate el anterior se puede retirar.
       3000-COMPRUEBA.
           IF WKS-FS-ANT = "35"
               CONTINUE
           ELSE
               CLOSE ARC-PRF-ANT
               CLOSE ARC-PRF
               PERFORM 3100-RELEE-NUEVO.

       3100-RELEE-NUEVO.
           MOVE ZERO TO WKS-FIN.
           OPEN INPUT ARC-PRF.
           READ ARC-PRF
               AT END MOVE 1 TO WKS-FIN.

           PERFORM 3150-SUMA-NUEVO UNTIL WKS-FIN = 1.

           CLOSE ARC-PRF.

       3150-SUMA-NUEVO.
           ADD 1 TO WKS-CTA-NVO.
           IF PRF-ACTIVO
               ADD 1 TO WKS-ACT-NVO.

           READ ARC-PRF
               AT END MOVE 1 TO WKS-FIN.

       4000-FIN.
           IF WKS-FS-ANT = "35"
               CONTINUE
           ELSE
               PERFORM 4100-REPORTA.

       4100-REPORTA.
           MOVE WKS-CTA-ANT TO WKS-CTA-F.
           DISPLAY "ANTERIOR: " WKS-CTA-F " PROFESORES".
           MOVE WKS-ACT-ANT TO WKS-CTA-F.
           DISPLAY "          " WKS-CTA-F " ACTIVOS".
           MOVE WKS-CTA-NVO TO WKS-CTA-F.
           DISPLAY "NUEVO:    " WKS-CTA-F " PROFESORES".
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
