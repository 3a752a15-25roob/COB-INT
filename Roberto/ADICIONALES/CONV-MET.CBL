       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONV-MET.
      *    Conversion unica de las metas de ventas ARC-MET al
      *    registro con origen y aprobador: lee el archivo anterior
      *    (renombrado por el operador a ARC-MET-ANT), reconstruye
      *    ARC-MET con cada ano existente como capturado (C, sin
      *    aprobador -- todas venian de CAP-MET, antes de que
      *    PRO-VTA propusiera metas) y demuestra que cuenta de anos
      *    y total de metas empatan entre los dos archivos antes de
      *    que el viejo se retire.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Layout anterior, sin origen ni aprobador.
           SELECT ARC-MET-ANT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MET-ANIO-V
               FILE STATUS IS WKS-FS-ANT.
           SELECT ARC-MET ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-ANIO
               FILE STATUS IS WKS-FS-MET.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-MET-ANT.
       01 REG-MET-V.
           03 MET-ANIO-V   PIC 9(04).
           03 MET-MES-V    OCCURS 12 TIMES PIC 9(06)V99.

       FD ARC-MET.
       01 REG-MET.
           03 MET-ANIO   PIC 9(04).
           03 MET-MES    OCCURS 12 TIMES PIC 9(06)V99.
      *    P = propuesta por PRO-VTA con la firma del aprobador;
      *    C = capturada o ajustada en CAP-MET.
           03 MET-ORIGEN PIC X.
               88 MET-PROPUESTA  VALUE "P".
               88 MET-CAPTURADA  VALUE "C".
           03 MET-APROBO PIC X(08).

       WORKING-STORAGE SECTION.
       01 WKS-FS-ANT        PIC XX.
       01 WKS-FS-MET        PIC XX.

       01 WKS-CTA-ANT       PIC 9(06) VALUE ZERO.
       01 WKS-MTO-ANT       PIC 9(11)V99 VALUE ZERO.
       01 WKS-CTA-NVO       PIC 9(06) VALUE ZERO.
       01 WKS-MTO-NVO       PIC 9(11)V99 VALUE ZERO.

       01 WKS-CTA-F         PIC ZZZ,ZZ9.
       01 WKS-MTO-F         PIC $$,$$$,$$$,$$9.99.

       01 WKS-M             PIC 99.

       77 WKS-FIN           PIC 9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CONVIERTE UNTIL WKS-FIN = 1.
           PERFORM 3000-COMPRUEBA.
           PERFORM 4000-FIN.
           GOBACK.

       1000-INICIO.
           OPEN INPUT ARC-MET-ANT.
           IF WKS-FS-ANT = "35"
               DISPLAY "NO EXISTE ARC-MET-ANT (RENOMBRAR EL "
                   "ARCHIVO ANTERIOR)"
               MOVE 1 TO WKS-FIN
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARC-MET
               READ ARC-MET-ANT
                   AT END MOVE 1 TO WKS-FIN.

      *    El ano pasa con sus doce metas y queda como capturado.
       2000-CONVIERTE.
           MOVE REG-MET-V TO REG-MET.
           MOVE "C"       TO MET-ORIGEN.
           MOVE SPACES    TO MET-APROBO.
           WRITE REG-MET
               INVALID KEY
                   DISPLAY "LLAVE DUPLICADA AL CONVERTIR: "
                       MET-ANIO.

           ADD 1 TO WKS-CTA-ANT.
           PERFORM 2100-SUMA-ANTERIOR
               VARYING WKS-M FROM 1 BY 1 UNTIL WKS-M > 12.

           READ ARC-MET-ANT
               AT END MOVE 1 TO WKS-FIN.

       2100-SUMA-ANTERIOR.
           ADD MET-MES-V (WKS-M) TO WKS-MTO-ANT.

      *    Comprobacion: se relee el archivo nuevo completo y se
      *    comparan cuenta y total de metas contra lo leido del
      *    anterior; solo con empate el anterior se puede retirar.
       3000-COMPRUEBA.
           IF WKS-FS-ANT = "35"
               CONTINUE
           ELSE
               CLOSE ARC-MET-ANT
               CLOSE ARC-MET
               PERFORM 3100-RELEE-NUEVO.

       3100-RELEE-NUEVO.
           MOVE ZERO TO WKS-FIN.
           OPEN INPUT ARC-MET.
           MOVE ZERO TO MET-ANIO.
           START ARC-MET KEY IS GREATER THAN MET-ANIO
               INVALID KEY MOVE 1 TO WKS-FIN.

           PERFORM 3150-SUMA-NUEVO UNTIL WKS-FIN = 1.

           CLOSE ARC-MET.

       3150-SUMA-NUEVO.
           READ ARC-MET NEXT
               AT END MOVE 1 TO WKS-FIN.

           IF WKS-FIN = ZERO
               ADD 1 TO WKS-CTA-NVO
               PERFORM 3160-SUMA-MESES
                   VARYING WKS-M FROM 1 BY 1 UNTIL WKS-M > 12.

       3160-SUMA-MESES.
           ADD MET-MES (WKS-M) TO WKS-MTO-NVO.

       4000-FIN.
           IF WKS-FS-ANT = "35"
               CONTINUE
           ELSE
               PERFORM 4100-REPORTA.

       4100-REPORTA.
           MOVE WKS-CTA-ANT TO WKS-CTA-F.
           MOVE WKS-MTO-ANT TO WKS-MTO-F.
           DISPLAY "ANTERIOR: " WKS-CTA-F " ANOS " WKS-MTO-F.
           MOVE WKS-CTA-NVO TO WKS-CTA-F.
           MOVE WKS-MTO-NVO TO WKS-MTO-F.
           DISPLAY "NUEVO:    " WKS-CTA-F " ANOS " WKS-MTO-F.

           IF WKS-CTA-ANT = WKS-CTA-NVO
                   AND WKS-MTO-ANT = WKS-MTO-NVO
               DISPLAY "CONVERSION COMPROBADA: EL ARCHIVO "
                   "ANTERIOR YA PUEDE RETIRARSE"
           ELSE
               DISPLAY "CONVERSION CON DIFERENCIAS: NO RETIRAR "
                   "EL ARCHIVO ANTERIOR"
               MOVE 8 TO RETURN-CODE.
