       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONV-IVA.
      *    Conversion unica de la cartera ARC-CXC al registro con
      *    base, tasa e importe de IVA: lee la cartera anterior
      *    (renombrada por el operador a ARC-CXC-ANT), reconstruye
      *    ARC-CXC con cada cargo ya existente como base sin IVA
      *    (tasa cero, como se cobro) y el credito de baja y el
      *    suspenso en cero, y demuestra que cuenta de partidas y
      *    total de cargos empatan entre los dos archivos antes de
      *    que el viejo se retire. La pista ARC-AUC, si el operador
      *    la renombro a ARC-AUC-ANT, se pasa igual con sus imagenes
      *    antes/despues ampliadas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Layout anterior, sin los campos de IVA.
           SELECT ARC-CXC-ANT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CXC-LLAVE-V
               FILE STATUS IS WKS-FS-ANT.
           SELECT ARC-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
           SELECT ARC-AUC-ANT ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUA.
           SELECT ARC-AUC ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUC.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CXC-ANT.
       01 REG-CXC-V.
           03 CXC-LLAVE-V.
               05 CXC-ID-CLIENTE-V PIC 9(06).
               05 CXC-ANIO-V       PIC 9(04).
               05 CXC-TIPO-V       PIC 9.
               05 CXC-PARC-V       PIC 99.
           03 CXC-NOM-TAR-V   PIC X(20).
           03 CXC-IMP-CARGO-V PIC 9(05)V99.
           03 CXC-IMP-ABONO-V PIC 9(05)V99.
           03 CXC-SALDO-V     PIC 9(05)V99.
           03 CXC-FEC-VENC-V  PIC 9(08).
           03 CXC-ESTADO-V    PIC 9.

       FD ARC-CXC.
           COPY REGCXC.

       FD ARC-AUC-ANT.
       01 REG-AUC-V.
           03 AUC-COMUN-V   PIC X(28).
           03 AUC-ANTES-V   PIC X(63).
           03 AUC-DESPUES-V PIC X(63).

       FD ARC-AUC.
           COPY REGAUC.

       WORKING-STORAGE SECTION.
       01 WKS-FS-ANT        PIC XX.
       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-AUA        PIC XX.
       01 WKS-FS-AUC        PIC XX.

       01 WKS-CTA-ANT       PIC 9(06) VALUE ZERO.
       01 WKS-MTO-ANT       PIC 9(11)V99 VALUE ZERO.
       01 WKS-CTA-NVO       PIC 9(06) VALUE ZERO.
       01 WKS-MTO-NVO       PIC 9(11)V99 VALUE ZERO.
       01 WKS-CTA-AUC       PIC 9(06) VALUE ZERO.

       01 WKS-CTA-F         PIC ZZZ,ZZ9.
       01 WKS-MTO-F         PIC $$,$$$,$$$,$$9.99.

      *    Imagen de partida de la pista, con el layout nuevo; la
      *    anterior cae en sus primeras 63 posiciones.
       01 WKS-IMAGEN.
           03 FILLER         PIC X(10).
           03 WKS-IM-TIPO    PIC 9.
           03 FILLER         PIC X(22).
           03 WKS-IM-CARGO   PIC 9(05)V99.
           03 FILLER         PIC X(23).
           03 WKS-IM-BASE    PIC 9(05)V99.
           03 WKS-IM-TASA    PIC 99V99.
           03 WKS-IM-IVA     PIC 9(05)V99.

       77 WKS-FIN           PIC 9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CONVIERTE UNTIL WKS-FIN = 1.
           PERFORM 3000-COMPRUEBA.
           PERFORM 4000-FIN.
           GOBACK.

       1000-INICIO.
           OPEN INPUT ARC-CXC-ANT.
           IF WKS-FS-ANT = "35"
               DISPLAY "NO EXISTE ARC-CXC-ANT (RENOMBRAR EL "
                   "ARCHIVO ANTERIOR)"
               MOVE 1 TO WKS-FIN
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARC-CXC
               READ ARC-CXC-ANT
                   AT END MOVE 1 TO WKS-FIN.

      *    La partida pasa campo por campo; el cargo anterior queda
      *    como base sin impuesto, salvo el credito de baja (tipo 3)
      *    y el suspenso (tipo 4), que no son cargo.
       2000-CONVIERTE.
           MOVE CXC-LLAVE-V     TO CXC-LLAVE.
           MOVE CXC-NOM-TAR-V   TO CXC-NOM-TAR.
           MOVE CXC-IMP-CARGO-V TO CXC-IMP-CARGO.
           MOVE CXC-IMP-ABONO-V TO CXC-IMP-ABONO.
           MOVE CXC-SALDO-V     TO CXC-SALDO.
           MOVE CXC-FEC-VENC-V  TO CXC-FEC-VENC.
           MOVE CXC-ESTADO-V    TO CXC-ESTADO.
           MOVE ZERO            TO CXC-TASA-IVA.
           MOVE ZERO            TO CXC-IVA.
           IF CXC-TIPO = 3 OR CXC-TIPO = 4
               MOVE ZERO            TO CXC-BASE
           ELSE
               MOVE CXC-IMP-CARGO-V TO CXC-BASE.
           WRITE REG-CXC
               INVALID KEY
                   DISPLAY "LLAVE DUPLICADA AL CONVERTIR: "
                       CXC-LLAVE.

           ADD 1               TO WKS-CTA-ANT.
           ADD CXC-IMP-CARGO-V TO WKS-MTO-ANT.

           READ ARC-CXC-ANT
               AT END MOVE 1 TO WKS-FIN.

      *    Comprobacion: se relee la cartera nueva completa y se
      *    comparan cuenta y total de cargos contra lo leido de la
      *    anterior; solo con empate la anterior se puede retirar.
       3000-COMPRUEBA.
           IF WKS-FS-ANT = "35"
               CONTINUE
           ELSE
               CLOSE ARC-CXC-ANT
               CLOSE ARC-CXC
               PERFORM 3100-RELEE-NUEVO
               PERFORM 3200-CONVIERTE-PISTA.

       3100-RELEE-NUEVO.
           MOVE ZERO TO WKS-FIN.
           OPEN INPUT ARC-CXC.
           MOVE LOW-VALUES TO CXC-LLAVE.
           START ARC-CXC KEY IS GREATER THAN CXC-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN.

           PERFORM 3150-SUMA-NUEVO UNTIL WKS-FIN = 1.

           CLOSE ARC-CXC.

       3150-SUMA-NUEVO.
           READ ARC-CXC NEXT
               AT END MOVE 1 TO WKS-FIN.

           IF WKS-FIN = ZERO
               ADD 1             TO WKS-CTA-NVO
               ADD CXC-IMP-CARGO TO WKS-MTO-NVO.

      *    La pista es opcional: sin ARC-AUC-ANT no se toca.
       3200-CONVIERTE-PISTA.
           MOVE ZERO TO WKS-FIN.
           OPEN INPUT ARC-AUC-ANT.
           IF WKS-FS-AUA = "35"
               MOVE 1 TO WKS-FIN
           ELSE
               OPEN OUTPUT ARC-AUC
               READ ARC-AUC-ANT
                   AT END MOVE 1 TO WKS-FIN.

           PERFORM 3250-PASA-PISTA UNTIL WKS-FIN = 1.

           IF WKS-FS-AUA NOT = "35"
               CLOSE ARC-AUC-ANT
               CLOSE ARC-AUC.

       3250-PASA-PISTA.
           MOVE AUC-COMUN-V TO REG-AUC.

           MOVE AUC-ANTES-V TO WKS-IMAGEN.
           PERFORM 3300-AMPLIA-IMAGEN.
           MOVE WKS-IMAGEN TO AUC-ANTES.

           MOVE AUC-DESPUES-V TO WKS-IMAGEN.
           PERFORM 3300-AMPLIA-IMAGEN.
           MOVE WKS-IMAGEN TO AUC-DESPUES.

           WRITE REG-AUC.
           ADD 1 TO WKS-CTA-AUC.

           READ ARC-AUC-ANT
               AT END MOVE 1 TO WKS-FIN.

      *    Misma regla que la cartera; la imagen en blanco (alta o
      *    baja de partida) se queda en blanco.
       3300-AMPLIA-IMAGEN.
           IF WKS-IMAGEN NOT = SPACES
               MOVE ZERO TO WKS-IM-TASA
               MOVE ZERO TO WKS-IM-IVA
               IF WKS-IM-TIPO = 3 OR WKS-IM-TIPO = 4
                   MOVE ZERO TO WKS-IM-BASE
               ELSE
                   MOVE WKS-IM-CARGO TO WKS-IM-BASE.

       4000-FIN.
           IF WKS-FS-ANT = "35"
               CONTINUE
           ELSE
               PERFORM 4100-REPORTA.

       4100-REPORTA.
           MOVE WKS-CTA-ANT TO WKS-CTA-F.
           MOVE WKS-MTO-ANT TO WKS-MTO-F.
           DISPLAY "ANTERIOR: " WKS-CTA-F " PARTIDAS, "
               WKS-MTO-F.
           MOVE WKS-CTA-NVO TO WKS-CTA-F.
           MOVE WKS-MTO-NVO TO WKS-MTO-F.
           DISPLAY "NUEVO:    " WKS-CTA-F " PARTIDAS, "
               WKS-MTO-F.
           IF WKS-FS-AUA NOT = "35"
               MOVE WKS-CTA-AUC TO WKS-CTA-F
               DISPLAY "PISTA ARC-AUC: " WKS-CTA-F " REGISTROS".

           IF WKS-CTA-ANT = WKS-CTA-NVO
                   AND WKS-MTO-ANT = WKS-MTO-NVO
               DISPLAY "CONVERSION COMPROBADA: EL ARCHIVO "
                   "ANTERIOR YA PUEDE RETIRARSE"
           ELSE
               DISPLAY "CONVERSION CON DIFERENCIAS: NO RETIRAR "
                   "EL ARCHIVO ANTERIOR"
               MOVE 8 TO RETURN-CODE.
