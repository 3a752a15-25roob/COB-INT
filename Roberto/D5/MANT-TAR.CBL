      *    clase; sin renglon, la clase factura en una exhibicion.
           SELECT ARC-PLA ASSIGN TO DISK
               FILE STATUS IS WKS-FS-PLA.
      *    Credito por referido por clase de tarjeta: importe que
      *    APLI-PAG abona al cliente que recomendo, segun la clase
      *    del referido; sin renglon, la clase no da credito.
           SELECT ARC-CRF ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CRF.
      *    Cambios de tarifa pendientes de aprobacion, con quien
      *    capturo, quien aprobo y el estado de cada uno.
           SELECT ARC-TPD ASSIGN TO DISK
           03 PLA-CLA-TAR  PIC 9.
           03 PLA-MENSUAL  PIC 99.

       FD ARC-CRF.
       01 REG-CRF.
           03 CRF-CLA-TAR  PIC 9.
           03 CRF-IMPORTE  PIC 9(05)V99.

       FD ARC-TPD.
           COPY REGTPD.

       FD REP-TPD.
       01 LINEA          PIC X(132).
               05 T-PLA-CLA  PIC 9.
               05 T-PLA-MEN  PIC 99.

      *    Creditos por referido en memoria, igual que los planes.
       01 WKS-FS-CRF      PIC XX.
       01 WKS-MAX-CRF     PIC 99 VALUE 10.
       01 WKS-NUM-CRF     PIC 99 VALUE ZERO.
       01 WKS-CRF-IDX     PIC 99.
       01 WKS-CRF-CAP     PIC 9(05)V99.
       01 WKS-CRF-F       PIC ZZ,ZZ9.99.

       01 T-CREDITOS.
           03 T-CRF OCCURS 10 TIMES.
               05 T-CRF-CLA  PIC 9.
               05 T-CRF-IMP  PIC 9(05)V99.

       77 WKS-P            PIC 99.

       01 WKS-FS-CAT       PIC XX.
               CLOSE CAT-TAR.

           PERFORM 1200-CARGA-PLANES.
           PERFORM 1300-CARGA-CREDITOS.

       1200-CARGA-PLANES.
           OPEN INPUT ARC-PLA.
           READ ARC-PLA
               AT END MOVE 1 TO WKS-P.

       1300-CARGA-CREDITOS.
           OPEN INPUT ARC-CRF.
           IF WKS-FS-CRF = "35"
               CONTINUE
           ELSE
               READ ARC-CRF
                   AT END MOVE 1 TO WKS-P
                   NOT AT END MOVE ZERO TO WKS-P

               PERFORM 1350-AGREGA-CREDITO UNTIL WKS-P = 1

               CLOSE ARC-CRF.

       1350-AGREGA-CREDITO.
           IF WKS-NUM-CRF < WKS-MAX-CRF
               ADD 1 TO WKS-NUM-CRF
               MOVE CRF-CLA-TAR TO T-CRF-CLA (WKS-NUM-CRF)
               MOVE CRF-IMPORTE TO T-CRF-IMP (WKS-NUM-CRF)
           ELSE
               DISPLAY "TABLA DE CREDITOS LLENA, SE OMITEN "
                   "RESTANTES".

           READ ARC-CRF
               AT END MOVE 1 TO WKS-P.

       1100-CARGA-CATALOGO.
           IF WKS-NUM-DAT < WKS-MAX-DAT
               ADD 1 TO WKS-NUM-DAT
               LINE 07 POSITION 10.
           DISPLAY "6. REPORTE DE PENDIENTES Y APROBADOS"
               LINE 08 POSITION 10.
           DISPLAY "7. CREDITO POR REFERIDO"    LINE 09 POSITION 10.
           DISPLAY "8. TERMINAR"                LINE 10 POSITION 10.
           DISPLAY "OPCION: "                   LINE 11 POSITION 10.
           ACCEPT WKS-OPCION                    LINE 11 POSITION 19.

               WHEN 6
                   PERFORM 2950-REPORTE
               WHEN 7
                   PERFORM 2800-CREDITO-REFERIDO
               WHEN 8
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 12 POSITION 10
               MOVE TPD-FEC-FIN TO T-FEC-FIN (WKS-IDX).

      *-------------------REPORTE----------------------------------*
      *-------------------CREDITO POR REFERIDO---------------------*
      *    Importe que gana el cliente que recomienda cuando el
      *    referido de esta clase paga su primera anualidad; cero
      *    quita el credito de la clase.
       2800-CREDITO-REFERIDO.
           MOVE "S" TO WKS-OK.

           PERFORM 2150-CAPTURA-CLAVE.

           IF TARIFA-OK
               PERFORM 2850-BUSCA-CREDITO
               IF WKS-CRF-IDX = ZERO
                   DISPLAY "LA CLASE NO DA CREDITO POR REFERIDO"
                       LINE 11 POSITION 10
               ELSE
                   MOVE T-CRF-IMP (WKS-CRF-IDX) TO WKS-CRF-F
                   DISPLAY "CREDITO ACTUAL: "
                       LINE 11 POSITION 10
                   DISPLAY WKS-CRF-F
                       LINE 11 POSITION 28.

           IF TARIFA-OK
               DISPLAY "CREDITO (99999.99, 0 = QUITAR): "
                   LINE 12 POSITION 10
               ACCEPT WKS-CRF-CAP LINE 12 POSITION 46
               PERFORM 2860-APLICA-CREDITO.

           PERFORM 2900-ESPERA.

       2850-BUSCA-CREDITO.
           MOVE ZERO TO WKS-CRF-IDX.
           PERFORM 2855-COMPARA-CREDITO
               VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > WKS-NUM-CRF.

       2855-COMPARA-CREDITO.
           IF T-CRF-CLA (WKS-P) = WKS-CLA
               MOVE WKS-P TO WKS-CRF-IDX
               ADD 15 TO WKS-P.

      *    El renglon en cero ya no se regraba al salir, igual que
      *    el plan retirado.
       2860-APLICA-CREDITO.
           IF WKS-CRF-IDX NOT = ZERO
               MOVE WKS-CRF-CAP TO T-CRF-IMP (WKS-CRF-IDX)
               DISPLAY "CREDITO ACTUALIZADO" LINE 14 POSITION 10
           ELSE
               IF WKS-CRF-CAP = ZERO
                   DISPLAY "LA CLASE NO TENIA CREDITO"
                       LINE 14 POSITION 10
               ELSE
                   IF WKS-NUM-CRF < WKS-MAX-CRF
                       ADD 1 TO WKS-NUM-CRF
                       MOVE WKS-CLA     TO T-CRF-CLA (WKS-NUM-CRF)
                       MOVE WKS-CRF-CAP TO T-CRF-IMP (WKS-NUM-CRF)
                       DISPLAY "CREDITO REGISTRADO"
                           LINE 14 POSITION 10
                   ELSE
                       DISPLAY "TABLA DE CREDITOS LLENA"
                           LINE 17 POSITION 10.

       2950-REPORTE.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-TPD.
               VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > WKS-NUM-PLA.
           CLOSE ARC-PLA.

           OPEN OUTPUT ARC-CRF.
           PERFORM 3300-GRABA-CREDITO
               VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > WKS-NUM-CRF.
           CLOSE ARC-CRF.

       3100-GRABA-TARIFA.
           MOVE T-CLA (WKS-I)     TO CLA-TAR-C.
           MOVE T-NOM (WKS-I)     TO NOM-TAR-C.
               MOVE T-PLA-MEN (WKS-P) TO PLA-MENSUAL
               WRITE REG-PLA.

       3300-GRABA-CREDITO.
           IF T-CRF-IMP (WKS-P) > ZERO
               MOVE T-CRF-CLA (WKS-P) TO CRF-CLA-TAR
               MOVE T-CRF-IMP (WKS-P) TO CRF-IMPORTE
               WRITE REG-CRF.

       9800-ANOTA-JORNAL.
           CALL "JRN-ARC" USING WKS-JRN-ARCHIVO WKS-JRN-OPER
               WKS-JRN-IMAGEN.
