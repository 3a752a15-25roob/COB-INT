               05 T-CN-NOM PIC X(30).
               05 T-CN-EST PIC 9.
               05 T-CN-CLA PIC 9(18).
               05 T-CN-REV PIC X.

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
           03 WKS-LL-NOM   PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-EST   PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-REV   PIC X(17).

       77 WKS-I            PIC 99.
       77 WKS-LIN          PIC 99.
               MOVE CNS-NOMBRE TO T-CN-NOM (WKS-NUM-CNS)
               MOVE CNS-ESTADO TO T-CN-EST (WKS-NUM-CNS)
               MOVE CNS-CLABE  TO T-CN-CLA (WKS-NUM-CNS)
               MOVE CNS-CLABE-REV TO T-CN-REV (WKS-NUM-CNS)
           ELSE
               DISPLAY "CATALOGO DE CONSULTORES LLENO, SE OMITEN "
                   "RESTANTES".
                   MOVE WKS-NOM-ARMADO TO T-CN-NOM (WKS-NUM-CNS)
                   MOVE 1              TO T-CN-EST (WKS-NUM-CNS)
                   MOVE ZERO           TO T-CN-CLA (WKS-NUM-CNS)
                   MOVE SPACE          TO T-CN-REV (WKS-NUM-CNS)
                   DISPLAY "CONSULTOR REGISTRADO" LINE 18 POSITION 10
               ELSE
                   DISPLAY "CATALOGO LLENO" LINE 17 POSITION 10.

      *-------------------CUENTA-----------------------------------*
      *    Cuenta CLABE para la dispersion de DIS-CON; en cero el
      *    consultor no entra al archivo del banco. Capturarla
      *    libera la revision que pide un rechazo del banco.
       2350-CUENTA.
           DISPLAY "ID DE CONSULTOR: " LINE 11 POSITION 10.
           ACCEPT WKS-ID-CAP LINE 11 POSITION 40.
                   LINE 12 POSITION 10
               ACCEPT WKS-CLABE-CAP LINE 12 POSITION 50
               MOVE WKS-CLABE-CAP TO T-CN-CLA (WKS-CNS-IDX)
               MOVE SPACE TO T-CN-REV (WKS-CNS-IDX)
               DISPLAY "CUENTA ACTUALIZADA" LINE 18 POSITION 10.

      *-------------------LISTA------------------------------------*
               MOVE "ACTIVO" TO WKS-LL-EST
           ELSE
               MOVE "RETIRADO" TO WKS-LL-EST.
           IF T-CN-REV (WKS-I) = "S"
               MOVE "CLABE A REVISAR" TO WKS-LL-REV
           ELSE
               MOVE SPACES TO WKS-LL-REV.
           DISPLAY WKS-LIN-LISTA LINE WKS-LIN POSITION 10.
           ADD 1 TO WKS-LIN.

           MOVE T-CN-NOM (WKS-I) TO CNS-NOMBRE.
           MOVE T-CN-EST (WKS-I) TO CNS-ESTADO.
           MOVE T-CN-CLA (WKS-I) TO CNS-CLABE.
           MOVE T-CN-REV (WKS-I) TO CNS-CLABE-REV.
           WRITE REG-CNS.
