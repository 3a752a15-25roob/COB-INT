       01 WKS-MAX-TAR       PIC 99 VALUE 10.
       01 WKS-NUM-TAR       PIC 99 VALUE ZERO.
       01 WKS-TAR-IDX       PIC 99.
      *    Renglon de la partida: su tipo de tarjeta, salvo la
      *    colegiatura, que junta todos sus meses en uno solo.
       01 WKS-BUSCA-TAR     PIC X(20).

       01 T-EDADES.
           03 T-EDAD-TIPO OCCURS 10 TIMES.
           MOVE WKS-SERIE TO WKS-SERIE-HOY.

      *    Solo entran las partidas de cargo (anualidad, recargo,
      *    producto, colegiatura) con saldo pendiente y ya vencidas
      *    a la fecha de proceso; el credito de baja (tipo 3) y el
      *    suspenso (tipo 4) traen saldo que la empresa DEBE, no que
      *    se le debe, y no son cartera que envejecer.
       2000-PROCESO.
           IF (CXC-TIPO = 1 OR CXC-TIPO = 2 OR CXC-TIPO = 6
                   OR CXC-TIPO = 8)
                   AND CXC-SALDO > ZERO
               MOVE CXC-FEC-VENC TO WKS-FEC-SERIE
               PERFORM 9100-FECHA-A-SERIE

       2200-BUSCA-TAR.
           MOVE ZERO TO WKS-TAR-IDX.
           IF CXC-TIPO = 8
               MOVE "COLEGIATURA" TO WKS-BUSCA-TAR
           ELSE
               MOVE CXC-NOM-TAR   TO WKS-BUSCA-TAR.

           PERFORM 2210-COMPARA-TAR
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-TAR.
               PERFORM 2220-AGREGA-TAR.

       2210-COMPARA-TAR.
           IF T-EDAD-TAR (WKS-I) = WKS-BUSCA-TAR
               MOVE WKS-I TO WKS-TAR-IDX
               ADD 15 TO WKS-I.

           IF WKS-NUM-TAR < WKS-MAX-TAR
               ADD 1 TO WKS-NUM-TAR
               INITIALIZE T-EDAD-TIPO (WKS-NUM-TAR)
               MOVE WKS-BUSCA-TAR TO T-EDAD-TAR (WKS-NUM-TAR)
               MOVE WKS-NUM-TAR TO WKS-TAR-IDX
           ELSE
               DISPLAY "TABLA DE TIPOS LLENA, SE OMITE PARTIDA "
