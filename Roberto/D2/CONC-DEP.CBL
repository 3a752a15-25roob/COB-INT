       01 WKS-FS-LOG        PIC XX.
       01 WKS-FS-DEP        PIC XX.

      *    El importe viaja despues de las letras de la linea, en
      *    pesos o con centavos segun su version, igual que en
      *    APLI-PAG.
           COPY LINCAP.

      *    Un renglon por fecha vista en la bitacora o en los
      *    depositos; 62 alcanza para dos meses, igual que REP-LOG.
               PERFORM 1500-BUSCA-DIA
               IF WKS-DIA-IDX NOT = ZERO
                   MOVE LOG-LINEA TO WKS-LINEA-CAP
                   PERFORM 1150-IMPORTE-LINEA
                   ADD WKS-CAP-IMPORTE
                       TO T-DC-SISTEMA (WKS-DIA-IDX)
                   MOVE 1 TO T-DC-HAY-SIS (WKS-DIA-IDX).
           READ ARC-LOG
               AT END MOVE 1 TO WKS-FIN.

      *    La linea larga (marca de version 2) trae el importe con
      *    centavos; la corta, en pesos enteros.
       1150-IMPORTE-LINEA.
           IF LINEA-LARGA
               MOVE WKS-CL-IMPORTE TO WKS-CAP-IMPORTE
           ELSE
               MOVE WKS-CC-IMPORTE TO WKS-CAP-IMPORTE.

       1500-BUSCA-DIA.
           MOVE ZERO TO WKS-DIA-IDX.
           PERFORM 1550-COMPARA-DIA
