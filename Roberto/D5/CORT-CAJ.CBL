      *    la bitacora ARC-LOG durante el dia, e imprime el corte
      *    con la diferencia -- el cajon deja de cuadrarse de
      *    memoria.
      *    Cada apertura y cierre queda ademas en la pista ARC-SEH
      *    con el operador que lo hizo, para la revision de
      *    segregacion de funciones de ACT-OPE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WKS-FS-SES.
           SELECT ARC-LOG ASSIGN TO DISK
               FILE STATUS IS WKS-FS-LOG.
           SELECT ARC-SEH ASSIGN TO DISK
               FILE STATUS IS WKS-FS-SEH.
           SELECT REP-SES ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-LOG.
           COPY REGLOG.

       FD ARC-SEH.
           COPY REGSEH.

       FD REP-SES.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-SES       PIC XX.
       01 WKS-FS-LOG       PIC XX.
       01 WKS-FS-SEH       PIC XX.

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
           03 WKS-HORA6    PIC 9(06).
           03 FILLER       PIC 99.

      *    El importe viaja despues de las letras de la linea, en
      *    pesos o con centavos segun su version, igual que lo
      *    decodifica APLI-PAG.
           COPY LINCAP.

       01 WKS-CONTADO-CAP  PIC 9(07)V99.
       01 WKS-TOT-LINEAS   PIC 9(05) VALUE ZERO.
               CLOSE ARC-SES
               OPEN I-O ARC-SES.

           OPEN EXTEND ARC-SEH.
           IF WKS-FS-SEH = "35"
               OPEN OUTPUT ARC-SEH.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "SESION DE CAJA" LINE 01 POSITION 32.
           MOVE ZERO TO SES-DIFER.
           WRITE REG-SES.

           SET SEH-APERTURA TO TRUE.
           PERFORM 2800-ANOTA-PISTA.

           DISPLAY "SESION ABIERTA" LINE 12 POSITION 10.

      *-------------------CORTE------------------------------------*
           SET SES-CERRADA TO TRUE.
           REWRITE REG-SES.

           SET SEH-CIERRE TO TRUE.
           PERFORM 2800-ANOTA-PISTA.

           PERFORM 2600-IMPRIME-CORTE.

           DISPLAY "SESION CERRADA" LINE 14 POSITION 10.
                   AND LOG-FECHA = WKS-HOY
                   AND LOG-ESTADO NOT = "INVALIDA"
               MOVE LOG-LINEA TO WKS-LINEA-CAP
               PERFORM 2560-IMPORTE-LINEA
               ADD 1 TO WKS-TOT-LINEAS
               ADD WKS-CAP-IMPORTE TO WKS-TOT-SISTEMA
               EVALUATE LOG-METODO
           READ ARC-LOG
               AT END MOVE 1 TO WKS-EOF.

      *    La linea larga (marca de version 2) trae el importe con
      *    centavos; la corta, en pesos enteros.
       2560-IMPORTE-LINEA.
           IF LINEA-LARGA
               MOVE WKS-CL-IMPORTE TO WKS-CAP-IMPORTE
           ELSE
               MOVE WKS-CC-IMPORTE TO WKS-CAP-IMPORTE.

       2600-IMPRIME-CORTE.
           OPEN OUTPUT REP-SES.


           CLOSE REP-SES.

      *    Pista de la sesion: quien actuo y sobre que sesion.
       2800-ANOTA-PISTA.
           MOVE WKS-FECHA-HOY TO SEH-FECHA.
           ACCEPT WKS-HORA-CAP FROM TIME.
           MOVE WKS-HORA6     TO SEH-HORA.
           MOVE WKS-OPERADOR  TO SEH-OPERADOR.
           MOVE SES-OPERADOR  TO SEH-SES-OPERADOR.
           MOVE SES-FECHA     TO SEH-SES-FECHA.
           WRITE REG-SEH.

       3000-FIN.
           CLOSE ARC-SES.
           CLOSE ARC-SEH.
           DISPLAY SPACES ERASE.
