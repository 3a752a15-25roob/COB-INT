       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEN-LCA.
      *    Generacion de lineas de captura: recorre la cartera
      *    ARC-CXC y a cada partida abierta de anualidad, recargo o
      *    producto adicional (tipos 1, 2 y 6) le arma con LIN-CAP
      *    la linea por su saldo y su vencimiento, y la deja en
      *    ARC-LCA con la llave de la partida. La partida que ya no
      *    tiene saldo pierde su linea, para que ningun documento
      *    imprima una linea de algo ya pagado. El reporte lista las
      *    partidas a las que no se les pudo armar linea (fecha de
      *    vencimiento invalida) con los totales de control. Corre
      *    cada noche como paso de la corrida de cartera (LOTE-CXC),
      *    despues de aplicar los pagos del dia y antes del archivo
      *    de saldos SAL-IVR, para que la linea salga por el saldo
      *    que el cliente debe hoy.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
           SELECT ARC-LCA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCA-LLAVE
               FILE STATUS IS WKS-FS-LCA.
           SELECT REP-LCA ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CXC.
           COPY REGCXC.

       FD ARC-LCA.
           COPY REGLCA.

       FD REP-LCA.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-LCA        PIC XX.

       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).

      *    Parametros de LIN-CAP.
       01 WKS-LC-LINEA      PIC X(18).
       01 WKS-LC-STATUS     PIC 9.

       01 WKS-CON-LINEA     PIC X.
           88 PARTIDA-CON-LINEA  VALUE "S".

       01 WKS-TOT-GEN       PIC 9(06) VALUE ZERO.
       01 WKS-TOT-BAJA      PIC 9(06) VALUE ZERO.
       01 WKS-TOT-RECH      PIC 9(06) VALUE ZERO.
       01 WKS-MTO-GEN       PIC 9(09)V99 VALUE ZERO.

       77 WKS-FIN           PIC 9.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(25) VALUE SPACES.
           03 FILLER         PIC X(40)
                   VALUE "GENERACION DE LINEAS DE CAPTURA".

       01 WKS-ENCB.
           03 FILLER         PIC X(18)
                   VALUE "FECHA DE PROCESO: ".
           03 WKS-ENCB-FEC   PIC 9(08).

       01 WKS-ENCC.
           03 FILLER         PIC X(10) VALUE "ID-CLIENTE".
           03 FILLER         PIC X(03) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE "ANO/PARC".
           03 FILLER         PIC X(06) VALUE "TIPO".
           03 FILLER         PIC X(12) VALUE "SALDO".
           03 FILLER         PIC X(10) VALUE "VENCE".
           03 FILLER         PIC X(20) VALUE "SIN LINEA POR".

       01 WKS-DET1.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-ID      PIC 9(06).
           03 FILLER         PIC X(05) VALUE SPACES.
           03 WKS-DT-ANIO    PIC 9(04).
           03 FILLER         PIC X(01) VALUE "/".
           03 WKS-DT-PARC    PIC 99.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-DT-TIPO    PIC 9.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-SALDO   PIC $$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-VENC    PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-MOTIVO  PIC X(20).

       01 WKS-TRAILER.
           03 FILLER          PIC X(15) VALUE "**** CONTROL: ".
           03 WKS-TRL-GEN     PIC ZZZ,ZZ9.
           03 FILLER          PIC X(09) VALUE " LINEAS  ".
           03 FILLER          PIC X(07) VALUE "MONTO: ".
           03 WKS-TRL-MONTO   PIC $$$,$$$,$$9.99.
           03 FILLER          PIC X(15) VALUE "  SIN LINEA:   ".
           03 WKS-TRL-RECH    PIC ZZZ,ZZ9.
           03 FILLER          PIC X(15) VALUE "  RETIRADAS:   ".
           03 WKS-TRL-BAJA    PIC ZZZ,ZZ9.
           03 FILLER          PIC X(05) VALUE " ****".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           DISPLAY "GENERACION DE LINEAS DE CAPTURA".
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           MOVE ZERO TO WKS-FIN.
           OPEN INPUT ARC-CXC.
           IF WKS-FS-CXC = "35"
               DISPLAY "NO EXISTE LA CARTERA DE ANUALIDADES, NO HAY "
                   "LINEAS QUE GENERAR"
               MOVE 1 TO WKS-FIN
           ELSE
               PERFORM 1100-ABRE-RESTO.

      *    El archivo de lineas se crea si no existe todavia.
       1100-ABRE-RESTO.
           OPEN I-O ARC-LCA.
           IF WKS-FS-LCA = "35"
               OPEN OUTPUT ARC-LCA
               CLOSE ARC-LCA
               OPEN I-O ARC-LCA.

           OPEN OUTPUT REP-LCA.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-FECHA-HOY TO WKS-ENCB-FEC.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 1.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

           READ ARC-CXC
               AT END MOVE 1 TO WKS-FIN.

      *    Solo las partidas que el cliente paga con linea llevan
      *    linea (anualidad, recargo, producto y colegiatura); el
      *    credito de baja, el suspenso y lo ya cerrado no.
       2000-PROCESO.
           MOVE "N" TO WKS-CON-LINEA.
           IF CXC-SALDO > ZERO
               IF CXC-TIPO = 1 OR CXC-TIPO = 2 OR CXC-TIPO = 6
                       OR CXC-TIPO = 8
                   MOVE "S" TO WKS-CON-LINEA.

           IF PARTIDA-CON-LINEA
               PERFORM 2100-ARMA-LINEA
           ELSE
               PERFORM 2300-RETIRA-LINEA.

           READ ARC-CXC
               AT END MOVE 1 TO WKS-FIN.

       2100-ARMA-LINEA.
           CALL "LIN-CAP" USING CXC-ID-CLIENTE CXC-FEC-VENC
               CXC-SALDO WKS-LC-LINEA WKS-LC-STATUS.

           IF WKS-LC-STATUS = ZERO
               PERFORM 2200-GRABA-LINEA
           ELSE
               PERFORM 2250-LISTA-RECHAZO
               PERFORM 2300-RETIRA-LINEA.

       2200-GRABA-LINEA.
           MOVE CXC-LLAVE TO LCA-LLAVE.
           READ ARC-LCA
               INVALID KEY
                   PERFORM 2220-ARMA-REGISTRO
                   WRITE REG-LCA
               NOT INVALID KEY
                   PERFORM 2220-ARMA-REGISTRO
                   REWRITE REG-LCA.

           ADD 1         TO WKS-TOT-GEN.
           ADD CXC-SALDO TO WKS-MTO-GEN.

       2220-ARMA-REGISTRO.
           MOVE CXC-LLAVE     TO LCA-LLAVE.
           MOVE WKS-LC-LINEA  TO LCA-LINEA.
           MOVE CXC-SALDO     TO LCA-IMPORTE.
           MOVE CXC-FEC-VENC  TO LCA-FEC-VENC.
           MOVE WKS-FECHA-HOY TO LCA-FEC-GEN.

       2250-LISTA-RECHAZO.
           ADD 1 TO WKS-TOT-RECH.
           MOVE CXC-ID-CLIENTE TO WKS-DT-ID.
           MOVE CXC-ANIO       TO WKS-DT-ANIO.
           MOVE CXC-PARC       TO WKS-DT-PARC.
           MOVE CXC-TIPO       TO WKS-DT-TIPO.
           MOVE CXC-SALDO      TO WKS-DT-SALDO.
           MOVE CXC-FEC-VENC   TO WKS-DT-VENC.
           MOVE "FECHA INVALIDA" TO WKS-DT-MOTIVO.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

      *    La linea anterior de una partida ya sin saldo (o que ya
      *    no se pudo armar) se borra.
       2300-RETIRA-LINEA.
           MOVE CXC-LLAVE TO LCA-LLAVE.
           READ ARC-LCA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE ARC-LCA
                   ADD 1 TO WKS-TOT-BAJA.

       3000-FIN.
           IF WKS-FS-CXC NOT = "35"
               PERFORM 3100-CIERRA-ARCHIVOS.

           DISPLAY "LINEAS GENERADAS: " WKS-TOT-GEN
               " SIN LINEA: " WKS-TOT-RECH
               " RETIRADAS: " WKS-TOT-BAJA.

       3100-CIERRA-ARCHIVOS.
           MOVE WKS-TOT-GEN  TO WKS-TRL-GEN.
           MOVE WKS-MTO-GEN  TO WKS-TRL-MONTO.
           MOVE WKS-TOT-RECH TO WKS-TRL-RECH.
           MOVE WKS-TOT-BAJA TO WKS-TRL-BAJA.
           MOVE WKS-TRAILER TO LINEA.
           WRITE LINEA AFTER 2.

           CLOSE ARC-CXC.
           CLOSE ARC-LCA.
           CLOSE REP-LCA.
