      *    cumplidas cuando el saldo ya quedo en cero), y cierra con
      *    el resumen de productividad por cobrador. Lo que cada
      *    quien hizo deja de vivir en libretas.
      *    La lista de trabajo sale ordenada por la calificacion de
      *    pago de ARC-SCO (SCO-CLI), del cliente mas riesgoso al
      *    mas cumplido y, dentro de la misma calificacion, por dias
      *    de atraso de mayor a menor; el cliente todavia sin
      *    historia va al final.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-GES ASSIGN TO DISK
               FILE STATUS IS WKS-FS-GES.
           SELECT REP-GES ASSIGN TO PRINTER.
      *    Calificacion de pago por cliente (SCO-CLI).
           SELECT ARC-SCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCO-ID-CLIENTE
               FILE STATUS IS WKS-FS-SCO.
           SELECT SOR-TEM ASSIGN TO SORT.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CXC.
       FD REP-GES.
       01 LINEA          PIC X(132).

       FD ARC-SCO.
           COPY REGSCO.

       SD SOR-TEM.
       01 SREG-LISTA.
           03 SPUNTOS        PIC 9(03).
           03 SDIAS          PIC 9(05).
           03 SCALIF         PIC X.
           03 SID-CLIENTE    PIC 9(06).
           03 SANIO          PIC 9(04).
           03 STIPO          PIC 9.
           03 SPARC          PIC 99.
           03 SSALDO         PIC 9(05)V99.

       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-GES        PIC XX.
       01 WKS-FS-SCO        PIC XX.

       01 WKS-OPCION        PIC 9.
       01 WKS-FIN           PIC X VALUE "N".
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DL-DIAS    PIC ZZ,ZZ9.
           03 FILLER         PIC X(05) VALUE " DIAS".
           03 FILLER         PIC X(10) VALUE "  CALIF. ".
           03 WKS-DL-CALIF   PIC X.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DL-PUNTOS  PIC ZZ9 BLANK WHEN ZERO.

       01 WKS-ENC-ROTAS.
           03 FILLER         PIC X(40)
      *-------------------LISTA DE TRABAJO-------------------------*
       2100-LISTA-TRABAJO.
           MOVE ZERO TO WKS-TOT-LISTA.

           OPEN OUTPUT REP-GES.
           MOVE WKS-ENCA TO LINEA.
           MOVE WKS-ENC-LISTA TO LINEA.
           WRITE LINEA AFTER 2.

           OPEN INPUT ARC-SCO.

           SORT SOR-TEM
           ASCENDING SPUNTOS
           DESCENDING SDIAS
           INPUT PROCEDURE 2110-SELECCIONA-PARTIDAS
           OUTPUT PROCEDURE 2180-IMPRIME-LISTA.

           IF WKS-FS-SCO NOT = "35"
               CLOSE ARC-SCO.
           CLOSE REP-GES.
           DISPLAY "PARTIDAS EN LA LISTA: " LINE 12 POSITION 10.
           DISPLAY WKS-TOT-LISTA LINE 12 POSITION 34.

       2110-SELECCIONA-PARTIDAS.
           MOVE ZERO TO WKS-EOF.
           MOVE ZERO TO CXC-LLAVE.
           START ARC-CXC KEY IS GREATER THAN CXC-LLAVE
               INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 2150-REVISA-PARTIDA UNTIL WKS-EOF = 1.

       2150-REVISA-PARTIDA.
           READ ARC-CXC NEXT
               AT END MOVE 1 TO WKS-EOF.
                   COMPUTE WKS-DIAS-VENC =
                       WKS-SERIE-HOY - WKS-SERIE
                   IF WKS-DIAS-VENC > ZERO
                       PERFORM 2160-LIBERA-PARTIDA.

      *    El cliente sin calificacion, o sin historia que calificar,
      *    lleva 999 para quedar al final de la lista.
       2160-LIBERA-PARTIDA.
           MOVE CXC-ID-CLIENTE TO SID-CLIENTE.
           MOVE CXC-ANIO       TO SANIO.
           MOVE CXC-TIPO       TO STIPO.
           MOVE CXC-PARC       TO SPARC.
           MOVE CXC-SALDO      TO SSALDO.
           MOVE WKS-DIAS-VENC  TO SDIAS.
           MOVE 999 TO SPUNTOS.
           MOVE "N" TO SCALIF.

           IF WKS-FS-SCO NOT = "35"
               MOVE CXC-ID-CLIENTE TO SCO-ID-CLIENTE
               READ ARC-SCO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT SCO-SIN-HIST
                           MOVE SCO-PUNTOS TO SPUNTOS
                           MOVE SCO-CALIF  TO SCALIF.

           RELEASE SREG-LISTA.

       2180-IMPRIME-LISTA.
           MOVE ZERO TO WKS-EOF.
           RETURN SOR-TEM
               AT END MOVE 1 TO WKS-EOF.

           PERFORM 2200-ESCRIBE-RENGLON UNTIL WKS-EOF = 1.

       2200-ESCRIBE-RENGLON.
           ADD 1 TO WKS-TOT-LISTA.
           MOVE SID-CLIENTE    TO WKS-DL-ID.
           MOVE SANIO          TO WKS-DL-ANIO.
           MOVE STIPO          TO WKS-DL-TIPO.
           MOVE SPARC          TO WKS-DL-PARC.
           MOVE SSALDO         TO WKS-DL-SALDO.
           MOVE SDIAS          TO WKS-DL-DIAS.
           MOVE SCALIF         TO WKS-DL-CALIF.
           IF SPUNTOS = 999
               MOVE ZERO TO WKS-DL-PUNTOS
           ELSE
               MOVE SPUNTOS TO WKS-DL-PUNTOS.
           MOVE WKS-DET-LISTA TO LINEA.
           WRITE LINEA AFTER 1.

           RETURN SOR-TEM
               AT END MOVE 1 TO WKS-EOF.

      *-------------------GESTION----------------------------------*
       2300-REGISTRA-GESTION.
           DISPLAY "ID DE CLIENTE (999999): " LINE 12 POSITION 10.
