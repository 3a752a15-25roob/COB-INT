      *    de baja, asi que los conteos pueden exceder a los de
      *    ALTTARJE, que solo suma activos), para ver el
      *    crecimiento real de la cartera.
      *    Los reingresos (registro ARC-REA de MANT-CLI) van en su
      *    propia columna y suman al neto: el cliente que regresa
      *    con su ID ya no infla las bajas ni cuenta como alta. La
      *    baja que el reingreso deshizo sigue contando en su mes,
      *    tarjeta y motivo, tomada del mismo registro.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WKS-FS-CLI.
           SELECT ARC-MBA ASSIGN TO DISK
               FILE STATUS IS WKS-FS-MBA.
           SELECT ARC-REA ASSIGN TO DISK
               FILE STATUS IS WKS-FS-REA.
           SELECT REP-RBA ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
           03 MBA-CODIGO   PIC 99.
           03 MBA-DESC     PIC X(20).

       FD ARC-REA.
           COPY REGREA.

       FD REP-RBA.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-MBA        PIC XX.
       01 WKS-FS-REA        PIC XX.
       01 WKS-FIN-REA       PIC 9.
       01 WKS-TOT-REING     PIC 9(05) VALUE ZERO.

      *    Altas y bajas por mes calendario (AAAAMM) visto en los
      *    registros; 36 renglones cubren tres anos.
               05 T-MN-AAMM  PIC 9(06).
               05 T-MN-ALTAS PIC 9(05).
               05 T-MN-BAJAS PIC 9(05).
               05 T-MN-REING PIC 9(05).

      *    Bajas por tipo de tarjeta.
       01 WKS-MAX-TAR       PIC 99 VALUE 10.
           03 FILLER         PIC X(08) VALUE "MES".
           03 FILLER         PIC X(08) VALUE "ALTAS".
           03 FILLER         PIC X(08) VALUE "BAJAS".
           03 FILLER         PIC X(08) VALUE "REINGR.".
           03 FILLER         PIC X(08) VALUE "NETO".

       01 WKS-DET-MES.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DM-BAJAS   PIC ZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DM-REING   PIC ZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DM-NETO    PIC ZZ,ZZ9-.

       01 WKS-PIE-REING.
           03 FILLER         PIC X(22) VALUE "TOTAL DE REINGRESOS: ".
           03 WKS-PR-REING   PIC ZZ,ZZ9.

       01 WKS-ENC-TIPO.
           03 FILLER         PIC X(30)
               VALUE "BAJAS POR TIPO DE TARJETA".
               MOVE WKS-I TO WKS-MOT-IDX
               ADD 30 TO WKS-I.

      *    Cada reingreso cuenta en el mes en que el cliente
      *    regreso, y la baja que deshizo se acumula como cualquier
      *    otra con la fecha, tarjeta y motivo que guardo el
      *    registro (el cliente ya no los trae).
       2800-CARGA-REINGRESOS.
           OPEN INPUT ARC-REA.
           IF WKS-FS-REA = "35"
               CONTINUE
           ELSE
               READ ARC-REA
                   AT END MOVE 1 TO WKS-FIN-REA
                   NOT AT END MOVE ZERO TO WKS-FIN-REA

               PERFORM 2850-ACUMULA-REINGRESO UNTIL WKS-FIN-REA = 1

               CLOSE ARC-REA.

       2850-ACUMULA-REINGRESO.
           ADD 1 TO WKS-TOT-REING.
           MOVE REA-FECHA (1:6) TO WKS-AAMM.
           PERFORM 2100-BUSCA-MES.
           IF WKS-MES-IDX NOT = ZERO
               ADD 1 TO T-MN-REING (WKS-MES-IDX).

           IF REA-FEC-BAJA NOT = ZERO
               MOVE REA-FEC-BAJA TO FEC-BAJA
               MOVE REA-NOM-TAR  TO NOM-TAR
               MOVE REA-MOT-BAJA TO MOT-BAJA
               PERFORM 2500-ACUMULA-BAJA.

           READ ARC-REA
               AT END MOVE 1 TO WKS-FIN-REA.

      *-------------------REPORTE----------------------------------*
       3000-GENERA-REPORTE.
           IF WKS-FS-CLI NOT = "35"
               CLOSE CLIENTES.

           PERFORM 2800-CARGA-REINGRESOS.

           OPEN OUTPUT REP-RBA.

           MOVE WKS-ENCA TO LINEA.
           PERFORM 3100-IMPRIME-MES
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-MES.

           MOVE WKS-TOT-REING TO WKS-PR-REING.
           MOVE WKS-PIE-REING TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE WKS-ENC-TIPO TO LINEA.
           WRITE LINEA AFTER 3.
           PERFORM 3200-IMPRIME-TIPO
           MOVE T-MN-AAMM (WKS-I)  TO WKS-DM-AAMM.
           MOVE T-MN-ALTAS (WKS-I) TO WKS-DM-ALTAS.
           MOVE T-MN-BAJAS (WKS-I) TO WKS-DM-BAJAS.
           MOVE T-MN-REING (WKS-I) TO WKS-DM-REING.
           COMPUTE WKS-NETO =
               T-MN-ALTAS (WKS-I) - T-MN-BAJAS (WKS-I)
               + T-MN-REING (WKS-I).
           MOVE WKS-NETO TO WKS-DM-NETO.
           MOVE WKS-DET-MES TO LINEA.
           WRITE LINEA AFTER 1.
