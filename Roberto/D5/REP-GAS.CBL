       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-GAS.
      *    Gastos de viaje de los consultores por proyecto y mes del
      *    ejercicio, desglosados por categoria de CATGAS, para
      *    sumarlos al costo del proyecto (REP-MAR los resta del
      *    margen). Solo cuenta lo aprobado o ya pagado en ARC-GAS;
      *    lo capturado sin aprobar sale aparte como por aprobar y
      *    lo rechazado no se cuenta. El ejercicio (AAAA) lo puede
      *    pasar la corrida por ambiente en REP_GAS_ANO; si no, es
      *    el del dia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-GAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GAS-FOLIO
               FILE STATUS IS WKS-FS-GAS.
           SELECT ARC-MPRO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-MPRO.
           SELECT REP-RGA ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-GAS.
           COPY REGGAS.

       FD ARC-MPRO.
           COPY REGMPRO.

       FD REP-RGA.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CATGAS.
           COPY MESES.

       01 WKS-FS-GAS        PIC XX.
       01 WKS-FS-MPRO       PIC XX.

       01 WKS-PARM          PIC X(80).
       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).
       01 WKS-EJERCICIO     PIC 9(04).

       01 WKS-GAS-FECHA.
           03 WKS-GF-ANO    PIC 9(04).
           03 WKS-GF-MES    PIC 9(02).
           03 WKS-GF-DIA    PIC 9(02).

      *    Por ID de proyecto (renglon = ID + 1): nombre del maestro,
      *    lo por aprobar y lo aprobado por mes y categoria.
       01 T-PROYECTOS.
           03 T-PROY OCCURS 100 TIMES.
               05 T-PR-NOM   PIC X(16).
               05 T-PR-PEND  PIC 9(09)V99.
               05 T-PR-MES OCCURS 12 TIMES.
                   07 T-PR-CAT PIC 9(09)V99 OCCURS 4 TIMES.

       01 WKS-TOT-CAT.
           03 WKS-TC        PIC 9(11)V99 OCCURS 4 TIMES.
       01 WKS-TOT-PROY.
           03 WKS-TP        PIC 9(11)V99 OCCURS 4 TIMES.
       01 WKS-SUMA          PIC 9(11)V99.
       01 WKS-SUMA-PROY     PIC 9(11)V99.
       01 WKS-GRAN-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01 WKS-TOT-PEND      PIC 9(11)V99 VALUE ZERO.
       01 WKS-CAT-IDX       PIC 9.

       77 WKS-FIN           PIC 9.
       77 WKS-K             PIC 9(03).
       77 WKS-M             PIC 99.
       77 WKS-CG            PIC 9.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(25) VALUE SPACES.
           03 FILLER         PIC X(42)
                   VALUE "GASTOS DE VIAJE POR PROYECTO   EJERCICIO ".
           03 WKS-EN-ANO     PIC 9(04).

       01 WKS-ENCC.
           03 FILLER         PIC X(22) VALUE "PROYECTO / MES".
           03 FILLER         PIC X(15) VALUE "   TRANSPORTE".
           03 FILLER         PIC X(15) VALUE "    HOSPEDAJE".
           03 FILLER         PIC X(15) VALUE "    ALIMENTOS".
           03 FILLER         PIC X(15) VALUE "        OTROS".
           03 FILLER         PIC X(15) VALUE "        TOTAL".
           03 FILLER         PIC X(15) VALUE "  POR APROBAR".

       01 WKS-ENC-PROY.
           03 WKS-EP-ID      PIC 99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-EP-NOM     PIC X(16).

       01 WKS-DET1.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-DT-MES     PIC X(18).
           03 WKS-DT-CAT     PIC ZZZ,ZZZ,ZZ9.99 OCCURS 4 TIMES.
           03 WKS-DT-TOT     PIC ZZZ,ZZZ,ZZ9.99.
           03 WKS-DT-PEND    PIC ZZZ,ZZZ,ZZ9.99.

       01 WKS-PIE.
           03 FILLER         PIC X(22) VALUE "TOTAL DEL EJERCICIO".
           03 WKS-PI-CAT     PIC ZZZ,ZZZ,ZZ9.99 OCCURS 4 TIMES.
           03 WKS-PI-TOT     PIC ZZZ,ZZZ,ZZ9.99.
           03 WKS-PI-PEND    PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-GENERA-REPORTE.
           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.
           MOVE WKS-FECHA-HOY (1:4) TO WKS-EJERCICIO.

           DISPLAY "REP_GAS_ANO" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM (1:4) IS NUMERIC
               MOVE WKS-PARM (1:4) TO WKS-EJERCICIO.

           INITIALIZE T-PROYECTOS.
           INITIALIZE WKS-TOT-CAT.
           PERFORM 1100-CARGA-NOMBRES.

           OPEN INPUT ARC-GAS.
           IF WKS-FS-GAS = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE GASTOS ARC-GAS"
               MOVE 1 TO WKS-FIN
           ELSE
               READ ARC-GAS
                   AT END MOVE 1 TO WKS-FIN.

       1100-CARGA-NOMBRES.
           OPEN INPUT ARC-MPRO.
           IF WKS-FS-MPRO = "35"
               CONTINUE
           ELSE
               READ ARC-MPRO
                   AT END MOVE 1 TO WKS-FIN
                   NOT AT END MOVE ZERO TO WKS-FIN

               PERFORM 1150-AGREGA-NOMBRE UNTIL WKS-FIN = 1

               CLOSE ARC-MPRO.

           MOVE ZERO TO WKS-FIN.

       1150-AGREGA-NOMBRE.
           COMPUTE WKS-K = ID-PROY-M + 1.
           MOVE NOM-PROY-M TO T-PR-NOM (WKS-K).

           READ ARC-MPRO
               AT END MOVE 1 TO WKS-FIN.

      *    Lo aprobado o pagado cae en su mes y categoria; lo
      *    capturado se junta por proyecto como por aprobar.
       2000-PROCESO.
           MOVE GAS-FECHA TO WKS-GAS-FECHA.
           COMPUTE WKS-K = GAS-ID-PROY + 1.

           IF WKS-GF-ANO = WKS-EJERCICIO
               IF GAS-APROBADO OR GAS-PAGADO
                   PERFORM 2100-AGREGA-GASTO
               ELSE
                   IF GAS-CAPTURADO
                       ADD GAS-IMPORTE TO T-PR-PEND (WKS-K)
                       ADD GAS-IMPORTE TO WKS-TOT-PEND.

           READ ARC-GAS
               AT END MOVE 1 TO WKS-FIN.

       2100-AGREGA-GASTO.
           MOVE ZERO TO WKS-CAT-IDX.
           PERFORM 2150-COMPARA-CATEGORIA
               VARYING WKS-CG FROM 1 BY 1 UNTIL WKS-CG > 4.

      *    Una categoria que ya no esta en la tabla va a otros.
           IF WKS-CAT-IDX = ZERO
               MOVE 4 TO WKS-CAT-IDX.

           ADD GAS-IMPORTE
               TO T-PR-CAT (WKS-K, WKS-GF-MES, WKS-CAT-IDX).
           ADD GAS-IMPORTE TO WKS-TC (WKS-CAT-IDX).
           ADD GAS-IMPORTE TO WKS-GRAN-TOTAL.

       2150-COMPARA-CATEGORIA.
           IF T-CG-COD (WKS-CG) = GAS-CATEGORIA
               MOVE WKS-CG TO WKS-CAT-IDX
               MOVE 4 TO WKS-CG.

      *-------------------REPORTE----------------------------------*
       3000-GENERA-REPORTE.
           IF WKS-FS-GAS NOT = "35"
               CLOSE ARC-GAS.

           OPEN OUTPUT REP-RGA.
           MOVE WKS-EJERCICIO TO WKS-EN-ANO.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

           PERFORM 3100-REPORTA-PROYECTO
               VARYING WKS-K FROM 1 BY 1 UNTIL WKS-K > 100.

           PERFORM 3400-PIE-CATEGORIA
               VARYING WKS-CG FROM 1 BY 1 UNTIL WKS-CG > 4.
           MOVE WKS-GRAN-TOTAL TO WKS-PI-TOT.
           MOVE WKS-TOT-PEND   TO WKS-PI-PEND.
           MOVE WKS-PIE TO LINEA.
           WRITE LINEA AFTER 3.

           CLOSE REP-RGA.

      *    Solo los proyectos con algo aprobado o por aprobar.
       3100-REPORTA-PROYECTO.
           INITIALIZE WKS-TOT-PROY.
           MOVE ZERO TO WKS-SUMA-PROY.
           PERFORM 3150-SUMA-MES
               VARYING WKS-M FROM 1 BY 1 UNTIL WKS-M > 12.

           IF WKS-SUMA-PROY > ZERO OR T-PR-PEND (WKS-K) > ZERO
               PERFORM 3200-IMPRIME-PROYECTO.

       3150-SUMA-MES.
           PERFORM 3160-SUMA-CATEGORIA
               VARYING WKS-CG FROM 1 BY 1 UNTIL WKS-CG > 4.

       3160-SUMA-CATEGORIA.
           ADD T-PR-CAT (WKS-K, WKS-M, WKS-CG) TO WKS-TP (WKS-CG).
           ADD T-PR-CAT (WKS-K, WKS-M, WKS-CG) TO WKS-SUMA-PROY.

       3200-IMPRIME-PROYECTO.
           COMPUTE WKS-EP-ID = WKS-K - 1.
           MOVE T-PR-NOM (WKS-K) TO WKS-EP-NOM.
           MOVE WKS-ENC-PROY TO LINEA.
           WRITE LINEA AFTER 2.

           PERFORM 3250-IMPRIME-MES
               VARYING WKS-M FROM 1 BY 1 UNTIL WKS-M > 12.

           MOVE SPACES TO WKS-DET1.
           MOVE "TOTAL PROYECTO" TO WKS-DT-MES.
           PERFORM 3300-TOTAL-CATEGORIA
               VARYING WKS-CG FROM 1 BY 1 UNTIL WKS-CG > 4.
           MOVE WKS-SUMA-PROY TO WKS-DT-TOT.
           MOVE T-PR-PEND (WKS-K) TO WKS-DT-PEND.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

      *    Un renglon por mes con gasto aprobado.
       3250-IMPRIME-MES.
           MOVE ZERO TO WKS-SUMA.
           PERFORM 3260-SUMA-RENGLON
               VARYING WKS-CG FROM 1 BY 1 UNTIL WKS-CG > 4.

           IF WKS-SUMA > ZERO
               MOVE SPACES TO WKS-DET1
               MOVE T-MES (WKS-M) TO WKS-DT-MES
               PERFORM 3270-MES-CATEGORIA
                   VARYING WKS-CG FROM 1 BY 1 UNTIL WKS-CG > 4
               MOVE WKS-SUMA TO WKS-DT-TOT
               MOVE WKS-DET1 TO LINEA
               WRITE LINEA AFTER 1.

       3260-SUMA-RENGLON.
           ADD T-PR-CAT (WKS-K, WKS-M, WKS-CG) TO WKS-SUMA.

       3270-MES-CATEGORIA.
           MOVE T-PR-CAT (WKS-K, WKS-M, WKS-CG) TO WKS-DT-CAT (WKS-CG).

       3300-TOTAL-CATEGORIA.
           MOVE WKS-TP (WKS-CG) TO WKS-DT-CAT (WKS-CG).

       3400-PIE-CATEGORIA.
           MOVE WKS-TC (WKS-CG) TO WKS-PI-CAT (WKS-CG).
