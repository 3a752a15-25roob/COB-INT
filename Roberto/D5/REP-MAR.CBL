       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-MAR.
      *    Margen por proyecto y periodo: lo facturado al cliente
      *    patrocinador (facturas de ARC-FPF que emite MANT-FPR)
      *    contra el costo de honorarios del periodo. El historico
      *    ARC-CATH guarda el ingreso acumulado de cada proyecto al
      *    cierre, asi que el costo de un periodo es lo que crecio
      *    contra el cierre anterior del mismo proyecto. Por periodo
      *    se cuadra la suma de esos costos contra el bruto pagado a
      *    los consultores en ARC-ECO. Marca los proyectos con margen
      *    abajo de su objetivo de ARC-FPR o, sin objetivo propio,
      *    del margen general (variable REP_MAR_META, 999 = 99.9%).
      *    Los gastos de viaje aprobados o pagados de ARC-GAS (ver
      *    CAP-GAS) van en su columna y tambien se restan del margen;
      *    el cuadre contra ARC-ECO sigue siendo solo de honorarios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-CATH ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CATH.
           SELECT ARC-FPF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FPF-LLAVE
               FILE STATUS IS WKS-FS-FPF.
           SELECT ARC-FPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPR-ID-PROY
               FILE STATUS IS WKS-FS-FPR.
           SELECT ARC-MPRO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-MPRO.
           SELECT ARC-ECO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ECO.
           SELECT ARC-GAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GAS-FOLIO
               FILE STATUS IS WKS-FS-GAS.
           SELECT REP-RMA ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CATH.
       01 REG-CATH.
           03 CATH-PERIODO PIC 9(06).
           03 CATH-ID      PIC 9(02).
           03 CATH-NOM     PIC X(17).
           03 CATH-IMP     PIC 9(10)V99.

       FD ARC-FPF.
           COPY REGFPF.

       FD ARC-FPR.
           COPY REGFPR.

       FD ARC-MPRO.
           COPY REGMPRO.

       FD ARC-ECO.
           COPY REGECO.

       FD ARC-GAS.
           COPY REGGAS.

       FD REP-RMA.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CATH       PIC XX.
       01 WKS-FS-FPF        PIC XX.
       01 WKS-FS-FPR        PIC XX.
       01 WKS-FS-MPRO       PIC XX.
       01 WKS-FS-ECO        PIC XX.
       01 WKS-FS-GAS        PIC XX.

      *    Margen general cuando el proyecto no trae objetivo propio.
       01 WKS-PARM          PIC X(80).
       01 WKS-META-GRAL     PIC 99V9 VALUE 20.0.
       01 WKS-META-PARM     PIC 9(03).

      *    Por ID de proyecto (renglon = ID + 1): nombre del maestro
      *    y ultimo acumulado visto en el historico.
       01 T-PROYECTOS.
           03 T-PROY OCCURS 100 TIMES.
               05 T-PR-NOM   PIC X(17).
               05 T-PR-ULT   PIC 9(10)V99.

      *    Periodos distintos en orden de llegada (los cierres se
      *    agregan en orden cronologico), con sus totales.
       01 WKS-MAX-PER       PIC 99 VALUE 60.
       01 WKS-NUM-PER       PIC 99 VALUE ZERO.
       01 WKS-PER-IDX       PIC 99.

       01 T-PERIODOS.
           03 T-PER OCCURS 60 TIMES.
               05 T-PE-PER   PIC 9(06).
               05 T-PE-COSTO PIC S9(11)V99.
               05 T-PE-FACT  PIC 9(11)V99.
               05 T-PE-ECO   PIC 9(13)V99.
               05 T-PE-GAST  PIC 9(11)V99.

      *    Renglon de margen por proyecto y periodo.
       01 WKS-MAX-MAR       PIC 9(03) VALUE 400.
       01 WKS-NUM-MAR       PIC 9(03) VALUE ZERO.
       01 WKS-MAR-IDX       PIC 9(03).

       01 T-MARGENES.
           03 T-MAR OCCURS 400 TIMES.
               05 T-MG-PER   PIC 9(06).
               05 T-MG-PROY  PIC 9(02).
               05 T-MG-CIERRE PIC 9.
               05 T-MG-COSTO PIC S9(10)V99.
               05 T-MG-FACT  PIC 9(10)V99.
               05 T-MG-GAST  PIC 9(10)V99.

       01 WKS-BUS-PER       PIC 9(06).
       01 WKS-BUS-PROY      PIC 9(02).
       01 WKS-GAS-FECHA.
           03 WKS-GF-PER    PIC 9(06).
           03 FILLER        PIC 9(02).
       01 WKS-ECO-FECHA.
           03 WKS-EF-PER    PIC 9(06).
           03 FILLER        PIC 9(02).

       01 WKS-MARGEN        PIC S9(11)V99.
       01 WKS-PCT           PIC S9(07)V9.
       01 WKS-META          PIC 99V9.
       01 WKS-DIF           PIC S9(13)V99.
       01 WKS-TOT-BAJO      PIC 9(04) VALUE ZERO.

       77 WKS-FIN           PIC 9.
       77 WKS-I             PIC 9(03).
       77 WKS-K             PIC 99.
       77 WKS-P             PIC 9(03).

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(25) VALUE SPACES.
           03 FILLER         PIC X(40)
                   VALUE "MARGEN POR PROYECTO Y PERIODO".

       01 WKS-ENC-PER.
           03 FILLER         PIC X(09) VALUE "PERIODO: ".
           03 WKS-EP-PER     PIC 9(06).

       01 WKS-ENCC.
           03 FILLER         PIC X(22) VALUE "PROYECTO".
           03 FILLER         PIC X(17) VALUE "         COSTO".
           03 FILLER         PIC X(17) VALUE "     FACTURADO".
           03 FILLER         PIC X(17) VALUE "        GASTOS".
           03 FILLER         PIC X(17) VALUE "        MARGEN".
           03 FILLER         PIC X(10) VALUE "      %".
           03 FILLER         PIC X(07) VALUE "  META".
           03 FILLER         PIC X(12) VALUE "OBSERVACION".

       01 WKS-DET1.
           03 WKS-DT-ID      PIC 99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-NOM     PIC X(17).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-COSTO   PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-FACT    PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-GAST    PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-MARGEN  PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-PCT     PIC ZZ,ZZ9.9-.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-META    PIC Z9.9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-OBS     PIC X(12).

       01 WKS-TOT1.
           03 FILLER         PIC X(22) VALUE "  TOTAL DEL PERIODO".
           03 WKS-TT-COSTO   PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-TT-FACT    PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-TT-GAST    PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-TT-MARGEN  PIC ZZZ,ZZZ,ZZ9.99-.

       01 WKS-TOT2.
           03 FILLER         PIC X(22) VALUE "  BRUTO ARC-ECO".
           03 WKS-TE-ECO     PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER         PIC X(16) VALUE "  DIFERENCIA".
           03 WKS-TE-DIF     PIC ZZZ,ZZZ,ZZ9.99-.

       01 WKS-PIE.
           03 FILLER         PIC X(36)
               VALUE "PROYECTOS/PERIODO ABAJO DE LA META: ".
           03 WKS-PIE-BAJO   PIC ZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-JUNTA-COSTO UNTIL WKS-FIN = 1.
           PERFORM 2300-JUNTA-FACTURAS.
           PERFORM 2500-JUNTA-ECO.
           PERFORM 2700-JUNTA-GASTOS.
           PERFORM 3000-GENERA-REPORTE.
           GOBACK.

       1000-INICIO.
           DISPLAY "REP_MAR_META" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM (1:3) IS NUMERIC
               MOVE WKS-PARM (1:3) TO WKS-META-PARM
               COMPUTE WKS-META-GRAL = WKS-META-PARM / 10.

           INITIALIZE T-PROYECTOS.
           PERFORM 1100-CARGA-NOMBRES.

           OPEN INPUT ARC-CATH.
           IF WKS-FS-CATH = "35"
               DISPLAY "NO EXISTE EL HISTORICO DE CIERRES ARC-CATH"
               MOVE 1 TO WKS-FIN
           ELSE
               READ ARC-CATH
                   AT END MOVE 1 TO WKS-FIN.

           OPEN INPUT ARC-FPR.
           IF WKS-FS-FPR = "35"
               DISPLAY "NO EXISTEN CONDICIONES DE COBRO ARC-FPR".

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

      *    Costo del periodo: lo que crecio el acumulado del proyecto
      *    contra su cierre anterior (todo el acumulado en su primer
      *    cierre).
       2000-JUNTA-COSTO.
           MOVE CATH-PERIODO TO WKS-BUS-PER.
           MOVE CATH-ID      TO WKS-BUS-PROY.
           PERFORM 2100-BUSCA-MARGEN.

           COMPUTE WKS-K = CATH-ID + 1.
           IF T-PR-NOM (WKS-K) = SPACES
               MOVE CATH-NOM TO T-PR-NOM (WKS-K).

           IF WKS-MAR-IDX NOT = ZERO
               MOVE 1 TO T-MG-CIERRE (WKS-MAR-IDX)
               COMPUTE T-MG-COSTO (WKS-MAR-IDX) =
                   T-MG-COSTO (WKS-MAR-IDX)
                   + CATH-IMP - T-PR-ULT (WKS-K)
               ADD CATH-IMP TO T-PE-COSTO (WKS-PER-IDX)
               SUBTRACT T-PR-ULT (WKS-K)
                   FROM T-PE-COSTO (WKS-PER-IDX).

           MOVE CATH-IMP TO T-PR-ULT (WKS-K).

           READ ARC-CATH
               AT END MOVE 1 TO WKS-FIN.

      *    Renglon del proyecto en el periodo; lo abre si no existe.
       2100-BUSCA-MARGEN.
           PERFORM 2150-BUSCA-PERIODO.

           MOVE ZERO TO WKS-MAR-IDX.
           IF WKS-PER-IDX NOT = ZERO
               PERFORM 2120-COMPARA-MARGEN
                   VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-MAR
               IF WKS-MAR-IDX = ZERO
                   PERFORM 2130-AGREGA-MARGEN.

       2120-COMPARA-MARGEN.
           IF T-MG-PER (WKS-I) = WKS-BUS-PER
                   AND T-MG-PROY (WKS-I) = WKS-BUS-PROY
               MOVE WKS-I TO WKS-MAR-IDX
               MOVE WKS-NUM-MAR TO WKS-I.

       2130-AGREGA-MARGEN.
           IF WKS-NUM-MAR < WKS-MAX-MAR
               ADD 1 TO WKS-NUM-MAR
               INITIALIZE T-MAR (WKS-NUM-MAR)
               MOVE WKS-BUS-PER  TO T-MG-PER (WKS-NUM-MAR)
               MOVE WKS-BUS-PROY TO T-MG-PROY (WKS-NUM-MAR)
               MOVE WKS-NUM-MAR  TO WKS-MAR-IDX
           ELSE
               DISPLAY "TABLA DE MARGENES LLENA, SE OMITE "
                   WKS-BUS-PROY " " WKS-BUS-PER.

       2150-BUSCA-PERIODO.
           MOVE ZERO TO WKS-PER-IDX.
           PERFORM 2160-COMPARA-PERIODO
               VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > WKS-NUM-PER.

           IF WKS-PER-IDX = ZERO
               IF WKS-NUM-PER < WKS-MAX-PER
                   ADD 1 TO WKS-NUM-PER
                   INITIALIZE T-PER (WKS-NUM-PER)
                   MOVE WKS-BUS-PER TO T-PE-PER (WKS-NUM-PER)
                   MOVE WKS-NUM-PER TO WKS-PER-IDX
               ELSE
                   DISPLAY "TABLA DE PERIODOS LLENA, SE OMITE "
                       WKS-BUS-PER.

       2160-COMPARA-PERIODO.
           IF T-PE-PER (WKS-P) = WKS-BUS-PER
               MOVE WKS-P TO WKS-PER-IDX
               MOVE WKS-NUM-PER TO WKS-P.

      *    Lo facturado: cada factura cae en su proyecto y periodo,
      *    haya o no cierre del periodo todavia.
       2300-JUNTA-FACTURAS.
           OPEN INPUT ARC-FPF.
           IF WKS-FS-FPF = "35"
               DISPLAY "NO EXISTEN FACTURAS DE PROYECTO ARC-FPF"
           ELSE
               MOVE ZERO TO WKS-FIN
               READ ARC-FPF
                   AT END MOVE 1 TO WKS-FIN

               PERFORM 2350-AGREGA-FACTURA UNTIL WKS-FIN = 1

               CLOSE ARC-FPF.

       2350-AGREGA-FACTURA.
           MOVE FPF-PERIODO TO WKS-BUS-PER.
           MOVE FPF-ID-PROY TO WKS-BUS-PROY.
           PERFORM 2100-BUSCA-MARGEN.

           IF WKS-MAR-IDX NOT = ZERO
               ADD FPF-IMPORTE TO T-MG-FACT (WKS-MAR-IDX)
               ADD FPF-IMPORTE TO T-PE-FACT (WKS-PER-IDX).

           READ ARC-FPF
               AT END MOVE 1 TO WKS-FIN.

      *    Bruto pagado a consultores por periodo del corte, para
      *    cuadrar contra el costo tomado del historico.
       2500-JUNTA-ECO.
           OPEN INPUT ARC-ECO.
           IF WKS-FS-ECO = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE ESTADOS ARC-ECO"
           ELSE
               MOVE ZERO TO WKS-FIN
               READ ARC-ECO
                   AT END MOVE 1 TO WKS-FIN

               PERFORM 2550-AGREGA-ECO UNTIL WKS-FIN = 1

               CLOSE ARC-ECO.

       2550-AGREGA-ECO.
           MOVE ECO-FECHA TO WKS-ECO-FECHA.
           MOVE WKS-EF-PER TO WKS-BUS-PER.
           MOVE ZERO TO WKS-PER-IDX.
           PERFORM 2160-COMPARA-PERIODO
               VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > WKS-NUM-PER.

           IF WKS-PER-IDX NOT = ZERO
               ADD ECO-BRUTO TO T-PE-ECO (WKS-PER-IDX).

           READ ARC-ECO
               AT END MOVE 1 TO WKS-FIN.

      *    Gastos de viaje aprobados o pagados, en el proyecto y el
      *    periodo de la fecha del gasto.
       2700-JUNTA-GASTOS.
           OPEN INPUT ARC-GAS.
           IF WKS-FS-GAS = "35"
               CONTINUE
           ELSE
               MOVE ZERO TO WKS-FIN
               READ ARC-GAS
                   AT END MOVE 1 TO WKS-FIN

               PERFORM 2750-AGREGA-GASTO UNTIL WKS-FIN = 1

               CLOSE ARC-GAS.

       2750-AGREGA-GASTO.
           IF GAS-APROBADO OR GAS-PAGADO
               MOVE GAS-FECHA   TO WKS-GAS-FECHA
               MOVE WKS-GF-PER  TO WKS-BUS-PER
               MOVE GAS-ID-PROY TO WKS-BUS-PROY
               PERFORM 2100-BUSCA-MARGEN
               IF WKS-MAR-IDX NOT = ZERO
                   ADD GAS-IMPORTE TO T-MG-GAST (WKS-MAR-IDX)
                   ADD GAS-IMPORTE TO T-PE-GAST (WKS-PER-IDX).

           READ ARC-GAS
               AT END MOVE 1 TO WKS-FIN.

      *-------------------REPORTE----------------------------------*
       3000-GENERA-REPORTE.
           IF WKS-FS-CATH NOT = "35"
               CLOSE ARC-CATH.

           OPEN OUTPUT REP-RMA.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.

           PERFORM 3100-REPORTA-PERIODO
               VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > WKS-NUM-PER.

           MOVE WKS-TOT-BAJO TO WKS-PIE-BAJO.
           MOVE WKS-PIE TO LINEA.
           WRITE LINEA AFTER 3.

           CLOSE REP-RMA.
           IF WKS-FS-FPR NOT = "35"
               CLOSE ARC-FPR.

       3100-REPORTA-PERIODO.
           MOVE T-PE-PER (WKS-P) TO WKS-EP-PER.
           MOVE WKS-ENC-PER TO LINEA.
           WRITE LINEA AFTER 2.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 1.

           PERFORM 3200-REPORTA-PROYECTO
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-MAR.

           COMPUTE WKS-MARGEN =
               T-PE-FACT (WKS-P) - T-PE-COSTO (WKS-P)
               - T-PE-GAST (WKS-P).
           MOVE T-PE-COSTO (WKS-P) TO WKS-TT-COSTO.
           MOVE T-PE-FACT (WKS-P)  TO WKS-TT-FACT.
           MOVE T-PE-GAST (WKS-P)  TO WKS-TT-GAST.
           MOVE WKS-MARGEN         TO WKS-TT-MARGEN.
           MOVE WKS-TOT1 TO LINEA.
           WRITE LINEA AFTER 2.

           COMPUTE WKS-DIF = T-PE-ECO (WKS-P) - T-PE-COSTO (WKS-P).
           MOVE T-PE-ECO (WKS-P) TO WKS-TE-ECO.
           MOVE WKS-DIF          TO WKS-TE-DIF.
           MOVE WKS-TOT2 TO LINEA.
           WRITE LINEA AFTER 1.

       3200-REPORTA-PROYECTO.
           IF T-MG-PER (WKS-I) = T-PE-PER (WKS-P)
               PERFORM 3250-IMPRIME-MARGEN.

      *    Sin factura no hay margen que medir: se marca aparte y
      *    cuenta como abajo de la meta si tuvo costo.
       3250-IMPRIME-MARGEN.
           MOVE SPACES TO WKS-DET1.
           MOVE T-MG-PROY (WKS-I) TO WKS-DT-ID.
           COMPUTE WKS-K = T-MG-PROY (WKS-I) + 1.
           MOVE T-PR-NOM (WKS-K) TO WKS-DT-NOM.
           MOVE T-MG-COSTO (WKS-I) TO WKS-DT-COSTO.
           MOVE T-MG-FACT (WKS-I)  TO WKS-DT-FACT.
           MOVE T-MG-GAST (WKS-I)  TO WKS-DT-GAST.
           COMPUTE WKS-MARGEN =
               T-MG-FACT (WKS-I) - T-MG-COSTO (WKS-I)
               - T-MG-GAST (WKS-I).
           MOVE WKS-MARGEN TO WKS-DT-MARGEN.

           PERFORM 3300-BUSCA-META.
           MOVE WKS-META TO WKS-DT-META.

           IF T-MG-FACT (WKS-I) = ZERO
               IF T-MG-COSTO (WKS-I) > ZERO
                       OR T-MG-GAST (WKS-I) > ZERO
                   MOVE "SIN FACTURA" TO WKS-DT-OBS
                   ADD 1 TO WKS-TOT-BAJO
               END-IF
           ELSE
               COMPUTE WKS-PCT ROUNDED =
                   WKS-MARGEN * 100 / T-MG-FACT (WKS-I)
               MOVE WKS-PCT TO WKS-DT-PCT
               IF WKS-PCT < WKS-META
                   MOVE "ABAJO META" TO WKS-DT-OBS
                   ADD 1 TO WKS-TOT-BAJO.

           IF T-MG-CIERRE (WKS-I) = ZERO
               MOVE "SIN CIERRE" TO WKS-DT-OBS.

           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

       3300-BUSCA-META.
           MOVE WKS-META-GRAL TO WKS-META.
           IF WKS-FS-FPR NOT = "35"
               MOVE T-MG-PROY (WKS-I) TO FPR-ID-PROY
               READ ARC-FPR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FPR-MARGEN NOT = ZERO
                           MOVE FPR-MARGEN TO WKS-META.
