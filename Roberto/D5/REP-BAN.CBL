       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-BAN.
      *    Banca y liberacion de consultores: hasta hoy el encargado
      *    de asignaciones se enteraba de que un consultor se quedaba
      *    sin proyecto cuando la FECHA-TERMINO de ARC-PRO ya habia
      *    pasado. Con ARC-CNS, ARC-PRO, ARC-MPRO y el catalogo de
      *    status ARC-MST el reporte saca:
      *      - consultores activos sin asignacion vigente hoy, con su
      *        ultima terminacion y su siguiente inicio si ya lo hay;
      *      - asignaciones que terminan en los siguientes 30/60/90
      *        dias, por proyecto;
      *      - consultores con dos o mas proyectos vigentes a la vez
      *        cuya mensualidad junta pasa de la carga normal;
      *      - proyectos activos del maestro sin asignacion vigente
      *        en status abierto;
      *      - semana por semana del siguiente trimestre (13
      *        semanas), cuantos consultores estan comprometidos.
      *    Una asignacion cuenta si su status es de clase abierta
      *    (o no esta en el catalogo) y su rango cubre el dia. La
      *    asignacion por hora entra a la carga con 160 horas al
      *    mes. La carga normal (pesos al mes, sin centavos) la puede
      *    pasar la corrida por ambiente en REP_BAN_CARGA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-CNS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CNS.
           SELECT ARC-PRO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-PRO.
           SELECT ARC-MPRO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-MPRO.
           SELECT ARC-MST ASSIGN TO DISK
               FILE STATUS IS WKS-FS-MST.
           SELECT REP-BAN ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CNS.
           COPY REGCNS.

       FD ARC-PRO.
           COPY REGPRO.

       FD ARC-MPRO.
           COPY REGMPRO.

       FD ARC-MST.
           COPY REGMST.

       FD REP-BAN.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CNS        PIC XX.
       01 WKS-FS-PRO        PIC XX.
       01 WKS-FS-MPRO       PIC XX.
       01 WKS-FS-MST        PIC XX.

       01 WKS-PARM          PIC X(80).
       01 WKS-CARGA-NORMAL  PIC 9(08)V99 VALUE 60000.00.
       01 WKS-CARGA-PARM    PIC 9(08).
       01 WKS-HORAS-MES     PIC 9(03) VALUE 160.

       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).

      *    Fechas de referencia: hoy mas 30, 60 y 90 dias, y el
      *    inicio y fin de cada una de las 13 semanas del trimestre.
       01 WKS-FEC-30        PIC 9(08).
       01 WKS-FEC-60        PIC 9(08).
       01 WKS-FEC-90        PIC 9(08).
       01 T-SEMANAS.
           03 T-SEM OCCURS 13 TIMES.
               05 T-SM-INI   PIC 9(08).
               05 T-SM-FIN   PIC 9(08).
               05 T-SM-COMP  PIC 9(04).
       01 WKS-DIAS-AVANCE   PIC 9(03).
       01 WKS-FEC-ANT       PIC 9(08).

       01 WKS-SE-FECHA.
           03 WKS-SE-ANO    PIC 9(04).
           03 WKS-SE-MES    PIC 9(02).
           03 WKS-SE-DIA    PIC 9(02).
       01 WKS-DIAS-MES      PIC X(24)
               VALUE "312831303130313130313031".
       01 T-DIAS-MES REDEFINES WKS-DIAS-MES.
           03 T-DM OCCURS 12 TIMES PIC 99.
       01 WKS-BI-REM        PIC 99.
       77 WKS-DM            PIC 99.

      *    Catalogo de status en memoria, para la clase.
       01 WKS-MAX-MST       PIC 99 VALUE 30.
       01 WKS-NUM-MST       PIC 99 VALUE ZERO.
       01 WKS-MST-IDX       PIC 99.
       01 WKS-FIN-MST       PIC 9.
       01 T-STATUS.
           03 T-MST OCCURS 30 TIMES.
               05 T-MS-COD   PIC 99.
               05 T-MS-DESC  PIC X(20).
               05 T-MS-CLASE PIC X.

      *    Maestro de proyectos en memoria.
       01 WKS-MAX-PROY      PIC 99 VALUE 30.
       01 WKS-NUM-PROY      PIC 99 VALUE ZERO.
       01 WKS-FIN-MPRO      PIC 9.
       01 T-PROYECTOS.
           03 T-PROY OCCURS 30 TIMES.
               05 T-PR-ID    PIC 99.
               05 T-PR-NOM   PIC X(16).
               05 T-PR-EST   PIC 9.

      *    Catalogo de consultores en memoria.
       01 WKS-MAX-CNS       PIC 99 VALUE 50.
       01 WKS-NUM-CNS       PIC 99 VALUE ZERO.
       01 WKS-FIN-CNS       PIC 9.
       01 T-CONSULTORES.
           03 T-CNS OCCURS 50 TIMES.
               05 T-CN-ID    PIC 9(04).
               05 T-CN-NOM   PIC X(30).
               05 T-CN-EST   PIC 9.

      *    Renglones de ARC-PRO que cuentan como compromiso (status
      *    abierto), con su mensualidad equivalente y el consultor
      *    al que pertenecen en la tabla de consultores asignados.
       01 WKS-MAX-ASI       PIC 9(03) VALUE 300.
       01 WKS-NUM-ASI       PIC 9(03) VALUE ZERO.
       01 WKS-FIN-PRO       PIC 9.
       01 T-ASIGNACIONES.
           03 T-ASI OCCURS 300 TIMES.
               05 T-AS-PROY  PIC 99.
               05 T-AS-STAT  PIC 99.
               05 T-AS-NOM   PIC X(30).
               05 T-AS-ID    PIC 9(04).
               05 T-AS-MEN   PIC 9(08)V99.
               05 T-AS-INI   PIC 9(08).
               05 T-AS-TER   PIC 9(08).
               05 T-AS-CON   PIC 9(03).

      *    Consultores distintos con asignacion: por ID de catalogo,
      *    o por el nombre libre en los renglones anteriores al
      *    catalogo (ID cero).
       01 WKS-MAX-CAS       PIC 9(03) VALUE 150.
       01 WKS-NUM-CAS       PIC 9(03) VALUE ZERO.
       01 WKS-CAS-IDX       PIC 9(03).
       01 T-CONS-ASIG.
           03 T-CAS OCCURS 150 TIMES.
               05 T-CA-ID    PIC 9(04).
               05 T-CA-NOM   PIC X(30).
               05 T-CA-VIG   PIC 99.
               05 T-CA-MEN   PIC 9(09)V99.
               05 T-CA-ULT   PIC 9(08).
               05 T-CA-PROX  PIC 9(08).

       01 WKS-VIGENTES      PIC 9(03).
       01 WKS-EN-SEMANA     PIC 9.
       01 WKS-TOT-BANCA     PIC 9(04) VALUE ZERO.
       01 WKS-TOT-TERMINA   PIC 9(04) VALUE ZERO.
       01 WKS-TOT-SOBRE     PIC 9(04) VALUE ZERO.
       01 WKS-TOT-SINASI    PIC 9(04) VALUE ZERO.
       01 WKS-ACTIVOS       PIC 9(04) VALUE ZERO.

       77 WKS-I             PIC 9(03).
       77 WKS-J             PIC 9(03).
       77 WKS-K             PIC 99.
       77 WKS-S             PIC 99.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(42)
                   VALUE "BANCA Y LIBERACION DE CONSULTORES AL ".
           03 WKS-ENC-FECHA  PIC 9(08).

       01 WKS-TIT1.
           03 FILLER         PIC X(60) VALUE
               "CONSULTORES ACTIVOS SIN ASIGNACION VIGENTE".
       01 WKS-ENC1.
           03 FILLER         PIC X(06) VALUE "ID".
           03 FILLER         PIC X(32) VALUE "NOMBRE".
           03 FILLER         PIC X(16) VALUE "ULT. TERMINO".
           03 FILLER         PIC X(16) VALUE "PROXIMO INICIO".
       01 WKS-DET1.
           03 WKS-D1-ID      PIC 9(04).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-D1-NOM     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-D1-ULT     PIC 9(08).
           03 FILLER         PIC X(08) VALUE SPACES.
           03 WKS-D1-PROX    PIC 9(08).

       01 WKS-TIT2.
           03 FILLER         PIC X(60) VALUE
               "ASIGNACIONES QUE TERMINAN EN LOS SIGUIENTES 90 DIAS".
       01 WKS-ENC-PROY.
           03 FILLER         PIC X(10) VALUE "PROYECTO: ".
           03 WKS-EP-ID      PIC 99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-EP-NOM     PIC X(16).
       01 WKS-DET2.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-D2-ID      PIC 9(04).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-D2-NOM     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-D2-TER     PIC 9(08).
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE "EN MENOS ".
           03 WKS-D2-DIAS    PIC X(07).

       01 WKS-TIT3.
           03 FILLER         PIC X(44) VALUE
               "CONSULTORES ARRIBA DE LA CARGA NORMAL DE ".
           03 WKS-T3-CARGA   PIC $$$,$$$,$$9.99.
       01 WKS-ENC3.
           03 FILLER         PIC X(06) VALUE "ID".
           03 FILLER         PIC X(32) VALUE "NOMBRE".
           03 FILLER         PIC X(12) VALUE "PROYECTOS".
           03 FILLER         PIC X(16) VALUE "MENSUAL JUNTO".
       01 WKS-DET3.
           03 WKS-D3-ID      PIC 9(04).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-D3-NOM     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-D3-VIG     PIC Z9.
           03 FILLER         PIC X(06) VALUE SPACES.
           03 WKS-D3-MEN     PIC $$$,$$$,$$9.99.

       01 WKS-TIT4.
           03 FILLER         PIC X(60) VALUE
               "PROYECTOS ACTIVOS SIN ASIGNACION VIGENTE ABIERTA".
       01 WKS-DET4.
           03 WKS-D4-ID      PIC 99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-D4-NOM     PIC X(16).

       01 WKS-TIT5.
           03 FILLER         PIC X(60) VALUE
               "CONSULTORES COMPROMETIDOS POR SEMANA".
       01 WKS-ENC5.
           03 FILLER         PIC X(08) VALUE "SEMANA".
           03 FILLER         PIC X(22) VALUE "DEL        AL".
           03 FILLER         PIC X(14) VALUE "COMPROMETIDOS".
           03 FILLER         PIC X(14) VALUE "  LIBRES".
       01 WKS-DET5.
           03 WKS-D5-SEM     PIC Z9.
           03 FILLER         PIC X(06) VALUE SPACES.
           03 WKS-D5-INI     PIC 9(08).
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-D5-FIN     PIC 9(08).
           03 FILLER         PIC X(06) VALUE SPACES.
           03 WKS-D5-COMP    PIC ZZZ9.
           03 FILLER         PIC X(10) VALUE SPACES.
           03 WKS-D5-LIB     PIC ZZZ9-.

       01 WKS-NADA.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(20) VALUE "(NINGUNO)".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-RESUME-CONSULTORES
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-ASI.
           PERFORM 3000-GENERA-REPORTE.
           GOBACK.

       1000-INICIO.
           DISPLAY "REP_BAN_CARGA" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM (1:8) IS NUMERIC
               MOVE WKS-PARM (1:8) TO WKS-CARGA-PARM
               MOVE WKS-CARGA-PARM TO WKS-CARGA-NORMAL.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           PERFORM 1100-ARMA-FECHAS.
           PERFORM 1300-CARGA-STATUS.
           PERFORM 1400-CARGA-PROYECTOS.
           PERFORM 1500-CARGA-CONSULTORES.
           PERFORM 1600-CARGA-ASIGNACIONES.

      *    Un solo recorrido de 91 dias desde hoy: los cortes de 30,
      *    60 y 90 y las 13 semanas (la primera empieza hoy).
       1100-ARMA-FECHAS.
           MOVE WKS-FECHA-HOY TO WKS-SE-FECHA.
           MOVE ZERO TO WKS-DIAS-AVANCE.
           MOVE 1 TO WKS-S.
           MOVE WKS-SE-FECHA TO T-SM-INI (1).
           PERFORM 1150-AVANZA-DIA 91 TIMES.

      *    Al cumplirse cada 7 dias la semana en curso termina en el
      *    dia anterior y el dia alcanzado abre la siguiente.
       1150-AVANZA-DIA.
           MOVE WKS-SE-FECHA TO WKS-FEC-ANT.
           PERFORM 8000-DIA-SIGUIENTE.
           ADD 1 TO WKS-DIAS-AVANCE.

           IF WKS-DIAS-AVANCE = 30
               MOVE WKS-SE-FECHA TO WKS-FEC-30.
           IF WKS-DIAS-AVANCE = 60
               MOVE WKS-SE-FECHA TO WKS-FEC-60.
           IF WKS-DIAS-AVANCE = 90
               MOVE WKS-SE-FECHA TO WKS-FEC-90.

           IF WKS-DIAS-AVANCE = WKS-S * 7
               MOVE WKS-FEC-ANT TO T-SM-FIN (WKS-S)
               ADD 1 TO WKS-S
               IF WKS-S <= 13
                   MOVE WKS-SE-FECHA TO T-SM-INI (WKS-S).

       1300-CARGA-STATUS.
           OPEN INPUT ARC-MST.
           IF WKS-FS-MST = "35"
               CONTINUE
           ELSE
               READ ARC-MST
                   AT END MOVE 1 TO WKS-FIN-MST
                   NOT AT END MOVE ZERO TO WKS-FIN-MST

               PERFORM 1350-AGREGA-STATUS UNTIL WKS-FIN-MST = 1

               CLOSE ARC-MST.

       1350-AGREGA-STATUS.
           IF WKS-NUM-MST < WKS-MAX-MST
               ADD 1 TO WKS-NUM-MST
               MOVE MST-CODIGO TO T-MS-COD (WKS-NUM-MST)
               MOVE MST-DESC   TO T-MS-DESC (WKS-NUM-MST)
               MOVE MST-CLASE  TO T-MS-CLASE (WKS-NUM-MST)
           ELSE
               DISPLAY "CATALOGO DE STATUS LLENO, SE OMITEN "
                   "RESTANTES".

           READ ARC-MST
               AT END MOVE 1 TO WKS-FIN-MST.

       1400-CARGA-PROYECTOS.
           OPEN INPUT ARC-MPRO.
           IF WKS-FS-MPRO = "35"
               CONTINUE
           ELSE
               READ ARC-MPRO
                   AT END MOVE 1 TO WKS-FIN-MPRO
                   NOT AT END MOVE ZERO TO WKS-FIN-MPRO

               PERFORM 1450-AGREGA-PROYECTO UNTIL WKS-FIN-MPRO = 1

               CLOSE ARC-MPRO.

       1450-AGREGA-PROYECTO.
           IF WKS-NUM-PROY < WKS-MAX-PROY
               ADD 1 TO WKS-NUM-PROY
               MOVE ID-PROY-M  TO T-PR-ID (WKS-NUM-PROY)
               MOVE NOM-PROY-M TO T-PR-NOM (WKS-NUM-PROY)
               MOVE EST-PROY-M TO T-PR-EST (WKS-NUM-PROY)
           ELSE
               DISPLAY "MAESTRO DE PROYECTOS LLENO, SE OMITEN "
                   "RESTANTES".

           READ ARC-MPRO
               AT END MOVE 1 TO WKS-FIN-MPRO.

       1500-CARGA-CONSULTORES.
           OPEN INPUT ARC-CNS.
           IF WKS-FS-CNS = "35"
               CONTINUE
           ELSE
               READ ARC-CNS
                   AT END MOVE 1 TO WKS-FIN-CNS
                   NOT AT END MOVE ZERO TO WKS-FIN-CNS

               PERFORM 1550-AGREGA-CONSULTOR UNTIL WKS-FIN-CNS = 1

               CLOSE ARC-CNS.

       1550-AGREGA-CONSULTOR.
           IF WKS-NUM-CNS < WKS-MAX-CNS
               ADD 1 TO WKS-NUM-CNS
               MOVE CNS-ID     TO T-CN-ID (WKS-NUM-CNS)
               MOVE CNS-NOMBRE TO T-CN-NOM (WKS-NUM-CNS)
               MOVE CNS-ESTADO TO T-CN-EST (WKS-NUM-CNS)
               IF CNS-ACTIVO
                   ADD 1 TO WKS-ACTIVOS
               END-IF
           ELSE
               DISPLAY "CATALOGO DE CONSULTORES LLENO, SE OMITEN "
                   "RESTANTES".

           READ ARC-CNS
               AT END MOVE 1 TO WKS-FIN-CNS.

      *    Los renglones en status de clase cerrada no comprometen a
      *    nadie y se dejan fuera.
       1600-CARGA-ASIGNACIONES.
           OPEN INPUT ARC-PRO.
           IF WKS-FS-PRO = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE ASIGNACIONES ARC-PRO"
           ELSE
               READ ARC-PRO
                   AT END MOVE 1 TO WKS-FIN-PRO
                   NOT AT END MOVE ZERO TO WKS-FIN-PRO

               PERFORM 1650-AGREGA-ASIGNACION UNTIL WKS-FIN-PRO = 1

               CLOSE ARC-PRO.

       1650-AGREGA-ASIGNACION.
           PERFORM 1700-BUSCA-STATUS.

           IF WKS-MST-IDX = ZERO
               PERFORM 1660-GUARDA-ASIGNACION
           ELSE
               IF T-MS-CLASE (WKS-MST-IDX) NOT = "C"
                   PERFORM 1660-GUARDA-ASIGNACION.

           READ ARC-PRO
               AT END MOVE 1 TO WKS-FIN-PRO.

       1660-GUARDA-ASIGNACION.
           IF WKS-NUM-ASI < WKS-MAX-ASI
               ADD 1 TO WKS-NUM-ASI
               MOVE ID-PROYECT       TO T-AS-PROY (WKS-NUM-ASI)
               MOVE STATUS-PROY      TO T-AS-STAT (WKS-NUM-ASI)
               MOVE NOMBRE-CONSULTOR TO T-AS-NOM (WKS-NUM-ASI)
               MOVE ID-CONSULTOR     TO T-AS-ID (WKS-NUM-ASI)
               MOVE FECHA-INICIO     TO T-AS-INI (WKS-NUM-ASI)
               MOVE FECHA-TERMINO    TO T-AS-TER (WKS-NUM-ASI)
               IF PRO-POR-HORA
                   COMPUTE T-AS-MEN (WKS-NUM-ASI) =
                       PRO-TARIFA-HORA * WKS-HORAS-MES
               ELSE
                   MOVE INGRESO-MENSUAL TO T-AS-MEN (WKS-NUM-ASI)
               END-IF
               PERFORM 1750-UBICA-CONSULTOR
               MOVE WKS-CAS-IDX TO T-AS-CON (WKS-NUM-ASI)
           ELSE
               DISPLAY "TABLA DE ASIGNACIONES LLENA, SE OMITE "
                   NOMBRE-CONSULTOR.

       1700-BUSCA-STATUS.
           MOVE ZERO TO WKS-MST-IDX.
           PERFORM 1710-COMPARA-STATUS
               VARYING WKS-K FROM 1 BY 1 UNTIL WKS-K > WKS-NUM-MST.

       1710-COMPARA-STATUS.
           IF T-MS-COD (WKS-K) = STATUS-PROY
               MOVE WKS-K TO WKS-MST-IDX
               MOVE WKS-NUM-MST TO WKS-K.

      *    El consultor del renglon en la tabla de asignados; con
      *    ID se le pone el nombre del catalogo.
       1750-UBICA-CONSULTOR.
           MOVE ZERO TO WKS-CAS-IDX.
           PERFORM 1760-COMPARA-ASIGNADO
               VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > WKS-NUM-CAS.

           IF WKS-CAS-IDX = ZERO
               IF WKS-NUM-CAS < WKS-MAX-CAS
                   ADD 1 TO WKS-NUM-CAS
                   INITIALIZE T-CAS (WKS-NUM-CAS)
                   MOVE ID-CONSULTOR     TO T-CA-ID (WKS-NUM-CAS)
                   MOVE NOMBRE-CONSULTOR TO T-CA-NOM (WKS-NUM-CAS)
                   MOVE WKS-NUM-CAS      TO WKS-CAS-IDX
               ELSE
                   DISPLAY "TABLA DE CONSULTORES ASIGNADOS LLENA, "
                       "SE OMITE " NOMBRE-CONSULTOR.

       1760-COMPARA-ASIGNADO.
           IF ID-CONSULTOR = ZERO
               IF T-CA-ID (WKS-J) = ZERO
                       AND T-CA-NOM (WKS-J) = NOMBRE-CONSULTOR
                   MOVE WKS-J TO WKS-CAS-IDX
                   MOVE WKS-NUM-CAS TO WKS-J
               END-IF
           ELSE
               IF T-CA-ID (WKS-J) = ID-CONSULTOR
                   MOVE WKS-J TO WKS-CAS-IDX
                   MOVE WKS-NUM-CAS TO WKS-J.

      *    Por consultor asignado: asignaciones vigentes hoy y su
      *    mensualidad junta, ultima terminacion ya pasada y el
      *    siguiente inicio futuro.
       2000-RESUME-CONSULTORES.
           MOVE T-AS-CON (WKS-I) TO WKS-CAS-IDX.
           IF WKS-CAS-IDX NOT = ZERO
               PERFORM 2100-RESUME-ASIGNACION.

       2100-RESUME-ASIGNACION.
           IF T-AS-INI (WKS-I) <= WKS-FECHA-HOY
                   AND T-AS-TER (WKS-I) >= WKS-FECHA-HOY
               ADD 1 TO T-CA-VIG (WKS-CAS-IDX)
               ADD T-AS-MEN (WKS-I) TO T-CA-MEN (WKS-CAS-IDX).

           IF T-AS-TER (WKS-I) < WKS-FECHA-HOY
                   AND T-AS-TER (WKS-I) > T-CA-ULT (WKS-CAS-IDX)
               MOVE T-AS-TER (WKS-I) TO T-CA-ULT (WKS-CAS-IDX).

           IF T-AS-INI (WKS-I) > WKS-FECHA-HOY
               IF T-CA-PROX (WKS-CAS-IDX) = ZERO
                       OR T-AS-INI (WKS-I) < T-CA-PROX (WKS-CAS-IDX)
                   MOVE T-AS-INI (WKS-I) TO T-CA-PROX (WKS-CAS-IDX).

      *-------------------REPORTE----------------------------------*
       3000-GENERA-REPORTE.
           OPEN OUTPUT REP-BAN.
           MOVE WKS-FECHA-HOY TO WKS-ENC-FECHA.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.

           PERFORM 3100-BANCA.
           PERFORM 3200-TERMINAN.
           PERFORM 3300-SOBRECARGA.
           PERFORM 3400-PROYECTOS-SIN-ASIGNACION.
           PERFORM 3500-COMPROMISO-SEMANAL.

           CLOSE REP-BAN.

           DISPLAY "EN BANCA: " WKS-TOT-BANCA
               "  TERMINAN EN 90 DIAS: " WKS-TOT-TERMINA
               "  SOBRECARGADOS: " WKS-TOT-SOBRE
               "  PROYECTOS SIN ASIGNACION: " WKS-TOT-SINASI.

      *    Banca: consultor activo del catalogo sin renglon vigente.
       3100-BANCA.
           MOVE WKS-TIT1 TO LINEA.
           WRITE LINEA AFTER 3.
           MOVE WKS-ENC1 TO LINEA.
           WRITE LINEA AFTER 1.

           PERFORM 3150-REVISA-BANCA
               VARYING WKS-K FROM 1 BY 1 UNTIL WKS-K > WKS-NUM-CNS.

           IF WKS-TOT-BANCA = ZERO
               MOVE WKS-NADA TO LINEA
               WRITE LINEA AFTER 1.

       3150-REVISA-BANCA.
           IF T-CN-EST (WKS-K) = 1
               MOVE ZERO TO WKS-CAS-IDX
               PERFORM 3160-COMPARA-CATALOGO
                   VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > WKS-NUM-CAS
               MOVE ZERO TO WKS-VIGENTES
               IF WKS-CAS-IDX NOT = ZERO
                   MOVE T-CA-VIG (WKS-CAS-IDX) TO WKS-VIGENTES
               END-IF
               IF WKS-VIGENTES = ZERO
                   PERFORM 3170-IMPRIME-BANCA.

       3160-COMPARA-CATALOGO.
           IF T-CA-ID (WKS-J) = T-CN-ID (WKS-K)
               MOVE WKS-J TO WKS-CAS-IDX
               MOVE WKS-NUM-CAS TO WKS-J.

       3170-IMPRIME-BANCA.
           MOVE T-CN-ID (WKS-K)  TO WKS-D1-ID.
           MOVE T-CN-NOM (WKS-K) TO WKS-D1-NOM.
           MOVE ZERO TO WKS-D1-ULT.
           MOVE ZERO TO WKS-D1-PROX.
           IF WKS-CAS-IDX NOT = ZERO
               MOVE T-CA-ULT (WKS-CAS-IDX)  TO WKS-D1-ULT
               MOVE T-CA-PROX (WKS-CAS-IDX) TO WKS-D1-PROX.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.
           ADD 1 TO WKS-TOT-BANCA.

      *    Por proyecto del maestro, las asignaciones que terminan
      *    de hoy a 90 dias, marcadas en la cama de 30, 60 o 90.
       3200-TERMINAN.
           MOVE WKS-TIT2 TO LINEA.
           WRITE LINEA AFTER 3.

           PERFORM 3250-TERMINAN-PROYECTO
               VARYING WKS-K FROM 1 BY 1 UNTIL WKS-K > WKS-NUM-PROY.

           IF WKS-TOT-TERMINA = ZERO
               MOVE WKS-NADA TO LINEA
               WRITE LINEA AFTER 1.

       3250-TERMINAN-PROYECTO.
           MOVE ZERO TO WKS-VIGENTES.
           PERFORM 3260-TERMINA-RENGLON
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-ASI.

       3260-TERMINA-RENGLON.
           IF T-AS-PROY (WKS-I) = T-PR-ID (WKS-K)
                   AND T-AS-TER (WKS-I) >= WKS-FECHA-HOY
                   AND T-AS-TER (WKS-I) <= WKS-FEC-90
               PERFORM 3270-IMPRIME-TERMINA.

       3270-IMPRIME-TERMINA.
           IF WKS-VIGENTES = ZERO
               MOVE T-PR-ID (WKS-K)  TO WKS-EP-ID
               MOVE T-PR-NOM (WKS-K) TO WKS-EP-NOM
               MOVE WKS-ENC-PROY TO LINEA
               WRITE LINEA AFTER 2.
           ADD 1 TO WKS-VIGENTES.

           MOVE T-AS-ID (WKS-I)  TO WKS-D2-ID.
           MOVE T-AS-NOM (WKS-I) TO WKS-D2-NOM.
           MOVE T-AS-TER (WKS-I) TO WKS-D2-TER.
           IF T-AS-TER (WKS-I) <= WKS-FEC-30
               MOVE "30 DIAS" TO WKS-D2-DIAS
           ELSE
               IF T-AS-TER (WKS-I) <= WKS-FEC-60
                   MOVE "60 DIAS" TO WKS-D2-DIAS
               ELSE
                   MOVE "90 DIAS" TO WKS-D2-DIAS.
           MOVE WKS-DET2 TO LINEA.
           WRITE LINEA AFTER 1.
           ADD 1 TO WKS-TOT-TERMINA.

      *    Dos o mas proyectos vigentes a la vez y la mensualidad
      *    junta arriba de la carga normal.
       3300-SOBRECARGA.
           MOVE WKS-CARGA-NORMAL TO WKS-T3-CARGA.
           MOVE WKS-TIT3 TO LINEA.
           WRITE LINEA AFTER 3.
           MOVE WKS-ENC3 TO LINEA.
           WRITE LINEA AFTER 1.

           PERFORM 3350-REVISA-CARGA
               VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > WKS-NUM-CAS.

           IF WKS-TOT-SOBRE = ZERO
               MOVE WKS-NADA TO LINEA
               WRITE LINEA AFTER 1.

       3350-REVISA-CARGA.
           IF T-CA-VIG (WKS-J) > 1
                   AND T-CA-MEN (WKS-J) > WKS-CARGA-NORMAL
               MOVE T-CA-ID (WKS-J)  TO WKS-D3-ID
               MOVE T-CA-NOM (WKS-J) TO WKS-D3-NOM
               MOVE T-CA-VIG (WKS-J) TO WKS-D3-VIG
               MOVE T-CA-MEN (WKS-J) TO WKS-D3-MEN
               PERFORM 3360-NOMBRE-CATALOGO
               MOVE WKS-DET3 TO LINEA
               WRITE LINEA AFTER 1
               ADD 1 TO WKS-TOT-SOBRE.

       3360-NOMBRE-CATALOGO.
           IF T-CA-ID (WKS-J) NOT = ZERO
               PERFORM 3365-COMPARA-NOMBRE
                   VARYING WKS-K FROM 1 BY 1 UNTIL WKS-K > WKS-NUM-CNS.

       3365-COMPARA-NOMBRE.
           IF T-CN-ID (WKS-K) = T-CA-ID (WKS-J)
               MOVE T-CN-NOM (WKS-K) TO WKS-D3-NOM
               MOVE WKS-NUM-CNS TO WKS-K.

      *    Proyecto activo del maestro sin ningun renglon abierto
      *    vigente hoy.
       3400-PROYECTOS-SIN-ASIGNACION.
           MOVE WKS-TIT4 TO LINEA.
           WRITE LINEA AFTER 3.

           PERFORM 3450-REVISA-PROYECTO
               VARYING WKS-K FROM 1 BY 1 UNTIL WKS-K > WKS-NUM-PROY.

           IF WKS-TOT-SINASI = ZERO
               MOVE WKS-NADA TO LINEA
               WRITE LINEA AFTER 1.

       3450-REVISA-PROYECTO.
           IF T-PR-EST (WKS-K) = 1
               MOVE ZERO TO WKS-VIGENTES
               PERFORM 3460-CUENTA-VIGENTE
                   VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-ASI
               IF WKS-VIGENTES = ZERO
                   MOVE T-PR-ID (WKS-K)  TO WKS-D4-ID
                   MOVE T-PR-NOM (WKS-K) TO WKS-D4-NOM
                   MOVE WKS-DET4 TO LINEA
                   WRITE LINEA AFTER 1
                   ADD 1 TO WKS-TOT-SINASI.

       3460-CUENTA-VIGENTE.
           IF T-AS-PROY (WKS-I) = T-PR-ID (WKS-K)
                   AND T-AS-INI (WKS-I) <= WKS-FECHA-HOY
                   AND T-AS-TER (WKS-I) >= WKS-FECHA-HOY
               ADD 1 TO WKS-VIGENTES.

      *    Comprometido en la semana: cualquier renglon suyo cruza
      *    algun dia de la semana. Libres = activos del catalogo
      *    menos comprometidos (negativo si hay comprometidos fuera
      *    del catalogo).
       3500-COMPROMISO-SEMANAL.
           MOVE WKS-TIT5 TO LINEA.
           WRITE LINEA AFTER 3.
           MOVE WKS-ENC5 TO LINEA.
           WRITE LINEA AFTER 1.

           PERFORM 3550-SEMANA
               VARYING WKS-S FROM 1 BY 1 UNTIL WKS-S > 13.

       3550-SEMANA.
           MOVE ZERO TO T-SM-COMP (WKS-S).
           PERFORM 3560-CONSULTOR-SEMANA
               VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > WKS-NUM-CAS.

           MOVE WKS-S              TO WKS-D5-SEM.
           MOVE T-SM-INI (WKS-S)   TO WKS-D5-INI.
           MOVE T-SM-FIN (WKS-S)   TO WKS-D5-FIN.
           MOVE T-SM-COMP (WKS-S)  TO WKS-D5-COMP.
           COMPUTE WKS-D5-LIB = WKS-ACTIVOS - T-SM-COMP (WKS-S).
           MOVE WKS-DET5 TO LINEA.
           WRITE LINEA AFTER 1.

       3560-CONSULTOR-SEMANA.
           MOVE ZERO TO WKS-EN-SEMANA.
           PERFORM 3570-RENGLON-SEMANA
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-ASI.
           IF WKS-EN-SEMANA = 1
               ADD 1 TO T-SM-COMP (WKS-S).

       3570-RENGLON-SEMANA.
           IF T-AS-CON (WKS-I) = WKS-J
                   AND T-AS-INI (WKS-I) <= T-SM-FIN (WKS-S)
                   AND T-AS-TER (WKS-I) >= T-SM-INI (WKS-S)
               MOVE 1 TO WKS-EN-SEMANA
               MOVE WKS-NUM-ASI TO WKS-I.

      *-------------------FECHAS-----------------------------------*
       8000-DIA-SIGUIENTE.
           PERFORM 8100-FEBRERO.
           IF WKS-SE-DIA < T-DM (WKS-SE-MES)
               ADD 1 TO WKS-SE-DIA
           ELSE
               MOVE 1 TO WKS-SE-DIA
               IF WKS-SE-MES = 12
                   MOVE 1 TO WKS-SE-MES
                   ADD 1 TO WKS-SE-ANO
               ELSE
                   ADD 1 TO WKS-SE-MES.

       8100-FEBRERO.
           DIVIDE WKS-SE-ANO BY 4 GIVING WKS-DM
               REMAINDER WKS-BI-REM.
           IF WKS-BI-REM = 0
               MOVE 29 TO T-DM (2)
           ELSE
               MOVE 28 TO T-DM (2).
