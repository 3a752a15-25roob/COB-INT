       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO-VTA.
      *    Pronostico de ventas para proponer las metas del ano
      *    siguiente: con los ultimos tres a cinco anos del historico
      *    ARC-VTA saca, por sucursal y para la empresa completa
      *    (todas las sucursales sumadas, incluido el consolidado
      *    000 de antes de llevar la sucursal), la tendencia del
      *    total anual -- recta de minimos cuadrados sobre los anos
      *    con venta -- y el indice estacional de cada mes (lo que
      *    pesa el mes contra el promedio mensual de su ano,
      *    promediado entre los anos). El pronostico del mes es el
      *    total anual proyectado entre doce por su indice.
      *    Imprime el pronostico junto a lo real del ano anterior.
      *    Con la firma de un aprobador de nivel 3, el pronostico de
      *    la empresa se graba en ARC-MET como metas propuestas del
      *    ano, que CAP-MET puede despues ajustar. Las metas se
      *    hacian a mano con lo del ano pasado mas un porcentaje.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ARC-VTA indexado por ano y sucursal; aqui en secuencia.
           SELECT ARC-VTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VTA-LLAVE
               FILE STATUS IS WKS-FS-VTA.
           SELECT ARC-MET ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-ANIO
               FILE STATUS IS WKS-FS-MET.
           SELECT REP-PVT ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-VTA.
       01 REG-VTA.
           03 VTA-LLAVE.
               05 VTA-ANIO PIC 9(04).
               05 VTA-SUC  PIC 9(03).
           03 VTA-MES    OCCURS 12 TIMES PIC 9(06)V99.
           03 VTA-PROM   PIC 9(06)V99.

       FD ARC-MET.
       01 REG-MET.
           03 MET-ANIO   PIC 9(04).
           03 MET-MES    OCCURS 12 TIMES PIC 9(06)V99.
           03 MET-ORIGEN PIC X.
               88 MET-PROPUESTA  VALUE "P".
               88 MET-CAPTURADA  VALUE "C".
           03 MET-APROBO PIC X(08).

       FD REP-PVT.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-FS-VTA        PIC XX.
       01 WKS-FS-MET        PIC XX.

      *    Firma de operador (subprograma FIRMA): consultar el
      *    pronostico es nivel 1; grabarlo como metas lo aprueba un
      *    nivel 3, igual que los movimientos de MANT-TAR.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "PRO-VTA ".
       01 WKS-APROBADOR    PIC X(08).

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).
       01 WKS-RESP         PIC X.

      *    Ano a pronosticar y los cinco anos de historia que lo
      *    preceden: el ano base mas 1 a 5 son las posiciones de la
      *    tabla y el ano pronosticado cae en la posicion 6.
       01 WKS-ANIO-PRO     PIC 9(04).
       01 WKS-ANIO-BASE    PIC 9(04).
       01 WKS-ANIO-MAX     PIC 9(04) VALUE ZERO.
       01 WKS-POS          PIC 99.
       01 WKS-FIN          PIC 9.
       01 WKS-MIN-ANIOS    PIC 9 VALUE 3.

      *    Sucursales con su historia; la posicion 1 es la empresa
      *    completa y de la 2 en adelante las sucursales.
       01 WKS-MAX-ENT       PIC 99 VALUE 31.
       01 WKS-NUM-ENT       PIC 99 VALUE 1.
       01 WKS-ENT-IDX       PIC 99.

       01 T-ENTIDADES.
           03 T-ENT OCCURS 31 TIMES.
               05 T-EN-SUC      PIC 9(03).
               05 T-EN-ANIO     OCCURS 5 TIMES.
                   07 T-EN-HAY  PIC 9.
                   07 T-EN-VTA  OCCURS 12 TIMES PIC 9(08)V99.

      *    Calculo del pronostico de una sucursal o de la empresa.
       01 WKS-N            PIC 9.
       01 WKS-SX           PIC 9(03).
       01 WKS-SXX          PIC 9(03).
       01 WKS-SY           PIC 9(11)V99.
       01 WKS-SXY          PIC 9(12)V99.
       01 WKS-DEN          PIC S9(05).
       01 WKS-PEND         PIC S9(11)V99.
       01 WKS-ORD          PIC S9(11)V99.
       01 WKS-PRO-ANIO     PIC S9(11)V99.
       01 WKS-TOT-ANIO     PIC 9(10)V99.
       01 WKS-TOT-REAL     PIC 9(10)V99.
       01 WKS-TOT-PRO      PIC 9(10)V99.
       01 WKS-VAL-REAL     PIC 9(10)V99.
       01 WKS-VAL-PRO      PIC 9(10)V99.
       01 WKS-VAR-PCT      PIC S9(05)V99.

       01 T-ESTACIONAL.
           03 T-SE OCCURS 12 TIMES PIC 9(03)V9(04).
       01 T-PRONOSTICO.
           03 T-PR OCCURS 12 TIMES PIC 9(09)V99.

      *    Pronostico de la empresa, el que se propone como metas.
       01 WKS-EMP-OK       PIC 9 VALUE ZERO.
       01 T-PRO-EMPRESA.
           03 T-PE OCCURS 12 TIMES PIC 9(09)V99.
       01 WKS-MET-OK       PIC 9.

       77 WKS-I            PIC 99.
       77 WKS-J            PIC 99.
       77 WKS-K            PIC 99.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(25) VALUE SPACES.
           03 FILLER         PIC X(40)
                   VALUE "PRONOSTICO DE VENTAS PARA METAS".

       01 WKS-ENCB.
           03 FILLER         PIC X(18) VALUE "ANO PRONOSTICADO: ".
           03 WKS-EB-ANIO    PIC 9(04).
           03 FILLER         PIC X(13) VALUE "  HISTORIA: ".
           03 WKS-EB-DESDE   PIC 9(04).
           03 FILLER         PIC X(03) VALUE " A ".
           03 WKS-EB-HASTA   PIC 9(04).
           03 FILLER         PIC X(10) VALUE "  AL DIA: ".
           03 WKS-EB-FECHA   PIC 9(08).

       01 WKS-ENT-LIN.
           03 WKS-EL-ETIQ    PIC X(10).
           03 WKS-EL-SUC     PIC X(03).
           03 FILLER         PIC X(20) VALUE "  ANOS DE HISTORIA: ".
           03 WKS-EL-N       PIC 9.
           03 FILLER         PIC X(19) VALUE "  TENDENCIA ANUAL: ".
           03 WKS-EL-TEND    PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER         PIC X(20) VALUE "  PRONOSTICO ANUAL: ".
           03 WKS-EL-PRO     PIC ZZZ,ZZZ,ZZ9.99.

       01 WKS-SIN-HISTORIA.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(43)
               VALUE "HISTORIA INSUFICIENTE PARA PRONOSTICAR, HAY".
           03 WKS-SH-N       PIC Z9.
           03 FILLER         PIC X(28)
               VALUE " ANOS Y SE REQUIEREN TRES".

       01 WKS-ENCC.
           03 FILLER         PIC X(12) VALUE "MES".
           03 FILLER         PIC X(16) VALUE "   REAL ANO ANT".
           03 FILLER         PIC X(10) VALUE "  INDICE".
           03 FILLER         PIC X(15) VALUE "     PRONOSTICO".
           03 FILLER         PIC X(12) VALUE "    VAR PCT".

       01 WKS-DET1.
           03 WKS-DT-MES     PIC X(10).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-REAL    PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-IND     PIC Z9.9999.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-PRO     PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-PCT     PIC ZZZZ9.99-.
           03 FILLER         PIC X(02) VALUE " %".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           IF WKS-ANIO-PRO NOT = ZERO
               PERFORM 1200-CARGA-HISTORIA
               PERFORM 1800-ENCABEZADOS
               PERFORM 2000-PRONOSTICA
                   VARYING WKS-ENT-IDX FROM 1 BY 1
                   UNTIL WKS-ENT-IDX > WKS-NUM-ENT
               CLOSE REP-PVT
               DISPLAY "PRONOSTICO IMPRESO"
               PERFORM 3000-PROPONE-METAS.
           GOBACK.

       1000-INICIO.
           MOVE 1 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-OPERADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               MOVE ZERO TO WKS-ANIO-PRO
               GOBACK.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           DISPLAY "ANO A PRONOSTICAR (0 = EL SIGUIENTE AL ULTIMO "
               "DEL HISTORICO): ".
           ACCEPT WKS-ANIO-PRO.

           OPEN INPUT ARC-VTA.
           IF WKS-FS-VTA = "35"
               DISPLAY "NO EXISTE EL HISTORICO DE VENTAS"
               MOVE ZERO TO WKS-ANIO-PRO
           ELSE
               IF WKS-ANIO-PRO = ZERO
                   PERFORM 1100-ULTIMO-ANIO
               END-IF
               CLOSE ARC-VTA.

           IF WKS-ANIO-PRO NOT = ZERO
               COMPUTE WKS-ANIO-BASE = WKS-ANIO-PRO - 6.

      *    Sin ano pedido se pronostica el siguiente al ultimo que
      *    trae el historico.
       1100-ULTIMO-ANIO.
           MOVE ZERO TO WKS-FIN.
           READ ARC-VTA
               AT END MOVE 1 TO WKS-FIN.
           PERFORM 1150-REVISA-ANIO UNTIL WKS-FIN = 1.

           IF WKS-ANIO-MAX = ZERO
               DISPLAY "EL HISTORICO DE VENTAS ESTA VACIO"
               MOVE ZERO TO WKS-ANIO-PRO
           ELSE
               COMPUTE WKS-ANIO-PRO = WKS-ANIO-MAX + 1.

       1150-REVISA-ANIO.
           IF VTA-ANIO > WKS-ANIO-MAX
               MOVE VTA-ANIO TO WKS-ANIO-MAX.
           READ ARC-VTA
               AT END MOVE 1 TO WKS-FIN.

      *    Los cinco anos previos al pronosticado, por sucursal y
      *    sumados para la empresa.
       1200-CARGA-HISTORIA.
           INITIALIZE T-ENTIDADES.
           MOVE ZERO TO WKS-FIN.
           OPEN INPUT ARC-VTA.
           READ ARC-VTA
               AT END MOVE 1 TO WKS-FIN.
           PERFORM 1250-ACUMULA-REGISTRO UNTIL WKS-FIN = 1.
           CLOSE ARC-VTA.

       1250-ACUMULA-REGISTRO.
           IF VTA-ANIO > WKS-ANIO-BASE AND VTA-ANIO < WKS-ANIO-PRO
               COMPUTE WKS-POS = VTA-ANIO - WKS-ANIO-BASE
               MOVE 1 TO WKS-ENT-IDX
               PERFORM 1300-SUMA-ANIO
               IF VTA-SUC NOT = ZERO
                   PERFORM 8000-BUSCA-SUCURSAL
                   IF WKS-ENT-IDX NOT = ZERO
                       PERFORM 1300-SUMA-ANIO.

           READ ARC-VTA
               AT END MOVE 1 TO WKS-FIN.

       1300-SUMA-ANIO.
           MOVE 1 TO T-EN-HAY (WKS-ENT-IDX WKS-POS).
           PERFORM 1350-SUMA-MES
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 12.

       1350-SUMA-MES.
           ADD VTA-MES (WKS-I) TO T-EN-VTA (WKS-ENT-IDX WKS-POS WKS-I).

       1800-ENCABEZADOS.
           OPEN OUTPUT REP-PVT.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-ANIO-PRO  TO WKS-EB-ANIO.
           COMPUTE WKS-EB-DESDE = WKS-ANIO-BASE + 1.
           COMPUTE WKS-EB-HASTA = WKS-ANIO-PRO - 1.
           MOVE WKS-FECHA-HOY TO WKS-EB-FECHA.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 1.

      *-------------------PRONOSTICO-------------------------------*
      *    Solo cuentan los anos con registro y con venta; con menos
      *    de tres no hay tendencia que valga y no se pronostica.
       2000-PRONOSTICA.
           MOVE ZERO TO WKS-N.
           MOVE ZERO TO WKS-SX.
           MOVE ZERO TO WKS-SXX.
           MOVE ZERO TO WKS-SY.
           MOVE ZERO TO WKS-SXY.
           INITIALIZE T-ESTACIONAL.
           PERFORM 2100-SUMA-ANIO
               VARYING WKS-POS FROM 1 BY 1 UNTIL WKS-POS > 5.

           IF WKS-ENT-IDX = 1
               MOVE "EMPRESA"   TO WKS-EL-ETIQ
               MOVE SPACES      TO WKS-EL-SUC
           ELSE
               MOVE "SUCURSAL " TO WKS-EL-ETIQ
               MOVE T-EN-SUC (WKS-ENT-IDX) TO WKS-EL-SUC.

           IF WKS-N < WKS-MIN-ANIOS
               MOVE ZERO TO WKS-EL-N
               MOVE ZERO TO WKS-EL-TEND
               MOVE ZERO TO WKS-EL-PRO
               MOVE WKS-ENT-LIN TO LINEA
               WRITE LINEA AFTER 3
               MOVE WKS-N TO WKS-SH-N
               MOVE WKS-SIN-HISTORIA TO LINEA
               WRITE LINEA AFTER 1
           ELSE
               PERFORM 2200-CALCULA-TENDENCIA
               PERFORM 2300-CALCULA-MESES
               PERFORM 2500-IMPRIME-ENTIDAD
               IF WKS-ENT-IDX = 1
                   MOVE 1 TO WKS-EMP-OK
                   MOVE T-PRONOSTICO TO T-PRO-EMPRESA.

      *    Sumas de la recta (x = posicion del ano, y = total del
      *    ano) y el peso de cada mes en su ano.
       2100-SUMA-ANIO.
           MOVE ZERO TO WKS-TOT-ANIO.
           IF T-EN-HAY (WKS-ENT-IDX WKS-POS) = 1
               PERFORM 2110-TOTAL-ANIO
                   VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 12.

           IF WKS-TOT-ANIO > ZERO
               ADD 1 TO WKS-N
               ADD WKS-POS TO WKS-SX
               COMPUTE WKS-SXX = WKS-SXX + WKS-POS * WKS-POS
               ADD WKS-TOT-ANIO TO WKS-SY
               COMPUTE WKS-SXY = WKS-SXY + WKS-POS * WKS-TOT-ANIO
               PERFORM 2120-PESO-MES
                   VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 12.

       2110-TOTAL-ANIO.
           ADD T-EN-VTA (WKS-ENT-IDX WKS-POS WKS-I) TO WKS-TOT-ANIO.

       2120-PESO-MES.
           COMPUTE T-SE (WKS-I) = T-SE (WKS-I)
               + T-EN-VTA (WKS-ENT-IDX WKS-POS WKS-I) * 12
                   / WKS-TOT-ANIO.

      *    Minimos cuadrados: pendiente y ordenada de la recta y el
      *    total del ano pronosticado en la posicion 6. Una tendencia
      *    que baja de cero se deja en cero.
       2200-CALCULA-TENDENCIA.
           COMPUTE WKS-DEN = WKS-N * WKS-SXX - WKS-SX * WKS-SX.
           COMPUTE WKS-PEND ROUNDED =
               (WKS-N * WKS-SXY - WKS-SX * WKS-SY) / WKS-DEN.
           COMPUTE WKS-ORD ROUNDED =
               (WKS-SY - WKS-PEND * WKS-SX) / WKS-N.
           COMPUTE WKS-PRO-ANIO = WKS-ORD + WKS-PEND * 6.
           IF WKS-PRO-ANIO < ZERO
               MOVE ZERO TO WKS-PRO-ANIO.

      *    Indice del mes promediado entre los anos y pronostico del
      *    mes: la doceava parte del ano proyectado por su indice.
       2300-CALCULA-MESES.
           PERFORM 2350-CALCULA-MES
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 12.

       2350-CALCULA-MES.
           COMPUTE T-SE (WKS-I) ROUNDED = T-SE (WKS-I) / WKS-N.
           COMPUTE T-PR (WKS-I) ROUNDED =
               WKS-PRO-ANIO * T-SE (WKS-I) / 12.

       2500-IMPRIME-ENTIDAD.
           MOVE WKS-N        TO WKS-EL-N.
           MOVE WKS-PEND     TO WKS-EL-TEND.
           MOVE WKS-PRO-ANIO TO WKS-EL-PRO.
           MOVE WKS-ENT-LIN TO LINEA.
           WRITE LINEA AFTER 3.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE ZERO TO WKS-TOT-REAL.
           MOVE ZERO TO WKS-TOT-PRO.
           PERFORM 2550-IMPRIME-MES
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 12.

           MOVE "TOTAL"      TO WKS-DT-MES.
           MOVE WKS-TOT-REAL TO WKS-DT-REAL.
           MOVE ZERO         TO WKS-DT-IND.
           MOVE WKS-TOT-PRO  TO WKS-DT-PRO.
           MOVE WKS-TOT-REAL TO WKS-VAL-REAL.
           MOVE WKS-TOT-PRO  TO WKS-VAL-PRO.
           PERFORM 2600-VARIACION.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 2.

      *    Lo real del mes es el del ano anterior al pronosticado
      *    (posicion 5); sin ese ano sale en cero.
       2550-IMPRIME-MES.
           MOVE T-EN-VTA (WKS-ENT-IDX 5 WKS-I) TO WKS-VAL-REAL.
           MOVE T-PR (WKS-I) TO WKS-VAL-PRO.
           ADD WKS-VAL-REAL TO WKS-TOT-REAL.
           ADD WKS-VAL-PRO  TO WKS-TOT-PRO.

           MOVE T-MES (WKS-I) TO WKS-DT-MES.
           MOVE WKS-VAL-REAL  TO WKS-DT-REAL.
           MOVE T-SE (WKS-I)  TO WKS-DT-IND.
           MOVE WKS-VAL-PRO   TO WKS-DT-PRO.
           PERFORM 2600-VARIACION.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

      *    Variacion del pronostico contra lo real del ano anterior.
       2600-VARIACION.
           IF WKS-VAL-REAL = ZERO
               MOVE ZERO TO WKS-VAR-PCT
           ELSE
               COMPUTE WKS-VAR-PCT ROUNDED =
                   (WKS-VAL-PRO - WKS-VAL-REAL) * 100 / WKS-VAL-REAL
                   ON SIZE ERROR
                       MOVE ZERO TO WKS-VAR-PCT
               END-COMPUTE.
           MOVE WKS-VAR-PCT TO WKS-DT-PCT.

      *-------------------METAS PROPUESTAS-------------------------*
      *    El pronostico de la empresa se graba como metas propuestas
      *    del ano solo con la firma del aprobador; si el ano ya
      *    tiene metas se pide confirmar antes de reemplazarlas.
       3000-PROPONE-METAS.
           IF WKS-EMP-OK = ZERO
               DISPLAY "SIN PRONOSTICO DE LA EMPRESA, NO HAY METAS "
                   "QUE PROPONER"
           ELSE
               DISPLAY "GRABAR EL PRONOSTICO DE LA EMPRESA COMO "
                   "METAS PROPUESTAS DEL ANO " WKS-ANIO-PRO " (S/N): "
               ACCEPT WKS-RESP
               IF WKS-RESP = "S"
                   PERFORM 3100-APRUEBA.

       3100-APRUEBA.
           DISPLAY "FIRMA DEL APROBADOR:".
           MOVE 3 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-APROBADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               DISPLAY "SIN FIRMA DE APROBADOR, NO SE GRABAN METAS"
           ELSE
               PERFORM 3200-GRABA-METAS.

       3200-GRABA-METAS.
           OPEN I-O ARC-MET.
           IF WKS-FS-MET = "35"
               OPEN OUTPUT ARC-MET
               CLOSE ARC-MET
               OPEN I-O ARC-MET.

           MOVE WKS-ANIO-PRO TO MET-ANIO.
           READ ARC-MET
               INVALID KEY
                   PERFORM 3250-ARMA-REGISTRO
                   IF WKS-MET-OK = 1
                       WRITE REG-MET
                       DISPLAY "METAS PROPUESTAS GRABADAS"
                   END-IF
               NOT INVALID KEY
                   DISPLAY "EL ANO YA TIENE METAS, REEMPLAZARLAS "
                       "(S/N): "
                   ACCEPT WKS-RESP
                   IF WKS-RESP = "S"
                       PERFORM 3250-ARMA-REGISTRO
                       IF WKS-MET-OK = 1
                           REWRITE REG-MET
                           DISPLAY "METAS PROPUESTAS GRABADAS"
                       END-IF
                   ELSE
                       DISPLAY "SE CONSERVAN LAS METAS DEL ANO".

           CLOSE ARC-MET.

      *    La meta mensual no admite mas de 999,999.99; un
      *    pronostico mas grande no se graba.
       3250-ARMA-REGISTRO.
           MOVE 1 TO WKS-MET-OK.
           MOVE WKS-ANIO-PRO TO MET-ANIO.
           PERFORM 3260-MUEVE-META
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 12.
           MOVE "P"           TO MET-ORIGEN.
           MOVE WKS-APROBADOR TO MET-APROBO.

       3260-MUEVE-META.
           COMPUTE MET-MES (WKS-I) = T-PE (WKS-I)
               ON SIZE ERROR
                   MOVE ZERO TO WKS-MET-OK
                   DISPLAY "PRONOSTICO DE " T-MES (WKS-I)
                       " EXCEDE LA META MAXIMA, NO SE GRABA"
           END-COMPUTE.

       8000-BUSCA-SUCURSAL.
           MOVE ZERO TO WKS-K.
           PERFORM 8050-COMPARA-SUCURSAL
               VARYING WKS-J FROM 2 BY 1 UNTIL WKS-J > WKS-NUM-ENT.

           IF WKS-K = ZERO
               IF WKS-NUM-ENT < WKS-MAX-ENT
                   ADD 1 TO WKS-NUM-ENT
                   MOVE VTA-SUC TO T-EN-SUC (WKS-NUM-ENT)
                   MOVE WKS-NUM-ENT TO WKS-K
               ELSE
                   DISPLAY "TABLA DE SUCURSALES LLENA, SE OMITE "
                       VTA-SUC.
           MOVE WKS-K TO WKS-ENT-IDX.

       8050-COMPARA-SUCURSAL.
           IF T-EN-SUC (WKS-J) = VTA-SUC
               MOVE WKS-J TO WKS-K
               MOVE WKS-NUM-ENT TO WKS-J.
