       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEN-ARC.
      *    Tendencia de crecimiento de los archivos censados por
      *    CEN-ARC. De la historia ARC-CEN toma, por archivo, el
      *    ultimo censo de cada mes (hasta 24 meses), imprime los
      *    registros y el crecimiento de cada mes con su fecha mas
      *    vieja y mas reciente, y con el crecimiento promedio por
      *    mes proyecta cuando el archivo llega a su umbral de
      *    ARC-UCE, para programar a tiempo la depuracion que le
      *    toca (ARCH-CLI, DEP-CXC, ARCH-LOG o la renovacion del
      *    diario en RESP-ARC). Lo que llega en tres meses o menos
      *    sale marcado.
      *    La opcion 1 fija el umbral (en registros) de un archivo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-CEN ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CEN.
           SELECT ARC-UCE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UMB-ARCHIVO
               FILE STATUS IS WKS-FS-UMB.
           SELECT REP-TEN ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CEN.
           COPY REGCEN.

      *    Umbral de registros de cada archivo censado; no confundir
      *    con ARC-UMB, los parametros de alerta de TEN-SNA.
       FD ARC-UCE.
       01 REG-UMB.
           03 UMB-ARCHIVO    PIC X(08).
           03 UMB-LIMITE     PIC 9(09).
           03 UMB-FEC-ALTA   PIC 9(08).
           03 UMB-OPERADOR   PIC X(08).

       FD REP-TEN.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CEN       PIC XX.
       01 WKS-FS-UMB       PIC XX.

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
           88 WKS-TERMINA       VALUE "S".
       01 WKS-OK           PIC X.

      *    Firma de operador (subprograma FIRMA).
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "TEN-ARC".

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

       01 WKS-ARCHIVO-CAP  PIC X(08).
       01 WKS-LIMITE-CAP   PIC 9(09).

      *    Archivos que censa CEN-ARC y la depuracion de cada uno.
       01 WKS-ARCHIVOS.
           03 FILLER    PIC X(16) VALUE "CLIENTESARCH-CLI".
           03 FILLER    PIC X(16) VALUE "ARC-CXC DEP-CXC ".
           03 FILLER    PIC X(16) VALUE "ARC-LOG ARCH-LOG".
           03 FILLER    PIC X(16) VALUE "ARC-AUD ARCH-LOG".
           03 FILLER    PIC X(16) VALUE "ARC-JRN RESP-ARC".
           03 FILLER    PIC X(16) VALUE "ARC-RIM ARCH-LOG".
           03 FILLER    PIC X(16) VALUE "ARC-ASI         ".
       01 T-ARCHIVOS REDEFINES WKS-ARCHIVOS.
           03 T-ARC OCCURS 7 TIMES.
               05 T-AR-NOMBRE  PIC X(08).
               05 T-AR-DEPURA  PIC X(08).

      *    Ultimo censo de cada mes por archivo, el mas viejo
      *    primero.
       01 T-TENDENCIA.
           03 T-TEN OCCURS 7 TIMES.
               05 T-TE-UMBRAL  PIC 9(09).
               05 T-TE-NMES    PIC 99.
               05 T-TE-MES OCCURS 24 TIMES.
                   07 T-TM-PERIODO PIC 9(06).
                   07 T-TM-REGS    PIC 9(09).
                   07 T-TM-ANT     PIC 9(08).
                   07 T-TM-REC     PIC 9(08).

       01 WKS-PERIODO      PIC 9(06).
       01 WKS-PER-R REDEFINES WKS-PERIODO.
           03 WKS-PER-ANIO PIC 9(04).
           03 WKS-PER-MES  PIC 99.

       01 WKS-EOF          PIC 9.
       01 WKS-K            PIC 99.
       01 WKS-N            PIC 99.

      *    Proyeccion.
       01 WKS-MESES-1      PIC 9(06).
       01 WKS-MESES-N      PIC 9(06).
       01 WKS-LAPSO        PIC 9(04).
       01 WKS-CRECE        PIC S9(09).
       01 WKS-PROMEDIO     PIC S9(09).
       01 WKS-FALTAN       PIC 9(09).
       01 WKS-MESES-UMB    PIC 9(06).
       01 WKS-RESTO        PIC 9(09).
       01 WKS-MES-ABS      PIC 9(06).

       01 WKS-TOT-ALERTAS  PIC 99 VALUE ZERO.

       77 WKS-I            PIC 99.
       77 WKS-M            PIC 99.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(20) VALUE SPACES.
           03 FILLER         PIC X(50)
               VALUE "TENDENCIA DE CRECIMIENTO DE ARCHIVOS".
           03 FILLER         PIC X(08) VALUE "FECHA: ".
           03 WKS-ENC-FECHA  PIC 9(08).

       01 WKS-ENCB.
           03 FILLER         PIC X(10) VALUE "ARCHIVO: ".
           03 WKS-EB-ARCH    PIC X(08).
           03 FILLER         PIC X(11) VALUE "   UMBRAL: ".
           03 WKS-EB-UMB     PIC ZZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(15) VALUE "   DEPURACION: ".
           03 WKS-EB-DEP     PIC X(08).

       01 WKS-ENCC.
           03 FILLER         PIC X(10) VALUE "  MES".
           03 FILLER         PIC X(14) VALUE "    REGISTROS".
           03 FILLER         PIC X(14) VALUE "  CRECIMIENTO".
           03 FILLER         PIC X(12) VALUE "  MAS VIEJA".
           03 FILLER         PIC X(12) VALUE "  MAS NUEVA".

       01 WKS-DET1.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-MES     PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-REGS    PIC ZZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-CRECE   PIC --,---,--9.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-DT-ANT     PIC 9(08).
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-DT-REC     PIC 9(08).

       01 WKS-PROY.
           03 FILLER         PIC X(24)
               VALUE "  CRECIMIENTO MENSUAL: ".
           03 WKS-PR-PROM    PIC --,---,--9.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-PR-TEXTO   PIC X(60).

       01 WKS-TX-LLEGA.
           03 FILLER         PIC X(22)
               VALUE "LLEGA AL UMBRAL HACIA ".
           03 WKS-TL-PER     PIC 9(06).
           03 FILLER         PIC X(04) VALUE " EN ".
           03 WKS-TL-MESES   PIC Z(05)9.
           03 FILLER         PIC X(07) VALUE " MESES ".
           03 WKS-TL-ALERTA  PIC X(15).

       01 WKS-PIE1.
           03 FILLER         PIC X(42)
               VALUE "ARCHIVOS QUE LLEGAN AL UMBRAL EN 3 MESES: ".
           03 WKS-PIE-ALE    PIC Z9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-TERMINA.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           DISPLAY SPACES ERASE.
           MOVE 3 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-OPERADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               MOVE "S" TO WKS-FIN
               GOBACK.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           OPEN I-O ARC-UCE.
           IF WKS-FS-UMB = "35"
               OPEN OUTPUT ARC-UCE
               CLOSE ARC-UCE
               OPEN I-O ARC-UCE.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "CRECIMIENTO DE ARCHIVOS"   LINE 01 POSITION 28.
           DISPLAY "1. FIJAR UMBRAL DE UN ARCHIVO"
                                               LINE 03 POSITION 10.
           DISPLAY "2. IMPRIMIR TENDENCIA"     LINE 04 POSITION 10.
           DISPLAY "3. TERMINAR"               LINE 05 POSITION 10.
           DISPLAY "OPCION: "                  LINE 07 POSITION 10.
           ACCEPT WKS-OPCION                   LINE 07 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-FIJA-UMBRAL
               WHEN 2
                   PERFORM 2300-TENDENCIA
               WHEN 3
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 09 POSITION 10
           END-EVALUATE.

           IF NOT WKS-TERMINA
               PERFORM 2900-ESPERA.

      *-------------------UMBRAL-----------------------------------*
       2100-FIJA-UMBRAL.
           DISPLAY "ARCHIVO (CLIENTES, ARC-CXC, ARC-LOG, ARC-AUD,"
               LINE 09 POSITION 10.
           DISPLAY "  ARC-JRN, ARC-RIM, ARC-ASI): " LINE 10 POSITION 10.
           ACCEPT WKS-ARCHIVO-CAP LINE 10 POSITION 42.

           MOVE ZERO TO WKS-K.
           PERFORM 2150-BUSCA-ARCHIVO
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 7.

           IF WKS-K = ZERO
               DISPLAY "ESE ARCHIVO NO ESTA EN EL CENSO"
                   LINE 17 POSITION 10
           ELSE
               PERFORM 2200-GRABA-UMBRAL.

       2150-BUSCA-ARCHIVO.
           IF T-AR-NOMBRE (WKS-I) = WKS-ARCHIVO-CAP
               MOVE WKS-I TO WKS-K.

       2200-GRABA-UMBRAL.
           MOVE WKS-ARCHIVO-CAP TO UMB-ARCHIVO.
           READ ARC-UCE
               INVALID KEY
                   MOVE ZERO TO UMB-LIMITE.
           DISPLAY "UMBRAL ACTUAL: "  LINE 12 POSITION 10.
           DISPLAY UMB-LIMITE         LINE 12 POSITION 42.
           DISPLAY "NUEVO UMBRAL (REGISTROS, 0 = SIN UMBRAL): "
               LINE 13 POSITION 10.
           ACCEPT WKS-LIMITE-CAP      LINE 13 POSITION 55.

           MOVE WKS-ARCHIVO-CAP TO UMB-ARCHIVO.
           MOVE WKS-LIMITE-CAP  TO UMB-LIMITE.
           MOVE WKS-FECHA-HOY   TO UMB-FEC-ALTA.
           MOVE WKS-OPERADOR    TO UMB-OPERADOR.
           WRITE REG-UMB
               INVALID KEY
                   REWRITE REG-UMB.
           DISPLAY "UMBRAL REGISTRADO" LINE 18 POSITION 10.

      *-------------------TENDENCIA--------------------------------*
       2300-TENDENCIA.
           INITIALIZE T-TENDENCIA.
           MOVE ZERO TO WKS-TOT-ALERTAS.
           PERFORM 2310-LEE-UMBRAL
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 7.

           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CEN.
           IF WKS-FS-CEN = "35"
               DISPLAY "NO HAY HISTORIA DEL CENSO (ARC-CEN)"
                   LINE 17 POSITION 10
           ELSE
               READ ARC-CEN
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2350-ACUMULA-CENSO UNTIL WKS-EOF = 1
               CLOSE ARC-CEN
               PERFORM 2500-IMPRIME-TENDENCIA.

       2310-LEE-UMBRAL.
           MOVE T-AR-NOMBRE (WKS-I) TO UMB-ARCHIVO.
           READ ARC-UCE
               INVALID KEY
                   MOVE ZERO TO UMB-LIMITE.
           MOVE UMB-LIMITE TO T-TE-UMBRAL (WKS-I).

      *    El censo se agrega en orden de fecha: un censo del mismo
      *    mes reemplaza al anterior y un mes nuevo se agrega al
      *    final, recorriendo la tabla si ya trae 24 meses.
       2350-ACUMULA-CENSO.
           MOVE ZERO TO WKS-K.
           IF NOT CEN-ERROR
               PERFORM 2360-BUSCA-CENSADO
                   VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 7.

           IF WKS-K NOT = ZERO
               MOVE CEN-FECHA (1:6) TO WKS-PERIODO
               MOVE T-TE-NMES (WKS-K) TO WKS-N
               IF WKS-N = ZERO
                   MOVE 1 TO WKS-N
               ELSE
                   IF T-TM-PERIODO (WKS-K, WKS-N) NOT = WKS-PERIODO
                       PERFORM 2370-MES-NUEVO
                   END-IF
               END-IF
               MOVE WKS-N          TO T-TE-NMES (WKS-K)
               MOVE WKS-PERIODO    TO T-TM-PERIODO (WKS-K, WKS-N)
               MOVE CEN-REGISTROS  TO T-TM-REGS (WKS-K, WKS-N)
               MOVE CEN-FEC-ANT    TO T-TM-ANT (WKS-K, WKS-N)
               MOVE CEN-FEC-REC    TO T-TM-REC (WKS-K, WKS-N).

           READ ARC-CEN
               AT END MOVE 1 TO WKS-EOF.

       2360-BUSCA-CENSADO.
           IF T-AR-NOMBRE (WKS-I) = CEN-ARCHIVO
               MOVE WKS-I TO WKS-K.

       2370-MES-NUEVO.
           IF WKS-N < 24
               ADD 1 TO WKS-N
           ELSE
               PERFORM 2380-RECORRE-MES
                   VARYING WKS-M FROM 1 BY 1 UNTIL WKS-M > 23.

       2380-RECORRE-MES.
           MOVE T-TE-MES (WKS-K, WKS-M + 1) TO T-TE-MES (WKS-K, WKS-M).

       2500-IMPRIME-TENDENCIA.
           OPEN OUTPUT REP-TEN.
           MOVE WKS-FECHA-HOY TO WKS-ENC-FECHA.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.

           PERFORM 2600-IMPRIME-ARCHIVO
               VARYING WKS-K FROM 1 BY 1 UNTIL WKS-K > 7.

           MOVE WKS-TOT-ALERTAS TO WKS-PIE-ALE.
           MOVE WKS-PIE1 TO LINEA.
           WRITE LINEA AFTER 3.
           CLOSE REP-TEN.

           DISPLAY "TENDENCIA IMPRESA; ARCHIVOS EN ALERTA: "
               LINE 17 POSITION 10.
           DISPLAY WKS-TOT-ALERTAS LINE 17 POSITION 50.

       2600-IMPRIME-ARCHIVO.
           MOVE T-AR-NOMBRE (WKS-K) TO WKS-EB-ARCH.
           MOVE T-TE-UMBRAL (WKS-K) TO WKS-EB-UMB.
           MOVE T-AR-DEPURA (WKS-K) TO WKS-EB-DEP.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 3.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 1.

           PERFORM 2650-IMPRIME-MES
               VARYING WKS-M FROM 1 BY 1
               UNTIL WKS-M > T-TE-NMES (WKS-K).

           PERFORM 2700-PROYECTA.

       2650-IMPRIME-MES.
           MOVE T-TM-PERIODO (WKS-K, WKS-M) TO WKS-DT-MES.
           MOVE T-TM-REGS (WKS-K, WKS-M)    TO WKS-DT-REGS.
           IF WKS-M = 1
               MOVE ZERO TO WKS-DT-CRECE
           ELSE
               COMPUTE WKS-CRECE = T-TM-REGS (WKS-K, WKS-M)
                                 - T-TM-REGS (WKS-K, WKS-M - 1)
               MOVE WKS-CRECE TO WKS-DT-CRECE.
           MOVE T-TM-ANT (WKS-K, WKS-M) TO WKS-DT-ANT.
           MOVE T-TM-REC (WKS-K, WKS-M) TO WKS-DT-REC.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

      *    Crecimiento promedio por mes entre el primer y el ultimo
      *    censo de la tabla (meses de calendario, aunque falte el
      *    censo de alguno) y meses que faltan para el umbral,
      *    redondeados hacia arriba.
       2700-PROYECTA.
           MOVE ZERO   TO WKS-PROMEDIO.
           MOVE SPACES TO WKS-PR-TEXTO.
           MOVE T-TE-NMES (WKS-K) TO WKS-N.

           IF WKS-N > 1
               MOVE T-TM-PERIODO (WKS-K, 1) TO WKS-PERIODO
               COMPUTE WKS-MESES-1 = WKS-PER-ANIO * 12 + WKS-PER-MES
               MOVE T-TM-PERIODO (WKS-K, WKS-N) TO WKS-PERIODO
               COMPUTE WKS-MESES-N = WKS-PER-ANIO * 12 + WKS-PER-MES
               COMPUTE WKS-LAPSO = WKS-MESES-N - WKS-MESES-1
               COMPUTE WKS-CRECE = T-TM-REGS (WKS-K, WKS-N)
                                 - T-TM-REGS (WKS-K, 1)
               IF WKS-LAPSO > ZERO
                   DIVIDE WKS-CRECE BY WKS-LAPSO GIVING WKS-PROMEDIO.

           EVALUATE TRUE
               WHEN WKS-N = ZERO
                   MOVE "SIN CENSO" TO WKS-PR-TEXTO
               WHEN T-TE-UMBRAL (WKS-K) = ZERO
                   MOVE "SIN UMBRAL FIJADO" TO WKS-PR-TEXTO
               WHEN T-TM-REGS (WKS-K, WKS-N) NOT < T-TE-UMBRAL (WKS-K)
                   MOVE "*** YA REBASO EL UMBRAL ***" TO WKS-PR-TEXTO
                   ADD 1 TO WKS-TOT-ALERTAS
               WHEN WKS-PROMEDIO NOT > ZERO
                   MOVE "SIN CRECIMIENTO, NO SE PROYECTA"
                       TO WKS-PR-TEXTO
               WHEN OTHER
                   PERFORM 2750-MESES-AL-UMBRAL
           END-EVALUATE.

           MOVE WKS-PROMEDIO TO WKS-PR-PROM.
           MOVE WKS-PROY TO LINEA.
           WRITE LINEA AFTER 2.

       2750-MESES-AL-UMBRAL.
           COMPUTE WKS-FALTAN = T-TE-UMBRAL (WKS-K)
                              - T-TM-REGS (WKS-K, WKS-N).
           DIVIDE WKS-FALTAN BY WKS-PROMEDIO GIVING WKS-MESES-UMB
               REMAINDER WKS-RESTO.
           IF WKS-RESTO > ZERO
               ADD 1 TO WKS-MESES-UMB.

           COMPUTE WKS-MES-ABS = WKS-MESES-N - 1 + WKS-MESES-UMB.
           DIVIDE WKS-MES-ABS BY 12 GIVING WKS-PER-ANIO
               REMAINDER WKS-PER-MES.
           ADD 1 TO WKS-PER-MES.

           MOVE WKS-PERIODO   TO WKS-TL-PER.
           MOVE WKS-MESES-UMB TO WKS-TL-MESES.
           IF WKS-MESES-UMB NOT > 3
               MOVE "*** DEPURAR ***" TO WKS-TL-ALERTA
               ADD 1 TO WKS-TOT-ALERTAS
           ELSE
               MOVE SPACES TO WKS-TL-ALERTA.
           MOVE WKS-TX-LLEGA TO WKS-PR-TEXTO.

       2900-ESPERA.
           DISPLAY "TECLA ENTER PARA CONTINUAR..." LINE 20 POSITION 10.
           ACCEPT WKS-OK LINE 20 POSITION 45.
           MOVE SPACES TO WKS-OK.

       3000-FIN.
           CLOSE ARC-UCE.
