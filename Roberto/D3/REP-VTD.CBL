       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-VTD.
      *    Ventas del mes por linea de producto y dia de la semana:
      *    lee el detalle diario ARC-VTD (CAP-VTD) de un mes y lo
      *    acomoda en una matriz -- tarjetas nuevas, productos
      *    adicionales y renovaciones contra lunes a domingo -- con
      *    el total y la participacion de cada linea, cuantas veces
      *    cae cada dia de la semana en el mes y el promedio de
      *    venta por dia, para ver que dias y que lineas cargan el
      *    mes. Una sucursal o todas (000).
      *    El dia de la semana sale de la misma serie de dias de
      *    NOM-PRF y EXP-SES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-VTD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VTD-LLAVE
               FILE STATUS IS WKS-FS-VTD.
           SELECT REP-RVD ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-VTD.
           COPY REGVTD.

       FD REP-RVD.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-FS-VTD        PIC XX.

      *    Firma de operador (subprograma FIRMA): consulta, nivel 1.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "REP-VTD ".

       01 WKS-PERIODO.
           03 WKS-PER-ANIO  PIC 9(04).
           03 WKS-PER-MES   PIC 9(02).
       01 WKS-PER-INI       PIC 9(08).
       01 WKS-PER-FIN       PIC 9(08).
       01 WKS-SUC-FILTRO    PIC 9(03).
       01 WKS-DIAS-DEL-MES  PIC 99.
       01 WKS-LEIDOS        PIC 9(05) VALUE ZERO.

      *    Renglones 1 a 3 por linea de producto (mismo orden que
      *    T-LIN de CAP-VTD), 4 el total; columnas 1 a 7 de lunes a
      *    domingo, 8 el total de la linea.
       01 WKS-LINEAS.
           03 FILLER    PIC X(15) VALUE "NNUEVAS".
           03 FILLER    PIC X(15) VALUE "AADICIONALES".
           03 FILLER    PIC X(15) VALUE "RRENOVACIONES".
           03 FILLER    PIC X(15) VALUE " TOTAL".
       01 T-LINEAS REDEFINES WKS-LINEAS.
           03 T-LIN OCCURS 4 TIMES.
               05 T-LIN-COD  PIC X.
               05 T-LIN-NOM  PIC X(14).

       01 T-MATRIZ.
           03 T-REN OCCURS 4 TIMES.
               05 T-CEL OCCURS 8 TIMES PIC 9(08)V99.

      *    Veces que cae cada dia de la semana en el mes; la octava
      *    es el numero de dias del mes.
       01 T-CUENTA-DIAS.
           03 T-CD OCCURS 8 TIMES PIC 99.

       01 WKS-DIAS.
           03 FILLER    PIC X(09) VALUE "LUNES".
           03 FILLER    PIC X(09) VALUE "MARTES".
           03 FILLER    PIC X(09) VALUE "MIERCOLES".
           03 FILLER    PIC X(09) VALUE "JUEVES".
           03 FILLER    PIC X(09) VALUE "VIERNES".
           03 FILLER    PIC X(09) VALUE "SABADO".
           03 FILLER    PIC X(09) VALUE "DOMINGO".
           03 FILLER    PIC X(09) VALUE "TOTAL".
       01 T-DIAS REDEFINES WKS-DIAS.
           03 T-DI OCCURS 8 TIMES PIC X(09).

      *    Fechas: serie de dias de NOM-PRF (el lunes da 3 en el
      *    modulo 7) para el dia de la semana del primero del mes;
      *    los demas dias se cuentan desde ahi.
       01 WKS-SE-FECHA.
           03 WKS-SE-ANO  PIC 9(04).
           03 WKS-SE-MES  PIC 9(02).
           03 WKS-SE-DIA  PIC 9(02).
       01 WKS-SE-NUM REDEFINES WKS-SE-FECHA PIC 9(08).
       01 WKS-SERIE        PIC 9(08).
       01 WKS-DOY          PIC 9(03).
       01 WKS-BI-REM       PIC 99.
       01 WKS-COC          PIC 9(08).
       01 WKS-DOW          PIC 9.
       01 WKS-DOW-PRIMERO  PIC 9.
       01 WKS-DIA-IDX      PIC 9.
       01 WKS-DIA-NUM      PIC 99.
       01 WKS-REN-IDX      PIC 9.

       01 WKS-PCT          PIC 9(03)V99.
       01 WKS-PROM         PIC 9(08)V99.

      *    Fecha larga del encabezado, formateada por FEC-FOR.
       01 WKS-HOY           PIC 9(06).
       01 WKS-LK-FECHA      PIC 9(08).
       01 WKS-LK-STATUS     PIC 9.

       77 WKS-FIN           PIC 9.
       77 WKS-I             PIC 99.
       77 WKS-J             PIC 99.
       77 WKS-DM            PIC 99.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(25) VALUE SPACES.
           03 FILLER         PIC X(50)
               VALUE "VENTAS POR LINEA DE PRODUCTO Y DIA DE LA SEMANA".

       01 WKS-ENCB.
           03 FILLER         PIC X(18)
                   VALUE "FECHA DE PROCESO: ".
           03 WKS-ENCB-FECHA PIC X(30).

       01 WKS-ENCC.
           03 FILLER         PIC X(05) VALUE "MES: ".
           03 WKS-ENCC-MES   PIC X(10).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-ENCC-ANIO  PIC 9(04).
           03 FILLER         PIC X(14) VALUE "   SUCURSAL: ".
           03 WKS-ENCC-SUC   PIC X(06).

       01 WKS-ENC-COL.
           03 FILLER         PIC X(14) VALUE "LINEA".
           03 WKS-EC-DIA OCCURS 8 TIMES.
               05 FILLER     PIC X(05) VALUE SPACES.
               05 WKS-EC-NOM PIC X(09).
           03 FILLER         PIC X(06) VALUE "   PCT".

       01 WKS-DET.
           03 WKS-DT-NOM     PIC X(14).
           03 WKS-DT-COL OCCURS 8 TIMES.
               05 WKS-DT-MTO PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER     PIC X(01).
           03 WKS-DT-PCT     PIC ZZ9.99.

       01 WKS-DET-DIAS.
           03 WKS-DD-NOM     PIC X(14).
           03 WKS-DD-COL OCCURS 8 TIMES.
               05 FILLER     PIC X(10).
               05 WKS-DD-NUM PIC ZZ9.
               05 FILLER     PIC X(01).

       01 WKS-LINEA-SOL     PIC X(132).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           IF WKS-PER-INI NOT = ZERO
               PERFORM 2000-ACUMULA-MES
               IF WKS-LEIDOS = ZERO
                   DISPLAY "SIN VENTAS DIARIAS EN EL MES " WKS-PERIODO
               ELSE
                   PERFORM 3000-IMPRIME-REPORTE
                   DISPLAY "REPORTE DE VENTAS DIARIAS IMPRESO".
           GOBACK.

       1000-INICIO.
           MOVE ZERO TO WKS-PER-INI.
           MOVE 1 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-OPERADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               GOBACK.

           DISPLAY "MES A REPORTAR (AAAAMM): ".
           ACCEPT WKS-PERIODO.
           IF WKS-PERIODO NOT NUMERIC
               OR WKS-PER-MES < 1 OR WKS-PER-MES > 12
               DISPLAY "MES INVALIDO: " WKS-PERIODO
               GOBACK.

           DISPLAY "SUCURSAL (000 = TODAS): ".
           ACCEPT WKS-SUC-FILTRO.

           COMPUTE WKS-PER-INI = WKS-PER-ANIO * 10000
               + WKS-PER-MES * 100 + 1.
           COMPUTE WKS-PER-FIN = WKS-PER-INI + 30.

           INITIALIZE T-MATRIZ T-CUENTA-DIAS.
           PERFORM 1100-DIAS-DEL-MES.

      *    Dia de la semana del primero y cuantas veces cae cada dia
      *    de la semana en el mes.
       1100-DIAS-DEL-MES.
           MOVE WKS-PER-INI TO WKS-SE-NUM.
           PERFORM 8100-FECHA-A-SERIE.
           COMPUTE WKS-COC = WKS-SERIE + 4.
           DIVIDE 7 INTO WKS-COC GIVING WKS-COC
               REMAINDER WKS-DOW-PRIMERO.

           MOVE T-DIA (WKS-PER-MES) TO WKS-DIAS-DEL-MES.
           MOVE WKS-DIAS-DEL-MES TO T-CD (8).
           PERFORM 1150-CUENTA-DIA
               VARYING WKS-DIA-NUM FROM 1 BY 1
               UNTIL WKS-DIA-NUM > WKS-DIAS-DEL-MES.

       1150-CUENTA-DIA.
           PERFORM 8300-DIA-SEMANA.
           ADD 1 TO T-CD (WKS-DIA-IDX).

      *-------------------ACUMULA EL MES---------------------------*
       2000-ACUMULA-MES.
           MOVE ZERO TO WKS-FIN.
           OPEN INPUT ARC-VTD.
           IF WKS-FS-VTD = "35"
               DISPLAY "NO EXISTE EL DETALLE DIARIO DE VENTAS"
           ELSE
               MOVE WKS-PER-INI TO VTD-FECHA
               MOVE ZERO        TO VTD-SUC
               MOVE SPACES      TO VTD-LINEA
               START ARC-VTD KEY IS NOT LESS THAN VTD-LLAVE
                   INVALID KEY MOVE 1 TO WKS-FIN
               END-START

               PERFORM 2100-LEE-DETALLE UNTIL WKS-FIN = 1

               CLOSE ARC-VTD.

       2100-LEE-DETALLE.
           READ ARC-VTD NEXT RECORD
               AT END MOVE 1 TO WKS-FIN.
           IF WKS-FIN = ZERO
               IF VTD-FECHA > WKS-PER-FIN
                   MOVE 1 TO WKS-FIN
               ELSE
                   IF WKS-SUC-FILTRO = ZERO
                           OR VTD-SUC = WKS-SUC-FILTRO
                       PERFORM 2200-SUMA-CELDA.

       2200-SUMA-CELDA.
           MOVE ZERO TO WKS-REN-IDX.
           PERFORM 2250-BUSCA-LINEA
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 3.

           IF WKS-REN-IDX NOT = ZERO
               MOVE VTD-FECHA (7:2) TO WKS-DIA-NUM
               PERFORM 8300-DIA-SEMANA
               ADD VTD-IMPORTE TO T-CEL (WKS-REN-IDX WKS-DIA-IDX)
                                  T-CEL (WKS-REN-IDX 8)
                                  T-CEL (4 WKS-DIA-IDX)
                                  T-CEL (4 8)
               ADD 1 TO WKS-LEIDOS.

       2250-BUSCA-LINEA.
           IF T-LIN-COD (WKS-I) = VTD-LINEA
               MOVE WKS-I TO WKS-REN-IDX.

      *-------------------REPORTE----------------------------------*
       3000-IMPRIME-REPORTE.
           OPEN OUTPUT REP-RVD.

           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-LK-FECHA.
           CALL "FEC-FOR" USING WKS-LK-FECHA WKS-ENCB-FECHA
                                 WKS-LK-STATUS.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE T-MES (WKS-PER-MES) TO WKS-ENCC-MES.
           MOVE WKS-PER-ANIO TO WKS-ENCC-ANIO.
           IF WKS-SUC-FILTRO = ZERO
               MOVE "TODAS" TO WKS-ENCC-SUC
           ELSE
               MOVE WKS-SUC-FILTRO TO WKS-ENCC-SUC.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 1.

           PERFORM 3050-PON-DIA
               VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > 8.
           MOVE WKS-ENC-COL TO LINEA.
           WRITE LINEA AFTER 2.

           PERFORM 3100-IMPRIME-RENGLON
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 3.

           MOVE ALL "-" TO WKS-LINEA-SOL.
           MOVE WKS-LINEA-SOL TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE 4 TO WKS-I.
           PERFORM 3100-IMPRIME-RENGLON.

           PERFORM 3200-IMPRIME-DIAS.
           PERFORM 3300-IMPRIME-PROMEDIO.

           CLOSE REP-RVD.

       3050-PON-DIA.
           MOVE T-DI (WKS-J) TO WKS-EC-NOM (WKS-J).

      *    Participacion de la linea en la venta total del mes.
       3100-IMPRIME-RENGLON.
           MOVE SPACES TO WKS-DET.
           MOVE T-LIN-NOM (WKS-I) TO WKS-DT-NOM.
           PERFORM 3150-PON-MONTO
               VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > 8.
           IF T-CEL (4 8) = ZERO
               MOVE ZERO TO WKS-PCT
           ELSE
               COMPUTE WKS-PCT ROUNDED =
                   T-CEL (WKS-I 8) * 100 / T-CEL (4 8).
           MOVE WKS-PCT TO WKS-DT-PCT.
           MOVE WKS-DET TO LINEA.
           WRITE LINEA AFTER 1.

       3150-PON-MONTO.
           MOVE T-CEL (WKS-I WKS-J) TO WKS-DT-MTO (WKS-J).

       3200-IMPRIME-DIAS.
           MOVE SPACES TO WKS-DET-DIAS.
           MOVE "DIAS EN EL MES" TO WKS-DD-NOM.
           PERFORM 3250-PON-DIAS
               VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > 8.
           MOVE WKS-DET-DIAS TO LINEA.
           WRITE LINEA AFTER 2.

       3250-PON-DIAS.
           MOVE T-CD (WKS-J) TO WKS-DD-NUM (WKS-J).

      *    Venta total de cada dia de la semana entre las veces que
      *    cae en el mes.
       3300-IMPRIME-PROMEDIO.
           MOVE SPACES TO WKS-DET.
           MOVE "PROM. DIARIO" TO WKS-DT-NOM.
           PERFORM 3350-PON-PROMEDIO
               VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > 8.
           MOVE WKS-DET TO LINEA.
           WRITE LINEA AFTER 1.

       3350-PON-PROMEDIO.
           IF T-CD (WKS-J) = ZERO
               MOVE ZERO TO WKS-PROM
           ELSE
               COMPUTE WKS-PROM ROUNDED =
                   T-CEL (4 WKS-J) / T-CD (WKS-J).
           MOVE WKS-PROM TO WKS-DT-MTO (WKS-J).

      *    Serie = ano * 365 + bisiestos de los anos anteriores + dia
      *    del ano, igual que en NOM-PRF. Deja febrero de T-DIA
      *    ajustado al ano.
       8100-FECHA-A-SERIE.
           DIVIDE WKS-SE-ANO BY 4 GIVING WKS-DM
               REMAINDER WKS-BI-REM.
           IF WKS-BI-REM = 0
               MOVE 29 TO T-DIA (2)
           ELSE
               MOVE 28 TO T-DIA (2).

           MOVE ZERO TO WKS-DOY.
           IF WKS-SE-MES > 1
               PERFORM 8150-SUMA-MES
                   VARYING WKS-DM FROM 1 BY 1
                   UNTIL WKS-DM >= WKS-SE-MES.
           ADD WKS-SE-DIA TO WKS-DOY.

           COMPUTE WKS-SERIE = (WKS-SE-ANO * 365)
               + ((WKS-SE-ANO - 1) / 4) + WKS-DOY.

       8150-SUMA-MES.
           ADD T-DIA (WKS-DM) TO WKS-DOY.

      *    Dia de la semana (1 = lunes) del dia WKS-DIA-NUM del mes.
       8300-DIA-SEMANA.
           COMPUTE WKS-COC = WKS-DOW-PRIMERO + WKS-DIA-NUM - 1.
           DIVIDE 7 INTO WKS-COC GIVING WKS-COC
               REMAINDER WKS-DOW.
           COMPUTE WKS-DIA-IDX = WKS-DOW + 1.
