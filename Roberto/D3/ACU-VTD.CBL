       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACU-VTD.
      *    Cierre mensual del detalle diario de ventas: suma por
      *    sucursal lo capturado en ARC-VTD (CAP-VTD) en el mes y lo
      *    sube como la cifra del mes al registro del ano y sucursal
      *    del historico ARC-VTA, recalculando el promedio igual que
      *    T-VTAS. Si la sucursal no tiene registro del ano se crea.
      *    Correrlo otra vez en el mismo mes vuelve a dejar la suma
      *    (no la duplica). Las sucursales sin detalle en el mes no
      *    se tocan, y un mes ya cerrado por CIERRE-MES no se
      *    postea. REP-VTA, REP-MET y CONC-VTA leen el historico
      *    como siempre.
      *    Mes a subir AAAAMM por parametro ACU_VTD_PERIODO (lo
      *    pasa LOTE-TAR en su paso de fin de mes) o, sin el, el mes
      *    en curso.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-VTD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VTD-LLAVE
               FILE STATUS IS WKS-FS-VTD.
      *    Historico de ventas por ano y sucursal (T-VTAS).
           SELECT ARC-VTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VTA-LLAVE
               FILE STATUS IS WKS-FS-VTA.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-VTD.
           COPY REGVTD.

       FD ARC-VTA.
       01 REG-VTA.
           03 VTA-LLAVE.
               05 VTA-ANIO PIC 9(04).
               05 VTA-SUC  PIC 9(03).
           03 VTA-MES    OCCURS 12 TIMES PIC 9(06)V99.
           03 VTA-PROM   PIC 9(06)V99.

       WORKING-STORAGE SECTION.
       01 WKS-FS-VTD        PIC XX.
       01 WKS-FS-VTA        PIC XX.

       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).

       01 WKS-PARM          PIC X(80).
       01 WKS-PERIODO.
           03 WKS-PER-ANIO  PIC 9(04).
           03 WKS-PER-MES   PIC 9(02).
       01 WKS-PER-INI       PIC 9(08).
       01 WKS-PER-FIN       PIC 9(08).

      *    Candado de periodo (subprograma PER-LCK).
       01 WKS-PL-STATUS     PIC 9.

      *    Sucursales con detalle en el mes y su suma.
       01 WKS-MAX-SUC       PIC 99 VALUE 50.
       01 WKS-NUM-SUC       PIC 99 VALUE ZERO.
       01 WKS-SUC-IDX       PIC 99.

       01 T-SUCURSALES.
           03 T-SUC OCCURS 50 TIMES.
               05 T-SU-SUC    PIC 9(03).
               05 T-SU-TOTAL  PIC 9(08)V99.

       01 WKS-TOVEN         PIC 9(07)V99.
       01 WKS-POSTEADAS     PIC 9(03) VALUE ZERO.
       01 WKS-RECHAZADAS    PIC 9(03) VALUE ZERO.
       01 WKS-MONTO-F       PIC ZZ,ZZZ,ZZ9.99.

      *    Datos de la falla para el registro central ERR-ARC.
       01 WKS-ERR-PROG      PIC X(08) VALUE "ACU-VTD".
       01 WKS-ERR-PARRAFO   PIC X(30).
       01 WKS-ERR-ARCHIVO   PIC X(08).
       01 WKS-ERR-OPER      PIC X(08).
       01 WKS-ERR-FS        PIC XX.
       01 WKS-ERR-LLAVE     PIC X(30).
       01 WKS-TOT-ERRORES   PIC 9(05) VALUE ZERO.

       77 WKS-FIN           PIC 9.
       77 WKS-I             PIC 99.
       77 WKS-K             PIC 99.
       77 WKS-FIN-BUS       PIC 9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-SUMA-DETALLE.
           IF WKS-NUM-SUC = ZERO
               DISPLAY "SIN DETALLE DIARIO DE VENTAS EN EL MES "
                   WKS-PERIODO
           ELSE
               PERFORM 3000-POSTEA-HISTORICO.

           IF WKS-TOT-ERRORES > ZERO
               DISPLAY "ERRORES DE ARCHIVO REGISTRADOS: "
                   WKS-TOT-ERRORES
               MOVE 8 TO RETURN-CODE.
           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           DISPLAY "ACU_VTD_PERIODO" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM NOT = SPACES
               MOVE WKS-PARM (1:6) TO WKS-PERIODO
           ELSE
               MOVE WKS-FECHA-HOY (1:6) TO WKS-PERIODO.

           IF WKS-PERIODO NOT NUMERIC
               OR WKS-PER-MES < 1 OR WKS-PER-MES > 12
               DISPLAY "MES A SUBIR INVALIDO: " WKS-PERIODO
               MOVE 8 TO RETURN-CODE
               GOBACK.

           COMPUTE WKS-PER-INI = WKS-PER-ANIO * 10000
               + WKS-PER-MES * 100 + 1.
           COMPUTE WKS-PER-FIN = WKS-PER-INI + 30.

           CALL "PER-LCK" USING WKS-PER-INI WKS-PL-STATUS.
           IF WKS-PL-STATUS = 1
               DISPLAY "EL MES " WKS-PERIODO " YA ESTA CERRADO, NO "
                   "SE SUBE AL HISTORICO"
               GOBACK.

      *-------------------SUMA DEL MES-----------------------------*
      *    ARC-VTD va por fecha: se arranca el primero del mes y se
      *    lee hasta pasar el ultimo.
       2000-SUMA-DETALLE.
           MOVE ZERO TO WKS-FIN.
           OPEN INPUT ARC-VTD.
           IF WKS-FS-VTD = "35"
               CONTINUE
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
                   PERFORM 8000-BUSCA-SUCURSAL
                   IF WKS-SUC-IDX NOT = ZERO
                       ADD VTD-IMPORTE TO T-SU-TOTAL (WKS-SUC-IDX).

      *-------------------POSTEO AL HISTORICO----------------------*
      *    Si el historico no abre no se sube nada: la falla queda
      *    en el registro de errores y la corrida termina en 8.
       3000-POSTEA-HISTORICO.
           MOVE "3000-POSTEA-HISTORICO" TO WKS-ERR-PARRAFO.
           OPEN I-O ARC-VTA.
           IF WKS-FS-VTA = "35"
               OPEN OUTPUT ARC-VTA
               CLOSE ARC-VTA
               OPEN I-O ARC-VTA.

           IF WKS-FS-VTA NOT = "00"
               MOVE "OPEN"     TO WKS-ERR-OPER
               MOVE SPACES     TO WKS-ERR-LLAVE
               PERFORM 9700-ANOTA-ERROR
           ELSE
               PERFORM 3100-POSTEA-SUCURSAL
                   VARYING WKS-SUC-IDX FROM 1 BY 1
                   UNTIL WKS-SUC-IDX > WKS-NUM-SUC
               CLOSE ARC-VTA.

           DISPLAY "SUCURSALES SUBIDAS AL HISTORICO: " WKS-POSTEADAS
               " RECHAZADAS: " WKS-RECHAZADAS.

      *    La cifra del mes no admite mas de 999,999.99; una suma
      *    mayor se rechaza y el mes de esa sucursal queda como
      *    estaba.
       3100-POSTEA-SUCURSAL.
           IF T-SU-TOTAL (WKS-SUC-IDX) > 999999.99
               ADD 1 TO WKS-RECHAZADAS
               MOVE T-SU-TOTAL (WKS-SUC-IDX) TO WKS-MONTO-F
               DISPLAY "SUCURSAL " T-SU-SUC (WKS-SUC-IDX)
                   " EXCEDE LA CIFRA MAXIMA DEL MES: " WKS-MONTO-F
           ELSE
               MOVE WKS-PER-ANIO TO VTA-ANIO
               MOVE T-SU-SUC (WKS-SUC-IDX) TO VTA-SUC
               READ ARC-VTA
                   INVALID KEY
                       PERFORM 3200-NUEVO-ANIO
                       PERFORM 3300-ARMA-MES
                       WRITE REG-VTA
                       MOVE "WRITE" TO WKS-ERR-OPER
                   NOT INVALID KEY
                       PERFORM 3300-ARMA-MES
                       REWRITE REG-VTA
                       MOVE "REWRITE" TO WKS-ERR-OPER
               END-READ
               IF WKS-FS-VTA = "00"
                   ADD 1 TO WKS-POSTEADAS
               ELSE
                   MOVE "3100-POSTEA-SUCURSAL" TO WKS-ERR-PARRAFO
                   MOVE VTA-LLAVE TO WKS-ERR-LLAVE
                   PERFORM 9700-ANOTA-ERROR.

       3200-NUEVO-ANIO.
           INITIALIZE REG-VTA.
           MOVE WKS-PER-ANIO TO VTA-ANIO.
           MOVE T-SU-SUC (WKS-SUC-IDX) TO VTA-SUC.

      *    El mes toma la suma del detalle y el promedio se saca
      *    sobre los doce meses del ano, igual que en T-VTAS.
       3300-ARMA-MES.
           MOVE T-SU-TOTAL (WKS-SUC-IDX) TO VTA-MES (WKS-PER-MES).
           INITIALIZE WKS-TOVEN.
           PERFORM 3350-SUMA-MES VARYING WKS-I
               FROM 1 BY 1 UNTIL WKS-I > 12.
           DIVIDE WKS-TOVEN BY 12 GIVING VTA-PROM.

       3350-SUMA-MES.
           ADD VTA-MES (WKS-I) TO WKS-TOVEN.

       8000-BUSCA-SUCURSAL.
           MOVE ZERO TO WKS-SUC-IDX.
           MOVE ZERO TO WKS-FIN-BUS.
           PERFORM 8050-COMPARA-SUCURSAL
               VARYING WKS-K FROM 1 BY 1
               UNTIL WKS-K > WKS-NUM-SUC OR WKS-FIN-BUS = 1.

           IF WKS-SUC-IDX = ZERO
               IF WKS-NUM-SUC < WKS-MAX-SUC
                   ADD 1 TO WKS-NUM-SUC
                   MOVE VTD-SUC TO T-SU-SUC (WKS-NUM-SUC)
                   MOVE ZERO    TO T-SU-TOTAL (WKS-NUM-SUC)
                   MOVE WKS-NUM-SUC TO WKS-SUC-IDX
               ELSE
                   DISPLAY "TABLA DE SUCURSALES LLENA, SE OMITE "
                       VTD-SUC.

       8050-COMPARA-SUCURSAL.
           IF T-SU-SUC (WKS-K) = VTD-SUC
               MOVE WKS-K TO WKS-SUC-IDX
               MOVE 1 TO WKS-FIN-BUS.

      *    Falla de archivo al registro central de errores.
       9700-ANOTA-ERROR.
           MOVE "ARC-VTA " TO WKS-ERR-ARCHIVO.
           MOVE WKS-FS-VTA TO WKS-ERR-FS.
           CALL "ERR-ARC" USING WKS-ERR-PROG WKS-ERR-PARRAFO
               WKS-ERR-ARCHIVO WKS-ERR-OPER WKS-ERR-FS
               WKS-ERR-LLAVE.
           ADD 1 TO WKS-TOT-ERRORES.
