       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-FAL.
      *    Resumen mensual de faltas de profesores: por profesor del
      *    maestro ARC-PRF, las faltas capturadas en CAP-FAL que
      *    tocan el mes (ARC-FAP), las sesiones que se vieron
      *    afectadas (ARC-SUP), cuantas se cubrieron con suplente y
      *    cuantas se perdieron. Una sesion pendiente de fecha ya
      *    pasada cuenta como perdida: nadie la cubrio; las
      *    pendientes de hoy en adelante se muestran aparte. Tambien
      *    lleva las suplencias que dio cada profesor en el mes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-FAP ASSIGN TO DISK
               FILE STATUS IS WKS-FS-FAP.
           SELECT ARC-SUP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-LLAVE
               FILE STATUS IS WKS-FS-SUP.
           SELECT ARC-PRF ASSIGN TO DISK
               FILE STATUS IS WKS-FS-PRF.
           SELECT REP-RFA ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-FAP.
           COPY REGFAP.

       FD ARC-SUP.
           COPY REGSUP.

       FD ARC-PRF.
           COPY REGPRF.

       FD REP-RFA.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-FAP       PIC XX.
       01 WKS-FS-SUP       PIC XX.
       01 WKS-FS-PRF       PIC XX.

      *    Firma de operador (subprograma FIRMA): nivel de consulta.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "REP-FAL".

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

      *    Mes a reportar y sus fechas extremas.
       01 WKS-MES-REP.
           03 WKS-MR-ANIO  PIC 9(04).
           03 WKS-MR-MES   PIC 9(02).
       01 WKS-MES-OK       PIC 9.
       01 WKS-PRIMERO      PIC 9(08).
       01 WKS-ULTIMO       PIC 9(08).

      *    Profesores del maestro con sus cuentas del mes.
       01 WKS-MAX-PRF      PIC 99 VALUE 30.
       01 WKS-NUM-PRF      PIC 99 VALUE ZERO.
       01 WKS-PRF-IDX      PIC 99.
       01 WKS-ID-BUS       PIC 9(03).

       01 T-PROFES.
           03 T-PRF OCCURS 30 TIMES.
               05 T-PR-ID   PIC 9(03).
               05 T-PR-NOM  PIC X(15).
               05 T-PR-FAL  PIC 9(03).
               05 T-PR-AFE  PIC 9(03).
               05 T-PR-CUB  PIC 9(03).
               05 T-PR-PER  PIC 9(03).
               05 T-PR-PEN  PIC 9(03).
               05 T-PR-SUP  PIC 9(03).

       01 WKS-TOTALES.
           03 WKS-TO-FAL   PIC 9(05) VALUE ZERO.
           03 WKS-TO-AFE   PIC 9(05) VALUE ZERO.
           03 WKS-TO-CUB   PIC 9(05) VALUE ZERO.
           03 WKS-TO-PER   PIC 9(05) VALUE ZERO.
           03 WKS-TO-PEN   PIC 9(05) VALUE ZERO.
           03 WKS-TO-SUP   PIC 9(05) VALUE ZERO.

       77 WKS-EOF          PIC 9.
       77 WKS-I            PIC 99.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(25) VALUE SPACES.
           03 FILLER         PIC X(40)
                   VALUE "FALTAS DE PROFESORES DEL MES".

       01 WKS-ENCB.
           03 FILLER         PIC X(05) VALUE "MES: ".
           03 WKS-EB-ANIO    PIC 9(04).
           03 FILLER         PIC X(01) VALUE "/".
           03 WKS-EB-MES     PIC 9(02).
           03 FILLER         PIC X(10) VALUE "  AL DIA: ".
           03 WKS-EB-FECHA   PIC 9(08).

       01 WKS-ENCC.
           03 FILLER         PIC X(20) VALUE "PROFESOR".
           03 FILLER         PIC X(08) VALUE "  FALTAS".
           03 FILLER         PIC X(11) VALUE "  AFECTADAS".
           03 FILLER         PIC X(11) VALUE "  CUBIERTAS".
           03 FILLER         PIC X(10) VALUE "  PERDIDAS".
           03 FILLER         PIC X(12) VALUE "  PENDIENTES".
           03 FILLER         PIC X(12) VALUE "  SUPLENCIAS".

       01 WKS-DET1.
           03 WKS-DT-ID      PIC 9(03).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-NOM     PIC X(15).
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-DT-FAL     PIC ZZZZ9.
           03 FILLER         PIC X(06) VALUE SPACES.
           03 WKS-DT-AFE     PIC ZZZZ9.
           03 FILLER         PIC X(06) VALUE SPACES.
           03 WKS-DT-CUB     PIC ZZZZ9.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 WKS-DT-PER     PIC ZZZZ9.
           03 FILLER         PIC X(07) VALUE SPACES.
           03 WKS-DT-PEN     PIC ZZZZ9.
           03 FILLER         PIC X(07) VALUE SPACES.
           03 WKS-DT-SUP     PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           IF WKS-MES-OK = 1
               PERFORM 2000-CUENTA-FALTAS
               PERFORM 2500-CUENTA-SESIONES
               PERFORM 3000-GENERA-REPORTE.
           GOBACK.

       1000-INICIO.
           MOVE ZERO TO WKS-MES-OK.
           MOVE 1 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-OPERADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               GOBACK.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           DISPLAY "MES A REPORTAR (AAAAMM): ".
           ACCEPT WKS-MES-REP.
           IF WKS-MR-MES < 1 OR WKS-MR-MES > 12
               DISPLAY "MES INVALIDO"
           ELSE
               MOVE 1 TO WKS-MES-OK
               COMPUTE WKS-PRIMERO = WKS-MR-ANIO * 10000
                   + WKS-MR-MES * 100 + 1
               COMPUTE WKS-ULTIMO = WKS-PRIMERO + 30
               PERFORM 1100-CARGA-PROFES.

       1100-CARGA-PROFES.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-PRF.
           IF WKS-FS-PRF = "35"
               DISPLAY "NO EXISTE MAESTRO DE PROFESORES"
               MOVE ZERO TO WKS-MES-OK
           ELSE
               READ ARC-PRF
                   AT END MOVE 1 TO WKS-EOF

               PERFORM 1150-AGREGA-PROFESOR UNTIL WKS-EOF = 1

               CLOSE ARC-PRF.

       1150-AGREGA-PROFESOR.
           IF WKS-NUM-PRF < WKS-MAX-PRF
               ADD 1 TO WKS-NUM-PRF
               INITIALIZE T-PRF (WKS-NUM-PRF)
               MOVE PRF-ID     TO T-PR-ID (WKS-NUM-PRF)
               MOVE PRF-NOMBRE TO T-PR-NOM (WKS-NUM-PRF)
           ELSE
               DISPLAY "MAESTRO DE PROFESORES LLENO, SE OMITEN "
                   "RESTANTES".

           READ ARC-PRF
               AT END MOVE 1 TO WKS-EOF.

      *    Una falta cuenta en el mes si su rango lo toca.
       2000-CUENTA-FALTAS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-FAP.
           IF WKS-FS-FAP = "35"
               CONTINUE
           ELSE
               READ ARC-FAP
                   AT END MOVE 1 TO WKS-EOF

               PERFORM 2100-REVISA-FALTA UNTIL WKS-EOF = 1

               CLOSE ARC-FAP.

       2100-REVISA-FALTA.
           IF FAP-FEC-INI <= WKS-ULTIMO AND FAP-FEC-FIN >= WKS-PRIMERO
               MOVE FAP-ID-PROF TO WKS-ID-BUS
               PERFORM 8000-BUSCA-PROFESOR
               IF WKS-PRF-IDX NOT = ZERO
                   ADD 1 TO T-PR-FAL (WKS-PRF-IDX).

           READ ARC-FAP
               AT END MOVE 1 TO WKS-EOF.

      *    ARC-SUP va por fecha al frente de la llave: se posiciona
      *    en el dia primero y se lee hasta salir del mes.
       2500-CUENTA-SESIONES.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-SUP.
           IF WKS-FS-SUP = "35"
               CONTINUE
           ELSE
               MOVE WKS-PRIMERO TO SUP-FECHA
               MOVE LOW-VALUES  TO SUP-CICLO
               MOVE LOW-VALUES  TO SUP-GRUPO
               MOVE LOW-VALUES  TO SUP-MATERIA
               START ARC-SUP KEY IS NOT LESS THAN SUP-LLAVE
                   INVALID KEY MOVE 1 TO WKS-EOF

               PERFORM 2550-LEE-SESION UNTIL WKS-EOF = 1

               CLOSE ARC-SUP.

       2550-LEE-SESION.
           READ ARC-SUP NEXT
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO
               IF SUP-FECHA > WKS-ULTIMO
                   MOVE 1 TO WKS-EOF
               ELSE
                   PERFORM 2600-SUMA-SESION.

       2600-SUMA-SESION.
           MOVE SUP-ID-TITULAR TO WKS-ID-BUS.
           PERFORM 8000-BUSCA-PROFESOR.
           IF WKS-PRF-IDX NOT = ZERO
               ADD 1 TO T-PR-AFE (WKS-PRF-IDX)
               IF SUP-CUBIERTA
                   ADD 1 TO T-PR-CUB (WKS-PRF-IDX)
               ELSE
                   IF SUP-PERDIDA OR SUP-FECHA < WKS-FECHA-HOY
                       ADD 1 TO T-PR-PER (WKS-PRF-IDX)
                   ELSE
                       ADD 1 TO T-PR-PEN (WKS-PRF-IDX).

           IF SUP-CUBIERTA
               MOVE SUP-ID-SUPLENTE TO WKS-ID-BUS
               PERFORM 8000-BUSCA-PROFESOR
               IF WKS-PRF-IDX NOT = ZERO
                   ADD 1 TO T-PR-SUP (WKS-PRF-IDX).

      *-------------------REPORTE----------------------------------*
       3000-GENERA-REPORTE.
           OPEN OUTPUT REP-RFA.

           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-MR-ANIO   TO WKS-EB-ANIO.
           MOVE WKS-MR-MES    TO WKS-EB-MES.
           MOVE WKS-FECHA-HOY TO WKS-EB-FECHA.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 1.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

           PERFORM 3100-IMPRIME-PROFESOR
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-PRF.

           MOVE ZERO       TO WKS-DT-ID.
           MOVE "TOTAL"    TO WKS-DT-NOM.
           MOVE WKS-TO-FAL TO WKS-DT-FAL.
           MOVE WKS-TO-AFE TO WKS-DT-AFE.
           MOVE WKS-TO-CUB TO WKS-DT-CUB.
           MOVE WKS-TO-PER TO WKS-DT-PER.
           MOVE WKS-TO-PEN TO WKS-DT-PEN.
           MOVE WKS-TO-SUP TO WKS-DT-SUP.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 2.

           CLOSE REP-RFA.
           DISPLAY "REPORTE DE FALTAS IMPRESO".

      *    Solo los profesores con algun movimiento en el mes.
       3100-IMPRIME-PROFESOR.
           IF T-PR-FAL (WKS-I) NOT = ZERO
                   OR T-PR-AFE (WKS-I) NOT = ZERO
                   OR T-PR-SUP (WKS-I) NOT = ZERO
               MOVE T-PR-ID (WKS-I)  TO WKS-DT-ID
               MOVE T-PR-NOM (WKS-I) TO WKS-DT-NOM
               MOVE T-PR-FAL (WKS-I) TO WKS-DT-FAL
               MOVE T-PR-AFE (WKS-I) TO WKS-DT-AFE
               MOVE T-PR-CUB (WKS-I) TO WKS-DT-CUB
               MOVE T-PR-PER (WKS-I) TO WKS-DT-PER
               MOVE T-PR-PEN (WKS-I) TO WKS-DT-PEN
               MOVE T-PR-SUP (WKS-I) TO WKS-DT-SUP
               MOVE WKS-DET1 TO LINEA
               WRITE LINEA AFTER 1
               ADD T-PR-FAL (WKS-I) TO WKS-TO-FAL
               ADD T-PR-AFE (WKS-I) TO WKS-TO-AFE
               ADD T-PR-CUB (WKS-I) TO WKS-TO-CUB
               ADD T-PR-PER (WKS-I) TO WKS-TO-PER
               ADD T-PR-PEN (WKS-I) TO WKS-TO-PEN
               ADD T-PR-SUP (WKS-I) TO WKS-TO-SUP.

       8000-BUSCA-PROFESOR.
           MOVE ZERO TO WKS-PRF-IDX.
           PERFORM 8050-COMPARA-PROFESOR
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-PRF.

       8050-COMPARA-PROFESOR.
           IF T-PR-ID (WKS-I) = WKS-ID-BUS
               MOVE WKS-I TO WKS-PRF-IDX
               MOVE WKS-NUM-PRF TO WKS-I.
