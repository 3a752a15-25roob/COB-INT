       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-BOL.
      *    Boletas de calificaciones de un grupo en un ciclo: una
      *    hoja por alumno de la lista ARC-ALU con la calificacion de
      *    cada materia del horario por periodo de evaluacion (de
      *    ARC-NOT, capturadas en CAP-NOT), el promedio final de la
      *    materia, el promedio de cada periodo, el promedio final
      *    del alumno y su porcentaje de asistencia de ARC-ASI. Al
      *    final, el resumen del grupo con los alumnos reprobados y
      *    las materias que reprobaron. Una materia sin calificacion
      *    en un periodo no entra en los promedios de ese periodo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-NOT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOT-LLAVE
               FILE STATUS IS WKS-FS-NOT.
           SELECT ARC-ALU ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ALU.
           SELECT ARC-HOR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-HOR.
           SELECT ARC-ASI ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ASI.
           SELECT REP-RBO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-NOT.
           COPY REGNOT.

       FD ARC-ALU.
       01 REG-ALU.
           03 ALU-CICLO    PIC X(05).
           03 ALU-GRUPO    PIC X(03).
           03 ALU-ID       PIC 9(04).
           03 ALU-NOMBRE   PIC X(30).

      *    Mismo registro que graba TBID-HOR.
       FD ARC-HOR.
       01 REG-HOR.
           03 HOR-CICLO     PIC X(05).
           03 HOR-GRUPO     PIC X(03).
           03 HOR-MATERIA   PIC X(04).
           03 HOR-DIA       PIC X(09).
           03 HOR-HORA      PIC 9999.
           03 HOR-AULA      PIC X(06).
           03 HOR-PROF      PIC X(15).
           03 HOR-ID-PROF   PIC 9(03).

      *    Mismo registro que graba TBID-ASI.
       FD ARC-ASI.
       01 REG-ASI.
           03 ASI-CICLO    PIC X(05).
           03 ASI-GRUPO    PIC X(03).
           03 ASI-MATERIA  PIC X(04).
           03 ASI-DIA      PIC X(09).
           03 ASI-FECHA    PIC 9(08).
           03 ASI-ALUMNO   PIC 9(04).
           03 ASI-PRESENTE PIC X.
               88 ASI-ESTUVO    VALUE "P".
               88 ASI-FALTO     VALUE "A".

       FD REP-RBO.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-NOT       PIC XX.
       01 WKS-FS-ALU       PIC XX.
       01 WKS-FS-HOR       PIC XX.
       01 WKS-FS-ASI       PIC XX.

      *    Firma de operador (subprograma FIRMA): nivel de consulta.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "REP-BOL ".

      *    Calificacion minima aprobatoria y periodos del ciclo.
       01 WKS-CAL-MIN      PIC 99V9 VALUE 6.0.
       01 WKS-NUM-PER      PIC 9 VALUE 3.

       01 WKS-CICLO        PIC X(05).
       01 WKS-GRUPO        PIC X(03).
       01 WKS-MATERIA      PIC X(04).
       01 WKS-ID-BUS       PIC 9(04).

      *    Materias del grupo: las del horario, mas cualquiera que
      *    traiga calificacion o asistencia aunque ya no este en el.
       01 WKS-MAX-MAT      PIC 99 VALUE 10.
       01 WKS-NUM-MAT      PIC 99 VALUE ZERO.
       01 WKS-MAT-IDX      PIC 99.

       01 T-MATERIAS.
           03 T-MAT OCCURS 10 TIMES PIC X(04).

      *    Lista del grupo con sus calificaciones por materia y
      *    periodo, y sus sesiones y asistencias por materia.
       01 WKS-MAX-ALU      PIC 99 VALUE 60.
       01 WKS-NUM-ALU      PIC 99 VALUE ZERO.
       01 WKS-ALU-IDX      PIC 99.

       01 T-ALUMNOS.
           03 T-ALU OCCURS 60 TIMES.
               05 T-AL-ID    PIC 9(04).
               05 T-AL-NOM   PIC X(30).
               05 T-AL-REP   PIC 99.
               05 T-AL-MAT OCCURS 10 TIMES.
                   07 T-AM-SES   PIC 9(04).
                   07 T-AM-PRE   PIC 9(04).
                   07 T-AM-FIN   PIC 99V9.
                   07 T-AM-NFIN  PIC 9.
                   07 T-AM-PER OCCURS 3 TIMES.
                       09 T-AM-CAL  PIC 99V9.
                       09 T-AM-HAY  PIC 9.

      *    Acumulados de la boleta en curso.
       01 WKS-SUMA         PIC 9(04)V9.
       01 WKS-CUENTA       PIC 99.
       01 WKS-SUMA-FIN     PIC 9(04)V9.
       01 WKS-CTA-FIN      PIC 99.
       01 WKS-SES-ALU      PIC 9(05).
       01 WKS-PRE-ALU      PIC 9(05).
       01 WKS-PROM         PIC 99V9.
       01 WKS-PCT          PIC 9(03)V99.

       01 WKS-TOT-REP      PIC 99 VALUE ZERO.
       01 WKS-TOT-BOL      PIC 99 VALUE ZERO.

       77 WKS-EOF          PIC 9.
       77 WKS-I            PIC 99.
       77 WKS-M            PIC 99.
       77 WKS-P            PIC 9.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(25) VALUE SPACES.
           03 FILLER         PIC X(40)
                   VALUE "BOLETA DE CALIFICACIONES".

       01 WKS-ENCB.
           03 FILLER         PIC X(07) VALUE "CICLO: ".
           03 WKS-EB-CICLO   PIC X(05).
           03 FILLER         PIC X(08) VALUE " GRUPO: ".
           03 WKS-EB-GRUPO   PIC X(03).
           03 FILLER         PIC X(09) VALUE " ALUMNO: ".
           03 WKS-EB-ID      PIC 9(04).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-EB-NOM     PIC X(30).

       01 WKS-ENCC.
           03 FILLER         PIC X(10) VALUE "MATERIA".
           03 FILLER         PIC X(08) VALUE "PER 1".
           03 FILLER         PIC X(08) VALUE "PER 2".
           03 FILLER         PIC X(08) VALUE "PER 3".
           03 FILLER         PIC X(08) VALUE "FINAL".
           03 FILLER         PIC X(12) VALUE "ASISTENCIA".

      *    Renglon de materia y renglon de promedios de la boleta;
      *    un periodo sin calificacion sale con guiones.
       01 WKS-DET1.
           03 WKS-DT-MAT     PIC X(10).
           03 WKS-DT-PER OCCURS 3 TIMES.
               05 WKS-DT-CAL     PIC Z9.9.
               05 WKS-DT-CALX REDEFINES WKS-DT-CAL PIC X(04).
               05 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-DT-FIN     PIC Z9.9.
           03 WKS-DT-FINX REDEFINES WKS-DT-FIN PIC X(04).
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-DT-PCT     PIC ZZ9.99.
           03 FILLER         PIC X(03) VALUE " % ".
           03 WKS-DT-OBS     PIC X(10).

       01 WKS-ENC-REP.
           03 FILLER         PIC X(20) VALUE SPACES.
           03 FILLER         PIC X(50)
                   VALUE "RESUMEN DEL GRUPO: ALUMNOS REPROBADOS".

       01 WKS-ENC-REP1.
           03 FILLER         PIC X(07) VALUE "CICLO: ".
           03 WKS-ER-CICLO   PIC X(05).
           03 FILLER         PIC X(08) VALUE " GRUPO: ".
           03 WKS-ER-GRUPO   PIC X(03).

       01 WKS-ENC-REP2.
           03 FILLER         PIC X(06) VALUE "ALUMNO".
           03 FILLER         PIC X(32) VALUE SPACES.
           03 FILLER         PIC X(10) VALUE "MATERIA".
           03 FILLER         PIC X(06) VALUE "FINAL".

       01 WKS-DET-REP.
           03 WKS-DR-ID      PIC 9(04).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DR-NOM     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DR-MAT     PIC X(10).
           03 WKS-DR-FIN     PIC Z9.9.

       01 WKS-PIE-REP.
           03 FILLER         PIC X(22) VALUE "ALUMNOS REPROBADOS: ".
           03 WKS-PR-REP     PIC Z9.
           03 FILLER         PIC X(14) VALUE " DE UN TOTAL ".
           03 WKS-PR-TOT     PIC Z9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           IF WKS-NUM-ALU = ZERO
               DISPLAY "SIN ALUMNOS EN LA LISTA DEL GRUPO"
           ELSE
               PERFORM 2000-CARGA-CALIFICACIONES
               PERFORM 2500-CARGA-ASISTENCIA
               PERFORM 3000-GENERA-REPORTE.
           GOBACK.

       1000-INICIO.
           MOVE 1 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-OPERADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               GOBACK.

           DISPLAY "CICLO A REPORTAR (EJ 2026A): ".
           ACCEPT WKS-CICLO.
           DISPLAY "GRUPO A REPORTAR (EJ 101): ".
           ACCEPT WKS-GRUPO.

           INITIALIZE T-ALUMNOS.
           PERFORM 1100-CARGA-MATERIAS.
           PERFORM 1200-CARGA-LISTA.

      *    Materias del horario del grupo con hora asignada.
       1100-CARGA-MATERIAS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-HOR.
           IF WKS-FS-HOR = "35"
               DISPLAY "NO EXISTE EL HORARIO ARC-HOR"
           ELSE
               READ ARC-HOR
                   AT END MOVE 1 TO WKS-EOF
                   NOT AT END MOVE ZERO TO WKS-EOF

               PERFORM 1150-REVISA-SESION UNTIL WKS-EOF = 1

               CLOSE ARC-HOR.

       1150-REVISA-SESION.
           IF HOR-CICLO = WKS-CICLO AND HOR-GRUPO = WKS-GRUPO
                   AND HOR-HORA NOT = ZERO
               MOVE HOR-MATERIA TO WKS-MATERIA
               PERFORM 2400-BUSCA-MATERIA.

           READ ARC-HOR
               AT END MOVE 1 TO WKS-EOF.

       1200-CARGA-LISTA.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-ALU.
           IF WKS-FS-ALU = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-ALU
                   AT END MOVE 1 TO WKS-EOF
                   NOT AT END MOVE ZERO TO WKS-EOF

               PERFORM 1250-REVISA-ALUMNO UNTIL WKS-EOF = 1

               CLOSE ARC-ALU.

       1250-REVISA-ALUMNO.
           IF ALU-CICLO = WKS-CICLO AND ALU-GRUPO = WKS-GRUPO
               IF WKS-NUM-ALU < WKS-MAX-ALU
                   ADD 1 TO WKS-NUM-ALU
                   MOVE ALU-ID     TO T-AL-ID (WKS-NUM-ALU)
                   MOVE ALU-NOMBRE TO T-AL-NOM (WKS-NUM-ALU)
               ELSE
                   DISPLAY "LISTA LLENA, SE OMITE ALUMNO " ALU-ID.

           READ ARC-ALU
               AT END MOVE 1 TO WKS-EOF.

      *-------------------CALIFICACIONES---------------------------*
      *    ARC-NOT va ordenado por ciclo y grupo al frente de la
      *    llave: se posiciona en el grupo y se lee hasta salir de
      *    el.
       2000-CARGA-CALIFICACIONES.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-NOT.
           IF WKS-FS-NOT = "35"
               DISPLAY "SIN CALIFICACIONES CAPTURADAS EN ARC-NOT"
           ELSE
               MOVE LOW-VALUES TO NOT-LLAVE
               MOVE WKS-CICLO  TO NOT-CICLO
               MOVE WKS-GRUPO  TO NOT-GRUPO
               START ARC-NOT KEY IS NOT LESS THAN NOT-LLAVE
                   INVALID KEY MOVE 1 TO WKS-EOF

               PERFORM 2100-LEE-CALIFICACION UNTIL WKS-EOF = 1

               CLOSE ARC-NOT.

       2100-LEE-CALIFICACION.
           READ ARC-NOT NEXT
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO
               IF NOT-CICLO NOT = WKS-CICLO
                       OR NOT-GRUPO NOT = WKS-GRUPO
                   MOVE 1 TO WKS-EOF
               ELSE
                   PERFORM 2200-GUARDA-CALIFICACION.

       2200-GUARDA-CALIFICACION.
           MOVE NOT-ALUMNO TO WKS-ID-BUS.
           PERFORM 2300-BUSCA-ALUMNO.
           MOVE NOT-MATERIA TO WKS-MATERIA.
           PERFORM 2400-BUSCA-MATERIA.

           IF WKS-ALU-IDX NOT = ZERO AND WKS-MAT-IDX NOT = ZERO
                   AND NOT-PERIODO NOT < 1
                   AND NOT-PERIODO NOT > WKS-NUM-PER
               MOVE NOT-CALIF TO
                   T-AM-CAL (WKS-ALU-IDX WKS-MAT-IDX NOT-PERIODO)
               MOVE 1 TO
                   T-AM-HAY (WKS-ALU-IDX WKS-MAT-IDX NOT-PERIODO).

      *    Alumno de la lista por su ID (en WKS-ID-BUS).
       2300-BUSCA-ALUMNO.
           MOVE ZERO TO WKS-ALU-IDX.
           PERFORM 2350-COMPARA-ALUMNO
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-ALU.

       2350-COMPARA-ALUMNO.
           IF T-AL-ID (WKS-I) = WKS-ID-BUS
               MOVE WKS-I TO WKS-ALU-IDX
               MOVE WKS-NUM-ALU TO WKS-I.

      *    Materia en WKS-MATERIA; si no esta se agrega mientras
      *    haya lugar.
       2400-BUSCA-MATERIA.
           MOVE ZERO TO WKS-MAT-IDX.
           PERFORM 2450-COMPARA-MATERIA
               VARYING WKS-M FROM 1 BY 1 UNTIL WKS-M > WKS-NUM-MAT.

           IF WKS-MAT-IDX = ZERO
               IF WKS-NUM-MAT < WKS-MAX-MAT
                   ADD 1 TO WKS-NUM-MAT
                   MOVE WKS-MATERIA TO T-MAT (WKS-NUM-MAT)
                   MOVE WKS-NUM-MAT TO WKS-MAT-IDX
               ELSE
                   DISPLAY "TABLA DE MATERIAS LLENA, SE OMITE "
                       WKS-MATERIA.

       2450-COMPARA-MATERIA.
           IF T-MAT (WKS-M) = WKS-MATERIA
               MOVE WKS-M TO WKS-MAT-IDX
               MOVE WKS-NUM-MAT TO WKS-M.

      *-------------------ASISTENCIA-------------------------------*
       2500-CARGA-ASISTENCIA.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-ASI.
           IF WKS-FS-ASI = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-ASI
                   AT END MOVE 1 TO WKS-EOF
                   NOT AT END MOVE ZERO TO WKS-EOF

               PERFORM 2550-REVISA-ASISTENCIA UNTIL WKS-EOF = 1

               CLOSE ARC-ASI.

       2550-REVISA-ASISTENCIA.
           IF ASI-CICLO = WKS-CICLO AND ASI-GRUPO = WKS-GRUPO
               MOVE ASI-ALUMNO TO WKS-ID-BUS
               PERFORM 2300-BUSCA-ALUMNO
               MOVE ASI-MATERIA TO WKS-MATERIA
               PERFORM 2400-BUSCA-MATERIA
               IF WKS-ALU-IDX NOT = ZERO AND WKS-MAT-IDX NOT = ZERO
                   ADD 1 TO T-AM-SES (WKS-ALU-IDX WKS-MAT-IDX)
                   IF ASI-ESTUVO
                       ADD 1 TO T-AM-PRE (WKS-ALU-IDX WKS-MAT-IDX).

           READ ARC-ASI
               AT END MOVE 1 TO WKS-EOF.

      *-------------------REPORTE----------------------------------*
       3000-GENERA-REPORTE.
           OPEN OUTPUT REP-RBO.

           PERFORM 3100-IMPRIME-BOLETA
               VARYING WKS-ALU-IDX FROM 1 BY 1
               UNTIL WKS-ALU-IDX > WKS-NUM-ALU.

           PERFORM 3500-RESUMEN-GRUPO.

           CLOSE REP-RBO.
           DISPLAY "BOLETAS IMPRESAS: " WKS-TOT-BOL.

       3100-IMPRIME-BOLETA.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.

           MOVE WKS-CICLO TO WKS-EB-CICLO.
           MOVE WKS-GRUPO TO WKS-EB-GRUPO.
           MOVE T-AL-ID (WKS-ALU-IDX)  TO WKS-EB-ID.
           MOVE T-AL-NOM (WKS-ALU-IDX) TO WKS-EB-NOM.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE ZERO TO WKS-SUMA-FIN.
           MOVE ZERO TO WKS-CTA-FIN.
           MOVE ZERO TO WKS-SES-ALU.
           MOVE ZERO TO WKS-PRE-ALU.
           PERFORM 3200-IMPRIME-MATERIA
               VARYING WKS-M FROM 1 BY 1 UNTIL WKS-M > WKS-NUM-MAT.

           PERFORM 3300-IMPRIME-PROMEDIOS.
           ADD 1 TO WKS-TOT-BOL.

      *    Promedio de la materia con los periodos calificados.
       3200-IMPRIME-MATERIA.
           MOVE SPACES TO WKS-DT-OBS.
           MOVE T-MAT (WKS-M) TO WKS-DT-MAT.
           MOVE ZERO TO WKS-SUMA.
           MOVE ZERO TO WKS-CUENTA.
           PERFORM 3250-COLUMNA-PERIODO
               VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > WKS-NUM-PER.

           IF WKS-CUENTA = ZERO
               MOVE ZERO TO T-AM-NFIN (WKS-ALU-IDX WKS-M)
               MOVE "  --" TO WKS-DT-FINX
           ELSE
               COMPUTE WKS-PROM ROUNDED = WKS-SUMA / WKS-CUENTA
               MOVE WKS-PROM TO T-AM-FIN (WKS-ALU-IDX WKS-M)
               MOVE 1 TO T-AM-NFIN (WKS-ALU-IDX WKS-M)
               MOVE WKS-PROM TO WKS-DT-FIN
               ADD WKS-PROM TO WKS-SUMA-FIN
               ADD 1 TO WKS-CTA-FIN
               IF WKS-PROM < WKS-CAL-MIN
                   MOVE "REPROBADA" TO WKS-DT-OBS
                   ADD 1 TO T-AL-REP (WKS-ALU-IDX).

           IF T-AM-SES (WKS-ALU-IDX WKS-M) = ZERO
               MOVE ZERO TO WKS-PCT
           ELSE
               COMPUTE WKS-PCT ROUNDED =
                   T-AM-PRE (WKS-ALU-IDX WKS-M) * 100
                   / T-AM-SES (WKS-ALU-IDX WKS-M).
           MOVE WKS-PCT TO WKS-DT-PCT.
           ADD T-AM-SES (WKS-ALU-IDX WKS-M) TO WKS-SES-ALU.
           ADD T-AM-PRE (WKS-ALU-IDX WKS-M) TO WKS-PRE-ALU.

           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

       3250-COLUMNA-PERIODO.
           IF T-AM-HAY (WKS-ALU-IDX WKS-M WKS-P) = 1
               MOVE T-AM-CAL (WKS-ALU-IDX WKS-M WKS-P)
                   TO WKS-DT-CAL (WKS-P)
               ADD T-AM-CAL (WKS-ALU-IDX WKS-M WKS-P) TO WKS-SUMA
               ADD 1 TO WKS-CUENTA
           ELSE
               MOVE "  --" TO WKS-DT-CALX (WKS-P).

      *    Promedio de cada periodo entre las materias calificadas,
      *    promedio final del alumno y asistencia de todo el ciclo.
       3300-IMPRIME-PROMEDIOS.
           MOVE SPACES TO WKS-DT-OBS.
           MOVE "PROMEDIO" TO WKS-DT-MAT.
           PERFORM 3350-PROMEDIO-PERIODO
               VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > WKS-NUM-PER.

           IF WKS-CTA-FIN = ZERO
               MOVE "  --" TO WKS-DT-FINX
           ELSE
               COMPUTE WKS-PROM ROUNDED = WKS-SUMA-FIN / WKS-CTA-FIN
               MOVE WKS-PROM TO WKS-DT-FIN.

           IF WKS-SES-ALU = ZERO
               MOVE ZERO TO WKS-PCT
           ELSE
               COMPUTE WKS-PCT ROUNDED =
                   WKS-PRE-ALU * 100 / WKS-SES-ALU.
           MOVE WKS-PCT TO WKS-DT-PCT.

           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 2.

       3350-PROMEDIO-PERIODO.
           MOVE ZERO TO WKS-SUMA.
           MOVE ZERO TO WKS-CUENTA.
           PERFORM 3360-SUMA-PERIODO
               VARYING WKS-M FROM 1 BY 1 UNTIL WKS-M > WKS-NUM-MAT.

           IF WKS-CUENTA = ZERO
               MOVE "  --" TO WKS-DT-CALX (WKS-P)
           ELSE
               COMPUTE WKS-PROM ROUNDED = WKS-SUMA / WKS-CUENTA
               MOVE WKS-PROM TO WKS-DT-CAL (WKS-P).

       3360-SUMA-PERIODO.
           IF T-AM-HAY (WKS-ALU-IDX WKS-M WKS-P) = 1
               ADD T-AM-CAL (WKS-ALU-IDX WKS-M WKS-P) TO WKS-SUMA
               ADD 1 TO WKS-CUENTA.

      *-------------------RESUMEN DE REPROBADOS--------------------*
      *    Un renglon por materia reprobada (promedio final debajo
      *    del minimo aprobatorio) de cada alumno.
       3500-RESUMEN-GRUPO.
           MOVE WKS-ENC-REP TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-CICLO TO WKS-ER-CICLO.
           MOVE WKS-GRUPO TO WKS-ER-GRUPO.
           MOVE WKS-ENC-REP1 TO LINEA.
           WRITE LINEA AFTER 2.
           MOVE WKS-ENC-REP2 TO LINEA.
           WRITE LINEA AFTER 2.

           PERFORM 3550-REPROBADAS-ALUMNO
               VARYING WKS-ALU-IDX FROM 1 BY 1
               UNTIL WKS-ALU-IDX > WKS-NUM-ALU.

           MOVE WKS-TOT-REP TO WKS-PR-REP.
           MOVE WKS-NUM-ALU TO WKS-PR-TOT.
           MOVE WKS-PIE-REP TO LINEA.
           WRITE LINEA AFTER 3.

       3550-REPROBADAS-ALUMNO.
           IF T-AL-REP (WKS-ALU-IDX) > ZERO
               ADD 1 TO WKS-TOT-REP
               PERFORM 3600-IMPRIME-REPROBADA
                   VARYING WKS-M FROM 1 BY 1
                   UNTIL WKS-M > WKS-NUM-MAT.

       3600-IMPRIME-REPROBADA.
           IF T-AM-NFIN (WKS-ALU-IDX WKS-M) = 1
                   AND T-AM-FIN (WKS-ALU-IDX WKS-M) < WKS-CAL-MIN
               MOVE T-AL-ID (WKS-ALU-IDX)  TO WKS-DR-ID
               MOVE T-AL-NOM (WKS-ALU-IDX) TO WKS-DR-NOM
               MOVE T-MAT (WKS-M)          TO WKS-DR-MAT
               MOVE T-AM-FIN (WKS-ALU-IDX WKS-M) TO WKS-DR-FIN
               MOVE WKS-DET-REP TO LINEA
               WRITE LINEA AFTER 1.
