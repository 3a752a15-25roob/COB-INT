       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP-NOT.
      *    Captura de calificaciones por ciclo, grupo, materia (las
      *    claves de HOR-MATERIA) y periodo de evaluacion, alumno por
      *    alumno de la lista del grupo en ARC-ALU, hacia ARC-NOT.
      *    Solo la captura el profesor asignado a la materia en el
      *    horario (HOR-ID-PROF): el operador firmado debe ser el
      *    operador de FIRMA de ese profesor en ARC-PRF. La escala es
      *    de 0.0 a 10.0; una calificacion ya capturada se muestra y
      *    se corrige regrabando el registro. Las boletas y el
      *    resumen de reprobados salen de REP-BOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-NOT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOT-LLAVE
               FILE STATUS IS WKS-FS-NOT.
      *    Lista de alumnos por ciclo y grupo (TBID-ASI).
           SELECT ARC-ALU ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ALU.
      *    Horario guardado por TBID-HOR: de ahi sale el profesor
      *    asignado a la materia del grupo.
           SELECT ARC-HOR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-HOR.
           SELECT ARC-PRF ASSIGN TO DISK
               FILE STATUS IS WKS-FS-PRF.
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

       FD ARC-PRF.
           COPY REGPRF.

       WORKING-STORAGE SECTION.
       01 WKS-FS-NOT       PIC XX.
       01 WKS-FS-ALU       PIC XX.
       01 WKS-FS-HOR       PIC XX.
       01 WKS-FS-PRF       PIC XX.

      *    Firma de operador (subprograma FIRMA): nivel de captura;
      *    el operador firmado debe ser el del profesor asignado.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "CAP-NOT ".

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
           88 WKS-TERMINA       VALUE "S".
       01 WKS-OK           PIC X.
           88 CAPTURA-OK        VALUE "S".
       01 WKS-CAL-OK       PIC X.
       01 WKS-ESPERA       PIC X.

      *    Escala de calificacion y periodos de evaluacion del ciclo.
       01 WKS-CAL-MAX      PIC 99V9 VALUE 10.0.
       01 WKS-NUM-PER      PIC 9 VALUE 3.

      *    Materia en captura.
       01 WKS-CICLO        PIC X(05).
       01 WKS-GRUPO        PIC X(03).
       01 WKS-MATERIA      PIC X(04).
       01 WKS-PERIODO      PIC 9.

      *    Profesor asignado a la materia del grupo en el horario.
       01 WKS-SES-HAY      PIC 9.
       01 WKS-ID-PROF      PIC 9(03).
       01 WKS-NOM-PROF     PIC X(15).
       01 WKS-OPE-PROF     PIC X(08).
       01 WKS-PRF-HAY      PIC 9.
       01 WKS-FIN-HOR      PIC 9.
       01 WKS-FIN-PRF      PIC 9.

      *    Lista del grupo en memoria, como en TBID-ASI.
       01 WKS-MAX-ALU      PIC 99 VALUE 60.
       01 WKS-NUM-ALU      PIC 99 VALUE ZERO.

       01 T-ALUMNOS.
           03 T-ALU OCCURS 60 TIMES.
               05 T-AL-ID    PIC 9(04).
               05 T-AL-NOM   PIC X(30).

       01 WKS-CALIF-CAP    PIC 99V9.
       01 WKS-CALIF-F      PIC Z9.9.
       01 WKS-EXISTE       PIC 9.
       01 WKS-TOT-GRA      PIC 9(04) VALUE ZERO.
       01 WKS-TOT-GRA-F    PIC Z,ZZ9.
       01 WKS-LIN          PIC 99.

       01 WKS-LIN-NOTA.
           03 WKS-LN-ID    PIC 9(04).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LN-NOM   PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LN-CAL   PIC Z9.9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LN-CAP   PIC X(08).

       77 WKS-EOF          PIC 9.
       77 WKS-I            PIC 99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-TERMINA.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           DISPLAY SPACES ERASE.
           MOVE 2 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-OPERADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               MOVE "S" TO WKS-FIN
               GOBACK.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           OPEN I-O ARC-NOT.
           IF WKS-FS-NOT = "35"
               OPEN OUTPUT ARC-NOT
               CLOSE ARC-NOT
               OPEN I-O ARC-NOT.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "CALIFICACIONES POR MATERIA" LINE 01 POSITION 27.
           DISPLAY "1. CAPTURA DE CALIFICACIONES"
               LINE 03 POSITION 10.
           DISPLAY "2. CONSULTA DE CALIFICACIONES"
               LINE 04 POSITION 10.
           DISPLAY "3. TERMINAR"            LINE 05 POSITION 10.
           DISPLAY "OPCION: "               LINE 09 POSITION 10.
           ACCEPT WKS-OPCION                LINE 09 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-CAPTURA
               WHEN 2
                   PERFORM 2600-CONSULTA
               WHEN 3
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 11 POSITION 10
           END-EVALUATE.

           IF NOT WKS-TERMINA
               PERFORM 2900-ESPERA.

      *-------------------CAPTURA----------------------------------*
      *    La materia debe estar en el horario del grupo con un
      *    profesor del maestro, y quien firma debe ser ese profesor.
       2100-CAPTURA.
           MOVE "S" TO WKS-OK.
           PERFORM 2950-PIDE-MATERIA.

           IF WKS-PERIODO < 1 OR WKS-PERIODO > WKS-NUM-PER
               MOVE "N" TO WKS-OK
               DISPLAY "PERIODO INVALIDO (1 A 3)"
                   LINE 17 POSITION 10.

           IF CAPTURA-OK
               PERFORM 2200-BUSCA-PROFESOR
               IF WKS-SES-HAY = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "LA MATERIA NO ESTA EN EL HORARIO "
                       "DEL GRUPO" LINE 17 POSITION 10
               ELSE
                   IF WKS-ID-PROF = ZERO
                       MOVE "N" TO WKS-OK
                       DISPLAY "LA MATERIA NO TIENE PROFESOR DEL "
                           "MAESTRO EN EL HORARIO" LINE 17 POSITION 10.

           IF CAPTURA-OK
               PERFORM 2300-CHECA-OPERADOR
               IF WKS-PRF-HAY = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL PROFESOR DEL HORARIO NO ESTA EN "
                       "EL MAESTRO" LINE 17 POSITION 10
               ELSE
                   IF WKS-OPE-PROF NOT = WKS-OPERADOR
                       MOVE "N" TO WKS-OK
                       DISPLAY "SOLO CAPTURA EL PROFESOR ASIGNADO: "
                           LINE 17 POSITION 10
                       DISPLAY WKS-NOM-PROF LINE 17 POSITION 45.

           IF CAPTURA-OK
               PERFORM 2400-CARGA-LISTA
               IF WKS-NUM-ALU = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "SIN ALUMNOS EN LA LISTA DEL GRUPO"
                       LINE 17 POSITION 10.

           IF CAPTURA-OK
               DISPLAY SPACES ERASE
               DISPLAY "CALIFICACIONES (0.0 A 10.0) DE " LINE 01
                   POSITION 10
               DISPLAY WKS-MATERIA LINE 01 POSITION 42
               DISPLAY "PERIODO " LINE 01 POSITION 48
               DISPLAY WKS-PERIODO LINE 01 POSITION 56
               MOVE ZERO TO WKS-TOT-GRA
               PERFORM 2500-CAPTURA-ALUMNO
                   VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-ALU
               MOVE WKS-TOT-GRA TO WKS-TOT-GRA-F
               DISPLAY "CALIFICACIONES GRABADAS: " LINE 18 POSITION 10
               DISPLAY WKS-TOT-GRA-F LINE 18 POSITION 36.

      *    Profesor de la materia en el horario del grupo: la primera
      *    sesion con hora asignada. El archivo se recorre completo,
      *    igual que en TBID-ASI.
       2200-BUSCA-PROFESOR.
           MOVE ZERO TO WKS-SES-HAY.
           MOVE ZERO TO WKS-ID-PROF.
           MOVE ZERO TO WKS-FIN-HOR.

           OPEN INPUT ARC-HOR.
           IF WKS-FS-HOR = "35"
               MOVE 1 TO WKS-FIN-HOR
           ELSE
               READ ARC-HOR
                   AT END MOVE 1 TO WKS-FIN-HOR
                   NOT AT END MOVE ZERO TO WKS-FIN-HOR

               PERFORM 2250-COMPARA-SESION UNTIL WKS-FIN-HOR = 1

               CLOSE ARC-HOR.

       2250-COMPARA-SESION.
           IF HOR-CICLO = WKS-CICLO
                   AND HOR-GRUPO = WKS-GRUPO
                   AND HOR-MATERIA = WKS-MATERIA
                   AND HOR-HORA NOT = ZERO
               MOVE 1 TO WKS-SES-HAY
               MOVE HOR-ID-PROF TO WKS-ID-PROF
               MOVE 1 TO WKS-FIN-HOR
           ELSE
               READ ARC-HOR
                   AT END MOVE 1 TO WKS-FIN-HOR.

       2300-CHECA-OPERADOR.
           MOVE ZERO TO WKS-PRF-HAY.
           MOVE ZERO TO WKS-FIN-PRF.

           OPEN INPUT ARC-PRF.
           IF WKS-FS-PRF = "35"
               MOVE 1 TO WKS-FIN-PRF
           ELSE
               READ ARC-PRF
                   AT END MOVE 1 TO WKS-FIN-PRF
                   NOT AT END MOVE ZERO TO WKS-FIN-PRF

               PERFORM 2350-COMPARA-PROFESOR UNTIL WKS-FIN-PRF = 1

               CLOSE ARC-PRF.

       2350-COMPARA-PROFESOR.
           IF PRF-ID = WKS-ID-PROF
               MOVE 1 TO WKS-PRF-HAY
               MOVE PRF-NOMBRE   TO WKS-NOM-PROF
               MOVE PRF-OPERADOR TO WKS-OPE-PROF
               MOVE 1 TO WKS-FIN-PRF
           ELSE
               READ ARC-PRF
                   AT END MOVE 1 TO WKS-FIN-PRF.

      *    Lista del grupo a memoria, como en TBID-ASI.
       2400-CARGA-LISTA.
           MOVE ZERO TO WKS-NUM-ALU.
           MOVE ZERO TO WKS-EOF.

           OPEN INPUT ARC-ALU.
           IF WKS-FS-ALU = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-ALU
                   AT END MOVE 1 TO WKS-EOF
                   NOT AT END MOVE ZERO TO WKS-EOF

               PERFORM 2450-REVISA-ALUMNO UNTIL WKS-EOF = 1

               CLOSE ARC-ALU.

       2450-REVISA-ALUMNO.
           IF ALU-CICLO = WKS-CICLO AND ALU-GRUPO = WKS-GRUPO
               IF WKS-NUM-ALU < WKS-MAX-ALU
                   ADD 1 TO WKS-NUM-ALU
                   MOVE ALU-ID     TO T-AL-ID (WKS-NUM-ALU)
                   MOVE ALU-NOMBRE TO T-AL-NOM (WKS-NUM-ALU)
               ELSE
                   DISPLAY "LISTA LLENA, SE OMITE ALUMNO " ALU-ID.

           READ ARC-ALU
               AT END MOVE 1 TO WKS-EOF.

      *    La calificacion vigente se muestra y se acepta encima; una
      *    fuera de escala se vuelve a pedir.
       2500-CAPTURA-ALUMNO.
           MOVE WKS-CICLO       TO NOT-CICLO.
           MOVE WKS-GRUPO       TO NOT-GRUPO.
           MOVE WKS-MATERIA     TO NOT-MATERIA.
           MOVE WKS-PERIODO     TO NOT-PERIODO.
           MOVE T-AL-ID (WKS-I) TO NOT-ALUMNO.
           MOVE 1 TO WKS-EXISTE.
           READ ARC-NOT
               INVALID KEY MOVE ZERO TO WKS-EXISTE.

           IF WKS-EXISTE = 1
               MOVE NOT-CALIF TO WKS-CALIF-CAP
           ELSE
               MOVE ZERO TO WKS-CALIF-CAP.

           DISPLAY T-AL-NOM (WKS-I) LINE 03 POSITION 10.
           MOVE WKS-CALIF-CAP TO WKS-CALIF-F.
           DISPLAY WKS-CALIF-F LINE 03 POSITION 45.

           MOVE "N" TO WKS-CAL-OK.
           PERFORM 2550-PIDE-CALIF UNTIL WKS-CAL-OK = "S".

           MOVE WKS-CALIF-CAP TO NOT-CALIF.
           MOVE WKS-ID-PROF   TO NOT-ID-PROF.
           MOVE WKS-OPERADOR  TO NOT-CAPTURO.
           MOVE WKS-FECHA-HOY TO NOT-FEC-CAP.
           IF WKS-EXISTE = 1
               REWRITE REG-NOT
           ELSE
               WRITE REG-NOT.
           ADD 1 TO WKS-TOT-GRA.

       2550-PIDE-CALIF.
           DISPLAY "CALIF: " LINE 03 POSITION 52.
           ACCEPT WKS-CALIF-CAP LINE 03 POSITION 60.

           IF WKS-CALIF-CAP > WKS-CAL-MAX
               DISPLAY "FUERA DE ESCALA (0.0 A 10.0)"
                   LINE 05 POSITION 10
           ELSE
               DISPLAY SPACES LINE 05 POSITION 10
               MOVE "S" TO WKS-CAL-OK.

      *-------------------CONSULTA---------------------------------*
      *    Calificaciones ya capturadas de una materia y periodo, en
      *    hojas de pantalla.
       2600-CONSULTA.
           PERFORM 2950-PIDE-MATERIA.
           PERFORM 2400-CARGA-LISTA.

           IF WKS-NUM-ALU = ZERO
               DISPLAY "SIN ALUMNOS EN LA LISTA DEL GRUPO"
                   LINE 17 POSITION 10
           ELSE
               DISPLAY SPACES ERASE
               MOVE 3 TO WKS-LIN
               PERFORM 2650-CONSULTA-ALUMNO
                   VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-NUM-ALU.

       2650-CONSULTA-ALUMNO.
           IF WKS-LIN > 18
               PERFORM 2900-ESPERA
               DISPLAY SPACES ERASE
               MOVE 3 TO WKS-LIN.

           MOVE WKS-CICLO       TO NOT-CICLO.
           MOVE WKS-GRUPO       TO NOT-GRUPO.
           MOVE WKS-MATERIA     TO NOT-MATERIA.
           MOVE WKS-PERIODO     TO NOT-PERIODO.
           MOVE T-AL-ID (WKS-I) TO NOT-ALUMNO.
           MOVE 1 TO WKS-EXISTE.
           READ ARC-NOT
               INVALID KEY MOVE ZERO TO WKS-EXISTE.

           MOVE T-AL-ID (WKS-I)  TO WKS-LN-ID.
           MOVE T-AL-NOM (WKS-I) TO WKS-LN-NOM.
           IF WKS-EXISTE = 1
               MOVE NOT-CALIF   TO WKS-LN-CAL
               MOVE NOT-CAPTURO TO WKS-LN-CAP
           ELSE
               MOVE ZERO        TO WKS-LN-CAL
               MOVE "SIN CAPT"  TO WKS-LN-CAP.
           DISPLAY WKS-LIN-NOTA LINE WKS-LIN POSITION 05.
           ADD 1 TO WKS-LIN.

       2900-ESPERA.
           DISPLAY "TECLA ENTER PARA CONTINUAR..." LINE 20 POSITION 10.
           ACCEPT WKS-ESPERA LINE 20 POSITION 45.

       2950-PIDE-MATERIA.
           DISPLAY "CICLO (EJ 2026A): " LINE 11 POSITION 10.
           ACCEPT WKS-CICLO LINE 11 POSITION 30.
           DISPLAY "GRUPO (EJ 101): " LINE 12 POSITION 10.
           ACCEPT WKS-GRUPO LINE 12 POSITION 28.
           DISPLAY "MATERIA (EJ SO): " LINE 13 POSITION 10.
           ACCEPT WKS-MATERIA LINE 13 POSITION 28.
           DISPLAY "PERIODO DE EVALUACION (1-3): "
               LINE 14 POSITION 10.
           ACCEPT WKS-PERIODO LINE 14 POSITION 41.

       3000-FIN.
           CLOSE ARC-NOT.
           DISPLAY SPACES ERASE.
