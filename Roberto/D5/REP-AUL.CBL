      *    huecos en pantalla -- que aulas estan libres tal dia a
      *    tal hora -- para que los pleitos de salones se arreglen
      *    viendo los datos y no recorriendo pasillos.
      *    Con el catalogo de aulas ARC-AUL (MANT-AUL) cada aula sale
      *    con edificio, tipo y cupo, el grupo mas grande que recibe
      *    (lista de ARC-ALU) y su ocupacion: alumnos sentados en la
      *    semana contra horas por cupo, en porcentaje. Las aulas del
      *    catalogo sin sesiones tambien salen y cuentan como libres
      *    en la busqueda de huecos; las dadas de baja no.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-HOR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-HOR.
           SELECT ARC-AUL ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUL.
           SELECT ARC-ALU ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ALU.
           SELECT REP-RAU ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
           03 HOR-PROF      PIC X(15).
           03 HOR-ID-PROF   PIC 9(03).

       FD ARC-AUL.
           COPY REGAUL.

       FD ARC-ALU.
       01 REG-ALU.
           03 ALU-CICLO    PIC X(05).
           03 ALU-GRUPO    PIC X(03).
           03 ALU-ID       PIC 9(04).
           03 ALU-NOMBRE   PIC X(30).

       FD REP-RAU.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-HOR    PIC XX.
       01 WKS-FS-AUL    PIC XX.
       01 WKS-FS-ALU    PIC XX.

      *    Ciclo a reportar, preguntado al arrancar.
       01 WKS-CICLO     PIC X(05).
               05 T-SE-AULA  PIC X(06).
               05 T-SE-PROF  PIC X(15).

      *    Horas por semana por aula y por profesor. Las aulas del
      *    catalogo entran primero (T-AU-CAT en S) con su cupo; las
      *    que solo estan en el horario entran sin cupo. T-AU-ASI
      *    suma los alumnos del grupo de cada sesion y T-AU-MAY es
      *    el grupo mas grande que recibe.
       01 WKS-MAX-AUL   PIC 99 VALUE 40.
       01 WKS-NUM-AUL   PIC 99 VALUE ZERO.
       01 WKS-AUL-IDX   PIC 99.
       01 WKS-FIN-AUL   PIC 9.

       01 T-AULAS.
           03 T-AUL OCCURS 40 TIMES.
               05 T-AU-NOM PIC X(06).
               05 T-AU-HRS PIC 9(03).
               05 T-AU-CAT PIC X.
               05 T-AU-EDI PIC X(10).
               05 T-AU-TIP PIC X.
               05 T-AU-CUP PIC 9(03).
               05 T-AU-EST PIC 9.
               05 T-AU-ASI PIC 9(06).
               05 T-AU-MAY PIC 9(03).

      *    Alumnos por grupo del ciclo, de la lista ARC-ALU.
       01 WKS-MAX-GPO   PIC 99 VALUE 50.
       01 WKS-NUM-GPO   PIC 99 VALUE ZERO.
       01 WKS-GPO-IDX   PIC 99.
       01 WKS-FIN-ALU   PIC 9.
       01 WKS-ALUMNOS   PIC 9(03).

       01 T-GRUPOS.
           03 T-GPO OCCURS 50 TIMES.
               05 T-GP-GRUPO PIC X(03).
               05 T-GP-ALU   PIC 9(03).

       01 WKS-PCT       PIC 9(03)V9.

      *    Horas por profesor: agrupadas por el ID del maestro
      *    cuando la celda lo trae (nombre del propio registro), y
           03 FILLER         PIC X(30)
               VALUE "HORAS POR SEMANA POR AULA".

       01 WKS-ENC-AUL2.
           03 FILLER         PIC X(10) VALUE "AULA".
           03 FILLER         PIC X(05) VALUE "HRS".
           03 FILLER         PIC X(15) VALUE "EDIFICIO".
           03 FILLER         PIC X(13) VALUE "TIPO".
           03 FILLER         PIC X(07) VALUE "CUPO".
           03 FILLER         PIC X(07) VALUE "MAYOR".
           03 FILLER         PIC X(10) VALUE "OCUPACION".

       01 WKS-DET-AUL.
           03 WKS-DA-NOM     PIC X(06).
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-DA-HRS     PIC ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DA-EDI     PIC X(13).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DA-TIP     PIC X(11).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DA-CUP     PIC ZZ9.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-DA-MAY     PIC ZZ9.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-DA-PCT     PIC ZZ9.9.
           03 WKS-DA-SIG     PIC X(01).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DA-AVISO   PIC X(11).

       01 WKS-ENC-PRF.
           03 FILLER         PIC X(30)
           DISPLAY "CICLO A REPORTAR (EJ 2026A): ".
           ACCEPT WKS-CICLO.

           PERFORM 1100-CARGA-AULAS.
           PERFORM 1200-CARGA-GRUPOS.

           OPEN INPUT ARC-HOR.
           IF WKS-FS-HOR = "35"
               DISPLAY "NO EXISTE EL HORARIO ARC-HOR"
               READ ARC-HOR
                   AT END MOVE 1 TO WKS-FIN.

       1100-CARGA-AULAS.
           OPEN INPUT ARC-AUL.
           IF WKS-FS-AUL = "35"
               CONTINUE
           ELSE
               READ ARC-AUL
                   AT END MOVE 1 TO WKS-FIN-AUL
                   NOT AT END MOVE 0 TO WKS-FIN-AUL

               PERFORM 1150-AGREGA-AULA UNTIL WKS-FIN-AUL = 1

               CLOSE ARC-AUL.

       1150-AGREGA-AULA.
           IF WKS-NUM-AUL < WKS-MAX-AUL
               ADD 1 TO WKS-NUM-AUL
               MOVE AUL-CODIGO   TO T-AU-NOM (WKS-NUM-AUL)
               MOVE ZERO         TO T-AU-HRS (WKS-NUM-AUL)
               MOVE "S"          TO T-AU-CAT (WKS-NUM-AUL)
               MOVE AUL-EDIFICIO TO T-AU-EDI (WKS-NUM-AUL)
               MOVE AUL-TIPO     TO T-AU-TIP (WKS-NUM-AUL)
               MOVE AUL-CUPO     TO T-AU-CUP (WKS-NUM-AUL)
               MOVE AUL-ESTADO   TO T-AU-EST (WKS-NUM-AUL)
               MOVE ZERO         TO T-AU-ASI (WKS-NUM-AUL)
               MOVE ZERO         TO T-AU-MAY (WKS-NUM-AUL)
           ELSE
               DISPLAY "TABLA DE AULAS LLENA, SE OMITE " AUL-CODIGO.

           READ ARC-AUL
               AT END MOVE 1 TO WKS-FIN-AUL.

       1200-CARGA-GRUPOS.
           OPEN INPUT ARC-ALU.
           IF WKS-FS-ALU = "35"
               CONTINUE
           ELSE
               READ ARC-ALU
                   AT END MOVE 1 TO WKS-FIN-ALU
                   NOT AT END MOVE 0 TO WKS-FIN-ALU

               PERFORM 1250-CUENTA-ALUMNO UNTIL WKS-FIN-ALU = 1

               CLOSE ARC-ALU.

       1250-CUENTA-ALUMNO.
           IF ALU-CICLO = WKS-CICLO
               MOVE ZERO TO WKS-GPO-IDX
               PERFORM 1270-COMPARA-GRUPO
                   VARYING WKS-K FROM 1 BY 1 UNTIL WKS-K > WKS-NUM-GPO
               IF WKS-GPO-IDX = ZERO
                   IF WKS-NUM-GPO < WKS-MAX-GPO
                       ADD 1 TO WKS-NUM-GPO
                       MOVE ALU-GRUPO TO T-GP-GRUPO (WKS-NUM-GPO)
                       MOVE 1         TO T-GP-ALU (WKS-NUM-GPO)
                   ELSE
                       DISPLAY "TABLA DE GRUPOS LLENA, SE OMITE "
                           ALU-GRUPO
                   END-IF
               ELSE
                   ADD 1 TO T-GP-ALU (WKS-GPO-IDX).

           READ ARC-ALU
               AT END MOVE 1 TO WKS-FIN-ALU.

       1270-COMPARA-GRUPO.
           IF T-GP-GRUPO (WKS-K) = ALU-GRUPO
               MOVE WKS-K TO WKS-GPO-IDX
               MOVE WKS-NUM-GPO TO WKS-K.

      *    Solo las celdas del ciclo pedido y con hora asignada
      *    cuentan como sesion.
       2000-CARGA.
                   ADD 1 TO WKS-NUM-AUL
                   MOVE HOR-AULA TO T-AU-NOM (WKS-NUM-AUL)
                   MOVE ZERO     TO T-AU-HRS (WKS-NUM-AUL)
                   MOVE "N"      TO T-AU-CAT (WKS-NUM-AUL)
                   MOVE SPACES   TO T-AU-EDI (WKS-NUM-AUL)
                   MOVE SPACE    TO T-AU-TIP (WKS-NUM-AUL)
                   MOVE ZERO     TO T-AU-CUP (WKS-NUM-AUL)
                   MOVE 1        TO T-AU-EST (WKS-NUM-AUL)
                   MOVE ZERO     TO T-AU-ASI (WKS-NUM-AUL)
                   MOVE ZERO     TO T-AU-MAY (WKS-NUM-AUL)
                   MOVE WKS-NUM-AUL TO WKS-AUL-IDX
               ELSE
                   DISPLAY "TABLA DE AULAS LLENA, SE OMITE "
                       HOR-AULA.

           IF WKS-AUL-IDX NOT = ZERO
               ADD 1 TO T-AU-HRS (WKS-AUL-IDX)
               PERFORM 2270-SUMA-ALUMNOS.

       2250-COMPARA-AULA.
           IF T-AU-NOM (WKS-K) = HOR-AULA
               MOVE WKS-K TO WKS-AUL-IDX
               MOVE WKS-NUM-AUL TO WKS-K.

      *    Alumnos del grupo de la sesion sentados en el aula.
       2270-SUMA-ALUMNOS.
           MOVE ZERO TO WKS-ALUMNOS.
           PERFORM 2280-COMPARA-GRUPO
               VARYING WKS-K FROM 1 BY 1 UNTIL WKS-K > WKS-NUM-GPO.

           ADD WKS-ALUMNOS TO T-AU-ASI (WKS-AUL-IDX).
           IF WKS-ALUMNOS > T-AU-MAY (WKS-AUL-IDX)
               MOVE WKS-ALUMNOS TO T-AU-MAY (WKS-AUL-IDX).

       2280-COMPARA-GRUPO.
           IF T-GP-GRUPO (WKS-K) = HOR-GRUPO
               MOVE T-GP-ALU (WKS-K) TO WKS-ALUMNOS
               MOVE WKS-NUM-GPO TO WKS-K.

       2300-SUMA-PROFESOR.
           MOVE ZERO TO WKS-PRF-IDX.

           MOVE WKS-ENC-AUL TO LINEA.
           WRITE LINEA AFTER 2.
           MOVE WKS-ENC-AUL2 TO LINEA.
           WRITE LINEA AFTER 1.
           PERFORM 3100-IMPRIME-AULA
               VARYING WKS-K FROM 1 BY 1 UNTIL WKS-K > WKS-NUM-AUL.


           CLOSE REP-RAU.

      *    Ocupacion = alumnos sentados en la semana / (horas *
      *    cupo). Un aula dada de baja sin sesiones ya no sale.
       3100-IMPRIME-AULA.
           IF T-AU-EST (WKS-K) = 1 OR T-AU-HRS (WKS-K) > ZERO
               PERFORM 3150-DETALLE-AULA.

       3150-DETALLE-AULA.
           MOVE T-AU-NOM (WKS-K) TO WKS-DA-NOM.
           MOVE T-AU-HRS (WKS-K) TO WKS-DA-HRS.
           MOVE T-AU-MAY (WKS-K) TO WKS-DA-MAY.
           MOVE SPACES TO WKS-DA-AVISO.
           IF T-AU-CAT (WKS-K) = "N"
               MOVE "NO CATALOGADA" TO WKS-DA-EDI
               MOVE SPACES TO WKS-DA-TIP
               MOVE ZERO   TO WKS-DA-CUP
               MOVE ZERO   TO WKS-DA-PCT
               MOVE SPACE  TO WKS-DA-SIG
           ELSE
               MOVE T-AU-EDI (WKS-K) TO WKS-DA-EDI
               MOVE T-AU-CUP (WKS-K) TO WKS-DA-CUP
               PERFORM 3170-TIPO-AULA
               MOVE ZERO TO WKS-PCT
               IF T-AU-HRS (WKS-K) > ZERO AND T-AU-CUP (WKS-K) > ZERO
                   COMPUTE WKS-PCT ROUNDED = T-AU-ASI (WKS-K) * 100
                       / (T-AU-HRS (WKS-K) * T-AU-CUP (WKS-K))
               END-IF
               MOVE WKS-PCT TO WKS-DA-PCT
               MOVE "%"     TO WKS-DA-SIG
               IF T-AU-MAY (WKS-K) > T-AU-CUP (WKS-K)
                   MOVE "EXCEDE CUPO" TO WKS-DA-AVISO
               END-IF
               IF T-AU-EST (WKS-K) NOT = 1
                   MOVE "DE BAJA" TO WKS-DA-AVISO.

           MOVE WKS-DET-AUL TO LINEA.
           WRITE LINEA AFTER 1.

       3170-TIPO-AULA.
           EVALUATE T-AU-TIP (WKS-K)
               WHEN "S"
                   MOVE "SALON"       TO WKS-DA-TIP
               WHEN "L"
                   MOVE "LABORATORIO" TO WKS-DA-TIP
               WHEN "G"
                   MOVE "GIMNASIO"    TO WKS-DA-TIP
               WHEN OTHER
                   MOVE SPACES        TO WKS-DA-TIP
           END-EVALUATE.

       3200-IMPRIME-PROFESOR.
           MOVE T-PR-NOM (WKS-K) TO WKS-DP-NOM.
           MOVE T-PR-HRS (WKS-K) TO WKS-DP-HRS.

       4300-CHECA-AULA.
           MOVE ZERO TO WKS-OCUPADA.
           IF T-AU-EST (WKS-K) NOT = 1
               MOVE 1 TO WKS-OCUPADA.
           PERFORM 4350-COMPARA-SESION
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-SES.

