      *    antes/despues y el operador firmado (la lista REP-AUH).
           SELECT ARC-AUH ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUH.
      *    Catalogo de aulas con cupo (MANT-AUL).
           SELECT ARC-AUL ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUL.
      *    Lista de alumnos por ciclo y grupo, para el cupo del aula.
           SELECT ARC-ALU ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ALU.

       DATA DIVISION.
       FILE SECTION.
           03 AUH-PROF-DES  PIC X(15).

       FD ARC-PRF.
           COPY REGPRF.

       FD ARC-AUL.
           COPY REGAUL.

       FD ARC-ALU.
       01 REG-ALU.
           03 ALU-CICLO    PIC X(05).
           03 ALU-GRUPO    PIC X(03).
           03 ALU-ID       PIC 9(04).
           03 ALU-NOMBRE   PIC X(30).

       WORKING-STORAGE SECTION.

                   07 T-FPROF PIC X(15).
                   07 T-FIDPR PIC 9(03).

      *    Catalogo de aulas ARC-AUL en memoria: la captura
      *    rechaza un aula que no exista o que este dada de baja, y
      *    se avisa cuando los alumnos del grupo en ARC-ALU no caben
      *    en el cupo. Sin catalogo el aula se captura libre, como
      *    siempre.
       01 WKS-FS-AUL        PIC XX.
       01 WKS-MAX-AUL       PIC 99 VALUE 40.
       01 WKS-NUM-AUL       PIC 99 VALUE ZERO.
       01 WKS-AUL-IDX       PIC 99.
       01 WKS-FIN-AUL       PIC 9.
       01 WKS-AULA-OK       PIC X.
       01 WKS-AULA-BUS      PIC X(06).
       77 WKS-Q             PIC 99.

       01 T-CAT-AULAS.
           03 T-CAU OCCURS 40 TIMES.
               05 T-CA-COD PIC X(06).
               05 T-CA-CUP PIC 9(03).
               05 T-CA-EST PIC 9.

       01 WKS-FS-ALU        PIC XX.
       01 WKS-FIN-ALU       PIC 9.
       01 WKS-ALUMNOS       PIC 9(03) VALUE ZERO.

       01 WKS-FS-AUH    PIC XX.
       01 WKS-HOY       PIC 9(06).
       01 WKS-FECHA-HOY PIC 9(08).
           03 FILLER    PIC 99.
       01 WKS-CAMBIOS   PIC 999 VALUE ZERO.

      *    Regeneracion del calendario de sesiones (EXP-SES).
       01 WKS-SES-GEN   PIC 9(05).
       01 WKS-SES-BOR   PIC 9(05).
       01 WKS-SES-ST    PIC 9.

      *    Firma de operador (subprograma FIRMA): quien cambio el
      *    horario queda en la bitacora.
       01 WKS-FIRMA-NIVEL  PIC 9.
           DISPLAY "GRUPO A CAPTURAR (EJ 101): ".
           ACCEPT WKS-GRUPO.
           PERFORM 1090-CARGA-PROFES.
           PERFORM 1100-CARGA-AULAS.
           PERFORM 1200-CUENTA-ALUMNOS.
           PERFORM 1050-CARGA-HORARIO.
      *    La foto se toma antes de la copia de otro ciclo: las
      *    celdas copiadas tambien son cambios contra lo guardado.
           MOVE PRF-DESDE (WKS-P) TO T-CP-DES (WKS-NUM-PRF WKS-P).
           MOVE PRF-HASTA (WKS-P) TO T-CP-HAS (WKS-NUM-PRF WKS-P).

       1100-CARGA-AULAS.
           OPEN INPUT ARC-AUL.
           IF WKS-FS-AUL = "35"
               DISPLAY "SIN CATALOGO DE AULAS, AULA LIBRE"
           ELSE
               READ ARC-AUL
                   AT END MOVE 1 TO WKS-FIN-AUL
                   NOT AT END MOVE 0 TO WKS-FIN-AUL

               PERFORM 1150-AGREGA-AULA UNTIL WKS-FIN-AUL = 1

               CLOSE ARC-AUL.

       1150-AGREGA-AULA.
           IF WKS-NUM-AUL < WKS-MAX-AUL
               ADD 1 TO WKS-NUM-AUL
               MOVE AUL-CODIGO TO T-CA-COD (WKS-NUM-AUL)
               MOVE AUL-CUPO   TO T-CA-CUP (WKS-NUM-AUL)
               MOVE AUL-ESTADO TO T-CA-EST (WKS-NUM-AUL)
           ELSE
               DISPLAY "CATALOGO DE AULAS LLENO, SE OMITEN "
                   "RESTANTES".

           READ ARC-AUL
               AT END MOVE 1 TO WKS-FIN-AUL.

      *    Alumnos en la lista del grupo y ciclo en captura.
       1200-CUENTA-ALUMNOS.
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
           IF ALU-CICLO = WKS-CICLO AND ALU-GRUPO = WKS-GRUPO
               ADD 1 TO WKS-ALUMNOS.

           READ ARC-ALU
               AT END MOVE 1 TO WKS-FIN-ALU.

      *    Recupera el horario de un corrido anterior, si el
      *    maestro ya genero el archivo.
       1050-CARGA-HORARIO.
      *    a pedir; solo se captura si sigue en blanco. Con maestro
      *    de profesores el profesor se pide por ID y se valida su
      *    disponibilidad; sin maestro, nombre libre como siempre.
      *    Con catalogo de aulas el aula se valida contra ARC-AUL.
       2100-LLENA-TABLA.
           IF T-HORA (WKS-I WKS-J) = ZERO
               DISPLAY "INTRODUCE HORARIO DE " T-MA (WKS-I) " "
                    T-DI (WKS-J) ":"
               ACCEPT T-HORA (WKS-I WKS-J)
               IF WKS-NUM-AUL = ZERO
                   DISPLAY "AULA DE " T-MA (WKS-I) " " T-DI (WKS-J)
                       ":"
                   ACCEPT T-AULA (WKS-I WKS-J)
               ELSE
                   MOVE "N" TO WKS-AULA-OK
                   PERFORM 2110-PIDE-AULA
                       UNTIL WKS-AULA-OK = "S"
               END-IF
               IF WKS-NUM-PRF = ZERO
                   DISPLAY "PROFESOR DE " T-MA (WKS-I) " "
                       T-DI (WKS-J) ":"
                   PERFORM 2120-PIDE-PROFESOR
                       UNTIL WKS-PROF-OK = "S".

      *    El aula debe estar en el catalogo y activa; una celda
      *    sin hora puede quedar sin aula.
       2110-PIDE-AULA.
           DISPLAY "AULA DE " T-MA (WKS-I) " " T-DI (WKS-J) ":".
           ACCEPT T-AULA (WKS-I WKS-J).

           MOVE T-AULA (WKS-I WKS-J) TO WKS-AULA-BUS.
           PERFORM 2115-BUSCA-AULA.
           IF T-HORA (WKS-I WKS-J) = ZERO
                   AND T-AULA (WKS-I WKS-J) = SPACES
               MOVE "S" TO WKS-AULA-OK
           ELSE
               IF WKS-AUL-IDX = ZERO
                   DISPLAY "NO EXISTE EL AULA EN EL CATALOGO"
               ELSE
                   IF T-CA-EST (WKS-AUL-IDX) NOT = 1
                       DISPLAY "EL AULA ESTA DADA DE BAJA"
                   ELSE
                       MOVE "S" TO WKS-AULA-OK.

       2115-BUSCA-AULA.
           MOVE ZERO TO WKS-AUL-IDX.
           PERFORM 2117-COMPARA-AULA
               VARYING WKS-Q FROM 1 BY 1 UNTIL WKS-Q > WKS-NUM-AUL.

       2117-COMPARA-AULA.
           IF T-CA-COD (WKS-Q) = WKS-AULA-BUS
               MOVE WKS-Q TO WKS-AUL-IDX
               ADD 50 TO WKS-Q.

      *    El ID debe existir en el maestro, seguir activo, y la
      *    hora de la sesion caer dentro de su ventana del dia.
       2120-PIDE-PROFESOR.
           IF WKS-CHOQUES = 0
               DISPLAY "SIN CHOQUES DE HORARIO.".

           IF WKS-NUM-AUL NOT = ZERO
               PERFORM 2180-VALIDA-AULA
                   VARYING WKS-M FROM 1 BY 1 UNTIL WKS-M > 4
                   AFTER WKS-N FROM 1 BY 1 UNTIL WKS-N > 7.

      *    Toda la semana, la capturada y la que venia guardada o
      *    copiada: aviso si el aula no esta en el catalogo o si la
      *    lista del grupo rebasa su cupo.
       2180-VALIDA-AULA.
           IF T-HORA (WKS-M WKS-N) NOT = ZERO
               MOVE T-AULA (WKS-M WKS-N) TO WKS-AULA-BUS
               PERFORM 2115-BUSCA-AULA
               IF WKS-AUL-IDX = ZERO
                   DISPLAY "AVISO: AULA " T-AULA (WKS-M WKS-N)
                       " NO CATALOGADA EN " T-MA (WKS-M) " "
                       T-DI (WKS-N)
               ELSE
                   IF WKS-ALUMNOS > T-CA-CUP (WKS-AUL-IDX)
                       DISPLAY "AVISO: " WKS-ALUMNOS
                           " ALUMNOS EN AULA " T-AULA (WKS-M WKS-N)
                           " DE CUPO " T-CA-CUP (WKS-AUL-IDX)
                           " (" T-MA (WKS-M) " " T-DI (WKS-N) ")".

       2155-CHOQUES-PAR-MN.
           PERFORM 2160-COMPARA-CHOQUE
               VARYING WKS-K FROM 1 BY 1 UNTIL WKS-K > 4

       3000-FIN.
           PERFORM 2900-GRABA-HORARIO.
           IF WKS-CAMBIOS > ZERO
               PERFORM 3100-REGENERA-SESIONES.

      *    El calendario de sesiones ARC-CSE del grupo se regenera de
      *    hoy en adelante con el horario recien guardado.
       3100-REGENERA-SESIONES.
           CALL "EXP-SES" USING WKS-CICLO WKS-GRUPO WKS-SES-GEN
               WKS-SES-BOR WKS-SES-ST.
           IF WKS-SES-ST = 1
               DISPLAY "CICLO SIN FECHAS EN ARC-CIC, NO SE GENERAN "
                   "SESIONES"
           ELSE
               DISPLAY "SESIONES REGENERADAS: " WKS-SES-GEN.
