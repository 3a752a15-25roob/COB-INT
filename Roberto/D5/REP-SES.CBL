       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-SES.
      *    Sesiones planeadas contra impartidas del ciclo, por grupo
      *    y materia, del calendario ARC-CSE (EXP-SES): cuantas
      *    sesiones trae el ciclo, cuantas tocaban de inicio a hoy,
      *    cuantas se impartieron (con asistencia tomada en
      *    TBID-ASI), cuantas se quedaron sin impartir y cuantas
      *    faltan por venir, con el porcentaje de cumplimiento contra
      *    las que ya tocaban. Subtotal por grupo y total del ciclo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-CIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIC-CICLO
               FILE STATUS IS WKS-FS-CIC.
           SELECT ARC-CSE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-LLAVE
               FILE STATUS IS WKS-FS-SES.
           SELECT REP-RSE ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CIC.
           COPY REGCIC.

       FD ARC-CSE.
           COPY REGSES.

       FD REP-RSE.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CIC       PIC XX.
       01 WKS-FS-SES       PIC XX.

      *    Firma de operador (subprograma FIRMA): nivel de consulta.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "REP-SES".

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

      *    Ciclo a reportar y sus fechas de clases.
       01 WKS-CICLO        PIC X(05).
       01 WKS-CIC-OK       PIC 9.
       01 WKS-CIC-INI      PIC 9(08).
       01 WKS-CIC-FIN      PIC 9(08).

      *    Grupos y materias del ciclo, en orden de grupo y materia,
      *    con sus cuentas de sesiones.
       01 WKS-MAX-GM       PIC 999 VALUE 200.
       01 WKS-NUM-GM       PIC 999 VALUE ZERO.
       01 WKS-GM-IDX       PIC 999.
       01 WKS-GM-NUEVO     PIC 9.

       01 WKS-LLAVE-BUS.
           03 WKS-LB-GRUPO  PIC X(03).
           03 WKS-LB-MAT    PIC X(04).

       01 T-GRUPO-MATERIA.
           03 T-GM OCCURS 200 TIMES.
               05 T-GM-LLAVE.
                   07 T-GM-GRUPO  PIC X(03).
                   07 T-GM-MAT    PIC X(04).
               05 T-GM-PRO    PIC 9(04).
               05 T-GM-VEN    PIC 9(04).
               05 T-GM-IMP    PIC 9(04).

      *    Cuentas de la linea que se imprime: renglon, subtotal del
      *    grupo y total del ciclo.
       01 WKS-LINEA-CTA.
           03 WKS-LC-PRO   PIC 9(05).
           03 WKS-LC-VEN   PIC 9(05).
           03 WKS-LC-IMP   PIC 9(05).
       01 WKS-SUBTOTAL.
           03 WKS-SU-PRO   PIC 9(05) VALUE ZERO.
           03 WKS-SU-VEN   PIC 9(05) VALUE ZERO.
           03 WKS-SU-IMP   PIC 9(05) VALUE ZERO.
       01 WKS-TOTALES.
           03 WKS-TO-PRO   PIC 9(05) VALUE ZERO.
           03 WKS-TO-VEN   PIC 9(05) VALUE ZERO.
           03 WKS-TO-IMP   PIC 9(05) VALUE ZERO.
       01 WKS-GRUPO-ANT    PIC X(03).
       01 WKS-PCT          PIC 9(03)V99.

       77 WKS-EOF          PIC 9.
       77 WKS-I            PIC 999.
       77 WKS-J            PIC 999.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(25) VALUE SPACES.
           03 FILLER         PIC X(40)
                   VALUE "SESIONES PLANEADAS CONTRA IMPARTIDAS".

       01 WKS-ENCB.
           03 FILLER         PIC X(07) VALUE "CICLO: ".
           03 WKS-EB-CICLO   PIC X(05).
           03 FILLER         PIC X(07) VALUE "  DEL: ".
           03 WKS-EB-INI     PIC 9(08).
           03 FILLER         PIC X(06) VALUE "  AL: ".
           03 WKS-EB-FIN     PIC 9(08).
           03 FILLER         PIC X(10) VALUE "  AL DIA: ".
           03 WKS-EB-FECHA   PIC 9(08).

       01 WKS-ENCC.
           03 FILLER         PIC X(16) VALUE "GRUPO MATERIA".
           03 FILLER         PIC X(13) VALUE "  PROGRAMADAS".
           03 FILLER         PIC X(12) VALUE "  A LA FECHA".
           03 FILLER         PIC X(12) VALUE "  IMPARTIDAS".
           03 FILLER         PIC X(15) VALUE "  NO IMPARTIDAS".
           03 FILLER         PIC X(11) VALUE "  POR VENIR".
           03 FILLER         PIC X(11) VALUE "  PCT CUMPL".

       01 WKS-DET1.
           03 WKS-DT-GRUPO   PIC X(03).
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-MAT     PIC X(10).
           03 FILLER         PIC X(08) VALUE SPACES.
           03 WKS-DT-PRO     PIC ZZZZ9.
           03 FILLER         PIC X(07) VALUE SPACES.
           03 WKS-DT-VEN     PIC ZZZZ9.
           03 FILLER         PIC X(07) VALUE SPACES.
           03 WKS-DT-IMP     PIC ZZZZ9.
           03 FILLER         PIC X(10) VALUE SPACES.
           03 WKS-DT-NOI     PIC ZZZZ9.
           03 FILLER         PIC X(06) VALUE SPACES.
           03 WKS-DT-FUT     PIC ZZZZ9.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-PCT     PIC ZZ9.99.
           03 FILLER         PIC X(02) VALUE " %".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           IF WKS-CIC-OK = 1
               PERFORM 2000-CUENTA-SESIONES
               PERFORM 3000-GENERA-REPORTE.
           GOBACK.

       1000-INICIO.
           MOVE ZERO TO WKS-CIC-OK.
           MOVE 1 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-OPERADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               GOBACK.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           DISPLAY "CICLO A REPORTAR (EJ. 2026A): ".
           ACCEPT WKS-CICLO.

           OPEN INPUT ARC-CIC.
           IF WKS-FS-CIC = "35"
               DISPLAY "NO EXISTE CATALOGO DE CICLOS"
           ELSE
               MOVE WKS-CICLO TO CIC-CICLO
               READ ARC-CIC
                   INVALID KEY
                       DISPLAY "CICLO SIN FECHAS EN ARC-CIC: "
                           WKS-CICLO
                   NOT INVALID KEY
                       MOVE 1 TO WKS-CIC-OK
                       MOVE CIC-FEC-INI TO WKS-CIC-INI
                       MOVE CIC-FEC-FIN TO WKS-CIC-FIN
               END-READ
               CLOSE ARC-CIC.

      *-------------------CUENTA SESIONES--------------------------*
      *    ARC-CSE va por fecha: se arranca en el inicio del ciclo y
      *    se lee hasta pasar el fin.
       2000-CUENTA-SESIONES.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CSE.
           IF WKS-FS-SES = "35"
               DISPLAY "NO HAY SESIONES GENERADAS (GEN-SES)"
               MOVE ZERO TO WKS-CIC-OK
           ELSE
               MOVE WKS-CIC-INI TO SES-FECHA
               MOVE SPACES      TO SES-CICLO
               MOVE SPACES      TO SES-GRUPO
               MOVE SPACES      TO SES-MATERIA
               START ARC-CSE KEY IS NOT LESS THAN SES-LLAVE
                   INVALID KEY MOVE 1 TO WKS-EOF
               END-START

               PERFORM 2100-LEE-SESION UNTIL WKS-EOF = 1

               CLOSE ARC-CSE.

       2100-LEE-SESION.
           READ ARC-CSE NEXT RECORD
               AT END MOVE 1 TO WKS-EOF.
           IF WKS-EOF = ZERO
               IF SES-FECHA > WKS-CIC-FIN
                   MOVE 1 TO WKS-EOF
               ELSE
                   IF SES-CICLO = WKS-CICLO
                       PERFORM 2200-ACUMULA-SESION.

       2200-ACUMULA-SESION.
           MOVE SES-GRUPO   TO WKS-LB-GRUPO.
           MOVE SES-MATERIA TO WKS-LB-MAT.
           PERFORM 8000-BUSCA-GRUPO-MATERIA.

           IF WKS-GM-NUEVO = 1
               IF WKS-NUM-GM < WKS-MAX-GM
                   PERFORM 2250-INSERTA-GRUPO-MATERIA
               ELSE
                   DISPLAY "TABLA DE GRUPOS LLENA, SE OMITE "
                       SES-GRUPO " " SES-MATERIA
                   MOVE ZERO TO WKS-GM-IDX.

           IF WKS-GM-IDX NOT = ZERO
               ADD 1 TO T-GM-PRO (WKS-GM-IDX)
               IF SES-FECHA NOT > WKS-FECHA-HOY
                   ADD 1 TO T-GM-VEN (WKS-GM-IDX)
               END-IF
               IF SES-IMPARTIDA
                   ADD 1 TO T-GM-IMP (WKS-GM-IDX).

      *    Abre el lugar en la posicion que le toca para que la tabla
      *    quede en orden de grupo y materia.
       2250-INSERTA-GRUPO-MATERIA.
           PERFORM 2260-RECORRE-RENGLON
               VARYING WKS-J FROM WKS-NUM-GM BY -1
               UNTIL WKS-J < WKS-GM-IDX.
           ADD 1 TO WKS-NUM-GM.
           MOVE WKS-LLAVE-BUS TO T-GM-LLAVE (WKS-GM-IDX).
           MOVE ZERO          TO T-GM-PRO (WKS-GM-IDX).
           MOVE ZERO          TO T-GM-VEN (WKS-GM-IDX).
           MOVE ZERO          TO T-GM-IMP (WKS-GM-IDX).

       2260-RECORRE-RENGLON.
           MOVE T-GM (WKS-J) TO T-GM (WKS-J + 1).

      *-------------------REPORTE----------------------------------*
       3000-GENERA-REPORTE.
           OPEN OUTPUT REP-RSE.

           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-CICLO     TO WKS-EB-CICLO.
           MOVE WKS-CIC-INI   TO WKS-EB-INI.
           MOVE WKS-CIC-FIN   TO WKS-EB-FIN.
           MOVE WKS-FECHA-HOY TO WKS-EB-FECHA.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 1.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

           IF WKS-NUM-GM = ZERO
               MOVE "SIN SESIONES GENERADAS PARA EL CICLO" TO LINEA
               WRITE LINEA AFTER 2
           ELSE
               MOVE T-GM-GRUPO (1) TO WKS-GRUPO-ANT
               PERFORM 3100-IMPRIME-RENGLON
                   VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-GM
               PERFORM 3200-IMPRIME-SUBTOTAL

               MOVE SPACES     TO WKS-DT-GRUPO
               MOVE "TOTAL"    TO WKS-DT-MAT
               MOVE WKS-TOTALES TO WKS-LINEA-CTA
               PERFORM 3300-ARMA-CUENTAS
               MOVE WKS-DET1 TO LINEA
               WRITE LINEA AFTER 2.

           CLOSE REP-RSE.
           DISPLAY "REPORTE DE SESIONES IMPRESO".

       3100-IMPRIME-RENGLON.
           IF T-GM-GRUPO (WKS-I) NOT = WKS-GRUPO-ANT
               PERFORM 3200-IMPRIME-SUBTOTAL
               MOVE T-GM-GRUPO (WKS-I) TO WKS-GRUPO-ANT.

           MOVE T-GM-GRUPO (WKS-I) TO WKS-DT-GRUPO.
           MOVE T-GM-MAT (WKS-I)   TO WKS-DT-MAT.
           MOVE T-GM-PRO (WKS-I)   TO WKS-LC-PRO.
           MOVE T-GM-VEN (WKS-I)   TO WKS-LC-VEN.
           MOVE T-GM-IMP (WKS-I)   TO WKS-LC-IMP.
           PERFORM 3300-ARMA-CUENTAS.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

           ADD T-GM-PRO (WKS-I) TO WKS-SU-PRO.
           ADD T-GM-VEN (WKS-I) TO WKS-SU-VEN.
           ADD T-GM-IMP (WKS-I) TO WKS-SU-IMP.

       3200-IMPRIME-SUBTOTAL.
           MOVE WKS-GRUPO-ANT  TO WKS-DT-GRUPO.
           MOVE "SUBTOTAL"     TO WKS-DT-MAT.
           MOVE WKS-SUBTOTAL   TO WKS-LINEA-CTA.
           PERFORM 3300-ARMA-CUENTAS.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.
           MOVE SPACES TO LINEA.
           WRITE LINEA AFTER 1.

           ADD WKS-SU-PRO TO WKS-TO-PRO.
           ADD WKS-SU-VEN TO WKS-TO-VEN.
           ADD WKS-SU-IMP TO WKS-TO-IMP.
           MOVE ZERO TO WKS-SU-PRO.
           MOVE ZERO TO WKS-SU-VEN.
           MOVE ZERO TO WKS-SU-IMP.

      *    No impartidas: las que ya tocaban y no tienen asistencia.
      *    El cumplimiento es contra las que ya tocaban.
       3300-ARMA-CUENTAS.
           MOVE WKS-LC-PRO TO WKS-DT-PRO.
           MOVE WKS-LC-VEN TO WKS-DT-VEN.
           MOVE WKS-LC-IMP TO WKS-DT-IMP.
           IF WKS-LC-VEN > WKS-LC-IMP
               COMPUTE WKS-DT-NOI = WKS-LC-VEN - WKS-LC-IMP
           ELSE
               MOVE ZERO TO WKS-DT-NOI.
           COMPUTE WKS-DT-FUT = WKS-LC-PRO - WKS-LC-VEN.
           IF WKS-LC-VEN = ZERO
               MOVE ZERO TO WKS-PCT
           ELSE
               COMPUTE WKS-PCT ROUNDED =
                   WKS-LC-IMP * 100 / WKS-LC-VEN.
           MOVE WKS-PCT TO WKS-DT-PCT.

      *    Posicion del grupo y materia en la tabla ordenada: si ya
      *    esta, su renglon; si no, el lugar donde le toca entrar.
       8000-BUSCA-GRUPO-MATERIA.
           MOVE 1 TO WKS-GM-NUEVO.
           COMPUTE WKS-GM-IDX = WKS-NUM-GM + 1.
           PERFORM 8050-COMPARA-GRUPO-MATERIA
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-GM.

       8050-COMPARA-GRUPO-MATERIA.
           IF T-GM-LLAVE (WKS-I) NOT < WKS-LLAVE-BUS
               MOVE WKS-I TO WKS-GM-IDX
               IF T-GM-LLAVE (WKS-I) = WKS-LLAVE-BUS
                   MOVE ZERO TO WKS-GM-NUEVO
               END-IF
               MOVE WKS-NUM-GM TO WKS-I.
