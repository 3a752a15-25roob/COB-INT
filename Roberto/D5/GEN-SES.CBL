       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEN-SES.
      *    Genera el calendario de sesiones ARC-CSE de un ciclo: el
      *    horario semanal de todos sus grupos desdoblado en una
      *    sesion por fecha (subprograma EXP-SES). Se corre una vez
      *    que el ciclo tiene fechas en ARC-CIC y horario en ARC-HOR;
      *    volver a correrlo regenera solo de hoy en adelante. Los
      *    cambios posteriores de un grupo los regenera TBID-HOR al
      *    guardar el horario.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WKS-CICLO        PIC X(05).
       01 WKS-GRUPO        PIC X(03) VALUE SPACES.
       01 WKS-SES-GEN      PIC 9(05).
       01 WKS-SES-BOR      PIC 9(05).
       01 WKS-SES-ST       PIC 9.

      *    Firma de operador (subprograma FIRMA).
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "GEN-SES ".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-GENERA.
           GOBACK.

       1000-INICIO.
           MOVE 2 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-OPERADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               GOBACK.

           DISPLAY "CICLO A GENERAR (EJ. 2026A): ".
           ACCEPT WKS-CICLO.
           IF WKS-CICLO = SPACES
               DISPLAY "FALTA EL CICLO"
               GOBACK.

       2000-GENERA.
           CALL "EXP-SES" USING WKS-CICLO WKS-GRUPO WKS-SES-GEN
               WKS-SES-BOR WKS-SES-ST.
           IF WKS-SES-ST = 1
               DISPLAY "CICLO SIN FECHAS EN ARC-CIC: " WKS-CICLO
           ELSE
               DISPLAY "SESIONES PROGRAMADAS BORRADAS: " WKS-SES-BOR
               DISPLAY "SESIONES GENERADAS:            " WKS-SES-GEN.
