       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBID-ASI.
      *    Asistencia contra las sesiones del calendario: captura la
      *    lista de alumnos por grupo (ARC-ALU), toma asistencia por
      *    sesion -- ciclo, grupo, materia y fecha, un presente o
      *    ausente por alumno -- hacia ARC-ASI, e imprime el
      *    resumen del ciclo por grupo o por materia con porcentaje
      *    de asistencia por alumno. La ausencia cronica sale del
      *    sistema y no del chisme.
      *    Una sesion afectada por falta del profesor (ARC-SUP, de
      *    CAP-FAL) solo toma asistencia si ya tiene suplente; sin
      *    clase o todavia pendiente de suplente se rechaza.
      *    Solo se pasa lista de una sesion generada en ARC-CSE
      *    (EXP-SES, desde el horario de TBID-HOR); el dia sale de la
      *    sesion y, pasada la lista, la sesion queda impartida. Una
      *    sesion ya impartida no se vuelve a tomar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Asistencia: un registro por alumno y sesion.
           SELECT ARC-ASI ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ASI.
      *    Calendario de sesiones generado del horario (EXP-SES): la
      *    asistencia solo se toma de sesiones que existen aqui.
           SELECT ARC-CSE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SES-LLAVE
               FILE STATUS IS WKS-FS-SES.
      *    Sesiones afectadas por faltas de profesores (CAP-FAL).
           SELECT ARC-SUP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-LLAVE
               FILE STATUS IS WKS-FS-SUP.
           SELECT REP-ASI ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
               88 ASI-ESTUVO    VALUE "P".
               88 ASI-FALTO     VALUE "A".

       FD ARC-CSE.
           COPY REGSES.

       FD ARC-SUP.
           COPY REGSUP.

       FD REP-ASI.
       01 LINEA          PIC X(132).
       WORKING-STORAGE SECTION.
       01 WKS-FS-ALU       PIC XX.
       01 WKS-FS-ASI       PIC XX.
       01 WKS-FS-SES       PIC XX.
       01 WKS-FS-SUP       PIC XX.

      *    Firma de operador (subprograma FIRMA): nivel de captura.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "TBID-ASI".

      *    Bandera de la busqueda de la sesion en el calendario: 1
      *    la sesion existe, 2 existe pero ya se impartio o la falta
      *    del profesor no deja tomar asistencia.
       01 WKS-SES-HAY      PIC 9.

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".

           DISPLAY "MATERIA (EJ SO): " LINE 13 POSITION 10.
           ACCEPT WKS-MATERIA LINE 13 POSITION 28.
           DISPLAY "FECHA (YYYYMMDD): " LINE 14 POSITION 10.
           ACCEPT WKS-FECHA LINE 14 POSITION 30.

           CALL "FEC-VAL" USING WKS-FECHA WKS-FV-STATUS.
           IF WKS-FV-STATUS = 1
               DISPLAY "FECHA INVALIDA" LINE 17 POSITION 10
           ELSE
               PERFORM 2350-CHECA-SESION
               IF WKS-SES-HAY = 1
                   PERFORM 2380-CHECA-FALTA
               END-IF
               IF WKS-SES-HAY = ZERO
                   DISPLAY "NO HAY SESION GENERADA DEL GRUPO EN "
                       "ESA FECHA" LINE 17 POSITION 10
               ELSE
                   IF WKS-SES-HAY = 1
                       PERFORM 2400-CARGA-LISTA
                       IF WKS-NUM-ALU = ZERO
                           DISPLAY "SIN ALUMNOS EN LA LISTA DEL GRUPO"
                               LINE 17 POSITION 10
                       ELSE
                           PERFORM 2450-PASA-LISTA
                           PERFORM 2470-MARCA-IMPARTIDA.

      *    La sesion capturada debe existir en el calendario ARC-CSE
      *    con la misma fecha, ciclo, grupo y materia, y no haberse
      *    impartido ya. El dia de la semana se toma de la sesion.
       2350-CHECA-SESION.
           MOVE ZERO TO WKS-SES-HAY.

           OPEN INPUT ARC-CSE.
           IF WKS-FS-SES NOT = "35"
               MOVE WKS-FECHA   TO SES-FECHA
               MOVE WKS-CICLO   TO SES-CICLO
               MOVE WKS-GRUPO   TO SES-GRUPO
               MOVE WKS-MATERIA TO SES-MATERIA
               READ ARC-CSE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2370-REVISA-SESION
               END-READ
               CLOSE ARC-CSE.

       2370-REVISA-SESION.
           IF SES-IMPARTIDA
               MOVE 2 TO WKS-SES-HAY
               DISPLAY "YA SE TOMO ASISTENCIA DE ESA SESION"
                   LINE 17 POSITION 10
           ELSE
               MOVE 1 TO WKS-SES-HAY
               MOVE SES-DIA TO WKS-DIA
               DISPLAY WKS-DIA LINE 14 POSITION 40.

      *    Falta del profesor en la fecha: sin clase o sin suplente
      *    asignado no hay asistencia que tomar; cubierta, se avisa
      *    quien la dio.
       2380-CHECA-FALTA.
           OPEN INPUT ARC-SUP.
           IF WKS-FS-SUP NOT = "35"
               MOVE WKS-FECHA   TO SUP-FECHA
               MOVE WKS-CICLO   TO SUP-CICLO
               MOVE WKS-GRUPO   TO SUP-GRUPO
               MOVE WKS-MATERIA TO SUP-MATERIA
               READ ARC-SUP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2390-REVISA-SUPLENCIA
               END-READ
               CLOSE ARC-SUP.

       2390-REVISA-SUPLENCIA.
           IF SUP-PERDIDA
               MOVE 2 TO WKS-SES-HAY
               DISPLAY "SESION SIN CLASE POR FALTA DEL PROFESOR"
                   LINE 17 POSITION 10
           ELSE
               IF SUP-PENDIENTE
                   MOVE 2 TO WKS-SES-HAY
                   DISPLAY "FALTA DEL PROFESOR SIN SUPLENTE, "
                       "ASIGNELO EN CAP-FAL" LINE 17 POSITION 10
               ELSE
                   DISPLAY "SESION CUBIERTA POR SUPLENTE "
                       LINE 16 POSITION 10
                   DISPLAY SUP-ID-SUPLENTE LINE 16 POSITION 40.

      *    Lista del grupo a memoria, una pasada por sesion.
       2400-CARGA-LISTA.
           CLOSE ARC-ASI.
           DISPLAY "ASISTENCIA GRABADA" LINE 20 POSITION 10.

      *    Con la lista grabada la sesion queda impartida.
       2470-MARCA-IMPARTIDA.
           OPEN I-O ARC-CSE.
           MOVE WKS-FECHA   TO SES-FECHA.
           MOVE WKS-CICLO   TO SES-CICLO.
           MOVE WKS-GRUPO   TO SES-GRUPO.
           MOVE WKS-MATERIA TO SES-MATERIA.
           READ ARC-CSE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "I" TO SES-ESTADO
                   REWRITE REG-SES
           END-READ.
           CLOSE ARC-CSE.

       2500-PREGUNTA-ALUMNO.
           DISPLAY T-AL-NOM (WKS-I) LINE 03 POSITION 10.
           DISPLAY "P/A: " LINE 03 POSITION 45.
