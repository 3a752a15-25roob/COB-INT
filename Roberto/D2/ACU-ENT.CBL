       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACU-ENT.
      *    Acuse de recibo de los paquetes de reportes: el
      *    departamento captura la fecha de proceso y su clave, ve
      *    lo que DIST-REP le mando segun la bitacora ARC-ENT y
      *    acusa el recibo del paquete completo, que queda con el
      *    operador firmado y la fecha. La segunda opcion lista lo
      *    que sigue sin acuse, para reclamarlo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-ENT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-LLAVE
               FILE STATUS IS WKS-FS-ENT.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-ENT.
           COPY REGENT.

       WORKING-STORAGE SECTION.
       01 WKS-FS-ENT       PIC XX.

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
           88 WKS-TERMINA       VALUE "S".
       01 WKS-OK           PIC X.
       01 WKS-CONFIRMA     PIC X.

      *    Firma de operador (subprograma FIRMA): quien acusa es
      *    quien recibio.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "ACU-ENT".

       01 WKS-FECHA-CAP    PIC 9(08).
       01 WKS-DEPTO-CAP    PIC X(08).

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

       01 WKS-FIN-ENT      PIC 9.
       01 WKS-TOT-RENG     PIC 9(04).
       01 WKS-TOT-PEND     PIC 9(04).
       01 WKS-TOT-ACUSE    PIC 9(04).

       01 WKS-LIN-LISTA.
           03 WKS-LL-FECHA PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-DEPTO PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-REP   PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-COP   PIC Z9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-EST   PIC X(10).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-RECIB PIC X(08).

       77 WKS-LIN          PIC 99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-TERMINA.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           DISPLAY SPACES ERASE.
           MOVE 1 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-OPERADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               MOVE "S" TO WKS-FIN
               GOBACK.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           OPEN I-O ARC-ENT.
           IF WKS-FS-ENT = "35"
               DISPLAY "NO HAY ENTREGAS REGISTRADAS (ARC-ENT)"
                   LINE 10 POSITION 10
               MOVE "S" TO WKS-FIN
               GOBACK.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "ACUSE DE RECIBO DE REPORTES" LINE 01 POSITION 26.
           DISPLAY "1. ACUSAR RECIBO DE UN PAQUETE" LINE 03 POSITION 10.
           DISPLAY "2. ENTREGAS SIN ACUSE"          LINE 04 POSITION 10.
           DISPLAY "3. TERMINAR"                    LINE 05 POSITION 10.
           DISPLAY "OPCION: "                       LINE 07 POSITION 10.
           ACCEPT WKS-OPCION                        LINE 07 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-ACUSE
               WHEN 2
                   PERFORM 2500-PENDIENTES
               WHEN 3
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 09 POSITION 10
           END-EVALUATE.

           IF NOT WKS-TERMINA
               PERFORM 2900-ESPERA.

      *-------------------ACUSE------------------------------------*
      *    Primero se muestra el paquete; el acuse, si se confirma,
      *    es de todo lo que el paquete trae sin acusar.
       2100-ACUSE.
           DISPLAY "FECHA DE PROCESO (AAAAMMDD): " LINE 09 POSITION 10.
           ACCEPT WKS-FECHA-CAP                   LINE 09 POSITION 42.
           DISPLAY "DEPARTAMENTO: "               LINE 10 POSITION 10.
           ACCEPT WKS-DEPTO-CAP                   LINE 10 POSITION 42.

           MOVE ZERO TO WKS-TOT-RENG.
           MOVE ZERO TO WKS-TOT-PEND.
           MOVE 12   TO WKS-LIN.
           PERFORM 2200-RECORRE-PAQUETE.
           PERFORM 2250-MUESTRA-PAQUETE UNTIL WKS-FIN-ENT = 1.

           IF WKS-TOT-RENG = ZERO
               DISPLAY "NO HAY PAQUETE PARA ESA FECHA Y DEPARTAMENTO"
                   LINE 17 POSITION 10
           ELSE
               IF WKS-TOT-PEND = ZERO
                   DISPLAY "EL PAQUETE YA TIENE ACUSE"
                       LINE 17 POSITION 10
               ELSE
                   PERFORM 2300-CONFIRMA-ACUSE.

       2200-RECORRE-PAQUETE.
           MOVE ZERO TO WKS-FIN-ENT.
           MOVE WKS-FECHA-CAP TO ENT-FECHA.
           MOVE WKS-DEPTO-CAP TO ENT-DEPTO.
           MOVE LOW-VALUES    TO ENT-REPORTE.
           START ARC-ENT KEY IS NOT LESS THAN ENT-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-ENT.

       2250-MUESTRA-PAQUETE.
           READ ARC-ENT NEXT
               AT END MOVE 1 TO WKS-FIN-ENT.

           IF WKS-FIN-ENT = ZERO
               IF ENT-FECHA NOT = WKS-FECHA-CAP
                       OR ENT-DEPTO NOT = WKS-DEPTO-CAP
                   MOVE 1 TO WKS-FIN-ENT.

           IF WKS-FIN-ENT = ZERO
               ADD 1 TO WKS-TOT-RENG
               IF ENT-ENVIADO
                   ADD 1 TO WKS-TOT-PEND
               END-IF
               IF WKS-LIN < 17
                   PERFORM 2800-MUESTRA-RENGLON.

       2300-CONFIRMA-ACUSE.
           DISPLAY "ACUSAR RECIBO DEL PAQUETE (S/N): "
               LINE 18 POSITION 10.
           ACCEPT WKS-CONFIRMA LINE 18 POSITION 45.

           IF WKS-CONFIRMA = "S"
               MOVE ZERO TO WKS-TOT-ACUSE
               PERFORM 2200-RECORRE-PAQUETE
               PERFORM 2350-ACUSA-RENGLON UNTIL WKS-FIN-ENT = 1
               DISPLAY "REPORTES CON ACUSE: " LINE 19 POSITION 10
               DISPLAY WKS-TOT-ACUSE LINE 19 POSITION 32.

       2350-ACUSA-RENGLON.
           READ ARC-ENT NEXT
               AT END MOVE 1 TO WKS-FIN-ENT.

           IF WKS-FIN-ENT = ZERO
               IF ENT-FECHA NOT = WKS-FECHA-CAP
                       OR ENT-DEPTO NOT = WKS-DEPTO-CAP
                   MOVE 1 TO WKS-FIN-ENT.

           IF WKS-FIN-ENT = ZERO AND ENT-ENVIADO
               MOVE "A"           TO ENT-ESTADO
               MOVE WKS-FECHA-HOY TO ENT-FEC-ACU
               MOVE WKS-OPERADOR  TO ENT-RECIBIO
               REWRITE REG-ENT
               ADD 1 TO WKS-TOT-ACUSE.

      *-------------------PENDIENTES-------------------------------*
      *    Toda la bitacora, solo lo que no tiene acuse, en hojas de
      *    ocho renglones.
       2500-PENDIENTES.
           MOVE ZERO TO WKS-FIN-ENT.
           MOVE ZERO TO WKS-TOT-PEND.
           MOVE 09   TO WKS-LIN.
           MOVE LOW-VALUES TO ENT-LLAVE.
           START ARC-ENT KEY IS NOT LESS THAN ENT-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-ENT.

           PERFORM 2550-PENDIENTE-UNO UNTIL WKS-FIN-ENT = 1.

           IF WKS-TOT-PEND = ZERO
               DISPLAY "TODAS LAS ENTREGAS TIENEN ACUSE"
                   LINE 09 POSITION 10.

       2550-PENDIENTE-UNO.
           READ ARC-ENT NEXT
               AT END MOVE 1 TO WKS-FIN-ENT.

           IF WKS-FIN-ENT = ZERO AND ENT-ENVIADO
               IF WKS-LIN > 19
                   PERFORM 2900-ESPERA
                   DISPLAY SPACES ERASE
                   MOVE 3 TO WKS-LIN.

           IF WKS-FIN-ENT = ZERO AND ENT-ENVIADO
               ADD 1 TO WKS-TOT-PEND
               PERFORM 2800-MUESTRA-RENGLON.

      *-------------------APOYO------------------------------------*
       2800-MUESTRA-RENGLON.
           MOVE ENT-FECHA   TO WKS-LL-FECHA.
           MOVE ENT-DEPTO   TO WKS-LL-DEPTO.
           MOVE ENT-REPORTE TO WKS-LL-REP.
           MOVE ENT-COPIAS  TO WKS-LL-COP.
           IF ENT-ACUSADO
               MOVE "RECIBIDO"  TO WKS-LL-EST
           ELSE
               MOVE "SIN ACUSE" TO WKS-LL-EST.
           MOVE ENT-RECIBIO TO WKS-LL-RECIB.
           DISPLAY WKS-LIN-LISTA LINE WKS-LIN POSITION 05.
           ADD 1 TO WKS-LIN.

       2900-ESPERA.
           DISPLAY "TECLA ENTER PARA CONTINUAR..." LINE 20 POSITION 10.
           ACCEPT WKS-OK LINE 20 POSITION 45.
           MOVE SPACES TO WKS-OK.

       3000-FIN.
           CLOSE ARC-ENT.
