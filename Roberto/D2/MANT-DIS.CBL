       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-DIS.
      *    Mantenimiento de la lista de distribucion de reportes
      *    (ARC-DIS): a que departamento (finanzas, cobranza,
      *    direccion...) va cada reporte que guardan en ARC-RIM
      *    ALTTARJE, SORT-PRO, STAR-FEC, T-ANUAL y PROY-NOM, con
      *    cuantas copias y con que frecuencia se espera. Con esta
      *    lista DIST-REP arma cada noche el paquete de cada
      *    departamento y reclama los reportes que no llegaron.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-DIS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-LLAVE
               FILE STATUS IS WKS-FS-DIS.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-DIS.
           COPY REGDIS.

       WORKING-STORAGE SECTION.
       01 WKS-FS-DIS       PIC XX.

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
           88 WKS-TERMINA       VALUE "S".
       01 WKS-OK           PIC X.
           88 RENGLON-OK        VALUE "S".

      *    Firma de operador (subprograma FIRMA): la lista decide a
      *    quien le llega informacion de la empresa.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "MANT-DIS".

       01 WKS-DEPTO-CAP    PIC X(08).
       01 WKS-REPORTE-CAP  PIC X(08).
       01 WKS-COPIAS-CAP   PIC 99.
       01 WKS-FREC-CAP     PIC X.

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

       01 WKS-FIN-DIS      PIC 9.
       01 WKS-TOT-RENG     PIC 9(04).

       01 WKS-LIN-LISTA.
           03 WKS-LL-DEPTO PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-REP   PIC X(08).
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-LL-COP   PIC Z9.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-LL-FREC  PIC X(10).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-ALTA  PIC 9(08).

       77 WKS-LIN          PIC 99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-TERMINA.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           DISPLAY SPACES ERASE.
           MOVE 3 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-OPERADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               MOVE "S" TO WKS-FIN
               GOBACK.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           OPEN I-O ARC-DIS.
           IF WKS-FS-DIS = "35"
               OPEN OUTPUT ARC-DIS
               CLOSE ARC-DIS
               OPEN I-O ARC-DIS.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "DISTRIBUCION DE REPORTES"  LINE 01 POSITION 28.
           DISPLAY "1. ALTA DE RENGLON"        LINE 03 POSITION 10.
           DISPLAY "2. CAMBIO DE COPIAS/FRECUENCIA"
                                               LINE 04 POSITION 10.
           DISPLAY "3. BAJA DE RENGLON"        LINE 05 POSITION 10.
           DISPLAY "4. LISTAR DISTRIBUCION"    LINE 06 POSITION 10.
           DISPLAY "5. TERMINAR"               LINE 07 POSITION 10.
           DISPLAY "OPCION: "                  LINE 09 POSITION 10.
           ACCEPT WKS-OPCION                   LINE 09 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-ALTA
               WHEN 2
                   PERFORM 2200-CAMBIO
               WHEN 3
                   PERFORM 2300-BAJA
               WHEN 4
                   PERFORM 2400-LISTA
               WHEN 5
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 11 POSITION 10
           END-EVALUATE.

           IF NOT WKS-TERMINA
               PERFORM 2900-ESPERA.

      *-------------------ALTA-------------------------------------*
       2100-ALTA.
           MOVE "S" TO WKS-OK.
           PERFORM 2700-CAPTURA-LLAVE.

           IF RENGLON-OK
               READ ARC-DIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WKS-OK
                       DISPLAY "EL DEPARTAMENTO YA RECIBE ESE REPORTE"
                           LINE 17 POSITION 10.

           IF RENGLON-OK
               PERFORM 2750-CAPTURA-DATOS.

           IF RENGLON-OK
               MOVE WKS-DEPTO-CAP   TO DIS-DEPTO
               MOVE WKS-REPORTE-CAP TO DIS-REPORTE
               MOVE WKS-COPIAS-CAP  TO DIS-COPIAS
               MOVE WKS-FREC-CAP    TO DIS-FRECUENCIA
               MOVE WKS-FECHA-HOY   TO DIS-FEC-ALTA
               MOVE WKS-OPERADOR    TO DIS-OPERADOR
               WRITE REG-DIS
                   INVALID KEY
                       MOVE "N" TO WKS-OK
                       DISPLAY "NO SE PUDO GRABAR EL RENGLON"
                           LINE 17 POSITION 10.

           IF RENGLON-OK
               DISPLAY "RENGLON REGISTRADO" LINE 18 POSITION 10.

      *-------------------CAMBIO-----------------------------------*
       2200-CAMBIO.
           MOVE "S" TO WKS-OK.
           PERFORM 2700-CAPTURA-LLAVE.

           IF RENGLON-OK
               PERFORM 2710-LEE-RENGLON.

           IF RENGLON-OK
               DISPLAY "COPIAS ACTUALES: " LINE 13 POSITION 46
               DISPLAY DIS-COPIAS          LINE 13 POSITION 64
               DISPLAY "FRECUENCIA ACTUAL: " LINE 14 POSITION 46
               DISPLAY DIS-FRECUENCIA        LINE 14 POSITION 66
               PERFORM 2750-CAPTURA-DATOS.

           IF RENGLON-OK
               MOVE WKS-COPIAS-CAP TO DIS-COPIAS
               MOVE WKS-FREC-CAP   TO DIS-FRECUENCIA
               MOVE WKS-OPERADOR   TO DIS-OPERADOR
               REWRITE REG-DIS
               DISPLAY "RENGLON ACTUALIZADO" LINE 18 POSITION 10.

      *-------------------BAJA-------------------------------------*
       2300-BAJA.
           MOVE "S" TO WKS-OK.
           PERFORM 2700-CAPTURA-LLAVE.

           IF RENGLON-OK
               PERFORM 2710-LEE-RENGLON.

           IF RENGLON-OK
               DELETE ARC-DIS
               DISPLAY "EL DEPARTAMENTO YA NO RECIBE ESE REPORTE"
                   LINE 18 POSITION 10.

      *-------------------LISTA------------------------------------*
      *    Toda la lista en orden de departamento, en hojas de ocho
      *    renglones.
       2400-LISTA.
           MOVE ZERO TO WKS-FIN-DIS.
           MOVE ZERO TO WKS-TOT-RENG.
           MOVE 11   TO WKS-LIN.
           MOVE LOW-VALUES TO DIS-LLAVE.
           START ARC-DIS KEY IS NOT LESS THAN DIS-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-DIS.

           PERFORM 2450-LISTA-UNO UNTIL WKS-FIN-DIS = 1.

           IF WKS-TOT-RENG = ZERO
               DISPLAY "LA LISTA DE DISTRIBUCION ESTA VACIA"
                   LINE 11 POSITION 10.

       2450-LISTA-UNO.
           READ ARC-DIS NEXT
               AT END MOVE 1 TO WKS-FIN-DIS.

           IF WKS-FIN-DIS = ZERO
               IF WKS-LIN > 19
                   PERFORM 2900-ESPERA
                   DISPLAY SPACES ERASE
                   MOVE 3 TO WKS-LIN.

           IF WKS-FIN-DIS = ZERO
               PERFORM 2460-MUESTRA-RENGLON.

       2460-MUESTRA-RENGLON.
           ADD 1 TO WKS-TOT-RENG.
           MOVE DIS-DEPTO   TO WKS-LL-DEPTO.
           MOVE DIS-REPORTE TO WKS-LL-REP.
           MOVE DIS-COPIAS  TO WKS-LL-COP.
           EVALUATE TRUE
               WHEN DIS-DIARIO
                   MOVE "DIARIO"     TO WKS-LL-FREC
               WHEN DIS-MENSUAL
                   MOVE "FIN DE MES" TO WKS-LL-FREC
               WHEN OTHER
                   MOVE "EVENTUAL"   TO WKS-LL-FREC
           END-EVALUATE.
           MOVE DIS-FEC-ALTA TO WKS-LL-ALTA.
           DISPLAY WKS-LIN-LISTA LINE WKS-LIN POSITION 10.
           ADD 1 TO WKS-LIN.

      *-------------------APOYO------------------------------------*
       2700-CAPTURA-LLAVE.
           DISPLAY "DEPARTAMENTO: "       LINE 11 POSITION 10.
           ACCEPT WKS-DEPTO-CAP           LINE 11 POSITION 38.
           DISPLAY "REPORTE (RIM-REPORTE): " LINE 12 POSITION 10.
           ACCEPT WKS-REPORTE-CAP         LINE 12 POSITION 38.

           IF WKS-DEPTO-CAP = SPACES OR WKS-REPORTE-CAP = SPACES
               MOVE "N" TO WKS-OK
               DISPLAY "DEPARTAMENTO Y REPORTE SON OBLIGATORIOS"
                   LINE 17 POSITION 10
           ELSE
               MOVE WKS-DEPTO-CAP   TO DIS-DEPTO
               MOVE WKS-REPORTE-CAP TO DIS-REPORTE.

       2710-LEE-RENGLON.
           READ ARC-DIS
               INVALID KEY
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL DEPARTAMENTO NO RECIBE ESE REPORTE"
                       LINE 17 POSITION 10.

       2750-CAPTURA-DATOS.
           DISPLAY "COPIAS (1-99): "       LINE 13 POSITION 10.
           ACCEPT WKS-COPIAS-CAP           LINE 13 POSITION 38.
           DISPLAY "FRECUENCIA (D/M/E): "  LINE 14 POSITION 10.
           ACCEPT WKS-FREC-CAP             LINE 14 POSITION 38.

           IF WKS-COPIAS-CAP = ZERO
               MOVE "N" TO WKS-OK
               DISPLAY "DEBE RECIBIR AL MENOS UNA COPIA"
                   LINE 17 POSITION 10.

           IF WKS-FREC-CAP NOT = "D" AND WKS-FREC-CAP NOT = "M"
                   AND WKS-FREC-CAP NOT = "E"
               MOVE "N" TO WKS-OK
               DISPLAY "FRECUENCIA: D DIARIO, M FIN MES, E EVENTUAL"
                   LINE 17 POSITION 10.

       2900-ESPERA.
           DISPLAY "TECLA ENTER PARA CONTINUAR..." LINE 20 POSITION 10.
           ACCEPT WKS-OK LINE 20 POSITION 45.
           MOVE SPACES TO WKS-OK.

       3000-FIN.
           CLOSE ARC-DIS.
