       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-TAS.
      *    Cambios de tarifa con fecha de vigencia dentro de una
      *    asignacion de ARC-PRO, en vez de terminar el renglon y
      *    capturar otro en MANT-APR (eso partia la asignacion en
      *    dos y la marcaba como duplicado). La asignacion se busca
      *    por proyecto, ID de consultor y fecha de inicio; cada
      *    cambio lleva la vigencia desde la que rige y el monto
      *    nuevo: mensualidad o tarifa por hora segun la forma de
      *    pago del renglon. PROY-NOM aplica cada tarifa a los dias
      *    en que estuvo vigente dentro del corte. Pide firma de
      *    nivel 3 y cada alta, cambio o baja deja su pista en
      *    ARC-AUT con el operador, la fecha y la hora.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-TAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAS-LLAVE
               FILE STATUS IS WKS-FS-TAS.
           SELECT ARC-PRO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-PRO.
           SELECT ARC-AUT ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUT.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-TAS.
           COPY REGTAS.

       FD ARC-PRO.
           COPY REGPRO.

       FD ARC-AUT.
           COPY REGAUT.

       WORKING-STORAGE SECTION.
       01 WKS-FS-TAS       PIC XX.
       01 WKS-FS-PRO       PIC XX.
       01 WKS-FS-AUT       PIC XX.

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
           88 WKS-TERMINA       VALUE "S".
       01 WKS-OK           PIC X.
           88 TASA-OK           VALUE "S".
       01 WKS-ESPERA       PIC X.
       01 WKS-CONFIRMA     PIC X.

      *    Firma de operador (subprograma FIRMA): la tarifa es dinero
      *    del consultor, se mantiene con nivel de supervisor.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "MANT-TAS".

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).
       01 WKS-HORA-CAP.
           03 WKS-HORA6    PIC 9(06).
           03 FILLER       PIC 99.

      *    Llave de la asignacion y del cambio en captura.
       01 WKS-PROY-CAP     PIC 99.
       01 WKS-ID-CAP       PIC 9(04).
       01 WKS-INI-CAP      PIC 9(08).
       01 WKS-VIG-CAP      PIC 9(08).
       01 WKS-MEN-CAP      PIC 9(08)V99.
       01 WKS-HORA-TAR     PIC 9(05)V99.
       01 WKS-EXISTE       PIC 9.

      *    Renglon de ARC-PRO de la asignacion encontrada.
       01 WKS-FIN-PRO      PIC 9.
       01 WKS-ASI-EXISTE   PIC 9.
       01 WKS-ASI-NOM      PIC X(30).
       01 WKS-ASI-MEN      PIC 9(08)V99.
       01 WKS-ASI-TER      PIC 9(08).
       01 WKS-ASI-TIPO     PIC X.
           88 ASI-POR-HORA      VALUE "H".
       01 WKS-ASI-HORA     PIC 9(05)V99.

       01 WKS-FV-FECHA     PIC 9(08).
       01 WKS-FV-STATUS    PIC 9.

      *    Apoyo de la pista de cambios.
       01 WKS-AUT-ANTES    PIC X(55).
       01 WKS-AUT-OPER     PIC X(06).

       01 WKS-MEN-F        PIC ZZ,ZZZ,ZZ9.99.
       01 WKS-HORA-F       PIC ZZ,ZZ9.99.

       01 WKS-FIN-TAS      PIC 9.
       01 WKS-TOT-CAMBIOS  PIC 9(03).
       77 WKS-LIN          PIC 99.

       01 WKS-LIN-HIST.
           03 WKS-LT-VIG   PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LT-MONTO PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LT-CAP   PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LT-FEC   PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LT-NOTA  PIC X(12).

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

           OPEN I-O ARC-TAS.
           IF WKS-FS-TAS = "35"
               OPEN OUTPUT ARC-TAS
               CLOSE ARC-TAS
               OPEN I-O ARC-TAS.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "CAMBIOS DE TARIFA DE ASIGNACIONES"
               LINE 01 POSITION 23.
           DISPLAY "1. ALTA DE CAMBIO DE TARIFA"   LINE 03 POSITION 10.
           DISPLAY "2. CORREGIR CAMBIO DE TARIFA"  LINE 04 POSITION 10.
           DISPLAY "3. BAJA DE CAMBIO DE TARIFA"   LINE 05 POSITION 10.
           DISPLAY "4. HISTORIA DE UNA ASIGNACION" LINE 06 POSITION 10.
           DISPLAY "5. TERMINAR"                   LINE 07 POSITION 10.
           DISPLAY "OPCION: "                      LINE 08 POSITION 10.
           ACCEPT WKS-OPCION                       LINE 08 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-ALTA
               WHEN 2
                   PERFORM 2400-CAMBIO
               WHEN 3
                   PERFORM 2500-BAJA
               WHEN 4
                   PERFORM 2600-HISTORIA
               WHEN 5
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 09 POSITION 10
           END-EVALUATE.

           IF NOT WKS-TERMINA
               PERFORM 2900-ESPERA.

      *-------------------ALTA-------------------------------------*
      *    La vigencia cae dentro de la asignacion y despues de su
      *    inicio: el primer dia lo cubre la tarifa del propio
      *    renglon de ARC-PRO.
       2100-ALTA.
           MOVE "S" TO WKS-OK.
           PERFORM 2150-CAPTURA-ASIGNACION.

           IF TASA-OK
               PERFORM 2200-CAPTURA-VIGENCIA.

           IF TASA-OK
               IF WKS-VIG-CAP NOT > WKS-INI-CAP
                       OR WKS-VIG-CAP > WKS-ASI-TER
                   MOVE "N" TO WKS-OK
                   DISPLAY "LA VIGENCIA DEBE CAER DESPUES DEL INICIO "
                       "Y NO DESPUES DEL TERMINO" LINE 17 POSITION 05.

           IF TASA-OK
               PERFORM 2250-LEE-CAMBIO
               IF WKS-EXISTE = 1
                   MOVE "N" TO WKS-OK
                   DISPLAY "YA HAY UN CAMBIO CON ESA VIGENCIA"
                       LINE 17 POSITION 10.

           IF TASA-OK
               PERFORM 2300-CAPTURA-MONTO.

           IF TASA-OK
               MOVE WKS-PROY-CAP  TO TAS-ID-PROY
               MOVE WKS-ID-CAP    TO TAS-ID-CONS
               MOVE WKS-INI-CAP   TO TAS-FEC-INI
               MOVE WKS-VIG-CAP   TO TAS-VIGENCIA
               MOVE WKS-MEN-CAP   TO TAS-MENSUAL
               MOVE WKS-HORA-TAR  TO TAS-TARIFA-HORA
               MOVE WKS-OPERADOR  TO TAS-CAPTURO
               MOVE WKS-FECHA-HOY TO TAS-FEC-CAP
               WRITE REG-TAS
                   INVALID KEY MOVE "N" TO WKS-OK.

           IF TASA-OK
               MOVE SPACES   TO WKS-AUT-ANTES
               MOVE "ALTA  " TO WKS-AUT-OPER
               PERFORM 2950-GRABA-PISTA
               DISPLAY "CAMBIO DE TARIFA GRABADO" LINE 18 POSITION 10.

      *    La historia se lleva por ID de consultor del catalogo;
      *    los renglones viejos con ID cero no tienen historia.
       2150-CAPTURA-ASIGNACION.
           DISPLAY "ID DE PROYECTO (99): "    LINE 10 POSITION 10.
           ACCEPT WKS-PROY-CAP               LINE 10 POSITION 47.
           DISPLAY "ID DE CONSULTOR (9999): " LINE 11 POSITION 10.
           ACCEPT WKS-ID-CAP                 LINE 11 POSITION 47.
           DISPLAY "FECHA INICIO ASIGNACION (AAAAMMDD): "
               LINE 12 POSITION 10.
           ACCEPT WKS-INI-CAP LINE 12 POSITION 47.

           IF WKS-ID-CAP = ZERO
               MOVE "N" TO WKS-OK
               DISPLAY "LA HISTORIA DE TARIFAS REQUIERE CONSULTOR "
                   "DEL CATALOGO" LINE 17 POSITION 10
           ELSE
               PERFORM 2160-BUSCA-ASIGNACION
               IF WKS-ASI-EXISTE = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "NO EXISTE ESA ASIGNACION EN ARC-PRO"
                       LINE 17 POSITION 10
               ELSE
                   DISPLAY WKS-ASI-NOM LINE 13 POSITION 10
                   PERFORM 2170-MUESTRA-TARIFA.

       2160-BUSCA-ASIGNACION.
           MOVE ZERO TO WKS-ASI-EXISTE.
           OPEN INPUT ARC-PRO.
           IF WKS-FS-PRO = "35"
               CONTINUE
           ELSE
               READ ARC-PRO
                   AT END MOVE 1 TO WKS-FIN-PRO
                   NOT AT END MOVE ZERO TO WKS-FIN-PRO

               PERFORM 2165-COMPARA-ASIGNACION UNTIL WKS-FIN-PRO = 1

               CLOSE ARC-PRO.

       2165-COMPARA-ASIGNACION.
           IF ID-PROYECT = WKS-PROY-CAP
                   AND ID-CONSULTOR = WKS-ID-CAP
                   AND FECHA-INICIO = WKS-INI-CAP
               MOVE 1                TO WKS-ASI-EXISTE
               MOVE NOMBRE-CONSULTOR TO WKS-ASI-NOM
               MOVE INGRESO-MENSUAL  TO WKS-ASI-MEN
               MOVE FECHA-TERMINO    TO WKS-ASI-TER
               MOVE PRO-TIPO-PAGO    TO WKS-ASI-TIPO
               MOVE PRO-TARIFA-HORA  TO WKS-ASI-HORA.

           READ ARC-PRO
               AT END MOVE 1 TO WKS-FIN-PRO.

       2170-MUESTRA-TARIFA.
           IF ASI-POR-HORA
               MOVE WKS-ASI-HORA TO WKS-HORA-F
               DISPLAY "TARIFA POR HORA DEL CONTRATO: "
                   LINE 13 POSITION 42
               DISPLAY WKS-HORA-F LINE 13 POSITION 72
           ELSE
               MOVE WKS-ASI-MEN TO WKS-MEN-F
               DISPLAY "MENSUALIDAD DEL CONTRATO: "
                   LINE 13 POSITION 42
               DISPLAY WKS-MEN-F LINE 13 POSITION 68.

       2200-CAPTURA-VIGENCIA.
           DISPLAY "VIGENCIA DEL CAMBIO (AAAAMMDD): "
               LINE 14 POSITION 10.
           ACCEPT WKS-VIG-CAP LINE 14 POSITION 47.

           MOVE WKS-VIG-CAP TO WKS-FV-FECHA.
           CALL "FEC-VAL" USING WKS-FV-FECHA WKS-FV-STATUS.
           IF WKS-FV-STATUS = 1
               MOVE "N" TO WKS-OK
               DISPLAY "FECHA INVALIDA" LINE 17 POSITION 10.

       2250-LEE-CAMBIO.
           MOVE WKS-PROY-CAP TO TAS-ID-PROY.
           MOVE WKS-ID-CAP   TO TAS-ID-CONS.
           MOVE WKS-INI-CAP  TO TAS-FEC-INI.
           MOVE WKS-VIG-CAP  TO TAS-VIGENCIA.
           MOVE 1 TO WKS-EXISTE.
           READ ARC-TAS
               INVALID KEY MOVE ZERO TO WKS-EXISTE.

      *    Por hora se captura la tarifa por hora y la mensualidad
      *    queda en cero; al reves en la mensualidad fija.
       2300-CAPTURA-MONTO.
           MOVE ZERO TO WKS-MEN-CAP.
           MOVE ZERO TO WKS-HORA-TAR.
           IF ASI-POR-HORA
               DISPLAY "NUEVA TARIFA POR HORA: " LINE 15 POSITION 10
               ACCEPT WKS-HORA-TAR LINE 15 POSITION 47
               IF WKS-HORA-TAR = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "LA TARIFA ES OBLIGATORIA"
                       LINE 17 POSITION 10
               END-IF
           ELSE
               DISPLAY "NUEVA MENSUALIDAD: " LINE 15 POSITION 10
               ACCEPT WKS-MEN-CAP LINE 15 POSITION 47
               IF WKS-MEN-CAP = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "LA MENSUALIDAD ES OBLIGATORIA"
                       LINE 17 POSITION 10.

      *-------------------CAMBIO-----------------------------------*
       2400-CAMBIO.
           MOVE "S" TO WKS-OK.
           PERFORM 2150-CAPTURA-ASIGNACION.

           IF TASA-OK
               PERFORM 2200-CAPTURA-VIGENCIA.

           IF TASA-OK
               PERFORM 2250-LEE-CAMBIO
               IF WKS-EXISTE = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "NO HAY CAMBIO CON ESA VIGENCIA"
                       LINE 17 POSITION 10
               ELSE
                   PERFORM 2450-MUESTRA-CAMBIO.

           IF TASA-OK
               MOVE REG-TAS TO WKS-AUT-ANTES
               PERFORM 2300-CAPTURA-MONTO.

           IF TASA-OK
               MOVE WKS-MEN-CAP   TO TAS-MENSUAL
               MOVE WKS-HORA-TAR  TO TAS-TARIFA-HORA
               MOVE WKS-OPERADOR  TO TAS-CAPTURO
               MOVE WKS-FECHA-HOY TO TAS-FEC-CAP
               REWRITE REG-TAS
                   INVALID KEY MOVE "N" TO WKS-OK.

           IF TASA-OK
               MOVE "CAMBIO" TO WKS-AUT-OPER
               PERFORM 2950-GRABA-PISTA
               DISPLAY "CAMBIO DE TARIFA CORREGIDO" LINE 18 POSITION 10.

       2450-MUESTRA-CAMBIO.
           IF ASI-POR-HORA
               MOVE TAS-TARIFA-HORA TO WKS-HORA-F
               DISPLAY "TARIFA VIGENTE DESDE ESA FECHA: "
                   LINE 16 POSITION 10
               DISPLAY WKS-HORA-F LINE 16 POSITION 47
           ELSE
               MOVE TAS-MENSUAL TO WKS-MEN-F
               DISPLAY "MENSUALIDAD VIGENTE DESDE ESA FECHA: "
                   LINE 16 POSITION 10
               DISPLAY WKS-MEN-F LINE 16 POSITION 47.

      *-------------------BAJA-------------------------------------*
      *    Sin el cambio vuelve a regir la tarifa anterior en esos
      *    dias.
       2500-BAJA.
           MOVE "S" TO WKS-OK.
           PERFORM 2150-CAPTURA-ASIGNACION.

           IF TASA-OK
               PERFORM 2200-CAPTURA-VIGENCIA.

           IF TASA-OK
               PERFORM 2250-LEE-CAMBIO
               IF WKS-EXISTE = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "NO HAY CAMBIO CON ESA VIGENCIA"
                       LINE 17 POSITION 10
               ELSE
                   PERFORM 2450-MUESTRA-CAMBIO.

           IF TASA-OK
               DISPLAY "CONFIRMA LA BAJA DEL CAMBIO (S/N): "
                   LINE 18 POSITION 10
               ACCEPT WKS-CONFIRMA LINE 18 POSITION 47
               IF WKS-CONFIRMA NOT = "S"
                   MOVE "N" TO WKS-OK.

           IF TASA-OK
               MOVE REG-TAS TO WKS-AUT-ANTES
               DELETE ARC-TAS
                   INVALID KEY MOVE "N" TO WKS-OK.

           IF TASA-OK
               MOVE SPACES   TO REG-TAS
               MOVE "BAJA  " TO WKS-AUT-OPER
               PERFORM 2950-GRABA-PISTA
               DISPLAY "CAMBIO DE TARIFA DADO DE BAJA"
                   LINE 19 POSITION 10.

      *-------------------HISTORIA---------------------------------*
      *    La tarifa del contrato desde el inicio y luego cada cambio
      *    en orden de vigencia, que es el orden de la llave.
       2600-HISTORIA.
           MOVE "S" TO WKS-OK.
           PERFORM 2150-CAPTURA-ASIGNACION.

           IF TASA-OK
               DISPLAY SPACES ERASE
               DISPLAY "HISTORIA DE TARIFAS" LINE 01 POSITION 30
               DISPLAY WKS-ASI-NOM LINE 02 POSITION 10
               MOVE WKS-INI-CAP  TO WKS-LT-VIG
               IF ASI-POR-HORA
                   MOVE WKS-ASI-HORA TO WKS-LT-MONTO
               ELSE
                   MOVE WKS-ASI-MEN  TO WKS-LT-MONTO
               END-IF
               MOVE SPACES       TO WKS-LT-CAP
               MOVE ZERO         TO WKS-LT-FEC
               MOVE "CONTRATO"   TO WKS-LT-NOTA
               DISPLAY WKS-LIN-HIST LINE 04 POSITION 05
               MOVE 05   TO WKS-LIN
               MOVE ZERO TO WKS-TOT-CAMBIOS
               PERFORM 2650-INICIA-HISTORIA
               PERFORM 2660-MUESTRA-CAMBIO UNTIL WKS-FIN-TAS = 1
               IF WKS-TOT-CAMBIOS = ZERO
                   DISPLAY "SIN CAMBIOS DE TARIFA" LINE 06 POSITION 10.

       2650-INICIA-HISTORIA.
           MOVE ZERO TO WKS-FIN-TAS.
           MOVE WKS-PROY-CAP TO TAS-ID-PROY.
           MOVE WKS-ID-CAP   TO TAS-ID-CONS.
           MOVE WKS-INI-CAP  TO TAS-FEC-INI.
           MOVE ZERO         TO TAS-VIGENCIA.
           START ARC-TAS KEY IS NOT LESS THAN TAS-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-TAS.

       2660-MUESTRA-CAMBIO.
           READ ARC-TAS NEXT
               AT END MOVE 1 TO WKS-FIN-TAS.

           IF WKS-FIN-TAS = ZERO
               IF TAS-ID-PROY NOT = WKS-PROY-CAP
                       OR TAS-ID-CONS NOT = WKS-ID-CAP
                       OR TAS-FEC-INI NOT = WKS-INI-CAP
                   MOVE 1 TO WKS-FIN-TAS.

           IF WKS-FIN-TAS = ZERO
               IF WKS-LIN > 19
                   PERFORM 2900-ESPERA
                   DISPLAY SPACES ERASE
                   MOVE 3 TO WKS-LIN.

           IF WKS-FIN-TAS = ZERO
               ADD 1 TO WKS-TOT-CAMBIOS
               MOVE TAS-VIGENCIA TO WKS-LT-VIG
               IF ASI-POR-HORA
                   MOVE TAS-TARIFA-HORA TO WKS-LT-MONTO
               ELSE
                   MOVE TAS-MENSUAL     TO WKS-LT-MONTO
               END-IF
               MOVE TAS-CAPTURO  TO WKS-LT-CAP
               MOVE TAS-FEC-CAP  TO WKS-LT-FEC
               IF TAS-VIGENCIA > WKS-ASI-TER
                   MOVE "FUERA RANGO" TO WKS-LT-NOTA
               ELSE
                   MOVE SPACES        TO WKS-LT-NOTA
               END-IF
               DISPLAY WKS-LIN-HIST LINE WKS-LIN POSITION 05
               ADD 1 TO WKS-LIN.

      *-------------------APOYO------------------------------------*
       2900-ESPERA.
           DISPLAY "TECLA ENTER PARA CONTINUAR..." LINE 20 POSITION 10.
           ACCEPT WKS-ESPERA LINE 20 POSITION 45.
           MOVE SPACES TO WKS-ESPERA.

      *    Pista: renglon antes (espacios en el alta) y despues
      *    (espacios en la baja).
       2950-GRABA-PISTA.
           MOVE WKS-FECHA-HOY TO AUT-FECHA.
           MOVE WKS-OPERADOR  TO AUT-OPERADOR.
           ACCEPT WKS-HORA-CAP FROM TIME.
           MOVE WKS-HORA6     TO AUT-HORA.
           MOVE WKS-AUT-OPER  TO AUT-OPER.
           MOVE WKS-AUT-ANTES TO AUT-ANTES.
           MOVE REG-TAS       TO AUT-DESPUES.
           PERFORM 2960-ESCRIBE-AUT.

       2960-ESCRIBE-AUT.
           OPEN EXTEND ARC-AUT.
           IF WKS-FS-AUT = "35"
               OPEN OUTPUT ARC-AUT.
           WRITE REG-AUT.
           CLOSE ARC-AUT.

       3000-FIN.
           CLOSE ARC-TAS.
           DISPLAY SPACES ERASE.
