       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-EXE.
      *    Mantenimiento del registro de exenciones de anualidad
      *    ARC-EXE (copia REGEXE): empleados, VIP corporativos y
      *    cuentas de cortesia con su porcentaje (total o parcial),
      *    vencimiento y el operador de nivel 3 que la autorizo. Asi
      *    FACT-ANU ya no les genera el cargo y nadie tiene que
      *    castigarlo o condonarlo despues, ensuciando la estadistica
      *    de castigos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-EXE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-ID-CLIENTE
               FILE STATUS IS WKS-FS-EXE.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-EXE.
           COPY REGEXE.

       FD CLIENTES.
           COPY REGCLI.

       WORKING-STORAGE SECTION.
       01 WKS-FS-EXE       PIC XX.
       01 WKS-FS-CLI       PIC XX.

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
           88 WKS-TERMINA       VALUE "S".
       01 WKS-OK           PIC X.
           88 EXENCION-OK       VALUE "S".
       01 WKS-ESPERA       PIC X.

      *    Firma de operador (subprograma FIRMA): exentar a un
      *    cliente es dejar de cobrarle, mismo nivel 3 que la
      *    condonacion y el castigo.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "MANT-EXE".

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

       01 WKS-ID-CAP       PIC 9(06).
       01 WKS-TIPO-CAP     PIC X.
       01 WKS-PCT-CAP      PIC 9(03)V99.
       01 WKS-VENCE-CAP    PIC 9(08).
       01 WKS-FV-STATUS    PIC 9.
       01 WKS-EXISTE       PIC 9.

       01 WKS-PCT-F        PIC ZZ9.99.
       01 WKS-TIPO-TXT     PIC X(16).
       01 WKS-EST-TXT      PIC X(10).

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
               GOBACK.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           OPEN INPUT CLIENTES.
           IF WKS-FS-CLI = "35"
               DISPLAY "NO EXISTE CLIENTES"
               GOBACK.

           OPEN I-O ARC-EXE.
           IF WKS-FS-EXE = "35"
               OPEN OUTPUT ARC-EXE
               CLOSE ARC-EXE
               OPEN I-O ARC-EXE.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "EXENCIONES DE ANUALIDAD" LINE 01 POSITION 28.
           DISPLAY "1. REGISTRAR O CAMBIAR EXENCION"
               LINE 03 POSITION 10.
           DISPLAY "2. CONSULTAR EXENCION"    LINE 04 POSITION 10.
           DISPLAY "3. CANCELAR EXENCION"     LINE 05 POSITION 10.
           DISPLAY "4. TERMINAR"              LINE 06 POSITION 10.
           DISPLAY "OPCION: "                 LINE 08 POSITION 10.
           ACCEPT WKS-OPCION                  LINE 08 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-REGISTRA
               WHEN 2
                   PERFORM 2500-CONSULTA
               WHEN 3
                   PERFORM 2700-CANCELA
               WHEN 4
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 10 POSITION 10
           END-EVALUATE.

           IF NOT WKS-TERMINA
               DISPLAY "TECLA ENTER PARA CONTINUAR..."
                   LINE 20 POSITION 10
               ACCEPT WKS-ESPERA LINE 20 POSITION 45.

      *-------------------REGISTRO---------------------------------*
      *    El cambio de una exencion existente la vuelve a firmar a
      *    nombre del operador en turno.
       2100-REGISTRA.
           MOVE "S" TO WKS-OK.
           PERFORM 2900-PIDE-CLIENTE.

           IF EXENCION-OK
               DISPLAY "TIPO (E=EMPLEADO V=VIP C=CORTESIA): "
                   LINE 12 POSITION 10
               ACCEPT WKS-TIPO-CAP LINE 12 POSITION 48
               IF WKS-TIPO-CAP NOT = "E" AND WKS-TIPO-CAP NOT = "V"
                       AND WKS-TIPO-CAP NOT = "C"
                   MOVE "N" TO WKS-OK
                   DISPLAY "TIPO DE EXENCION INVALIDO"
                       LINE 17 POSITION 10.

           IF EXENCION-OK
               DISPLAY "PORCENTAJE EXENTO (001.00-100.00): "
                   LINE 13 POSITION 10
               ACCEPT WKS-PCT-CAP LINE 13 POSITION 48
               IF WKS-PCT-CAP = ZERO OR WKS-PCT-CAP > 100
                   MOVE "N" TO WKS-OK
                   DISPLAY "PORCENTAJE INVALIDO"
                       LINE 17 POSITION 10.

           IF EXENCION-OK
               DISPLAY "VENCE (YYYYMMDD, 0 = SIN VENCIMIENTO): "
                   LINE 14 POSITION 10
               ACCEPT WKS-VENCE-CAP LINE 14 POSITION 52
               IF WKS-VENCE-CAP NOT = ZERO
                   CALL "FEC-VAL" USING WKS-VENCE-CAP WKS-FV-STATUS
                   IF WKS-FV-STATUS = 1
                       MOVE "N" TO WKS-OK
                       DISPLAY "FECHA DE VENCIMIENTO INVALIDA"
                           LINE 17 POSITION 10
                   ELSE
                       IF WKS-VENCE-CAP < WKS-FECHA-HOY
                           MOVE "N" TO WKS-OK
                           DISPLAY "LA EXENCION YA ESTARIA VENCIDA"
                               LINE 17 POSITION 10.

           IF EXENCION-OK
               PERFORM 2200-GRABA-EXENCION.

       2200-GRABA-EXENCION.
           MOVE WKS-ID-CAP    TO EXE-ID-CLIENTE.
           MOVE WKS-TIPO-CAP  TO EXE-TIPO.
           MOVE WKS-PCT-CAP   TO EXE-PCT.
           MOVE WKS-VENCE-CAP TO EXE-FEC-VENCE.
           MOVE WKS-OPERADOR  TO EXE-AUTORIZO.
           MOVE WKS-FECHA-HOY TO EXE-FEC-ALTA.
           SET EXE-ACTIVA TO TRUE.

           IF WKS-EXISTE = 1
               REWRITE REG-EXE
               DISPLAY "EXENCION CAMBIADA" LINE 16 POSITION 10
           ELSE
               WRITE REG-EXE
               DISPLAY "EXENCION REGISTRADA" LINE 16 POSITION 10.

      *-------------------CONSULTA---------------------------------*
       2500-CONSULTA.
           MOVE "S" TO WKS-OK.
           PERFORM 2900-PIDE-CLIENTE.

           IF EXENCION-OK
               IF WKS-EXISTE = ZERO
                   DISPLAY "EL CLIENTE NO TIENE EXENCION"
                       LINE 17 POSITION 10
               ELSE
                   PERFORM 2600-MUESTRA-EXENCION.

       2600-MUESTRA-EXENCION.
           EVALUATE TRUE
               WHEN EXE-EMPLEADO
                   MOVE "EMPLEADO"        TO WKS-TIPO-TXT
               WHEN EXE-VIP
                   MOVE "VIP CORPORATIVO" TO WKS-TIPO-TXT
               WHEN OTHER
                   MOVE "CORTESIA"        TO WKS-TIPO-TXT
           END-EVALUATE.
           IF EXE-ACTIVA
               MOVE "ACTIVA"    TO WKS-EST-TXT
           ELSE
               MOVE "CANCELADA" TO WKS-EST-TXT.
           MOVE EXE-PCT TO WKS-PCT-F.

           DISPLAY "TIPO:        " LINE 12 POSITION 10.
           DISPLAY WKS-TIPO-TXT    LINE 12 POSITION 24.
           DISPLAY "PORCENTAJE:  " LINE 13 POSITION 10.
           DISPLAY WKS-PCT-F       LINE 13 POSITION 24.
           DISPLAY "VENCE:       " LINE 14 POSITION 10.
           DISPLAY EXE-FEC-VENCE   LINE 14 POSITION 24.
           DISPLAY "AUTORIZO:    " LINE 15 POSITION 10.
           DISPLAY EXE-AUTORIZO    LINE 15 POSITION 24.
           DISPLAY EXE-FEC-ALTA    LINE 15 POSITION 34.
           DISPLAY "ESTADO:      " LINE 16 POSITION 10.
           DISPLAY WKS-EST-TXT     LINE 16 POSITION 24.

      *-------------------CANCELACION------------------------------*
      *    La cancelada se conserva con la firma de quien la
      *    cancelo; FACT-ANU y REC-MOR solo honran las activas.
       2700-CANCELA.
           MOVE "S" TO WKS-OK.
           PERFORM 2900-PIDE-CLIENTE.

           IF EXENCION-OK
               IF WKS-EXISTE = ZERO OR EXE-CANCELADA
                   DISPLAY "EL CLIENTE NO TIENE EXENCION ACTIVA"
                       LINE 17 POSITION 10
               ELSE
                   SET EXE-CANCELADA TO TRUE
                   MOVE WKS-OPERADOR  TO EXE-AUTORIZO
                   MOVE WKS-FECHA-HOY TO EXE-FEC-ALTA
                   REWRITE REG-EXE
                   DISPLAY "EXENCION CANCELADA" LINE 16 POSITION 10.

      *    El cliente tiene que existir en el padron; deja leida su
      *    exencion si ya tiene una.
       2900-PIDE-CLIENTE.
           DISPLAY "ID DE CLIENTE (999999): " LINE 10 POSITION 10.
           ACCEPT WKS-ID-CAP LINE 10 POSITION 36.

           MOVE WKS-ID-CAP TO ID-CLIENTE.
           READ CLIENTES
               INVALID KEY
                   MOVE "N" TO WKS-OK
                   DISPLAY "CLIENTE NO EXISTE" LINE 17 POSITION 10
               NOT INVALID KEY
                   DISPLAY NOM-CLI LINE 10 POSITION 44.

           MOVE ZERO TO WKS-EXISTE.
           IF EXENCION-OK
               MOVE WKS-ID-CAP TO EXE-ID-CLIENTE
               READ ARC-EXE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WKS-EXISTE.

       3000-FIN.
           CLOSE ARC-EXE.
           CLOSE CLIENTES.
