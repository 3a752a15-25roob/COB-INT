       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-INS.
      *    Inscripciones por ciclo (ARC-INS, copia REGINS): el alumno
      *    queda inscrito en su grupo con su plan de colegiatura
      *    (mensual o pago unico) y el responsable del pago -- el
      *    cliente de CLIENTES a quien se le abre el cargo y la
      *    persona de contacto. La colegiatura deja el libro de caja
      *    aparte: FACT-COL la factura a la cartera ARC-CXC como
      *    cargo tipo 8 y de ahi la cobran las mismas lineas de
      *    captura, APLI-PAG, envejecimiento, estados de cuenta y
      *    cartas que a la anualidad.
      *    Tambien mantiene las fechas de inicio y fin de cada ciclo
      *    (ARC-CIC), de donde salen los meses que se facturan. El
      *    alumno inscrito que no estaba en la lista del grupo
      *    (ARC-ALU) se agrega a ella.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-INS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-LLAVE
               FILE STATUS IS WKS-FS-INS.
           SELECT ARC-CIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIC-CICLO
               FILE STATUS IS WKS-FS-CIC.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
      *    Lista de alumnos por ciclo y grupo (TBID-ASI).
           SELECT ARC-ALU ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ALU.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-INS.
           COPY REGINS.

       FD ARC-CIC.
           COPY REGCIC.

       FD CLIENTES.
           COPY REGCLI.

      *    Mismo registro que graba TBID-ASI.
       FD ARC-ALU.
       01 REG-ALU.
           03 ALU-CICLO    PIC X(05).
           03 ALU-GRUPO    PIC X(03).
           03 ALU-ID       PIC 9(04).
           03 ALU-NOMBRE   PIC X(30).

       WORKING-STORAGE SECTION.
       01 WKS-FS-INS       PIC XX.
       01 WKS-FS-CIC       PIC XX.
       01 WKS-FS-CLI       PIC XX.
       01 WKS-FS-ALU       PIC XX.

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
           88 WKS-TERMINA       VALUE "S".
       01 WKS-OK           PIC X.
           88 INSCRIPCION-OK    VALUE "S".
       01 WKS-ESPERA       PIC X.

      *    Firma de operador (subprograma FIRMA): nivel de captura.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "MANT-INS".

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

       01 WKS-CICLO        PIC X(05).
       01 WKS-GRUPO        PIC X(03).
       01 WKS-ID-CAP       PIC 9(04).
       01 WKS-NOM-CAP      PIC X(30).
       01 WKS-PLAN-CAP     PIC X.
       01 WKS-COL-CAP      PIC 9(05)V99.
       01 WKS-CLI-CAP      PIC 9(06).
       01 WKS-RES-CAP      PIC X(30).
       01 WKS-TEL-CAP      PIC X(10).
       01 WKS-COR-CAP      PIC X(40).
       01 WKS-INI-CAP      PIC 9(08).
       01 WKS-FIN-CAP      PIC 9(08).
       01 WKS-FV-STATUS    PIC 9.
       01 WKS-EXISTE       PIC 9.

      *    El alumno ya en la lista del grupo no se vuelve a agregar.
       01 WKS-EN-LISTA     PIC 9.
       01 WKS-FIN-ALU      PIC 9.

       01 WKS-COL-F        PIC ZZ,ZZ9.99.
       01 WKS-EST-TXT      PIC X(08).
       01 WKS-PLAN-TXT     PIC X(10).

       01 WKS-LIN-LISTA.
           03 WKS-LL-ID    PIC 9(04).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-NOM   PIC X(22).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WKS-LL-PLAN  PIC X(10).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WKS-LL-COL   PIC ZZ,ZZ9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-CLI   PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-EST   PIC X(08).

       01 WKS-FIN-LISTA    PIC 9.
       77 WKS-LIN          PIC 99.

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
               GOBACK.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           OPEN INPUT CLIENTES.
           IF WKS-FS-CLI = "35"
               DISPLAY "NO EXISTE CLIENTES"
               GOBACK.

           OPEN I-O ARC-INS.
           IF WKS-FS-INS = "35"
               OPEN OUTPUT ARC-INS
               CLOSE ARC-INS
               OPEN I-O ARC-INS.

           OPEN I-O ARC-CIC.
           IF WKS-FS-CIC = "35"
               OPEN OUTPUT ARC-CIC
               CLOSE ARC-CIC
               OPEN I-O ARC-CIC.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "INSCRIPCIONES Y COLEGIATURAS" LINE 01 POSITION 26.
           DISPLAY "1. INSCRIBIR ALUMNO"       LINE 03 POSITION 10.
           DISPLAY "2. CAMBIAR PLAN O RESPONSABLE"
               LINE 04 POSITION 10.
           DISPLAY "3. CONSULTAR INSCRIPCION"  LINE 05 POSITION 10.
           DISPLAY "4. BAJA DE INSCRIPCION"    LINE 06 POSITION 10.
           DISPLAY "5. LISTA DEL GRUPO"        LINE 07 POSITION 10.
           DISPLAY "6. FECHAS DEL CICLO"       LINE 08 POSITION 10.
           DISPLAY "7. TERMINAR"               LINE 09 POSITION 10.
           DISPLAY "OPCION: "                  LINE 10 POSITION 10.
           ACCEPT WKS-OPCION                   LINE 10 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-INSCRIBE
               WHEN 2
                   PERFORM 2300-CAMBIO
               WHEN 3
                   PERFORM 2400-CONSULTA
               WHEN 4
                   PERFORM 2500-BAJA
               WHEN 5
                   PERFORM 2600-LISTA-GRUPO
               WHEN 6
                   PERFORM 2700-FECHAS-CICLO
               WHEN 7
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 11 POSITION 10
           END-EVALUATE.

           IF NOT WKS-TERMINA
               DISPLAY "TECLA ENTER PARA CONTINUAR..."
                   LINE 20 POSITION 10
               ACCEPT WKS-ESPERA LINE 20 POSITION 45.

      *-------------------INSCRIPCION------------------------------*
      *    El ciclo tiene que tener sus fechas capturadas (sin ellas
      *    FACT-COL no sabe que meses facturar). Una inscripcion
      *    dada de baja se puede reactivar inscribiendo de nuevo.
       2100-INSCRIBE.
           MOVE "S" TO WKS-OK.
           PERFORM 2900-PIDE-INSCRIPCION.

           IF INSCRIPCION-OK AND WKS-EXISTE = 1 AND INS-ACTIVA
               MOVE "N" TO WKS-OK
               DISPLAY "EL ALUMNO YA ESTA INSCRITO EN EL CICLO"
                   LINE 17 POSITION 10.

           IF INSCRIPCION-OK
               DISPLAY "GRUPO (EJ 1A): " LINE 12 POSITION 10
               ACCEPT WKS-GRUPO LINE 12 POSITION 26
               IF WKS-GRUPO = SPACES
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL GRUPO ES OBLIGATORIO"
                       LINE 17 POSITION 10.

           IF INSCRIPCION-OK
               DISPLAY "NOMBRE DEL ALUMNO: " LINE 13 POSITION 10
               ACCEPT WKS-NOM-CAP LINE 13 POSITION 30
               IF WKS-NOM-CAP = SPACES
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL NOMBRE ES OBLIGATORIO"
                       LINE 17 POSITION 10.

           IF INSCRIPCION-OK
               PERFORM 2200-CAPTURA-PLAN.

           IF INSCRIPCION-OK
               MOVE WKS-CICLO     TO INS-CICLO
               MOVE WKS-ID-CAP    TO INS-ALUMNO
               MOVE WKS-GRUPO     TO INS-GRUPO
               MOVE WKS-NOM-CAP   TO INS-NOMBRE
               PERFORM 2250-MUEVE-PLAN
               SET INS-ACTIVA TO TRUE
               MOVE WKS-FECHA-HOY TO INS-FEC-ALTA
               MOVE ZERO          TO INS-FEC-BAJA
               MOVE WKS-OPERADOR  TO INS-OPERADOR
               IF WKS-EXISTE = 1
                   REWRITE REG-INS
               ELSE
                   WRITE REG-INS
               END-IF
               PERFORM 2150-AGREGA-A-LISTA
               DISPLAY "ALUMNO INSCRITO" LINE 18 POSITION 10.

      *    Lista del grupo en ARC-ALU: solo se agrega si el alumno
      *    no esta ya en ella para el ciclo y grupo.
       2150-AGREGA-A-LISTA.
           MOVE ZERO TO WKS-EN-LISTA.
           OPEN INPUT ARC-ALU.
           IF WKS-FS-ALU = "35"
               MOVE 1 TO WKS-FIN-ALU
           ELSE
               MOVE ZERO TO WKS-FIN-ALU
               READ ARC-ALU
                   AT END MOVE 1 TO WKS-FIN-ALU.

           PERFORM 2160-REVISA-LISTA UNTIL WKS-FIN-ALU = 1.

           IF WKS-FS-ALU NOT = "35"
               CLOSE ARC-ALU.

           IF WKS-EN-LISTA = ZERO
               OPEN EXTEND ARC-ALU
               IF WKS-FS-ALU = "35"
                   OPEN OUTPUT ARC-ALU
               END-IF
               MOVE WKS-CICLO   TO ALU-CICLO
               MOVE WKS-GRUPO   TO ALU-GRUPO
               MOVE WKS-ID-CAP  TO ALU-ID
               MOVE WKS-NOM-CAP TO ALU-NOMBRE
               WRITE REG-ALU
               CLOSE ARC-ALU
               DISPLAY "AGREGADO A LA LISTA DEL GRUPO"
                   LINE 19 POSITION 10.

       2160-REVISA-LISTA.
           IF ALU-CICLO = WKS-CICLO AND ALU-GRUPO = WKS-GRUPO
                   AND ALU-ID = WKS-ID-CAP
               MOVE 1 TO WKS-EN-LISTA
               MOVE 1 TO WKS-FIN-ALU
           ELSE
               READ ARC-ALU
                   AT END MOVE 1 TO WKS-FIN-ALU.

      *    Plan, importe y responsable del pago; el cliente pagador
      *    tiene que existir en el padron.
       2200-CAPTURA-PLAN.
           DISPLAY "PLAN (M=MENSUAL U=PAGO UNICO): "
               LINE 14 POSITION 10.
           ACCEPT WKS-PLAN-CAP LINE 14 POSITION 43.
           IF WKS-PLAN-CAP NOT = "M" AND WKS-PLAN-CAP NOT = "U"
               MOVE "N" TO WKS-OK
               DISPLAY "EL PLAN DEBE SER M O U"
                   LINE 17 POSITION 10.

           IF INSCRIPCION-OK
               DISPLAY "COLEGIATURA (MENSUAL O TOTAL): "
                   LINE 15 POSITION 10
               ACCEPT WKS-COL-CAP LINE 15 POSITION 43
               IF WKS-COL-CAP = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "LA COLEGIATURA NO PUEDE SER CERO"
                       LINE 17 POSITION 10.

           IF INSCRIPCION-OK
               DISPLAY "CLIENTE QUE PAGA (999999): "
                   LINE 16 POSITION 10
               ACCEPT WKS-CLI-CAP LINE 16 POSITION 43
               MOVE WKS-CLI-CAP TO ID-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE "N" TO WKS-OK
                       DISPLAY "CLIENTE NO EXISTE"
                           LINE 17 POSITION 10
                   NOT INVALID KEY
                       DISPLAY NOM-CLI LINE 16 POSITION 51.

           IF INSCRIPCION-OK
               DISPLAY SPACES ERASE
               DISPLAY "RESPONSABLE DEL PAGO" LINE 01 POSITION 30
               DISPLAY "NOMBRE:   " LINE 05 POSITION 10
               ACCEPT WKS-RES-CAP LINE 05 POSITION 21
               DISPLAY "TELEFONO: " LINE 06 POSITION 10
               ACCEPT WKS-TEL-CAP LINE 06 POSITION 21
               DISPLAY "CORREO:   " LINE 07 POSITION 10
               ACCEPT WKS-COR-CAP LINE 07 POSITION 21
               IF WKS-RES-CAP = SPACES OR WKS-TEL-CAP = SPACES
                   MOVE "N" TO WKS-OK
                   DISPLAY "NOMBRE Y TELEFONO SON OBLIGATORIOS"
                       LINE 17 POSITION 10.

       2250-MUEVE-PLAN.
           MOVE WKS-PLAN-CAP TO INS-PLAN.
           MOVE WKS-COL-CAP  TO INS-COLEGIATURA.
           MOVE WKS-CLI-CAP  TO INS-ID-CLIENTE.
           MOVE WKS-RES-CAP  TO INS-RESPONSABLE.
           MOVE WKS-TEL-CAP  TO INS-TELEFONO.
           MOVE WKS-COR-CAP  TO INS-CORREO.

      *-------------------CAMBIO-----------------------------------*
      *    El cambio vale para los meses que falten por facturar;
      *    los cargos ya generados no se tocan.
       2300-CAMBIO.
           MOVE "S" TO WKS-OK.
           PERFORM 2900-PIDE-INSCRIPCION.

           IF INSCRIPCION-OK
               IF WKS-EXISTE = ZERO OR INS-BAJA
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL ALUMNO NO ESTA INSCRITO EN EL CICLO"
                       LINE 17 POSITION 10
               ELSE
                   PERFORM 2450-MUESTRA-INSCRIPCION
                   PERFORM 2950-ESPERA-CAMBIO
                   PERFORM 2200-CAPTURA-PLAN.

           IF INSCRIPCION-OK
               PERFORM 2250-MUEVE-PLAN
               MOVE WKS-OPERADOR TO INS-OPERADOR
               REWRITE REG-INS
               DISPLAY "INSCRIPCION ACTUALIZADA" LINE 18 POSITION 10.

      *-------------------CONSULTA---------------------------------*
       2400-CONSULTA.
           MOVE "S" TO WKS-OK.
           PERFORM 2900-PIDE-INSCRIPCION.

           IF INSCRIPCION-OK
               IF WKS-EXISTE = ZERO
                   DISPLAY "EL ALUMNO NO ESTA INSCRITO EN EL CICLO"
                       LINE 17 POSITION 10
               ELSE
                   PERFORM 2450-MUESTRA-INSCRIPCION.

       2450-MUESTRA-INSCRIPCION.
           IF INS-MENSUAL
               MOVE "MENSUAL"    TO WKS-PLAN-TXT
           ELSE
               MOVE "PAGO UNICO" TO WKS-PLAN-TXT.
           IF INS-ACTIVA
               MOVE "ACTIVA" TO WKS-EST-TXT
           ELSE
               MOVE "BAJA"   TO WKS-EST-TXT.
           MOVE INS-COLEGIATURA TO WKS-COL-F.

           DISPLAY "GRUPO:       " LINE 12 POSITION 10.
           DISPLAY INS-GRUPO       LINE 12 POSITION 24.
           DISPLAY INS-NOMBRE      LINE 12 POSITION 30.
           DISPLAY "PLAN:        " LINE 13 POSITION 10.
           DISPLAY WKS-PLAN-TXT    LINE 13 POSITION 24.
           DISPLAY WKS-COL-F       LINE 13 POSITION 36.
           DISPLAY "PAGA:        " LINE 14 POSITION 10.
           DISPLAY INS-ID-CLIENTE  LINE 14 POSITION 24.
           DISPLAY "RESPONSABLE: " LINE 15 POSITION 10.
           DISPLAY INS-RESPONSABLE LINE 15 POSITION 24.
           DISPLAY INS-TELEFONO    LINE 15 POSITION 56.
           DISPLAY "CORREO:      " LINE 16 POSITION 10.
           DISPLAY INS-CORREO      LINE 16 POSITION 24.
           DISPLAY "ESTADO:      " LINE 19 POSITION 10.
           DISPLAY WKS-EST-TXT     LINE 19 POSITION 24.
           DISPLAY INS-OPERADOR    LINE 19 POSITION 34.

      *-------------------BAJA-------------------------------------*
      *    La baja se conserva con la fecha y el operador; FACT-COL
      *    no factura los meses desde el de la baja en adelante.
       2500-BAJA.
           MOVE "S" TO WKS-OK.
           PERFORM 2900-PIDE-INSCRIPCION.

           IF INSCRIPCION-OK
               IF WKS-EXISTE = ZERO OR INS-BAJA
                   DISPLAY "EL ALUMNO NO ESTA INSCRITO EN EL CICLO"
                       LINE 17 POSITION 10
               ELSE
                   SET INS-BAJA TO TRUE
                   MOVE WKS-FECHA-HOY TO INS-FEC-BAJA
                   MOVE WKS-OPERADOR  TO INS-OPERADOR
                   REWRITE REG-INS
                   DISPLAY "INSCRIPCION DADA DE BAJA"
                       LINE 18 POSITION 10.

      *-------------------LISTA DEL GRUPO--------------------------*
       2600-LISTA-GRUPO.
           DISPLAY "CICLO (EJ 2026A): " LINE 12 POSITION 10.
           ACCEPT WKS-CICLO LINE 12 POSITION 29.
           DISPLAY "GRUPO (EJ 1A): " LINE 13 POSITION 10.
           ACCEPT WKS-GRUPO LINE 13 POSITION 26.

           DISPLAY SPACES ERASE.
           DISPLAY "INSCRITOS DEL GRUPO " LINE 01 POSITION 10.
           DISPLAY WKS-GRUPO LINE 01 POSITION 30.
           DISPLAY WKS-CICLO LINE 01 POSITION 35.
           MOVE 3 TO WKS-LIN.

           MOVE WKS-CICLO TO INS-CICLO.
           MOVE ZERO      TO INS-ALUMNO.
           MOVE ZERO      TO WKS-FIN-LISTA.
           START ARC-INS KEY IS NOT LESS THAN INS-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-LISTA.

           PERFORM 2650-LISTA-UNO UNTIL WKS-FIN-LISTA = 1.

           IF WKS-LIN = 3
               DISPLAY "SIN INSCRITOS EN EL GRUPO"
                   LINE 03 POSITION 10.

      *    Quince renglones por pantalla.
       2650-LISTA-UNO.
           READ ARC-INS NEXT
               AT END MOVE 1 TO WKS-FIN-LISTA.

           IF WKS-FIN-LISTA = ZERO
               IF INS-CICLO NOT = WKS-CICLO
                   MOVE 1 TO WKS-FIN-LISTA
               ELSE
                   IF INS-GRUPO = WKS-GRUPO
                       PERFORM 2670-MUESTRA-RENGLON.

       2670-MUESTRA-RENGLON.
           IF WKS-LIN > 17
               DISPLAY "TECLA ENTER PARA CONTINUAR..."
                   LINE 20 POSITION 10
               ACCEPT WKS-ESPERA LINE 20 POSITION 45
               DISPLAY SPACES ERASE
               MOVE 3 TO WKS-LIN.

           MOVE INS-ALUMNO      TO WKS-LL-ID.
           MOVE INS-NOMBRE      TO WKS-LL-NOM.
           IF INS-MENSUAL
               MOVE "MENSUAL"    TO WKS-LL-PLAN
           ELSE
               MOVE "PAGO UNICO" TO WKS-LL-PLAN.
           MOVE INS-COLEGIATURA TO WKS-LL-COL.
           MOVE INS-ID-CLIENTE  TO WKS-LL-CLI.
           IF INS-ACTIVA
               MOVE "ACTIVA" TO WKS-LL-EST
           ELSE
               MOVE "BAJA"   TO WKS-LL-EST.
           DISPLAY WKS-LIN-LISTA LINE WKS-LIN POSITION 05.
           ADD 1 TO WKS-LIN.

      *-------------------FECHAS DEL CICLO-------------------------*
      *    Alta o cambio de las fechas de un ciclo; el fin no puede
      *    ser anterior al inicio.
       2700-FECHAS-CICLO.
           MOVE "S" TO WKS-OK.
           DISPLAY "CICLO (EJ 2026A): " LINE 12 POSITION 10.
           ACCEPT WKS-CICLO LINE 12 POSITION 29.

           MOVE ZERO TO WKS-EXISTE.
           MOVE WKS-CICLO TO CIC-CICLO.
           READ ARC-CIC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WKS-EXISTE
                   DISPLAY "ACTUAL: " LINE 12 POSITION 40
                   DISPLAY CIC-FEC-INI LINE 12 POSITION 48
                   DISPLAY CIC-FEC-FIN LINE 12 POSITION 58.

           DISPLAY "INICIO DE CLASES (YYYYMMDD): "
               LINE 13 POSITION 10.
           ACCEPT WKS-INI-CAP LINE 13 POSITION 41.
           CALL "FEC-VAL" USING WKS-INI-CAP WKS-FV-STATUS.
           IF WKS-FV-STATUS = 1
               MOVE "N" TO WKS-OK
               DISPLAY "FECHA DE INICIO INVALIDA"
                   LINE 17 POSITION 10.

           IF INSCRIPCION-OK
               DISPLAY "FIN DE CLASES (YYYYMMDD):    "
                   LINE 14 POSITION 10
               ACCEPT WKS-FIN-CAP LINE 14 POSITION 41
               CALL "FEC-VAL" USING WKS-FIN-CAP WKS-FV-STATUS
               IF WKS-FV-STATUS = 1 OR WKS-FIN-CAP < WKS-INI-CAP
                   MOVE "N" TO WKS-OK
                   DISPLAY "FECHA DE FIN INVALIDA"
                       LINE 17 POSITION 10.

           IF INSCRIPCION-OK
               MOVE WKS-CICLO   TO CIC-CICLO
               MOVE WKS-INI-CAP TO CIC-FEC-INI
               MOVE WKS-FIN-CAP TO CIC-FEC-FIN
               IF WKS-EXISTE = 1
                   REWRITE REG-CIC
                   DISPLAY "FECHAS ACTUALIZADAS" LINE 18 POSITION 10
               ELSE
                   WRITE REG-CIC
                   DISPLAY "CICLO REGISTRADO" LINE 18 POSITION 10.

      *    Ciclo con fechas y alumno; deja leida la inscripcion si
      *    ya existe.
       2900-PIDE-INSCRIPCION.
           DISPLAY "CICLO (EJ 2026A): " LINE 11 POSITION 10.
           ACCEPT WKS-CICLO LINE 11 POSITION 29.

           MOVE WKS-CICLO TO CIC-CICLO.
           READ ARC-CIC
               INVALID KEY
                   MOVE "N" TO WKS-OK
                   DISPLAY "CICLO SIN FECHAS, CAPTURELAS EN OPCION 6"
                       LINE 17 POSITION 10.

           IF INSCRIPCION-OK
               DISPLAY "ID DE ALUMNO (9999): " LINE 11 POSITION 40
               ACCEPT WKS-ID-CAP LINE 11 POSITION 62
               IF WKS-ID-CAP = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "ID DE ALUMNO INVALIDO"
                       LINE 17 POSITION 10.

           MOVE ZERO TO WKS-EXISTE.
           IF INSCRIPCION-OK
               MOVE WKS-CICLO  TO INS-CICLO
               MOVE WKS-ID-CAP TO INS-ALUMNO
               READ ARC-INS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WKS-EXISTE.

       2950-ESPERA-CAMBIO.
           DISPLAY "TECLA ENTER PARA CAPTURAR EL CAMBIO..."
               LINE 20 POSITION 10.
           ACCEPT WKS-ESPERA LINE 20 POSITION 50.
           DISPLAY SPACES ERASE.

       3000-FIN.
           CLOSE ARC-INS.
           CLOSE ARC-CIC.
           CLOSE CLIENTES.
