       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP-HRS.
      *    Hojas semanales de horas de los consultores (ARC-HRS), por
      *    ID de consultor del catalogo ARC-CNS, proyecto y semana
      *    (lunes a domingo). Solo se capturan para asignaciones por
      *    hora de ARC-PRO, y cada dia con horas debe caer dentro de
      *    la asignacion y fuera de las ausencias reportadas en
      *    ARC-AUS. Una hoja capturada se puede corregir mientras no
      *    este aprobada; la aprueba otro operador, no quien la
      *    capturo, y solo entonces la paga el corte de PROY-NOM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-HRS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRS-LLAVE
               FILE STATUS IS WKS-FS-HRS.
           SELECT ARC-CNS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CNS.
           SELECT ARC-PRO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-PRO.
           SELECT ARC-AUS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUS.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-HRS.
           COPY REGHRS.

       FD ARC-CNS.
           COPY REGCNS.

       FD ARC-PRO.
           COPY REGPRO.

       FD ARC-AUS.
       01 REG-AUS.
           03 AUS-ID-CONS  PIC 9(04).
           03 AUS-FEC-INI  PIC 9(08).
           03 AUS-FEC-FIN  PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-FS-HRS       PIC XX.
       01 WKS-FS-CNS       PIC XX.
       01 WKS-FS-PRO       PIC XX.
       01 WKS-FS-AUS       PIC XX.

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
           88 WKS-TERMINA       VALUE "S".
       01 WKS-OK           PIC X.
           88 HOJA-OK           VALUE "S".
       01 WKS-ESPERA       PIC X.
       01 WKS-CONFIRMA     PIC X.

      *    Firma de operador (subprograma FIRMA): nivel de captura;
      *    el operador firmado queda como quien capturo o aprobo.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "CAP-HRS ".

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

      *    Catalogo de consultores en memoria, como CAP-AUS.
       01 WKS-MAX-CNS      PIC 99 VALUE 50.
       01 WKS-NUM-CNS      PIC 99 VALUE ZERO.
       01 WKS-CNS-IDX      PIC 99.
       01 WKS-FIN-CNS      PIC 9.
       77 WKS-CN           PIC 99.

       01 T-CONSULTORES.
           03 T-CNS OCCURS 50 TIMES.
               05 T-CN-ID  PIC 9(04).
               05 T-CN-NOM PIC X(30).
               05 T-CN-EST PIC 9.

      *    Ausencias de ARC-AUS en memoria, como las carga PROY-NOM.
       01 WKS-MAX-AUS      PIC 999 VALUE 100.
       01 WKS-NUM-AUS      PIC 999 VALUE ZERO.
       01 WKS-FIN-AUS      PIC 9.
       77 WKS-AU           PIC 999.

       01 T-AUSENCIAS.
           03 T-AUS OCCURS 100 TIMES.
               05 T-AU-ID  PIC 9(04).
               05 T-AU-INI PIC 9(08).
               05 T-AU-FIN PIC 9(08).

      *    Asignaciones por hora del consultor en el proyecto que
      *    tocan la semana capturada, en serie de dias; un contrato
      *    que se renueva a media semana deja dos tramos.
       01 WKS-MAX-TRAMO    PIC 99 VALUE 10.
       01 WKS-NUM-TRAMO    PIC 99 VALUE ZERO.
       77 WKS-TR           PIC 99.

       01 T-TRAMOS.
           03 T-TRAMO OCCURS 10 TIMES.
               05 T-TR-INI PIC 9(08).
               05 T-TR-FIN PIC 9(08).

       01 WKS-FIN-PRO      PIC 9.
       01 WKS-HAY-MENSUAL  PIC 9.

      *    Llave y horas en captura.
       01 WKS-ID-CAP       PIC 9(04).
       01 WKS-PROY-CAP     PIC 99.
       01 WKS-SEM-CAP      PIC 9(08).
       01 WKS-HORAS-CAP    PIC 99V9.
       01 WKS-TOTAL-CAP    PIC 9(03)V9.
       01 WKS-EXISTE       PIC 9.

       01 T-HORAS-CAP.
           03 T-HC OCCURS 7 TIMES PIC 99V9.

       01 WKS-NOM-DIAS     PIC X(21)
               VALUE "LUNMARMIEJUEVIESABDOM".
       01 T-NOM-DIAS REDEFINES WKS-NOM-DIAS.
           03 T-ND OCCURS 7 TIMES PIC XXX.

       77 WKS-D            PIC 99.
       77 WKS-COL          PIC 99.
       77 WKS-LIN          PIC 99.

       01 WKS-FV-FECHA     PIC 9(08).
       01 WKS-FV-STATUS    PIC 9.

      *    Serie de dias desde el 2000 y dia de la semana, con el
      *    mismo ancla que CAL-ING: el sabado 01/01/2000 da 5 en el
      *    modulo 7, y el lunes da cero.
       01 WKS-DIAS-MES     PIC X(24)
               VALUE "312831303130313130313031".
       01 T-DIAS-MES REDEFINES WKS-DIAS-MES.
           03 T-DM OCCURS 12 TIMES PIC 99.

       01 WKS-SE-FECHA.
           03 WKS-SE-ANO  PIC 9(04).
           03 WKS-SE-MES  PIC 9(02).
           03 WKS-SE-DIA  PIC 9(02).
       01 WKS-SE-PY        PIC 9(03).
       01 WKS-SE-BIS       PIC 9(03).
       01 WKS-SE-COC       PIC 9(08).
       01 WKS-SERIE        PIC 9(08).
       01 WKS-DOY          PIC 9(03).
       01 WKS-BI-REM       PIC 99.
       01 WKS-DOW          PIC 9.
       77 WKS-DM           PIC 99.

       01 WKS-SER-LUNES    PIC 9(08).
       01 WKS-SER-DIA      PIC 9(08).
       01 WKS-SER-INI      PIC 9(08).
       01 WKS-SER-FIN      PIC 9(08).
       01 WKS-DENTRO       PIC 9.
       01 WKS-AUSENTE      PIC 9.

       01 WKS-LIN-HOJA.
           03 WKS-LH-CONS  PIC 9(04).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LH-PROY  PIC 99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LH-SEM   PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LH-TOT   PIC ZZ9.9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LH-CAP   PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LH-FEC   PIC 9(08).

       01 WKS-HORAS-F      PIC Z9.9.
       01 WKS-TOTAL-F      PIC ZZ9.9.
       01 WKS-FIN-HRS      PIC 9.
       01 WKS-TOT-PEND     PIC 9(04).
       01 WKS-TOT-CAP      PIC 9(04) VALUE ZERO.
       01 WKS-TOT-APR      PIC 9(04) VALUE ZERO.

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
               MOVE "S" TO WKS-FIN
               GOBACK.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           PERFORM 1500-CARGA-CONSULTORES.
           PERFORM 1900-CARGA-AUSENCIAS.

           OPEN I-O ARC-HRS.
           IF WKS-FS-HRS = "35"
               OPEN OUTPUT ARC-HRS
               CLOSE ARC-HRS
               OPEN I-O ARC-HRS.

       1500-CARGA-CONSULTORES.
           OPEN INPUT ARC-CNS.
           IF WKS-FS-CNS = "35"
               DISPLAY "NO EXISTE EL CATALOGO DE CONSULTORES"
               MOVE "S" TO WKS-FIN
           ELSE
               READ ARC-CNS
                   AT END MOVE 1 TO WKS-FIN-CNS
                   NOT AT END MOVE ZERO TO WKS-FIN-CNS

               PERFORM 1550-AGREGA-CONSULTOR UNTIL WKS-FIN-CNS = 1

               CLOSE ARC-CNS.

       1550-AGREGA-CONSULTOR.
           IF WKS-NUM-CNS < WKS-MAX-CNS
               ADD 1 TO WKS-NUM-CNS
               MOVE CNS-ID     TO T-CN-ID (WKS-NUM-CNS)
               MOVE CNS-NOMBRE TO T-CN-NOM (WKS-NUM-CNS)
               MOVE CNS-ESTADO TO T-CN-EST (WKS-NUM-CNS)
           ELSE
               DISPLAY "CATALOGO DE CONSULTORES LLENO, SE OMITEN "
                   "RESTANTES".

           READ ARC-CNS
               AT END MOVE 1 TO WKS-FIN-CNS.

       1600-BUSCA-CONSULTOR.
           MOVE ZERO TO WKS-CNS-IDX.
           PERFORM 1650-COMPARA-CONSULTOR
               VARYING WKS-CN FROM 1 BY 1 UNTIL WKS-CN > WKS-NUM-CNS.

       1650-COMPARA-CONSULTOR.
           IF T-CN-ID (WKS-CN) = WKS-ID-CAP
               MOVE WKS-CN TO WKS-CNS-IDX
               ADD 60 TO WKS-CN.

      *    Sin archivo de ausencias no hay dias que bloquear.
       1900-CARGA-AUSENCIAS.
           OPEN INPUT ARC-AUS.
           IF WKS-FS-AUS = "35"
               CONTINUE
           ELSE
               READ ARC-AUS
                   AT END MOVE 1 TO WKS-FIN-AUS
                   NOT AT END MOVE ZERO TO WKS-FIN-AUS

               PERFORM 1950-AGREGA-AUSENCIA UNTIL WKS-FIN-AUS = 1

               CLOSE ARC-AUS.

       1950-AGREGA-AUSENCIA.
           IF WKS-NUM-AUS < WKS-MAX-AUS
               ADD 1 TO WKS-NUM-AUS
               MOVE AUS-ID-CONS TO T-AU-ID (WKS-NUM-AUS)
               MOVE AUS-FEC-INI TO T-AU-INI (WKS-NUM-AUS)
               MOVE AUS-FEC-FIN TO T-AU-FIN (WKS-NUM-AUS)
           ELSE
               DISPLAY "TABLA DE AUSENCIAS LLENA, SE OMITEN "
                   "RESTANTES".

           READ ARC-AUS
               AT END MOVE 1 TO WKS-FIN-AUS.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "HOJAS SEMANALES DE HORAS" LINE 01 POSITION 28.
           DISPLAY "1. CAPTURAR O CORREGIR HOJA" LINE 03 POSITION 10.
           DISPLAY "2. APROBAR HOJA"             LINE 04 POSITION 10.
           DISPLAY "3. HOJAS POR APROBAR"        LINE 05 POSITION 10.
           DISPLAY "4. TERMINAR"                 LINE 06 POSITION 10.
           DISPLAY "OPCION: "                    LINE 07 POSITION 10.
           ACCEPT WKS-OPCION                     LINE 07 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-CAPTURA
               WHEN 2
                   PERFORM 2500-APRUEBA
               WHEN 3
                   PERFORM 2700-PENDIENTES
               WHEN 4
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 09 POSITION 10
           END-EVALUATE.

           IF NOT WKS-TERMINA
               PERFORM 2900-ESPERA.

      *-------------------CAPTURA----------------------------------*
       2100-CAPTURA.
           MOVE "S" TO WKS-OK.
           PERFORM 2150-CAPTURA-LLAVE.

           IF HOJA-OK
               PERFORM 2200-BUSCA-TRAMOS
               IF WKS-NUM-TRAMO = ZERO
                   MOVE "N" TO WKS-OK
                   IF WKS-HAY-MENSUAL = 1
                       DISPLAY "LA ASIGNACION ES DE MENSUALIDAD FIJA, "
                           "NO LLEVA HOJA" LINE 17 POSITION 10
                   ELSE
                       DISPLAY "SIN ASIGNACION POR HORA EN ESA "
                           "SEMANA" LINE 17 POSITION 10.

           IF HOJA-OK
               PERFORM 2250-LEE-HOJA
               IF WKS-EXISTE = 1 AND HRS-APROBADA
                   MOVE "N" TO WKS-OK
                   DISPLAY "LA HOJA YA ESTA APROBADA, NO SE CORRIGE"
                       LINE 17 POSITION 10.

           IF HOJA-OK
               PERFORM 2300-CAPTURA-HORAS.

           IF HOJA-OK
               PERFORM 2400-GRABA-HOJA.

      *    Consultor activo del catalogo, proyecto y lunes de la
      *    semana.
       2150-CAPTURA-LLAVE.
           DISPLAY "ID DE CONSULTOR (9999): " LINE 09 POSITION 10.
           ACCEPT WKS-ID-CAP LINE 09 POSITION 36.

           PERFORM 1600-BUSCA-CONSULTOR.
           IF WKS-CNS-IDX = ZERO
               MOVE "N" TO WKS-OK
               DISPLAY "NO EXISTE CONSULTOR CON ESE ID"
                   LINE 17 POSITION 10
           ELSE
               IF T-CN-EST (WKS-CNS-IDX) NOT = 1
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL CONSULTOR ESTA RETIRADO"
                       LINE 17 POSITION 10
               ELSE
                   DISPLAY T-CN-NOM (WKS-CNS-IDX)
                       LINE 09 POSITION 45.

           IF HOJA-OK
               DISPLAY "ID DE PROYECTO (99): " LINE 10 POSITION 10
               ACCEPT WKS-PROY-CAP LINE 10 POSITION 36
               DISPLAY "LUNES DE LA SEMANA (AAAAMMDD): "
                   LINE 11 POSITION 10
               ACCEPT WKS-SEM-CAP LINE 11 POSITION 42
               PERFORM 2170-VALIDA-SEMANA.

           MOVE WKS-ID-CAP   TO HRS-ID-CONS.
           MOVE WKS-PROY-CAP TO HRS-ID-PROY.
           MOVE WKS-SEM-CAP  TO HRS-SEMANA.

       2170-VALIDA-SEMANA.
           MOVE WKS-SEM-CAP TO WKS-FV-FECHA.
           CALL "FEC-VAL" USING WKS-FV-FECHA WKS-FV-STATUS.
           IF WKS-FV-STATUS = 1 OR WKS-SEM-CAP < 20000101
               MOVE "N" TO WKS-OK
               DISPLAY "FECHA INVALIDA" LINE 17 POSITION 10
           ELSE
               MOVE WKS-SEM-CAP TO WKS-SE-FECHA
               PERFORM 8100-FECHA-A-SERIE
               MOVE WKS-SERIE TO WKS-SER-LUNES
               IF WKS-DOW NOT = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "LA SEMANA SE CAPTURA POR SU LUNES"
                       LINE 17 POSITION 10.

      *    Tramos de las asignaciones por hora del consultor en el
      *    proyecto que tocan la semana; el archivo se recorre
      *    completo, igual que las validaciones de CAP-AUS.
       2200-BUSCA-TRAMOS.
           MOVE ZERO TO WKS-NUM-TRAMO.
           MOVE ZERO TO WKS-HAY-MENSUAL.
           MOVE ZERO TO WKS-FIN-PRO.

           OPEN INPUT ARC-PRO.
           IF WKS-FS-PRO = "35"
               MOVE 1 TO WKS-FIN-PRO
           ELSE
               READ ARC-PRO
                   AT END MOVE 1 TO WKS-FIN-PRO
                   NOT AT END MOVE ZERO TO WKS-FIN-PRO

               PERFORM 2210-COMPARA-ASIGNACION UNTIL WKS-FIN-PRO = 1

               CLOSE ARC-PRO.

       2210-COMPARA-ASIGNACION.
           IF ID-CONSULTOR = WKS-ID-CAP
                   AND ID-PROYECT = WKS-PROY-CAP
               PERFORM 2220-SERIE-ASIGNACION
               IF WKS-SER-INI <= WKS-SER-LUNES + 6
                       AND WKS-SER-FIN >= WKS-SER-LUNES
                   IF PRO-POR-HORA
                       PERFORM 2230-AGREGA-TRAMO
                   ELSE
                       MOVE 1 TO WKS-HAY-MENSUAL.

           READ ARC-PRO
               AT END MOVE 1 TO WKS-FIN-PRO.

      *    Un inicio anterior al 2000 cae en la serie cero: para una
      *    semana capturada da lo mismo.
       2220-SERIE-ASIGNACION.
           IF FECHA-INICIO < 20000101
               MOVE ZERO TO WKS-SER-INI
           ELSE
               MOVE FECHA-INICIO TO WKS-SE-FECHA
               PERFORM 8100-FECHA-A-SERIE
               MOVE WKS-SERIE TO WKS-SER-INI.

           IF FECHA-TERMINO < 20000101
               MOVE ZERO TO WKS-SER-FIN
           ELSE
               MOVE FECHA-TERMINO TO WKS-SE-FECHA
               PERFORM 8100-FECHA-A-SERIE
               MOVE WKS-SERIE TO WKS-SER-FIN.

       2230-AGREGA-TRAMO.
           IF WKS-NUM-TRAMO < WKS-MAX-TRAMO
               ADD 1 TO WKS-NUM-TRAMO
               MOVE WKS-SER-INI TO T-TR-INI (WKS-NUM-TRAMO)
               MOVE WKS-SER-FIN TO T-TR-FIN (WKS-NUM-TRAMO).

       2250-LEE-HOJA.
           MOVE 1 TO WKS-EXISTE.
           READ ARC-HRS
               INVALID KEY MOVE ZERO TO WKS-EXISTE.

           IF WKS-EXISTE = 1
               DISPLAY "HOJA YA CAPTURADA POR " LINE 12 POSITION 10
               DISPLAY HRS-CAPTURO LINE 12 POSITION 33
               MOVE HRS-DIAS TO T-HORAS-CAP
           ELSE
               INITIALIZE T-HORAS-CAP.

      *    Un renglon de dias con las horas vigentes debajo; cada dia
      *    se valida al capturarlo.
       2300-CAPTURA-HORAS.
           MOVE ZERO TO WKS-TOTAL-CAP.
           PERFORM 2310-CAPTURA-DIA
               VARYING WKS-D FROM 1 BY 1 UNTIL WKS-D > 7.

           IF HOJA-OK
               IF WKS-TOTAL-CAP = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "LA HOJA NO TRAE HORAS"
                       LINE 17 POSITION 10
               ELSE
                   MOVE WKS-TOTAL-CAP TO WKS-TOTAL-F
                   DISPLAY "TOTAL DE LA SEMANA: " LINE 15 POSITION 10
                   DISPLAY WKS-TOTAL-F LINE 15 POSITION 32.

       2310-CAPTURA-DIA.
           COMPUTE WKS-COL = 10 + ((WKS-D - 1) * 8).
           DISPLAY T-ND (WKS-D) LINE 13 POSITION WKS-COL.
           MOVE T-HC (WKS-D) TO WKS-HORAS-F.
           DISPLAY WKS-HORAS-F LINE 14 POSITION WKS-COL.
           MOVE T-HC (WKS-D) TO WKS-HORAS-CAP.
           ACCEPT WKS-HORAS-CAP LINE 14 POSITION WKS-COL.

           IF HOJA-OK
               PERFORM 2320-VALIDA-DIA.

           MOVE WKS-HORAS-CAP TO T-HC (WKS-D).
           ADD WKS-HORAS-CAP TO WKS-TOTAL-CAP.

      *    Un dia con horas no puede pasar de 24, debe caer dentro
      *    de algun tramo de la asignacion y no puede ser un dia con
      *    ausencia reportada.
       2320-VALIDA-DIA.
           IF WKS-HORAS-CAP > 24
               MOVE "N" TO WKS-OK
               DISPLAY "MAS DE 24 HORAS EN " LINE 17 POSITION 10
               DISPLAY T-ND (WKS-D) LINE 17 POSITION 30.

           IF HOJA-OK AND WKS-HORAS-CAP > ZERO
               COMPUTE WKS-SER-DIA = WKS-SER-LUNES + WKS-D - 1
               PERFORM 2330-CHECA-TRAMO
               IF WKS-DENTRO = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "DIA FUERA DE LA ASIGNACION: "
                       LINE 17 POSITION 10
                   DISPLAY T-ND (WKS-D) LINE 17 POSITION 40.

           IF HOJA-OK AND WKS-HORAS-CAP > ZERO
               PERFORM 2340-CHECA-AUSENCIA
               IF WKS-AUSENTE = 1
                   MOVE "N" TO WKS-OK
                   DISPLAY "DIA CON AUSENCIA REPORTADA: "
                       LINE 17 POSITION 10
                   DISPLAY T-ND (WKS-D) LINE 17 POSITION 40.

       2330-CHECA-TRAMO.
           MOVE ZERO TO WKS-DENTRO.
           PERFORM 2335-COMPARA-TRAMO
               VARYING WKS-TR FROM 1 BY 1
               UNTIL WKS-TR > WKS-NUM-TRAMO.

       2335-COMPARA-TRAMO.
           IF WKS-SER-DIA >= T-TR-INI (WKS-TR)
                   AND WKS-SER-DIA <= T-TR-FIN (WKS-TR)
               MOVE 1 TO WKS-DENTRO
               MOVE WKS-NUM-TRAMO TO WKS-TR.

       2340-CHECA-AUSENCIA.
           MOVE ZERO TO WKS-AUSENTE.
           PERFORM 2345-COMPARA-AUSENCIA
               VARYING WKS-AU FROM 1 BY 1
               UNTIL WKS-AU > WKS-NUM-AUS.

       2345-COMPARA-AUSENCIA.
           IF T-AU-ID (WKS-AU) = WKS-ID-CAP
               MOVE T-AU-INI (WKS-AU) TO WKS-SE-FECHA
               PERFORM 8100-FECHA-A-SERIE
               MOVE WKS-SERIE TO WKS-SER-INI
               MOVE T-AU-FIN (WKS-AU) TO WKS-SE-FECHA
               PERFORM 8100-FECHA-A-SERIE
               MOVE WKS-SERIE TO WKS-SER-FIN
               IF WKS-SER-DIA >= WKS-SER-INI
                       AND WKS-SER-DIA <= WKS-SER-FIN
                   MOVE 1 TO WKS-AUSENTE
                   MOVE WKS-NUM-AUS TO WKS-AU.

      *    La hoja corregida vuelve a quedar capturada a nombre de
      *    quien la corrigio.
       2400-GRABA-HOJA.
           MOVE T-HORAS-CAP   TO HRS-DIAS.
           MOVE WKS-TOTAL-CAP TO HRS-TOTAL.
           MOVE "C"           TO HRS-ESTADO.
           MOVE WKS-OPERADOR  TO HRS-CAPTURO.
           MOVE WKS-FECHA-HOY TO HRS-FEC-CAP.
           MOVE SPACES        TO HRS-APROBO.
           MOVE ZERO          TO HRS-FEC-APR.

           IF WKS-EXISTE = 1
               REWRITE REG-HRS
               DISPLAY "HOJA CORREGIDA, PENDIENTE DE APROBAR"
                   LINE 18 POSITION 10
           ELSE
               WRITE REG-HRS
               DISPLAY "HOJA CAPTURADA, PENDIENTE DE APROBAR"
                   LINE 18 POSITION 10.

           ADD 1 TO WKS-TOT-CAP.

      *-------------------APROBACION-------------------------------*
       2500-APRUEBA.
           MOVE "S" TO WKS-OK.
           DISPLAY "ID DE CONSULTOR (9999): " LINE 09 POSITION 10.
           ACCEPT WKS-ID-CAP LINE 09 POSITION 36.
           DISPLAY "ID DE PROYECTO (99): "   LINE 10 POSITION 10.
           ACCEPT WKS-PROY-CAP LINE 10 POSITION 36.
           DISPLAY "LUNES DE LA SEMANA (AAAAMMDD): "
               LINE 11 POSITION 10.
           ACCEPT WKS-SEM-CAP LINE 11 POSITION 42.

           MOVE WKS-ID-CAP   TO HRS-ID-CONS.
           MOVE WKS-PROY-CAP TO HRS-ID-PROY.
           MOVE WKS-SEM-CAP  TO HRS-SEMANA.
           MOVE 1 TO WKS-EXISTE.
           READ ARC-HRS
               INVALID KEY MOVE ZERO TO WKS-EXISTE.

           IF WKS-EXISTE = ZERO
               MOVE "N" TO WKS-OK
               DISPLAY "NO EXISTE ESA HOJA" LINE 17 POSITION 10
           ELSE
               IF HRS-APROBADA
                   MOVE "N" TO WKS-OK
                   DISPLAY "LA HOJA YA ESTA APROBADA POR "
                       LINE 17 POSITION 10
                   DISPLAY HRS-APROBO LINE 17 POSITION 40
               ELSE
                   IF HRS-CAPTURO = WKS-OPERADOR
                       MOVE "N" TO WKS-OK
                       DISPLAY "QUIEN CAPTURA LA HOJA NO LA APRUEBA"
                           LINE 17 POSITION 10.

           IF HOJA-OK
               MOVE HRS-DIAS TO T-HORAS-CAP
               PERFORM 2550-MUESTRA-DIA
                   VARYING WKS-D FROM 1 BY 1 UNTIL WKS-D > 7
               MOVE HRS-TOTAL TO WKS-TOTAL-F
               DISPLAY "TOTAL DE LA SEMANA: " LINE 15 POSITION 10
               DISPLAY WKS-TOTAL-F LINE 15 POSITION 32
               DISPLAY "APROBAR LA HOJA (S/N): " LINE 18 POSITION 10
               ACCEPT WKS-CONFIRMA LINE 18 POSITION 35
               IF WKS-CONFIRMA = "S"
                   MOVE "A"           TO HRS-ESTADO
                   MOVE WKS-OPERADOR  TO HRS-APROBO
                   MOVE WKS-FECHA-HOY TO HRS-FEC-APR
                   REWRITE REG-HRS
                   ADD 1 TO WKS-TOT-APR
                   DISPLAY "HOJA APROBADA" LINE 19 POSITION 10.

       2550-MUESTRA-DIA.
           COMPUTE WKS-COL = 10 + ((WKS-D - 1) * 8).
           DISPLAY T-ND (WKS-D) LINE 13 POSITION WKS-COL.
           MOVE T-HC (WKS-D) TO WKS-HORAS-F.
           DISPLAY WKS-HORAS-F LINE 14 POSITION WKS-COL.

      *-------------------PENDIENTES-------------------------------*
      *    Todo ARC-HRS, solo lo capturado sin aprobar, en hojas de
      *    pantalla como ACU-ENT.
       2700-PENDIENTES.
           MOVE ZERO TO WKS-FIN-HRS.
           MOVE ZERO TO WKS-TOT-PEND.
           MOVE 09   TO WKS-LIN.
           MOVE LOW-VALUES TO HRS-LLAVE.
           START ARC-HRS KEY IS NOT LESS THAN HRS-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-HRS.

           PERFORM 2750-PENDIENTE-UNO UNTIL WKS-FIN-HRS = 1.

           IF WKS-TOT-PEND = ZERO
               DISPLAY "NO HAY HOJAS POR APROBAR"
                   LINE 09 POSITION 10.

       2750-PENDIENTE-UNO.
           READ ARC-HRS NEXT
               AT END MOVE 1 TO WKS-FIN-HRS.

           IF WKS-FIN-HRS = ZERO AND HRS-CAPTURADA
               IF WKS-LIN > 19
                   PERFORM 2900-ESPERA
                   DISPLAY SPACES ERASE
                   MOVE 3 TO WKS-LIN.

           IF WKS-FIN-HRS = ZERO AND HRS-CAPTURADA
               ADD 1 TO WKS-TOT-PEND
               MOVE HRS-ID-CONS TO WKS-LH-CONS
               MOVE HRS-ID-PROY TO WKS-LH-PROY
               MOVE HRS-SEMANA  TO WKS-LH-SEM
               MOVE HRS-TOTAL   TO WKS-LH-TOT
               MOVE HRS-CAPTURO TO WKS-LH-CAP
               MOVE HRS-FEC-CAP TO WKS-LH-FEC
               DISPLAY WKS-LIN-HOJA LINE WKS-LIN POSITION 05
               ADD 1 TO WKS-LIN.

      *-------------------APOYO------------------------------------*
      *    Serie = anos desde el 2000 * 365 + bisiestos anteriores +
      *    dia del ano (mismo calculo que 350-ES-HABIL de CAL-ING);
      *    deja tambien el dia de la semana, lunes = 0.
       8100-FECHA-A-SERIE.
           DIVIDE WKS-SE-ANO BY 4 GIVING WKS-DM
               REMAINDER WKS-BI-REM.
           IF WKS-BI-REM = 0
               MOVE 29 TO T-DM (2)
           ELSE
               MOVE 28 TO T-DM (2).

           MOVE ZERO TO WKS-DOY.
           IF WKS-SE-MES > 1
               PERFORM 8150-SUMA-MES
                   VARYING WKS-DM FROM 1 BY 1
                   UNTIL WKS-DM >= WKS-SE-MES.
           ADD WKS-SE-DIA TO WKS-DOY.

           COMPUTE WKS-SE-PY = WKS-SE-ANO - 2000.
           COMPUTE WKS-SE-BIS = (WKS-SE-PY + 3) / 4.
           COMPUTE WKS-SERIE = (WKS-SE-PY * 365) + WKS-SE-BIS
               + WKS-DOY.

           COMPUTE WKS-SE-COC = WKS-SERIE + 4.
           DIVIDE 7 INTO WKS-SE-COC GIVING WKS-SE-COC
               REMAINDER WKS-DOW.

       8150-SUMA-MES.
           ADD T-DM (WKS-DM) TO WKS-DOY.

       2900-ESPERA.
           DISPLAY "TECLA ENTER PARA CONTINUAR..." LINE 20 POSITION 10.
           ACCEPT WKS-ESPERA LINE 20 POSITION 45.
           MOVE SPACES TO WKS-ESPERA.

       3000-FIN.
           CLOSE ARC-HRS.
           DISPLAY "HOJAS CAPTURADAS: " WKS-TOT-CAP.
           DISPLAY "HOJAS APROBADAS:  " WKS-TOT-APR.
