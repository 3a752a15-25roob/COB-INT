       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP-GAS.
      *    Gastos de viaje y viaticos de los consultores (ARC-GAS),
      *    por folio consecutivo: consultor del catalogo ARC-CNS,
      *    proyecto, fecha, categoria, importe y referencia del
      *    comprobante. La fecha debe caer dentro de una asignacion
      *    del consultor en el proyecto (ARC-PRO) y lo del mes en la
      *    categoria no puede pasar del tope de CATGAS. Lo aprueba o
      *    lo rechaza un supervisor de nivel 3 que no sea quien lo
      *    capturo; lo aprobado lo paga DIS-CON con la transferencia
      *    del consultor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-GAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAS-FOLIO
               FILE STATUS IS WKS-FS-GAS.
           SELECT ARC-CNS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CNS.
           SELECT ARC-PRO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-PRO.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-GAS.
           COPY REGGAS.

       FD ARC-CNS.
           COPY REGCNS.

       FD ARC-PRO.
           COPY REGPRO.

       WORKING-STORAGE SECTION.
           COPY CATGAS.

       01 WKS-FS-GAS       PIC XX.
       01 WKS-FS-CNS       PIC XX.
       01 WKS-FS-PRO       PIC XX.

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
           88 WKS-TERMINA       VALUE "S".
       01 WKS-OK           PIC X.
           88 GASTO-OK          VALUE "S".
       01 WKS-ESPERA       PIC X.
       01 WKS-CONFIRMA     PIC X.

      *    Firma de operador (subprograma FIRMA): nivel de captura;
      *    la aprobacion pide ademas la firma de un supervisor de
      *    nivel 3, como el cierre de aclaraciones de ACLA-CXC.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-SUPERVISOR   PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "CAP-GAS ".

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

      *    Catalogo de consultores en memoria, como CAP-HRS.
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

      *    Datos en captura.
       01 WKS-ID-CAP       PIC 9(04).
       01 WKS-PROY-CAP     PIC 99.
       01 WKS-FEC-CAP      PIC 9(08).
       01 WKS-CAT-CAP      PIC X.
       01 WKS-IMP-CAP      PIC 9(07)V99.
       01 WKS-COMP-CAP     PIC X(15).
       01 WKS-FOLIO-CAP    PIC 9(06).
       01 WKS-DECISION     PIC X.

       01 WKS-FV-FECHA     PIC 9(08).
       01 WKS-FV-STATUS    PIC 9.

       01 WKS-FIN-PRO      PIC 9.
       01 WKS-DENTRO       PIC 9.
       01 WKS-CAT-IDX      PIC 9.
       77 WKS-CG           PIC 9.

      *    Ultimo folio del archivo, para numerar el siguiente.
       01 WKS-ULT-FOLIO    PIC 9(06) VALUE ZERO.
       01 WKS-FIN-GAS      PIC 9.

      *    Suma del mes del consultor en la categoria, sin el folio
      *    que se revisa.
       01 WKS-MES-CAP      PIC 9(06).
       01 WKS-SUMA-MES     PIC 9(09)V99.
       01 WKS-APR-SOLO     PIC 9.
       01 WKS-EXCEDE       PIC 9.

       01 WKS-IMP-F        PIC ZZ,ZZZ,ZZ9.99.
       77 WKS-LIN          PIC 99.

       01 WKS-LIN-GASTO.
           03 WKS-LG-FOLIO PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LG-CONS  PIC 9(04).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LG-PROY  PIC 99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LG-FEC   PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LG-CAT   PIC X.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LG-IMP   PIC Z,ZZZ,ZZ9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LG-CAP   PIC X(08).

       01 WKS-TOT-PEND     PIC 9(04).
       01 WKS-TOT-CAP      PIC 9(04) VALUE ZERO.
       01 WKS-TOT-APR      PIC 9(04) VALUE ZERO.
       01 WKS-TOT-REC      PIC 9(04) VALUE ZERO.

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

           OPEN I-O ARC-GAS.
           IF WKS-FS-GAS = "35"
               OPEN OUTPUT ARC-GAS
               CLOSE ARC-GAS
               OPEN I-O ARC-GAS.

           PERFORM 1800-ULTIMO-FOLIO.

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

      *    Los folios se dan en orden, asi que el ultimo leido es el
      *    mayor.
       1800-ULTIMO-FOLIO.
           MOVE ZERO TO WKS-FIN-GAS.
           MOVE ZERO TO GAS-FOLIO.
           START ARC-GAS KEY IS NOT LESS THAN GAS-FOLIO
               INVALID KEY MOVE 1 TO WKS-FIN-GAS.

           PERFORM 1850-LEE-FOLIO UNTIL WKS-FIN-GAS = 1.

       1850-LEE-FOLIO.
           READ ARC-GAS NEXT
               AT END MOVE 1 TO WKS-FIN-GAS.

           IF WKS-FIN-GAS = ZERO
               MOVE GAS-FOLIO TO WKS-ULT-FOLIO.

       1900-BUSCA-CATEGORIA.
           MOVE ZERO TO WKS-CAT-IDX.
           PERFORM 1950-COMPARA-CATEGORIA
               VARYING WKS-CG FROM 1 BY 1 UNTIL WKS-CG > 4.

       1950-COMPARA-CATEGORIA.
           IF T-CG-COD (WKS-CG) = WKS-CAT-CAP
               MOVE WKS-CG TO WKS-CAT-IDX
               MOVE 4 TO WKS-CG.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "GASTOS DE VIAJE DE CONSULTORES" LINE 01
               POSITION 25.
           DISPLAY "1. CAPTURAR GASTO"           LINE 03 POSITION 10.
           DISPLAY "2. APROBAR O RECHAZAR GASTO" LINE 04 POSITION 10.
           DISPLAY "3. GASTOS POR APROBAR"       LINE 05 POSITION 10.
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

           IF GASTO-OK
               DISPLAY "ID DE PROYECTO (99): " LINE 10 POSITION 10
               ACCEPT WKS-PROY-CAP LINE 10 POSITION 36
               DISPLAY "FECHA DEL GASTO (AAAAMMDD): "
                   LINE 11 POSITION 10
               ACCEPT WKS-FEC-CAP LINE 11 POSITION 40
               PERFORM 2150-VALIDA-FECHA.

           IF GASTO-OK
               PERFORM 2200-BUSCA-ASIGNACION
               IF WKS-DENTRO = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "FECHA FUERA DE LA ASIGNACION DEL "
                       "CONSULTOR EN EL PROYECTO"
                       LINE 17 POSITION 10.

           IF GASTO-OK
               PERFORM 2300-CAPTURA-DATOS.

           IF GASTO-OK
               MOVE ZERO TO WKS-APR-SOLO
               MOVE ZERO TO WKS-FOLIO-CAP
               PERFORM 2400-REVISA-TOPE
               IF WKS-EXCEDE = 1
                   MOVE "N" TO WKS-OK.

           IF GASTO-OK
               PERFORM 2450-GRABA-GASTO.

       2150-VALIDA-FECHA.
           MOVE WKS-FEC-CAP TO WKS-FV-FECHA.
           CALL "FEC-VAL" USING WKS-FV-FECHA WKS-FV-STATUS.
           IF WKS-FV-STATUS = 1 OR WKS-FEC-CAP < 20000101
               MOVE "N" TO WKS-OK
               DISPLAY "FECHA INVALIDA" LINE 17 POSITION 10
           ELSE
               IF WKS-FEC-CAP > WKS-FECHA-HOY
                   MOVE "N" TO WKS-OK
                   DISPLAY "LA FECHA DEL GASTO ES POSTERIOR A HOY"
                       LINE 17 POSITION 10.

      *    Alguna asignacion del consultor en el proyecto, de
      *    cualquier tipo de pago, que cubra la fecha del gasto; el
      *    archivo se recorre completo, como en CAP-HRS.
       2200-BUSCA-ASIGNACION.
           MOVE ZERO TO WKS-DENTRO.
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
               IF WKS-FEC-CAP >= FECHA-INICIO
                       AND WKS-FEC-CAP <= FECHA-TERMINO
                   MOVE 1 TO WKS-DENTRO.

           READ ARC-PRO
               AT END MOVE 1 TO WKS-FIN-PRO.

       2300-CAPTURA-DATOS.
           DISPLAY "CATEGORIA (T TRANSPORTE, H HOSPEDAJE, "
               "A ALIMENTOS, O OTROS): " LINE 12 POSITION 10.
           ACCEPT WKS-CAT-CAP LINE 12 POSITION 73.
           PERFORM 1900-BUSCA-CATEGORIA.
           IF WKS-CAT-IDX = ZERO
               MOVE "N" TO WKS-OK
               DISPLAY "CATEGORIA INVALIDA" LINE 17 POSITION 10.

           IF GASTO-OK
               DISPLAY "IMPORTE: " LINE 13 POSITION 10
               ACCEPT WKS-IMP-CAP LINE 13 POSITION 36
               IF WKS-IMP-CAP = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL IMPORTE NO PUEDE SER CERO"
                       LINE 17 POSITION 10.

           IF GASTO-OK
               DISPLAY "REFERENCIA DEL COMPROBANTE: "
                   LINE 14 POSITION 10
               MOVE SPACES TO WKS-COMP-CAP
               ACCEPT WKS-COMP-CAP LINE 14 POSITION 40
               IF WKS-COMP-CAP = SPACES
                   MOVE "N" TO WKS-OK
                   DISPLAY "FALTA LA REFERENCIA DEL COMPROBANTE"
                       LINE 17 POSITION 10.

      *    Lo del consultor en la categoria dentro del mes del gasto
      *    mas el importe nuevo contra el tope de CATGAS. Al capturar
      *    cuenta todo lo no rechazado; al aprobar (WKS-APR-SOLO = 1)
      *    solo lo ya aprobado o pagado. El folio en revision no se
      *    cuenta dos veces.
       2400-REVISA-TOPE.
           MOVE WKS-FEC-CAP (1:6) TO WKS-MES-CAP.
           MOVE ZERO TO WKS-SUMA-MES.
           MOVE ZERO TO WKS-EXCEDE.
           MOVE ZERO TO WKS-FIN-GAS.
           MOVE ZERO TO GAS-FOLIO.
           START ARC-GAS KEY IS NOT LESS THAN GAS-FOLIO
               INVALID KEY MOVE 1 TO WKS-FIN-GAS.

           PERFORM 2410-SUMA-GASTO UNTIL WKS-FIN-GAS = 1.

           ADD WKS-IMP-CAP TO WKS-SUMA-MES.
           IF WKS-SUMA-MES > T-CG-TOPE (WKS-CAT-IDX)
               MOVE 1 TO WKS-EXCEDE
               MOVE T-CG-TOPE (WKS-CAT-IDX) TO WKS-IMP-F
               DISPLAY "EXCEDE EL TOPE MENSUAL DE LA CATEGORIA:"
                   LINE 17 POSITION 10
               DISPLAY WKS-IMP-F LINE 17 POSITION 50.

       2410-SUMA-GASTO.
           READ ARC-GAS NEXT
               AT END MOVE 1 TO WKS-FIN-GAS.

           IF WKS-FIN-GAS = ZERO
                   AND GAS-ID-CONS = WKS-ID-CAP
                   AND GAS-CATEGORIA = WKS-CAT-CAP
                   AND GAS-FECHA (1:6) = WKS-MES-CAP
                   AND GAS-FOLIO NOT = WKS-FOLIO-CAP
               IF WKS-APR-SOLO = 1
                   IF GAS-APROBADO OR GAS-PAGADO
                       ADD GAS-IMPORTE TO WKS-SUMA-MES
                   END-IF
               ELSE
                   IF NOT GAS-RECHAZADO
                       ADD GAS-IMPORTE TO WKS-SUMA-MES.

       2450-GRABA-GASTO.
           ADD 1 TO WKS-ULT-FOLIO.
           INITIALIZE REG-GAS.
           MOVE WKS-ULT-FOLIO TO GAS-FOLIO.
           MOVE WKS-ID-CAP    TO GAS-ID-CONS.
           MOVE WKS-PROY-CAP  TO GAS-ID-PROY.
           MOVE WKS-FEC-CAP   TO GAS-FECHA.
           MOVE WKS-CAT-CAP   TO GAS-CATEGORIA.
           MOVE WKS-IMP-CAP   TO GAS-IMPORTE.
           MOVE WKS-COMP-CAP  TO GAS-COMPROBANTE.
           MOVE "C"           TO GAS-ESTADO.
           MOVE WKS-OPERADOR  TO GAS-CAPTURO.
           MOVE WKS-FECHA-HOY TO GAS-FEC-CAP.
           MOVE SPACES        TO GAS-APROBO.
           WRITE REG-GAS
               INVALID KEY MOVE "N" TO WKS-OK.

           IF GASTO-OK
               ADD 1 TO WKS-TOT-CAP
               DISPLAY "GASTO CAPTURADO CON FOLIO " LINE 18
                   POSITION 10
               DISPLAY GAS-FOLIO LINE 18 POSITION 36
           ELSE
               DISPLAY "NO SE PUDO GRABAR EL GASTO" LINE 18
                   POSITION 10.

      *-------------------APROBACION-------------------------------*
       2500-APRUEBA.
           MOVE "S" TO WKS-OK.
           DISPLAY "FOLIO DEL GASTO (999999): " LINE 09 POSITION 10.
           ACCEPT WKS-FOLIO-CAP LINE 09 POSITION 36.

           MOVE WKS-FOLIO-CAP TO GAS-FOLIO.
           READ ARC-GAS
               INVALID KEY MOVE "N" TO WKS-OK.

           IF NOT GASTO-OK
               DISPLAY "NO EXISTE ESE FOLIO" LINE 17 POSITION 10
           ELSE
               IF NOT GAS-CAPTURADO
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL GASTO YA FUE RESUELTO POR "
                       LINE 17 POSITION 10
                   DISPLAY GAS-APROBO LINE 17 POSITION 40.

           IF GASTO-OK
               PERFORM 2550-MUESTRA-GASTO
               PERFORM 2600-FIRMA-SUPERVISOR.

           IF GASTO-OK
               DISPLAY "APROBAR (A), RECHAZAR (R) U OMITIR (O): "
                   LINE 16 POSITION 10
               ACCEPT WKS-DECISION LINE 16 POSITION 52
               EVALUATE WKS-DECISION
                   WHEN "A"
                       PERFORM 2650-APRUEBA-GASTO
                   WHEN "R"
                       PERFORM 2680-RECHAZA-GASTO
                   WHEN OTHER
                       DISPLAY "GASTO SIN CAMBIO" LINE 18
                           POSITION 10
               END-EVALUATE.

       2550-MUESTRA-GASTO.
           MOVE GAS-ID-CONS   TO WKS-ID-CAP.
           MOVE GAS-FECHA     TO WKS-FEC-CAP.
           MOVE GAS-CATEGORIA TO WKS-CAT-CAP.
           MOVE GAS-IMPORTE   TO WKS-IMP-CAP.
           PERFORM 1600-BUSCA-CONSULTOR.
           PERFORM 1900-BUSCA-CATEGORIA.

           DISPLAY "CONSULTOR: " LINE 10 POSITION 10.
           DISPLAY GAS-ID-CONS LINE 10 POSITION 25.
           IF WKS-CNS-IDX NOT = ZERO
               DISPLAY T-CN-NOM (WKS-CNS-IDX) LINE 10 POSITION 31.
           DISPLAY "PROYECTO: " LINE 11 POSITION 10.
           DISPLAY GAS-ID-PROY LINE 11 POSITION 25.
           DISPLAY "FECHA: " LINE 12 POSITION 10.
           DISPLAY GAS-FECHA LINE 12 POSITION 25.
           DISPLAY "CATEGORIA: " LINE 13 POSITION 10.
           IF WKS-CAT-IDX NOT = ZERO
               DISPLAY T-CG-DES (WKS-CAT-IDX) LINE 13 POSITION 25.
           MOVE GAS-IMPORTE TO WKS-IMP-F.
           DISPLAY "IMPORTE: " LINE 14 POSITION 10.
           DISPLAY WKS-IMP-F LINE 14 POSITION 25.
           DISPLAY "COMPROBANTE: " LINE 15 POSITION 10.
           DISPLAY GAS-COMPROBANTE LINE 15 POSITION 25.

      *    La aprobacion la firma un supervisor distinto de quien
      *    capturo el gasto.
       2600-FIRMA-SUPERVISOR.
           MOVE 3 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-SUPERVISOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               MOVE "N" TO WKS-OK
               DISPLAY "SIN FIRMA DE SUPERVISOR" LINE 17 POSITION 10
           ELSE
               IF WKS-SUPERVISOR = GAS-CAPTURO
                   MOVE "N" TO WKS-OK
                   DISPLAY "QUIEN CAPTURA EL GASTO NO LO APRUEBA"
                       LINE 17 POSITION 10.

      *    Se revisa otra vez el tope contra lo ya aprobado del mes;
      *    el recorrido cambia el registro, asi que se vuelve a leer
      *    el folio antes de regrabarlo.
       2650-APRUEBA-GASTO.
           IF WKS-CAT-IDX = ZERO
               MOVE "N" TO WKS-OK
               DISPLAY "CATEGORIA INVALIDA" LINE 17 POSITION 10
           ELSE
               MOVE 1 TO WKS-APR-SOLO
               PERFORM 2400-REVISA-TOPE
               IF WKS-EXCEDE = 1
                   MOVE "N" TO WKS-OK.

           MOVE WKS-FOLIO-CAP TO GAS-FOLIO.
           READ ARC-GAS
               INVALID KEY MOVE "N" TO WKS-OK.

           IF GASTO-OK
               MOVE "A"            TO GAS-ESTADO
               MOVE WKS-SUPERVISOR TO GAS-APROBO
               MOVE WKS-FECHA-HOY  TO GAS-FEC-APR
               REWRITE REG-GAS
               ADD 1 TO WKS-TOT-APR
               DISPLAY "GASTO APROBADO" LINE 18 POSITION 10.

       2680-RECHAZA-GASTO.
           MOVE "R"            TO GAS-ESTADO.
           MOVE WKS-SUPERVISOR TO GAS-APROBO.
           MOVE WKS-FECHA-HOY  TO GAS-FEC-APR.
           REWRITE REG-GAS.
           ADD 1 TO WKS-TOT-REC.
           DISPLAY "GASTO RECHAZADO" LINE 18 POSITION 10.

      *-------------------PENDIENTES-------------------------------*
      *    Todo ARC-GAS, solo lo capturado sin resolver, en hojas de
      *    pantalla como CAP-HRS.
       2700-PENDIENTES.
           MOVE ZERO TO WKS-FIN-GAS.
           MOVE ZERO TO WKS-TOT-PEND.
           MOVE 09   TO WKS-LIN.
           MOVE ZERO TO GAS-FOLIO.
           START ARC-GAS KEY IS NOT LESS THAN GAS-FOLIO
               INVALID KEY MOVE 1 TO WKS-FIN-GAS.

           PERFORM 2750-PENDIENTE-UNO UNTIL WKS-FIN-GAS = 1.

           IF WKS-TOT-PEND = ZERO
               DISPLAY "NO HAY GASTOS POR APROBAR"
                   LINE 09 POSITION 10.

       2750-PENDIENTE-UNO.
           READ ARC-GAS NEXT
               AT END MOVE 1 TO WKS-FIN-GAS.

           IF WKS-FIN-GAS = ZERO AND GAS-CAPTURADO
               IF WKS-LIN > 19
                   PERFORM 2900-ESPERA
                   DISPLAY SPACES ERASE
                   MOVE 3 TO WKS-LIN.

           IF WKS-FIN-GAS = ZERO AND GAS-CAPTURADO
               ADD 1 TO WKS-TOT-PEND
               MOVE GAS-FOLIO     TO WKS-LG-FOLIO
               MOVE GAS-ID-CONS   TO WKS-LG-CONS
               MOVE GAS-ID-PROY   TO WKS-LG-PROY
               MOVE GAS-FECHA     TO WKS-LG-FEC
               MOVE GAS-CATEGORIA TO WKS-LG-CAT
               MOVE GAS-IMPORTE   TO WKS-LG-IMP
               MOVE GAS-CAPTURO   TO WKS-LG-CAP
               DISPLAY WKS-LIN-GASTO LINE WKS-LIN POSITION 05
               ADD 1 TO WKS-LIN.

       2900-ESPERA.
           DISPLAY "TECLA ENTER PARA CONTINUAR..." LINE 20 POSITION 10.
           ACCEPT WKS-ESPERA LINE 20 POSITION 45.
           MOVE SPACES TO WKS-ESPERA.

       3000-FIN.
           CLOSE ARC-GAS.
           DISPLAY "GASTOS CAPTURADOS: " WKS-TOT-CAP.
           DISPLAY "GASTOS APROBADOS:  " WKS-TOT-APR.
           DISPLAY "GASTOS RECHAZADOS: " WKS-TOT-REC.
