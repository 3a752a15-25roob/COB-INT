       IDENTIFICATION DIVISION.
       PROGRAM-ID. CON-RET.
      *    Constancia anual de pagos y retenciones por consultor. Junta
      *    por mes el bruto, la retencion y el neto que PROY-NOM dejo
      *    en sus cortes (los anteriores en el historico ARC-ECH y el
      *    ultimo en ARC-ECO) para el ejercicio pedido, de un
      *    consultor o de todos, e imprime una constancia por
      *    consultor con su ID y
      *    nombre del catalogo ARC-CNS y los datos de la empresa que
      *    retiene; antes nomina la sumaba a mano de los estados
      *    impresos. Deja ademas el archivo ARC-DIM para la
      *    declaracion informativa anual: HDR con el RFC de la
      *    empresa y el ejercicio, un DET por consultor con los
      *    totales del ano y TRL con los totales de control, igual
      *    que los archivos al banco de DIS-CON.
      *    El ejercicio (AAAA) y el consultor (9999, ceros = todos)
      *    los puede pasar la corrida por ambiente en CON_RET_PARM;
      *    si no, se piden en pantalla. El renglon de ARC-ECO sin ID
      *    de catalogo no puede llevar constancia: solo se cuenta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-ECO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ECO.
           SELECT ARC-ECH ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ECH.
           SELECT ARC-CNS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CNS.
           SELECT ARC-DIM ASSIGN TO DISK.
           SELECT REP-CRT ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-ECO.
           COPY REGECO.

      *    Mismo layout que REGECO (PROY-NOM 1080-PASA-HISTORICO).
       FD ARC-ECH.
       01 REG-ECH          PIC X(108).

       FD ARC-CNS.
           COPY REGCNS.

       FD ARC-DIM.
       01 REG-DIM          PIC X(100).

       FD REP-CRT.
       01 LINEA            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-FS-ECO       PIC XX.
       01 WKS-FS-ECH       PIC XX.
       01 WKS-FS-CNS       PIC XX.
       01 WKS-ABIERTO      PIC 9 VALUE ZERO.

      *    Datos de la empresa que retiene, para la constancia y el
      *    encabezado del archivo de la declaracion.
       01 WKS-EMPRESA.
           03 WKS-EMP-NOMBRE PIC X(40)
                   VALUE "CONSULTORIA Y SISTEMAS SA DE CV".
           03 WKS-EMP-RFC    PIC X(13) VALUE "CSI940315KT2".
           03 WKS-EMP-DOMIC  PIC X(50)
                   VALUE "AV. REFORMA 215 PISO 4, CUAUHTEMOC, CDMX".

      *    Registro de trabajo del archivo de la declaracion, con
      *    sus tres vistas (HDR/DET/TRL).
       01 WKS-REG-TRAB     PIC X(100).

       01 WKS-VISTA-HDR REDEFINES WKS-REG-TRAB.
           03 WKS-HDR-MARCA  PIC X(03).
           03 WKS-HDR-RFC    PIC X(13).
           03 WKS-HDR-EJER   PIC 9(04).
           03 WKS-HDR-FECHA  PIC 9(08).
           03 FILLER         PIC X(72).

       01 WKS-VISTA-DET REDEFINES WKS-REG-TRAB.
           03 WKS-DET-MARCA  PIC X(03).
           03 WKS-DET-ID     PIC 9(04).
           03 WKS-DET-NOMBRE PIC X(30).
           03 WKS-DET-MESES  PIC 99.
           03 WKS-DET-BRUTO  PIC 9(13)V99.
           03 WKS-DET-RET    PIC 9(13)V99.
           03 WKS-DET-NETO   PIC 9(13)V99.
           03 FILLER         PIC X(16).

       01 WKS-VISTA-TRL REDEFINES WKS-REG-TRAB.
           03 WKS-TRL-MARCA  PIC X(03).
           03 WKS-TRL-REGS   PIC 9(06).
           03 WKS-TRL-BRUTO  PIC 9(15)V99.
           03 WKS-TRL-RET    PIC 9(15)V99.
           03 WKS-TRL-NETO   PIC 9(15)V99.
           03 FILLER         PIC X(40).

      *    Ejercicio y consultor pedidos.
       01 WKS-PARM         PIC X(80).
       01 WKS-SELECCION.
           03 WKS-EJERCICIO  PIC 9(04).
           03 WKS-CONS-SEL   PIC 9(04).

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).
       01 WKS-ECO-FECHA.
           03 WKS-EF-ANIO    PIC 9(04).
           03 WKS-EF-MES     PIC 9(02).
           03 WKS-EF-DIA     PIC 9(02).

      *    Estado que se esta leyendo: 1 = historico ARC-ECH,
      *    2 = corte vigente ARC-ECO.
       01 WKS-FUENTE       PIC 9 VALUE ZERO.
       01 WKS-HAY-HISTORICO PIC 9 VALUE ZERO.
       01 WKS-FIN-BUS      PIC 9.

      *    Catalogo de consultores en memoria, para el nombre.
       01 WKS-MAX-CNS      PIC 99 VALUE 50.
       01 WKS-NUM-CNS      PIC 99 VALUE ZERO.
       01 WKS-CNS-IDX      PIC 99.
       01 WKS-FIN-CNS      PIC 9.
       77 WKS-CN           PIC 99.

       01 T-CONSULTORES.
           03 T-CNS OCCURS 50 TIMES.
               05 T-CN-ID  PIC 9(04).
               05 T-CN-NOM PIC X(30).

      *    Acumulado del ejercicio por consultor y mes.
       01 WKS-MAX-ACU      PIC 99 VALUE 60.
       01 WKS-NUM-ACU      PIC 99 VALUE ZERO.
       01 WKS-ACU-IDX      PIC 99.
       77 WKS-AC           PIC 99.

       01 T-ACUMULADOS.
           03 T-ACU OCCURS 60 TIMES.
               05 T-AC-ID    PIC 9(04).
               05 T-AC-NOM   PIC X(30).
               05 T-AC-MES OCCURS 12 TIMES.
                   07 T-AC-BRUTO PIC 9(13)V99.
                   07 T-AC-RET   PIC 9(13)V99.
                   07 T-AC-NETO  PIC 9(13)V99.

       01 WKS-TOTALES.
           03 WKS-TO-BRUTO  PIC 9(15)V99.
           03 WKS-TO-RET    PIC 9(15)V99.
           03 WKS-TO-NETO   PIC 9(15)V99.
       01 WKS-MESES-PAGO   PIC 99.

       01 WKS-TOT-CONST    PIC 9(04) VALUE ZERO.
       01 WKS-TOT-SINID    PIC 9(06) VALUE ZERO.
       01 WKS-GRAN-BRUTO   PIC 9(15)V99 VALUE ZERO.
       01 WKS-GRAN-RET     PIC 9(15)V99 VALUE ZERO.
       01 WKS-GRAN-NETO    PIC 9(15)V99 VALUE ZERO.

       77 WKS-FIN          PIC 9.
       77 WKS-M            PIC 99.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENC-EMP.
           03 FILLER         PIC X(10) VALUE SPACES.
           03 WKS-EE-NOMBRE  PIC X(40).
           03 FILLER         PIC X(07) VALUE "  RFC: ".
           03 WKS-EE-RFC     PIC X(13).

       01 WKS-ENC-DOM.
           03 FILLER         PIC X(10) VALUE SPACES.
           03 WKS-ED-DOMIC   PIC X(50).

       01 WKS-ENCA.
           03 FILLER         PIC X(10) VALUE SPACES.
           03 FILLER         PIC X(51) VALUE
               "CONSTANCIA DE PAGOS Y RETENCIONES DEL EJERCICIO ".
           03 WKS-ENC-EJER   PIC 9(04).

       01 WKS-ENC-CONS.
           03 FILLER         PIC X(10) VALUE SPACES.
           03 FILLER         PIC X(11) VALUE "CONSULTOR: ".
           03 WKS-EC-ID      PIC 9(04).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-EC-NOM     PIC X(30).

       01 WKS-ENCC.
           03 FILLER         PIC X(10) VALUE SPACES.
           03 FILLER         PIC X(12) VALUE "MES".
           03 FILLER         PIC X(21) VALUE "         PAGO BRUTO".
           03 FILLER         PIC X(21) VALUE "          RETENCION".
           03 FILLER         PIC X(21) VALUE "          NETO".

       01 WKS-DET1.
           03 FILLER         PIC X(10) VALUE SPACES.
           03 WKS-DT-MES     PIC X(10).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-BRUTO   PIC $$$,$$$,$$$,$$9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-RET     PIC $$$,$$$,$$$,$$9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-NETO    PIC $$$,$$$,$$$,$$9.99.

       01 WKS-FIRMA-RESP.
           03 FILLER         PIC X(10) VALUE SPACES.
           03 FILLER         PIC X(50) VALUE
               "________________________________________".

       01 WKS-FIRMA-LEY.
           03 FILLER         PIC X(10) VALUE SPACES.
           03 FILLER         PIC X(50) VALUE
               "NOMBRE Y FIRMA DEL RETENEDOR".

       01 WKS-TRAILER.
           03 FILLER          PIC X(15) VALUE "**** CONTROL: ".
           03 WKS-TRL-CONS-F  PIC ZZZ9.
           03 FILLER          PIC X(14) VALUE " CONSTANCIAS  ".
           03 FILLER          PIC X(11) VALUE "RETENIDO: ".
           03 WKS-TRL-RET-F   PIC $$$,$$$,$$$,$$9.99.
           03 FILLER          PIC X(09) VALUE " SIN ID: ".
           03 WKS-TRL-SINID-F PIC ZZZ,ZZ9.
           03 FILLER          PIC X(05) VALUE " ****".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           PERFORM 1100-OBTIENE-SELECCION.

           MOVE ZERO TO WKS-FIN.
           IF WKS-SELECCION IS NOT NUMERIC OR WKS-EJERCICIO = ZERO
               DISPLAY "EJERCICIO INVALIDO: " WKS-SELECCION
               MOVE 1 TO WKS-FIN
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1500-CARGA-CONSULTORES
               PERFORM 1300-ABRE-ESTADOS.

       1100-OBTIENE-SELECCION.
           DISPLAY "CON_RET_PARM" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.

           IF WKS-PARM NOT = SPACES
               MOVE WKS-PARM (1:8) TO WKS-SELECCION
               IF WKS-PARM (5:4) = SPACES
                   MOVE ZERO TO WKS-CONS-SEL
               END-IF
           ELSE
               DISPLAY SPACES ERASE
               DISPLAY "CONSTANCIA ANUAL DE RETENCIONES"
                   LINE 01 POSITION 25
               DISPLAY "EJERCICIO (AAAA): "
                   LINE 03 POSITION 10
               ACCEPT WKS-EJERCICIO LINE 03 POSITION 45
               DISPLAY "CONSULTOR (9999, CERO = TODOS): "
                   LINE 04 POSITION 10
               ACCEPT WKS-CONS-SEL LINE 04 POSITION 45.

      *    Primero los cortes anteriores del historico y al final el
      *    corte vigente, que PROY-NOM pasa al historico hasta que
      *    hace el corte siguiente.
       1300-ABRE-ESTADOS.
           OPEN INPUT ARC-ECH.
           IF WKS-FS-ECH = "35"
               PERFORM 1350-ABRE-VIGENTE
           ELSE
               MOVE 1 TO WKS-HAY-HISTORICO
               MOVE 1 TO WKS-FUENTE
               PERFORM 2050-LEE-ESTADO.

       1350-ABRE-VIGENTE.
           MOVE 2 TO WKS-FUENTE.
           OPEN INPUT ARC-ECO.
           IF WKS-FS-ECO = "35"
               MOVE 1 TO WKS-FIN
               IF WKS-HAY-HISTORICO = ZERO
                   DISPLAY "NO EXISTE EL ESTADO DE CONSULTORES ARC-ECO "
                       "(CORRER PROY-NOM)"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 1 TO WKS-ABIERTO
               READ ARC-ECO
                   AT END MOVE 1 TO WKS-FIN.

       1500-CARGA-CONSULTORES.
           OPEN INPUT ARC-CNS.
           IF WKS-FS-CNS = "35"
               CONTINUE
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
           ELSE
               DISPLAY "CATALOGO DE CONSULTORES LLENO, SE OMITEN "
                   "RESTANTES".

           READ ARC-CNS
               AT END MOVE 1 TO WKS-FIN-CNS.

       1600-BUSCA-CONSULTOR.
           MOVE ZERO TO WKS-CNS-IDX.
           MOVE ZERO TO WKS-FIN-BUS.
           PERFORM 1650-COMPARA-CONSULTOR
               VARYING WKS-CN FROM 1 BY 1
               UNTIL WKS-CN > WKS-NUM-CNS OR WKS-FIN-BUS = 1.

       1650-COMPARA-CONSULTOR.
           IF T-CN-ID (WKS-CN) = ECO-ID-CONS
               MOVE WKS-CN TO WKS-CNS-IDX
               MOVE 1 TO WKS-FIN-BUS.

      *    Cada renglon del corte cae en el mes de su fecha; se toman
      *    dispersados y pendientes, porque la retencion ya se hizo
      *    al calcular el corte.
       2000-PROCESO.
           MOVE ECO-FECHA TO WKS-ECO-FECHA.

           IF WKS-EF-ANIO = WKS-EJERCICIO
                   AND WKS-EF-MES >= 1 AND WKS-EF-MES <= 12
               IF ECO-ID-CONS = ZERO
                   ADD 1 TO WKS-TOT-SINID
               ELSE
                   IF WKS-CONS-SEL = ZERO
                           OR WKS-CONS-SEL = ECO-ID-CONS
                       PERFORM 2100-ACUMULA.

           PERFORM 2050-LEE-ESTADO.

      *    Al terminar el historico sigue el corte vigente.
       2050-LEE-ESTADO.
           IF WKS-FUENTE = 1
               READ ARC-ECH
                   AT END MOVE 2 TO WKS-FUENTE
               END-READ
               IF WKS-FUENTE = 2
                   CLOSE ARC-ECH
                   PERFORM 1350-ABRE-VIGENTE
               ELSE
                   MOVE REG-ECH TO REG-ECO
               END-IF
           ELSE
               READ ARC-ECO
                   AT END MOVE 1 TO WKS-FIN.

       2100-ACUMULA.
           MOVE ZERO TO WKS-ACU-IDX.
           MOVE ZERO TO WKS-FIN-BUS.
           PERFORM 2150-COMPARA-ACUMULADO
               VARYING WKS-AC FROM 1 BY 1
               UNTIL WKS-AC > WKS-NUM-ACU OR WKS-FIN-BUS = 1.

           IF WKS-ACU-IDX = ZERO
               IF WKS-NUM-ACU < WKS-MAX-ACU
                   ADD 1 TO WKS-NUM-ACU
                   INITIALIZE T-ACU (WKS-NUM-ACU)
                   MOVE ECO-ID-CONS TO T-AC-ID (WKS-NUM-ACU)
                   PERFORM 1600-BUSCA-CONSULTOR
                   IF WKS-CNS-IDX = ZERO
                       MOVE ECO-NOMBRE TO T-AC-NOM (WKS-NUM-ACU)
                   ELSE
                       MOVE T-CN-NOM (WKS-CNS-IDX)
                           TO T-AC-NOM (WKS-NUM-ACU)
                   END-IF
                   MOVE WKS-NUM-ACU TO WKS-ACU-IDX
               ELSE
                   DISPLAY "TABLA DE CONSULTORES LLENA, SE OMITE "
                       ECO-ID-CONS.

           IF WKS-ACU-IDX NOT = ZERO
               ADD ECO-BRUTO
                   TO T-AC-BRUTO (WKS-ACU-IDX WKS-EF-MES)
               ADD ECO-RETENCION
                   TO T-AC-RET (WKS-ACU-IDX WKS-EF-MES)
               ADD ECO-NETO
                   TO T-AC-NETO (WKS-ACU-IDX WKS-EF-MES).

       2150-COMPARA-ACUMULADO.
           IF T-AC-ID (WKS-AC) = ECO-ID-CONS
               MOVE WKS-AC TO WKS-ACU-IDX
               MOVE 1 TO WKS-FIN-BUS.

      *-------------------CONSTANCIAS------------------------------*
       3000-FIN.
           IF WKS-ABIERTO = 1
               CLOSE ARC-ECO.

           IF WKS-NUM-ACU = ZERO
               IF RETURN-CODE = ZERO
                   DISPLAY "SIN PAGOS DEL EJERCICIO " WKS-EJERCICIO
                       ", NO HAY CONSTANCIAS"
               END-IF
           ELSE
               PERFORM 3050-EMITE-CONSTANCIAS.

       3050-EMITE-CONSTANCIAS.
           OPEN OUTPUT REP-CRT.
           OPEN OUTPUT ARC-DIM.

           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "HDR"         TO WKS-HDR-MARCA.
           MOVE WKS-EMP-RFC   TO WKS-HDR-RFC.
           MOVE WKS-EJERCICIO TO WKS-HDR-EJER.
           MOVE WKS-FECHA-HOY TO WKS-HDR-FECHA.
           MOVE WKS-REG-TRAB TO REG-DIM.
           WRITE REG-DIM.

           MOVE WKS-EMP-NOMBRE TO WKS-EE-NOMBRE.
           MOVE WKS-EMP-RFC    TO WKS-EE-RFC.
           MOVE WKS-EMP-DOMIC  TO WKS-ED-DOMIC.
           MOVE WKS-EJERCICIO  TO WKS-ENC-EJER.

           PERFORM 3100-CONSTANCIA
               VARYING WKS-AC FROM 1 BY 1 UNTIL WKS-AC > WKS-NUM-ACU.

           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "TRL"          TO WKS-TRL-MARCA.
           MOVE WKS-TOT-CONST  TO WKS-TRL-REGS.
           MOVE WKS-GRAN-BRUTO TO WKS-TRL-BRUTO.
           MOVE WKS-GRAN-RET   TO WKS-TRL-RET.
           MOVE WKS-GRAN-NETO  TO WKS-TRL-NETO.
           MOVE WKS-REG-TRAB TO REG-DIM.
           WRITE REG-DIM.

           MOVE WKS-TOT-CONST TO WKS-TRL-CONS-F.
           MOVE WKS-GRAN-RET  TO WKS-TRL-RET-F.
           MOVE WKS-TOT-SINID TO WKS-TRL-SINID-F.
           MOVE WKS-TRAILER TO LINEA.
           WRITE LINEA AFTER PAGE.

           CLOSE ARC-DIM.
           CLOSE REP-CRT.

           DISPLAY "CONSTANCIAS EMITIDAS: " WKS-TOT-CONST.

      *    Una hoja por consultor: los doce meses aunque alguno
      *    venga en cero, el total del ano y la firma.
       3100-CONSTANCIA.
           INITIALIZE WKS-TOTALES.
           MOVE ZERO TO WKS-MESES-PAGO.

           MOVE WKS-ENC-EMP TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-ENC-DOM TO LINEA.
           WRITE LINEA AFTER 1.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER 3.

           MOVE T-AC-ID (WKS-AC)  TO WKS-EC-ID.
           MOVE T-AC-NOM (WKS-AC) TO WKS-EC-NOM.
           MOVE WKS-ENC-CONS TO LINEA.
           WRITE LINEA AFTER 2.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

           PERFORM 3200-RENGLON-MES
               VARYING WKS-M FROM 1 BY 1 UNTIL WKS-M > 12.

           MOVE "TOTAL"      TO WKS-DT-MES.
           MOVE WKS-TO-BRUTO TO WKS-DT-BRUTO.
           MOVE WKS-TO-RET   TO WKS-DT-RET.
           MOVE WKS-TO-NETO  TO WKS-DT-NETO.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE WKS-FIRMA-RESP TO LINEA.
           WRITE LINEA AFTER 5.
           MOVE WKS-FIRMA-LEY TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "DET"             TO WKS-DET-MARCA.
           MOVE T-AC-ID (WKS-AC)  TO WKS-DET-ID.
           MOVE T-AC-NOM (WKS-AC) TO WKS-DET-NOMBRE.
           MOVE WKS-MESES-PAGO    TO WKS-DET-MESES.
           MOVE WKS-TO-BRUTO      TO WKS-DET-BRUTO.
           MOVE WKS-TO-RET        TO WKS-DET-RET.
           MOVE WKS-TO-NETO       TO WKS-DET-NETO.
           MOVE WKS-REG-TRAB TO REG-DIM.
           WRITE REG-DIM.

           ADD 1            TO WKS-TOT-CONST.
           ADD WKS-TO-BRUTO TO WKS-GRAN-BRUTO.
           ADD WKS-TO-RET   TO WKS-GRAN-RET.
           ADD WKS-TO-NETO  TO WKS-GRAN-NETO.

       3200-RENGLON-MES.
           MOVE T-MES (WKS-M)                TO WKS-DT-MES.
           MOVE T-AC-BRUTO (WKS-AC WKS-M)    TO WKS-DT-BRUTO.
           MOVE T-AC-RET (WKS-AC WKS-M)      TO WKS-DT-RET.
           MOVE T-AC-NETO (WKS-AC WKS-M)     TO WKS-DT-NETO.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

           IF T-AC-BRUTO (WKS-AC WKS-M) NOT = ZERO
               ADD 1 TO WKS-MESES-PAGO.

           ADD T-AC-BRUTO (WKS-AC WKS-M) TO WKS-TO-BRUTO.
           ADD T-AC-RET (WKS-AC WKS-M)   TO WKS-TO-RET.
           ADD T-AC-NETO (WKS-AC WKS-M)  TO WKS-TO-NETO.
