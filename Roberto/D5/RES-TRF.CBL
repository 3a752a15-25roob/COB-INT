       IDENTIFICATION DIVISION.
       PROGRAM-ID. RES-TRF.
      *    Posteo de la respuesta del banco a las transferencias de
      *    DIS-CON, igual que DOM-BAN postea ARC-DRS. El banco manda
      *    en ARC-TRS un registro por DET con el folio de referencia
      *    de la bitacora ARC-DTR: A = pagada, R = rechazada con su
      *    motivo (cuenta cancelada, CLABE erronea...). La pagada
      *    queda confirmada en la bitacora. La rechazada regresa su
      *    renglon de ARC-ECO a pendiente con el motivo del banco,
      *    regresa a aprobados los gastos de viaje que llevaba,
      *    entra otra vez a tesoreria y deja la CLABE del consultor
      *    en revision en ARC-CNS, para que DIS-CON no la vuelva a
      *    usar hasta que se capture de nuevo. El registro de
      *    respuesta procesado se marca P para que un recorrido
      *    repetido no postee dos veces.
      *    El reporte lista las rechazadas y las enviadas hace mas
      *    de RES_TRF_DIAS dias (ambiente, 5 si no viene) que siguen
      *    sin respuesta del banco.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-DTR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTR-FOLIO
               FILE STATUS IS WKS-FS-DTR.
           SELECT ARC-TRS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-TRS.
           SELECT ARC-ECO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ECO.
           SELECT ARC-CNS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CNS.
           SELECT ARC-GAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAS-FOLIO
               FILE STATUS IS WKS-FS-GAS.
           SELECT ARC-TES ASSIGN TO DISK
               FILE STATUS IS WKS-FS-TES.
           SELECT REP-RTR ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-DTR.
           COPY REGDTR.

      *    Respuesta del banco, un registro por transferencia:
      *    A = pagada, R = rechazada; el posteo marca P el registro
      *    ya procesado.
       FD ARC-TRS.
       01 REG-TRS.
           03 TRS-FOLIO      PIC 9(08).
           03 TRS-CLABE      PIC 9(18).
           03 TRS-IMPORTE    PIC 9(13)V99.
           03 TRS-RESULTADO  PIC X.
           03 TRS-MOTIVO     PIC X(20).

       FD ARC-ECO.
           COPY REGECO.

       FD ARC-CNS.
           COPY REGCNS.

       FD ARC-GAS.
           COPY REGGAS.

       FD ARC-TES.
           COPY REGTES.

       FD REP-RTR.
       01 LINEA            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-DTR       PIC XX.
       01 WKS-FS-TRS       PIC XX.
       01 WKS-FS-ECO       PIC XX.
       01 WKS-FS-CNS       PIC XX.
       01 WKS-FS-GAS       PIC XX.
       01 WKS-FS-TES       PIC XX.

      *    Firma de operador (subprograma FIRMA): regresar pagos a
      *    pendiente exige nivel 3, como la dispersion.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "RES-TRF ".

       01 WKS-PARM         PIC X(80).
       01 WKS-DIAS-MAX     PIC 9(03) VALUE 5.

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

      *    Transferencias rechazadas en esta corrida, para regresar
      *    su renglon de ARC-ECO, sus gastos y su CLABE.
       01 WKS-MAX-RCH      PIC 9(03) VALUE 100.
       01 WKS-NUM-RCH      PIC 9(03) VALUE ZERO.
       01 WKS-RCH-IDX      PIC 9(03).
       77 WKS-RC           PIC 9(03).

       01 T-RECHAZOS.
           03 T-RCH OCCURS 100 TIMES.
               05 T-RC-FOLIO  PIC 9(08).
               05 T-RC-ID     PIC 9(04).
               05 T-RC-FECHA  PIC 9(08).
               05 T-RC-MOTIVO PIC X(20).

      *    Serie de dias desde el 2000, mismo calculo que CAP-HRS,
      *    para los dias que lleva una transferencia sin respuesta.
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
       01 WKS-SERIE        PIC 9(08).
       01 WKS-DOY          PIC 9(03).
       01 WKS-BI-REM       PIC 99.
       77 WKS-DM           PIC 99.

       01 WKS-SER-HOY      PIC 9(08).
       01 WKS-DIAS         PIC S9(08).
       01 WKS-DIAS-F       PIC ZZZ,ZZ9.

      *    1 = la respuesta trae un folio enviado y sin respuesta.
       01 WKS-DTR-OK       PIC 9.

       01 WKS-TOT-CONF     PIC 9(06) VALUE ZERO.
       01 WKS-MTO-CONF     PIC 9(13)V99 VALUE ZERO.
       01 WKS-TOT-RECH     PIC 9(06) VALUE ZERO.
       01 WKS-MTO-RECH     PIC 9(13)V99 VALUE ZERO.
       01 WKS-TOT-SINRES   PIC 9(06) VALUE ZERO.
       01 WKS-TOT-ERR      PIC 9(06) VALUE ZERO.
       01 WKS-TOT-ECO      PIC 9(06) VALUE ZERO.
       01 WKS-TOT-GAS      PIC 9(06) VALUE ZERO.
       01 WKS-TOT-CNS      PIC 9(06) VALUE ZERO.

       77 WKS-FIN          PIC 9.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(50)
               VALUE "RESPUESTA DEL BANCO A TRANSFERENCIAS".

       01 WKS-ENC-RECH.
           03 FILLER         PIC X(40)
               VALUE "TRANSFERENCIAS RECHAZADAS POR EL BANCO".

       01 WKS-ENC-SINR.
           03 FILLER         PIC X(40)
               VALUE "TRANSFERENCIAS SIN RESPUESTA A MAS DE ".
           03 WKS-ES-DIAS    PIC ZZ9.
           03 FILLER         PIC X(05) VALUE " DIAS".

       01 WKS-ENCC.
           03 FILLER         PIC X(10) VALUE "FOLIO".
           03 FILLER         PIC X(06) VALUE "ID".
           03 FILLER         PIC X(32) VALUE "NOMBRE".
           03 FILLER         PIC X(20) VALUE "CLABE".
           03 FILLER         PIC X(18) VALUE "         IMPORTE".
           03 FILLER         PIC X(10) VALUE "ENVIO".
           03 FILLER         PIC X(20) VALUE "MOTIVO / DIAS".

       01 WKS-DET1.
           03 WKS-DT-FOLIO   PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-ID      PIC 9(04).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-NOM     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-CLABE   PIC 9(18).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-IMP     PIC $,$$$,$$$,$$9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-ENVIO   PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-MOTIVO  PIC X(20).

       01 WKS-TRAILER.
           03 FILLER          PIC X(15) VALUE "**** CONTROL: ".
           03 WKS-TRL-CONF-F  PIC ZZZ,ZZ9.
           03 FILLER          PIC X(14) VALUE " CONFIRMADAS  ".
           03 WKS-TRL-MCONF-F PIC $$,$$$,$$$,$$9.99.
           03 FILLER          PIC X(14) VALUE "  RECHAZADAS: ".
           03 WKS-TRL-RECH-F  PIC ZZZ,ZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WKS-TRL-MRECH-F PIC $$,$$$,$$$,$$9.99.
           03 FILLER          PIC X(16) VALUE "  SIN RESPUESTA:".
           03 WKS-TRL-SINR-F  PIC ZZZ,ZZ9.
           03 FILLER          PIC X(05) VALUE " ****".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-POSTEA UNTIL WKS-FIN = 1.
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
           MOVE WKS-FECHA-HOY TO WKS-SE-FECHA.
           PERFORM 8100-FECHA-A-SERIE.
           MOVE WKS-SERIE TO WKS-SER-HOY.

           DISPLAY "RES_TRF_DIAS" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM (1:3) IS NUMERIC
               MOVE WKS-PARM (1:3) TO WKS-DIAS-MAX.

           MOVE ZERO TO WKS-FIN.
           OPEN I-O ARC-DTR.
           IF WKS-FS-DTR = "35"
               DISPLAY "NO HAY TRANSFERENCIAS ENVIADAS (CORRER "
                   "DIS-CON)"
               MOVE 1 TO WKS-FIN
           ELSE
               OPEN OUTPUT REP-RTR
               PERFORM 1700-ABRE-TESORERIA
               PERFORM 1800-ENCABEZADOS
               PERFORM 1900-ABRE-RESPUESTA.

      *    La bitacora de tesoreria se acumula entre corridas.
       1700-ABRE-TESORERIA.
           OPEN EXTEND ARC-TES.
           IF WKS-FS-TES = "35"
               OPEN OUTPUT ARC-TES.

       1800-ENCABEZADOS.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-ENC-RECH TO LINEA.
           WRITE LINEA AFTER 2.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 1.

      *    Sin respuesta del banco no hay nada que postear, pero el
      *    reporte de pendientes sin respuesta sale de todos modos.
       1900-ABRE-RESPUESTA.
           OPEN I-O ARC-TRS.
           IF WKS-FS-TRS = "35"
               DISPLAY "NO EXISTE LA RESPUESTA DEL BANCO ARC-TRS"
               MOVE 1 TO WKS-FIN
           ELSE
               READ ARC-TRS
                   AT END MOVE 1 TO WKS-FIN.

      *-------------------RESPUESTA--------------------------------*
       2000-POSTEA.
           EVALUATE TRS-RESULTADO
               WHEN "A"
                   PERFORM 2100-LEE-TRANSFERENCIA
                   IF WKS-DTR-OK = 1
                       PERFORM 2200-CONFIRMA
                   END-IF
                   MOVE "P" TO TRS-RESULTADO
                   REWRITE REG-TRS
               WHEN "R"
                   PERFORM 2100-LEE-TRANSFERENCIA
                   IF WKS-DTR-OK = 1
                       PERFORM 2300-RECHAZA
                   END-IF
                   MOVE "P" TO TRS-RESULTADO
                   REWRITE REG-TRS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           READ ARC-TRS
               AT END MOVE 1 TO WKS-FIN.

      *    Una respuesta a un folio que no esta en la bitacora o que
      *    ya tiene respuesta se lista y no se postea.
       2100-LEE-TRANSFERENCIA.
           MOVE 1 TO WKS-DTR-OK.
           MOVE TRS-FOLIO TO DTR-FOLIO.
           READ ARC-DTR
               INVALID KEY
                   MOVE ZERO TO WKS-DTR-OK
                   ADD 1 TO WKS-TOT-ERR
                   INITIALIZE REG-DTR
                   MOVE TRS-FOLIO   TO DTR-FOLIO
                   MOVE TRS-CLABE   TO DTR-CLABE
                   MOVE TRS-IMPORTE TO DTR-IMPORTE
                   MOVE "FOLIO NO ENVIADO" TO DTR-MOTIVO
                   PERFORM 2900-LISTA-TRANSFERENCIA.

           IF WKS-DTR-OK = 1
               IF NOT DTR-ENVIADA
                   MOVE ZERO TO WKS-DTR-OK
                   ADD 1 TO WKS-TOT-ERR
                   MOVE "YA TENIA RESPUESTA" TO DTR-MOTIVO
                   PERFORM 2900-LISTA-TRANSFERENCIA.

       2200-CONFIRMA.
           MOVE "C"           TO DTR-ESTADO.
           MOVE WKS-FECHA-HOY TO DTR-FEC-RESP.
           REWRITE REG-DTR.
           ADD 1 TO WKS-TOT-CONF.
           ADD DTR-IMPORTE TO WKS-MTO-CONF.

      *    El rechazo queda en la bitacora con el motivo del banco,
      *    se lista, el dinero regresa a tesoreria y el folio se
      *    guarda para regresar ARC-ECO, ARC-GAS y ARC-CNS.
       2300-RECHAZA.
           MOVE "R"           TO DTR-ESTADO.
           MOVE TRS-MOTIVO    TO DTR-MOTIVO.
           MOVE WKS-FECHA-HOY TO DTR-FEC-RESP.
           REWRITE REG-DTR.
           ADD 1 TO WKS-TOT-RECH.
           ADD DTR-IMPORTE TO WKS-MTO-RECH.

           PERFORM 2900-LISTA-TRANSFERENCIA.
           PERFORM 2350-ANOTA-TESORERIA.

           IF WKS-NUM-RCH < WKS-MAX-RCH
               ADD 1 TO WKS-NUM-RCH
               MOVE DTR-FOLIO     TO T-RC-FOLIO (WKS-NUM-RCH)
               MOVE DTR-ID-CONS   TO T-RC-ID (WKS-NUM-RCH)
               MOVE DTR-ECO-FECHA TO T-RC-FECHA (WKS-NUM-RCH)
               MOVE TRS-MOTIVO    TO T-RC-MOTIVO (WKS-NUM-RCH)
           ELSE
               DISPLAY "TABLA DE RECHAZOS LLENA, REGRESAR A MANO "
                   "EL FOLIO " DTR-FOLIO.

       2350-ANOTA-TESORERIA.
           MOVE WKS-FECHA-HOY TO TES-FECHA.
           MOVE "RES-TRF "    TO TES-ORIGEN.
           MOVE "E"           TO TES-SENTIDO.
           MOVE "T"           TO TES-MEDIO.
           MOVE DTR-ID-CONS   TO TES-ID.
           MOVE DTR-NOMBRE    TO TES-REFERENCIA.
           MOVE DTR-IMPORTE   TO TES-IMPORTE.
           WRITE REG-TES.

      *-------------------REGRESO DE RECHAZOS----------------------*
      *    Renglones de ARC-ECO dispersados en un folio rechazado:
      *    vuelven a pendiente con el motivo del banco.
       2400-REGRESA-ESTADOS.
           OPEN I-O ARC-ECO.
           IF WKS-FS-ECO = "35"
               DISPLAY "NO EXISTE EL ESTADO DE CONSULTORES ARC-ECO"
           ELSE
               MOVE ZERO TO WKS-FIN
               READ ARC-ECO
                   AT END MOVE 1 TO WKS-FIN
               END-READ
               PERFORM 2450-REGRESA-ESTADO UNTIL WKS-FIN = 1
               CLOSE ARC-ECO.

       2450-REGRESA-ESTADO.
           IF ECO-DISPERSADO
               MOVE ZERO TO WKS-RCH-IDX
               PERFORM 2460-COMPARA-ESTADO
                   VARYING WKS-RC FROM 1 BY 1
                   UNTIL WKS-RC > WKS-NUM-RCH
               IF WKS-RCH-IDX NOT = ZERO
                   MOVE "P" TO ECO-ESTADO
                   MOVE T-RC-MOTIVO (WKS-RCH-IDX) TO ECO-MOTIVO
                   REWRITE REG-ECO
                   ADD 1 TO WKS-TOT-ECO.

           READ ARC-ECO
               AT END MOVE 1 TO WKS-FIN.

       2460-COMPARA-ESTADO.
           IF T-RC-ID (WKS-RC) = ECO-ID-CONS
                   AND T-RC-FECHA (WKS-RC) = ECO-FECHA
               MOVE WKS-RC TO WKS-RCH-IDX
               MOVE WKS-NUM-RCH TO WKS-RC.

      *    Gastos pagados en un folio rechazado: vuelven a aprobados
      *    para irse en la siguiente dispersion.
       2500-REGRESA-GASTOS.
           OPEN I-O ARC-GAS.
           IF WKS-FS-GAS = "35"
               CONTINUE
           ELSE
               MOVE ZERO TO WKS-FIN
               MOVE ZERO TO GAS-FOLIO
               START ARC-GAS KEY IS NOT LESS THAN GAS-FOLIO
                   INVALID KEY MOVE 1 TO WKS-FIN
               END-START
               PERFORM 2550-REGRESA-GASTO UNTIL WKS-FIN = 1
               CLOSE ARC-GAS.

       2550-REGRESA-GASTO.
           READ ARC-GAS NEXT
               AT END MOVE 1 TO WKS-FIN.

           IF WKS-FIN = ZERO AND GAS-PAGADO
               MOVE ZERO TO WKS-RCH-IDX
               PERFORM 2560-COMPARA-GASTO
                   VARYING WKS-RC FROM 1 BY 1
                   UNTIL WKS-RC > WKS-NUM-RCH
               IF WKS-RCH-IDX NOT = ZERO
                   MOVE "A"  TO GAS-ESTADO
                   MOVE ZERO TO GAS-FEC-PAGO
                   MOVE ZERO TO GAS-FOLIO-TRF
                   REWRITE REG-GAS
                   ADD 1 TO WKS-TOT-GAS.

       2560-COMPARA-GASTO.
           IF T-RC-FOLIO (WKS-RC) = GAS-FOLIO-TRF
               MOVE WKS-RC TO WKS-RCH-IDX
               MOVE WKS-NUM-RCH TO WKS-RC.

      *    La CLABE del consultor rechazado queda en revision.
       2600-MARCA-CLABES.
           OPEN I-O ARC-CNS.
           IF WKS-FS-CNS = "35"
               DISPLAY "NO EXISTE EL CATALOGO DE CONSULTORES"
           ELSE
               MOVE ZERO TO WKS-FIN
               READ ARC-CNS
                   AT END MOVE 1 TO WKS-FIN
               END-READ
               PERFORM 2650-MARCA-CLABE UNTIL WKS-FIN = 1
               CLOSE ARC-CNS.

       2650-MARCA-CLABE.
           MOVE ZERO TO WKS-RCH-IDX.
           PERFORM 2660-COMPARA-CLABE
               VARYING WKS-RC FROM 1 BY 1 UNTIL WKS-RC > WKS-NUM-RCH.

           IF WKS-RCH-IDX NOT = ZERO
               MOVE "S" TO CNS-CLABE-REV
               REWRITE REG-CNS
               ADD 1 TO WKS-TOT-CNS.

           READ ARC-CNS
               AT END MOVE 1 TO WKS-FIN.

       2660-COMPARA-CLABE.
           IF T-RC-ID (WKS-RC) = CNS-ID
               MOVE WKS-RC TO WKS-RCH-IDX
               MOVE WKS-NUM-RCH TO WKS-RC.

      *-------------------SIN RESPUESTA----------------------------*
      *    Toda la bitacora: las enviadas que pasan de los dias
      *    permitidos sin respuesta del banco.
       2700-SIN-RESPUESTA.
           MOVE WKS-DIAS-MAX TO WKS-ES-DIAS.
           MOVE WKS-ENC-SINR TO LINEA.
           WRITE LINEA AFTER 3.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE ZERO TO WKS-FIN.
           MOVE ZERO TO DTR-FOLIO.
           START ARC-DTR KEY IS NOT LESS THAN DTR-FOLIO
               INVALID KEY MOVE 1 TO WKS-FIN.

           PERFORM 2750-REVISA-ENVIO UNTIL WKS-FIN = 1.

       2750-REVISA-ENVIO.
           READ ARC-DTR NEXT
               AT END MOVE 1 TO WKS-FIN.

           IF WKS-FIN = ZERO AND DTR-ENVIADA
               MOVE DTR-FEC-ENVIO TO WKS-SE-FECHA
               PERFORM 8100-FECHA-A-SERIE
               COMPUTE WKS-DIAS = WKS-SER-HOY - WKS-SERIE
               IF WKS-DIAS > WKS-DIAS-MAX
                   ADD 1 TO WKS-TOT-SINRES
                   MOVE WKS-DIAS TO WKS-DIAS-F
                   MOVE WKS-DIAS-F TO DTR-MOTIVO
                   PERFORM 2900-LISTA-TRANSFERENCIA.

       2900-LISTA-TRANSFERENCIA.
           MOVE DTR-FOLIO     TO WKS-DT-FOLIO.
           MOVE DTR-ID-CONS   TO WKS-DT-ID.
           MOVE DTR-NOMBRE    TO WKS-DT-NOM.
           MOVE DTR-CLABE     TO WKS-DT-CLABE.
           MOVE DTR-IMPORTE   TO WKS-DT-IMP.
           MOVE DTR-FEC-ENVIO TO WKS-DT-ENVIO.
           MOVE DTR-MOTIVO    TO WKS-DT-MOTIVO.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

      *-------------------APOYO------------------------------------*
      *    Serie = anos desde el 2000 * 365 + bisiestos anteriores +
      *    dia del ano (mismo calculo que CAP-HRS).
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

       8150-SUMA-MES.
           ADD T-DM (WKS-DM) TO WKS-DOY.

       3000-FIN.
           IF WKS-FS-DTR = "35"
               CONTINUE
           ELSE
               PERFORM 3100-CIERRA.

       3100-CIERRA.
           IF WKS-FS-TRS NOT = "35"
               CLOSE ARC-TRS.

           IF WKS-NUM-RCH > ZERO
               PERFORM 2400-REGRESA-ESTADOS
               PERFORM 2500-REGRESA-GASTOS
               PERFORM 2600-MARCA-CLABES.

           PERFORM 2700-SIN-RESPUESTA.

           MOVE WKS-TOT-CONF   TO WKS-TRL-CONF-F.
           MOVE WKS-MTO-CONF   TO WKS-TRL-MCONF-F.
           MOVE WKS-TOT-RECH   TO WKS-TRL-RECH-F.
           MOVE WKS-MTO-RECH   TO WKS-TRL-MRECH-F.
           MOVE WKS-TOT-SINRES TO WKS-TRL-SINR-F.
           MOVE WKS-TRAILER TO LINEA.
           WRITE LINEA AFTER 3.

           CLOSE ARC-DTR.
           CLOSE ARC-TES.
           CLOSE REP-RTR.

           DISPLAY "CONFIRMADAS: "         WKS-TOT-CONF.
           DISPLAY "RECHAZADAS: "          WKS-TOT-RECH.
           DISPLAY "RESPUESTAS NO POSTEADAS: " WKS-TOT-ERR.
           DISPLAY "ESTADOS A PENDIENTE: " WKS-TOT-ECO.
           DISPLAY "GASTOS A APROBADOS: "  WKS-TOT-GAS.
           DISPLAY "CLABES EN REVISION: "  WKS-TOT-CNS.
           DISPLAY "SIN RESPUESTA: "       WKS-TOT-SINRES.
