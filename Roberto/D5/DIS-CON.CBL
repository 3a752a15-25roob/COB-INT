      *    ARC-ECO para que un recorrido repetido no pague dos
      *    veces; sin CLABE o sin ID de catalogo el consultor queda
      *    pendiente y sale senalado en el reporte.
      *    Cada transferencia se anota ademas como salida en la
      *    bitacora de tesoreria ARC-TES (ver REGTES).
      *    Los gastos de viaje aprobados en CAP-GAS (ARC-GAS) se
      *    suman al DET del consultor y quedan pagados; el consultor
      *    con gastos aprobados y sin renglon pendiente en ARC-ECO
      *    sale con un DET solo por sus gastos.
      *    Cada DET lleva como referencia el folio de la bitacora de
      *    transferencias ARC-DTR, que el banco regresa en su
      *    respuesta para que RES-TRF la postee; la CLABE que el
      *    banco rechazo queda en revision y no se vuelve a usar.
      *    El folio viaja en las ultimas 8 posiciones del campo de
      *    nombre/concepto, asi que el registro sigue siendo el de
      *    66 posiciones que mandan COM-AGE y NOM-PRF. El folio se
      *    graba en la bitacora antes que el DET: si no se puede
      *    grabar, el consultor queda pendiente sin DET ni salida de
      *    tesoreria, la falla va a ERR-ARC y la corrida termina en
      *    8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WKS-FS-ECO.
           SELECT ARC-CNS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CNS.
           SELECT ARC-GAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAS-FOLIO
               FILE STATUS IS WKS-FS-GAS.
           SELECT ARC-DTR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTR-FOLIO
               FILE STATUS IS WKS-FS-DTR.
           SELECT ARC-TRF ASSIGN TO DISK.
           SELECT ARC-TES ASSIGN TO DISK
               FILE STATUS IS WKS-FS-TES.
           SELECT REP-DIS ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-ECO.
           COPY REGECO.

       FD ARC-CNS.
           COPY REGCNS.

       FD ARC-GAS.
           COPY REGGAS.

       FD ARC-DTR.
           COPY REGDTR.

       FD ARC-TRF.
       01 REG-TRF          PIC X(66).

       FD ARC-TES.
           COPY REGTES.

       FD REP-DIS.
       01 LINEA            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-ECO       PIC XX.
       01 WKS-FS-CNS       PIC XX.
       01 WKS-FS-TES       PIC XX.
       01 WKS-FS-GAS       PIC XX.
       01 WKS-FS-DTR       PIC XX.

      *    Registro de trabajo del archivo al banco, con sus tres
      *    vistas (HDR/DET/TRL), igual que el extracto de DOM-BAN.
           03 WKS-HDR-FECHA  PIC 9(08).
           03 FILLER         PIC X(55).

      *    Nombre y referencia ocupan las 30 posiciones del nombre
      *    del layout del banco.
       01 WKS-VISTA-DET REDEFINES WKS-REG-TRAB.
           03 WKS-DET-MARCA  PIC X(03).
           03 WKS-DET-CLABE  PIC 9(18).
           03 WKS-DET-NOMBRE PIC X(22).
           03 WKS-DET-REFER  PIC 9(08).
           03 WKS-DET-NETO   PIC 9(13)V99.

       01 WKS-VISTA-TRL REDEFINES WKS-REG-TRAB.
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "DIS-CON ".

      *    Catalogo de consultores en memoria, para la CLABE; el
      *    nombre es para el DET que sale solo por gastos.
       01 WKS-MAX-CNS      PIC 99 VALUE 50.
       01 WKS-NUM-CNS      PIC 99 VALUE ZERO.
       01 WKS-CNS-IDX      PIC 99.
           03 T-CNS OCCURS 50 TIMES.
               05 T-CN-ID  PIC 9(04).
               05 T-CN-CLA PIC 9(18).
               05 T-CN-NOM PIC X(30).
               05 T-CN-REV PIC X.

       01 WKS-ID-BUS       PIC 9(04).

      *    Gastos aprobados por pagar, sumados por consultor;
      *    T-GS-PAG queda en 1 cuando ya van en un DET.
       01 WKS-MAX-GS       PIC 99 VALUE 50.
       01 WKS-NUM-GS       PIC 99 VALUE ZERO.
       01 WKS-GS-IDX       PIC 99.
       01 WKS-FIN-GAS      PIC 9.
       77 WKS-GS           PIC 99.

       01 T-GASTOS.
           03 T-GAS OCCURS 50 TIMES.
               05 T-GS-ID  PIC 9(04).
               05 T-GS-IMP PIC 9(09)V99.
               05 T-GS-PAG PIC 9.
               05 T-GS-TRF PIC 9(08).

      *    Ultimo folio de la bitacora de transferencias y fecha del
      *    renglon de ARC-ECO que va en el DET (cero si solo gastos).
       01 WKS-ULT-FOLIO    PIC 9(08) VALUE ZERO.
       01 WKS-FIN-DTR      PIC 9.
       01 WKS-ECO-FEC-TRF  PIC 9(08).
       01 WKS-NOM-TRF      PIC X(30).
       01 WKS-CLA-TRF      PIC 9(18).
       01 WKS-FIN-BUS      PIC 9.

      *    Datos de la falla para el registro central ERR-ARC.
       01 WKS-ERR-PROG     PIC X(08) VALUE "DIS-CON".
       01 WKS-ERR-PARRAFO  PIC X(30).
       01 WKS-ERR-ARCHIVO  PIC X(08).
       01 WKS-ERR-OPER     PIC X(08).
       01 WKS-ERR-FS       PIC XX.
       01 WKS-ERR-LLAVE    PIC X(30).
       01 WKS-TOT-ERRORES  PIC 9(05) VALUE ZERO.

       01 WKS-IMP-GAS      PIC 9(09)V99.
       01 WKS-IMP-PAGO     PIC 9(13)V99.
       01 WKS-TOT-GAS      PIC 9(06) VALUE ZERO.

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).
           03 FILLER         PIC X(06) VALUE "ID".
           03 FILLER         PIC X(32) VALUE "NOMBRE".
           03 FILLER         PIC X(16) VALUE "NETO A PAGAR".
           03 FILLER         PIC X(16) VALUE "  GASTOS".
           03 FILLER         PIC X(14) VALUE "RESULTADO".

       01 WKS-DET1.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-NETO    PIC $,$$$,$$$,$$9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-GAS     PIC $$$,$$$,$$9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-RES     PIC X(14).

       01 WKS-TRAILER.
           ELSE
               OPEN OUTPUT ARC-TRF
               OPEN OUTPUT REP-DIS
               PERFORM 1700-ABRE-TESORERIA
               PERFORM 1900-CARGA-GASTOS
               PERFORM 1750-ABRE-TRANSFERENCIAS
               PERFORM 1800-ENCABEZADOS
               READ ARC-ECO
                   AT END MOVE 1 TO WKS-FIN
               ADD 1 TO WKS-NUM-CNS
               MOVE CNS-ID    TO T-CN-ID (WKS-NUM-CNS)
               MOVE CNS-CLABE TO T-CN-CLA (WKS-NUM-CNS)
               MOVE CNS-NOMBRE TO T-CN-NOM (WKS-NUM-CNS)
               MOVE CNS-CLABE-REV TO T-CN-REV (WKS-NUM-CNS)
           ELSE
               DISPLAY "CATALOGO DE CONSULTORES LLENO, SE OMITEN "
                   "RESTANTES".
               VARYING WKS-CN FROM 1 BY 1 UNTIL WKS-CN > WKS-NUM-CNS.

       1650-COMPARA-CONSULTOR.
           IF T-CN-ID (WKS-CN) = WKS-ID-BUS
               MOVE WKS-CN TO WKS-CNS-IDX
               ADD 60 TO WKS-CN.

      *    La bitacora de tesoreria se acumula entre corridas.
       1700-ABRE-TESORERIA.
           OPEN EXTEND ARC-TES.
           IF WKS-FS-TES = "35"
               OPEN OUTPUT ARC-TES.

      *    Sin archivo de gastos no hay nada que reembolsar.
       1900-CARGA-GASTOS.
           OPEN I-O ARC-GAS.
           IF WKS-FS-GAS = "35"
               CONTINUE
           ELSE
               MOVE ZERO TO WKS-FIN-GAS
               MOVE ZERO TO GAS-FOLIO
               START ARC-GAS KEY IS NOT LESS THAN GAS-FOLIO
                   INVALID KEY MOVE 1 TO WKS-FIN-GAS
               END-START
               PERFORM 1920-AGREGA-GASTO UNTIL WKS-FIN-GAS = 1.

       1920-AGREGA-GASTO.
           READ ARC-GAS NEXT
               AT END MOVE 1 TO WKS-FIN-GAS.

           IF WKS-FIN-GAS = ZERO AND GAS-APROBADO
               MOVE GAS-ID-CONS TO WKS-ID-BUS
               PERFORM 1950-BUSCA-GASTOS
               IF WKS-GS-IDX = ZERO
                   PERFORM 1980-NUEVO-CONSULTOR.

           IF WKS-FIN-GAS = ZERO AND GAS-APROBADO
                   AND WKS-GS-IDX NOT = ZERO
               ADD GAS-IMPORTE TO T-GS-IMP (WKS-GS-IDX).

       1950-BUSCA-GASTOS.
           MOVE ZERO TO WKS-GS-IDX.
           MOVE ZERO TO WKS-FIN-BUS.
           PERFORM 1960-COMPARA-GASTOS
               VARYING WKS-GS FROM 1 BY 1
               UNTIL WKS-GS > WKS-NUM-GS OR WKS-FIN-BUS = 1.

       1960-COMPARA-GASTOS.
           IF T-GS-ID (WKS-GS) = WKS-ID-BUS
               MOVE WKS-GS TO WKS-GS-IDX
               MOVE 1 TO WKS-FIN-BUS.

      *    Un consultor que ya no cabe se queda con sus gastos
      *    aprobados para la siguiente corrida.
       1980-NUEVO-CONSULTOR.
           IF WKS-NUM-GS < WKS-MAX-GS
               ADD 1 TO WKS-NUM-GS
               MOVE WKS-ID-BUS TO T-GS-ID (WKS-NUM-GS)
               MOVE ZERO       TO T-GS-IMP (WKS-NUM-GS)
               MOVE ZERO       TO T-GS-PAG (WKS-NUM-GS)
               MOVE WKS-NUM-GS TO WKS-GS-IDX
           ELSE
               DISPLAY "TABLA DE GASTOS LLENA, SE OMITE "
                   WKS-ID-BUS.

      *    La bitacora de transferencias se crea si no existe; los
      *    folios se dan en orden, asi que el ultimo leido es el
      *    mayor.
       1750-ABRE-TRANSFERENCIAS.
           OPEN I-O ARC-DTR.
           IF WKS-FS-DTR = "35"
               OPEN OUTPUT ARC-DTR
               CLOSE ARC-DTR
               OPEN I-O ARC-DTR.

           MOVE ZERO TO WKS-FIN-DTR.
           MOVE ZERO TO DTR-FOLIO.
           START ARC-DTR KEY IS NOT LESS THAN DTR-FOLIO
               INVALID KEY MOVE 1 TO WKS-FIN-DTR.

           PERFORM 1760-LEE-FOLIO UNTIL WKS-FIN-DTR = 1.

       1760-LEE-FOLIO.
           READ ARC-DTR NEXT
               AT END MOVE 1 TO WKS-FIN-DTR.

           IF WKS-FIN-DTR = ZERO
               MOVE DTR-FOLIO TO WKS-ULT-FOLIO.

       1800-ENCABEZADOS.
           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "HDR" TO WKS-HDR-MARCA.
           MOVE ECO-ID-CONS TO WKS-DT-ID.
           MOVE ECO-NOMBRE  TO WKS-DT-NOM.
           MOVE ECO-NETO    TO WKS-DT-NETO.
           MOVE ZERO        TO WKS-DT-GAS.
           MOVE ECO-ID-CONS TO WKS-ID-BUS.

           IF ECO-ID-CONS = ZERO
               MOVE "SIN ID" TO WKS-DT-RES
                       MOVE "SIN CLABE" TO WKS-DT-RES
                       ADD 1 TO WKS-TOT-PEND
                   ELSE
                       IF T-CN-REV (WKS-CNS-IDX) = "S"
                           MOVE "CLABE REVISION" TO WKS-DT-RES
                           ADD 1 TO WKS-TOT-PEND
                       ELSE
                           PERFORM 2200-GRABA-DETALLE.

           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

      *    Los gastos aprobados del consultor van en su primer DET
      *    de la corrida.
       2200-GRABA-DETALLE.
           PERFORM 1950-BUSCA-GASTOS.
           MOVE ZERO TO WKS-IMP-GAS.
           ADD 1 TO WKS-ULT-FOLIO.
           IF WKS-GS-IDX NOT = ZERO
               IF T-GS-PAG (WKS-GS-IDX) = ZERO
                   MOVE T-GS-IMP (WKS-GS-IDX) TO WKS-IMP-GAS.

           MOVE WKS-IMP-GAS TO WKS-DT-GAS.
           COMPUTE WKS-IMP-PAGO = ECO-NETO + WKS-IMP-GAS.

           MOVE ECO-NOMBRE TO WKS-NOM-TRF.
           MOVE T-CN-CLA (WKS-CNS-IDX) TO WKS-CLA-TRF.
           MOVE ECO-FECHA TO WKS-ECO-FEC-TRF.
           MOVE "2200-GRABA-DETALLE" TO WKS-ERR-PARRAFO.
           PERFORM 2300-ANOTA-TRANSFERENCIA.

           IF WKS-FS-DTR = "00"
               PERFORM 2210-ENVIA-DETALLE
           ELSE
               MOVE "FOLIO DUPLIC." TO WKS-DT-RES
               ADD 1 TO WKS-TOT-PEND.

       2210-ENVIA-DETALLE.
           IF WKS-GS-IDX NOT = ZERO
               IF T-GS-PAG (WKS-GS-IDX) = ZERO
                   MOVE 1 TO T-GS-PAG (WKS-GS-IDX)
                   MOVE WKS-ULT-FOLIO TO T-GS-TRF (WKS-GS-IDX)
                   ADD 1 TO WKS-TOT-GAS.

           PERFORM 2400-ESCRIBE-DET.

           ADD 1 TO WKS-TOT-DISP.
           ADD WKS-IMP-PAGO TO WKS-MTO-DISP.

           MOVE ECO-NOMBRE TO TES-REFERENCIA.
           PERFORM 2250-ANOTA-TESORERIA.

           MOVE "D" TO ECO-ESTADO.
           MOVE SPACES TO ECO-MOTIVO.
           REWRITE REG-ECO.
           MOVE "DISPERSADO" TO WKS-DT-RES.

       2250-ANOTA-TESORERIA.
           MOVE WKS-FECHA-HOY TO TES-FECHA.
           MOVE "DIS-CON "    TO TES-ORIGEN.
           MOVE "S"           TO TES-SENTIDO.
           MOVE "T"           TO TES-MEDIO.
           MOVE WKS-ID-BUS    TO TES-ID.
           MOVE WKS-IMP-PAGO  TO TES-IMPORTE.
           WRITE REG-TES.

      *    La transferencia queda en la bitacora como enviada antes
      *    de armar su DET.
       2300-ANOTA-TRANSFERENCIA.
           INITIALIZE REG-DTR.
           MOVE WKS-ULT-FOLIO   TO DTR-FOLIO.
           MOVE WKS-FECHA-HOY   TO DTR-FEC-ENVIO.
           MOVE WKS-ID-BUS      TO DTR-ID-CONS.
           MOVE WKS-NOM-TRF     TO DTR-NOMBRE.
           MOVE WKS-CLA-TRF     TO DTR-CLABE.
           MOVE WKS-ECO-FEC-TRF TO DTR-ECO-FECHA.
           COMPUTE DTR-NETO = WKS-IMP-PAGO - WKS-IMP-GAS.
           MOVE WKS-IMP-GAS     TO DTR-GASTOS.
           MOVE WKS-IMP-PAGO    TO DTR-IMPORTE.
           MOVE "E"             TO DTR-ESTADO.
           MOVE SPACES          TO DTR-MOTIVO.
           MOVE WKS-OPERADOR    TO DTR-OPERADOR.
           WRITE REG-DTR
               INVALID KEY
                   DISPLAY "FOLIO DE TRANSFERENCIA DUPLICADO "
                       DTR-FOLIO.

           IF WKS-FS-DTR NOT = "00"
               MOVE "ARC-DTR "  TO WKS-ERR-ARCHIVO
               MOVE "WRITE"     TO WKS-ERR-OPER
               MOVE WKS-FS-DTR  TO WKS-ERR-FS
               MOVE SPACES      TO WKS-ERR-LLAVE
               MOVE DTR-FOLIO   TO WKS-ERR-LLAVE
               PERFORM 9700-ANOTA-ERROR.

       2400-ESCRIBE-DET.
           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "DET" TO WKS-DET-MARCA.
           MOVE WKS-CLA-TRF   TO WKS-DET-CLABE.
           MOVE WKS-NOM-TRF   TO WKS-DET-NOMBRE.
           MOVE WKS-ULT-FOLIO TO WKS-DET-REFER.
           MOVE WKS-IMP-PAGO  TO WKS-DET-NETO.
           MOVE WKS-REG-TRAB TO REG-TRF.
           WRITE REG-TRF.

      *-------------------GASTOS DE VIAJE--------------------------*
      *    Consultores con gastos aprobados que no tuvieron renglon
      *    pendiente en ARC-ECO: un DET solo por los gastos.
       2600-GASTOS-SOLOS.
           IF T-GS-PAG (WKS-GS) = ZERO
               PERFORM 2650-DISPERSA-GASTOS.

       2650-DISPERSA-GASTOS.
           MOVE T-GS-ID (WKS-GS) TO WKS-ID-BUS.
           MOVE WKS-ID-BUS TO WKS-DT-ID.
           MOVE SPACES     TO WKS-DT-NOM.
           MOVE ZERO       TO WKS-DT-NETO.
           MOVE T-GS-IMP (WKS-GS) TO WKS-DT-GAS.

           PERFORM 1600-BUSCA-CONSULTOR.
           IF WKS-CNS-IDX = ZERO
               MOVE "NO CATALOGADO" TO WKS-DT-RES
               ADD 1 TO WKS-TOT-PEND
           ELSE
               MOVE T-CN-NOM (WKS-CNS-IDX) TO WKS-DT-NOM
               IF T-CN-CLA (WKS-CNS-IDX) = ZERO
                   MOVE "SIN CLABE" TO WKS-DT-RES
                   ADD 1 TO WKS-TOT-PEND
               ELSE
                   IF T-CN-REV (WKS-CNS-IDX) = "S"
                       MOVE "CLABE REVISION" TO WKS-DT-RES
                       ADD 1 TO WKS-TOT-PEND
                   ELSE
                       PERFORM 2700-GRABA-GASTOS.

           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

       2700-GRABA-GASTOS.
           ADD 1 TO WKS-ULT-FOLIO.
           MOVE T-GS-IMP (WKS-GS) TO WKS-IMP-PAGO.
           MOVE T-GS-IMP (WKS-GS) TO WKS-IMP-GAS.

           MOVE T-CN-NOM (WKS-CNS-IDX) TO WKS-NOM-TRF.
           MOVE T-CN-CLA (WKS-CNS-IDX) TO WKS-CLA-TRF.
           MOVE ZERO TO WKS-ECO-FEC-TRF.
           MOVE "2700-GRABA-GASTOS" TO WKS-ERR-PARRAFO.
           PERFORM 2300-ANOTA-TRANSFERENCIA.

           IF WKS-FS-DTR = "00"
               PERFORM 2710-ENVIA-GASTOS
           ELSE
               MOVE "FOLIO DUPLIC." TO WKS-DT-RES
               ADD 1 TO WKS-TOT-PEND.

       2710-ENVIA-GASTOS.
           MOVE 1 TO T-GS-PAG (WKS-GS).
           MOVE WKS-ULT-FOLIO TO T-GS-TRF (WKS-GS).
           ADD 1 TO WKS-TOT-GAS.

           PERFORM 2400-ESCRIBE-DET.

           ADD 1 TO WKS-TOT-DISP.
           ADD WKS-IMP-PAGO TO WKS-MTO-DISP.

           MOVE T-CN-NOM (WKS-CNS-IDX) TO TES-REFERENCIA.
           PERFORM 2250-ANOTA-TESORERIA.
           MOVE "SOLO GASTOS" TO WKS-DT-RES.

      *    Los gastos aprobados de los consultores que ya van en el
      *    archivo del banco quedan pagados con la fecha de hoy.
       2800-MARCA-PAGADOS.
           MOVE ZERO TO WKS-FIN-GAS.
           MOVE ZERO TO GAS-FOLIO.
           START ARC-GAS KEY IS NOT LESS THAN GAS-FOLIO
               INVALID KEY MOVE 1 TO WKS-FIN-GAS.

           PERFORM 2850-MARCA-UNO UNTIL WKS-FIN-GAS = 1.

       2850-MARCA-UNO.
           READ ARC-GAS NEXT
               AT END MOVE 1 TO WKS-FIN-GAS.

           IF WKS-FIN-GAS = ZERO AND GAS-APROBADO
               MOVE GAS-ID-CONS TO WKS-ID-BUS
               PERFORM 1950-BUSCA-GASTOS
               IF WKS-GS-IDX NOT = ZERO
                   IF T-GS-PAG (WKS-GS-IDX) = 1
                       MOVE "P"           TO GAS-ESTADO
                       MOVE WKS-FECHA-HOY TO GAS-FEC-PAGO
                       MOVE T-GS-TRF (WKS-GS-IDX) TO GAS-FOLIO-TRF
                       REWRITE REG-GAS.

       3000-FIN.
           IF WKS-FS-ECO = "35"
               PERFORM 3100-CIERRA-ARCHIVOS.

       3100-CIERRA-ARCHIVOS.
           PERFORM 2600-GASTOS-SOLOS
               VARYING WKS-GS FROM 1 BY 1 UNTIL WKS-GS > WKS-NUM-GS.

           IF WKS-FS-GAS NOT = "35"
               PERFORM 2800-MARCA-PAGADOS
               CLOSE ARC-GAS.

           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "TRL" TO WKS-TRL-MARCA.
           MOVE WKS-TOT-DISP TO WKS-TRL-REGS.

           CLOSE ARC-ECO.
           CLOSE ARC-TRF.
           CLOSE ARC-DTR.
           CLOSE ARC-TES.
           CLOSE REP-DIS.

           DISPLAY "DISPERSADOS: "     WKS-TOT-DISP.
           DISPLAY "PENDIENTES: "      WKS-TOT-PEND.
           DISPLAY "YA DISPERSADOS: "  WKS-TOT-YA.
           DISPLAY "CON GASTOS: "      WKS-TOT-GAS.

           IF WKS-TOT-ERRORES > ZERO
               DISPLAY "ERRORES DE ARCHIVO REGISTRADOS: "
                   WKS-TOT-ERRORES
               MOVE 8 TO RETURN-CODE.

      *    Falla de archivo al registro central de errores.
       9700-ANOTA-ERROR.
           CALL "ERR-ARC" USING WKS-ERR-PROG WKS-ERR-PARRAFO
               WKS-ERR-ARCHIVO WKS-ERR-OPER WKS-ERR-FS
               WKS-ERR-LLAVE.
           ADD 1 TO WKS-TOT-ERRORES.
