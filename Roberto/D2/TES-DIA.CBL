       IDENTIFICATION DIVISION.
       PROGRAM-ID. TES-DIA.
      *    Posicion diaria de tesoreria: pone lado a lado, por dia
      *    del mes, todo el dinero que entro y salio por los cinco
      *    caminos que tiene la empresa:
      *    - ESPERADO: lo capturado en la bitacora ARC-LOG que no
      *      nacio invalido (lo que debio entrar al cajon, igual que
      *      el sistema del corte de CORT-CAJ);
      *    - CAJA: lo contado al cerrar las sesiones de CORT-CAJ;
      *    - APLICADO: las lineas aplicadas de la bitacora, que son
      *      las que concilia CONC-DEP;
      *    - DEPOSITOS: el estado de cuenta del banco ARC-DEP;
      *    - DOMICILIADO: los cargos aceptados que posteo DOM-BAN;
      *    - SALIDAS: transferencias a consultores de DIS-CON,
      *      devoluciones de credito de baja de DEV-CRE, comisiones
      *      de COM-AGE y pago a profesores de NOM-PRF.
      *    Las tres ultimas salen de la bitacora de tesoreria
      *    ARC-TES. La posicion neta del dia es lo confirmado en el
      *    banco (depositos y domiciliados) menos las salidas, con
      *    su acumulado del mes. El dia en que la caja, lo aplicado
      *    y los depositos no son iguales sale marcado NO CUADRA.
      *    El mes lo puede pasar la corrida por ambiente (AAAAMM),
      *    igual que REC-MOR; si no, se toma el mes en curso.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-LOG ASSIGN TO DISK
               FILE STATUS IS WKS-FS-LOG.
      *    Sesiones de caja que mantiene CORT-CAJ.
           SELECT ARC-SES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-LLAVE
               FILE STATUS IS WKS-FS-SES.
           SELECT ARC-DEP ASSIGN TO DISK
               FILE STATUS IS WKS-FS-DEP.
           SELECT ARC-TES ASSIGN TO DISK
               FILE STATUS IS WKS-FS-TES.
           SELECT REP-TES ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-LOG.
           COPY REGLOG.

      *    Mismo registro que graba CORT-CAJ.
       FD ARC-SES.
       01 REG-SES.
           03 SES-LLAVE.
               05 SES-OPERADOR PIC X(08).
               05 SES-FECHA    PIC 9(08).
           03 SES-ESTADO   PIC X.
               88 SES-ABIERTA    VALUE "A".
               88 SES-CERRADA    VALUE "C".
           03 SES-HORA-ABRE  PIC 9(06).
           03 SES-HORA-CIER  PIC 9(06).
           03 SES-CONTADO    PIC 9(07)V99.
           03 SES-SISTEMA    PIC 9(07)V99.
           03 SES-DIFER      PIC S9(07)V99.

      *    Mismo registro que lee CONC-DEP.
       FD ARC-DEP.
       01 REG-DEP.
           03 DEP-FECHA    PIC 9(08).
           03 DEP-IMPORTE  PIC 9(09)V99.

       FD ARC-TES.
           COPY REGTES.

       FD REP-TES.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-FS-LOG        PIC XX.
       01 WKS-FS-SES        PIC XX.
       01 WKS-FS-DEP        PIC XX.
       01 WKS-FS-TES        PIC XX.

      *    El importe viaja despues de las letras de la linea, en
      *    pesos o con centavos segun su version, igual que en
      *    APLI-PAG.
           COPY LINCAP.

      *    Mes del reporte y fecha de cada movimiento, partida en
      *    mes y dia para saber si entra y en que renglon.
       01 WKS-PARM          PIC X(80).
       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).
       01 WKS-PERIODO.
           03 WKS-PER-ANIO  PIC 9(04).
           03 WKS-PER-MES   PIC 99.
       01 WKS-FECHA-MOV     PIC 9(08).
       01 WKS-FECHA-MOV-R REDEFINES WKS-FECHA-MOV.
           03 WKS-FM-PER    PIC 9(06).
           03 WKS-FM-DIA    PIC 99.
       01 WKS-ULT-DIA       PIC 99.
       01 WKS-BI-REM        PIC 9.
       01 WKS-J             PIC 9(04).

      *    Un renglon por dia del mes.
       01 T-POSICION.
           03 T-POS OCCURS 31 TIMES.
               05 T-PS-ESPERADO PIC 9(09)V99.
               05 T-PS-CAJA     PIC 9(09)V99.
               05 T-PS-APLICADO PIC 9(09)V99.
               05 T-PS-DEPOSITO PIC 9(09)V99.
               05 T-PS-DOMICIL  PIC 9(09)V99.
               05 T-PS-SALIDAS  PIC 9(09)V99.
               05 T-PS-HAY-MOV  PIC 9.

      *    Totales del mes y acumulado de la posicion neta.
       01 WKS-TOT-ESPERADO  PIC 9(09)V99 VALUE ZERO.
       01 WKS-TOT-CAJA      PIC 9(09)V99 VALUE ZERO.
       01 WKS-TOT-APLICADO  PIC 9(09)V99 VALUE ZERO.
       01 WKS-TOT-DEPOSITO  PIC 9(09)V99 VALUE ZERO.
       01 WKS-TOT-DOMICIL   PIC 9(09)V99 VALUE ZERO.
       01 WKS-TOT-SALIDAS   PIC 9(09)V99 VALUE ZERO.
       01 WKS-NETO          PIC S9(09)V99.
       01 WKS-ACUMULADO     PIC S9(09)V99 VALUE ZERO.
       01 WKS-TOT-DIAS      PIC 99 VALUE ZERO.
       01 WKS-TOT-NOCUADRA  PIC 99 VALUE ZERO.
       01 WKS-SES-ABIERTAS  PIC 9(04) VALUE ZERO.

       77 WKS-EOF           PIC 9.
       77 WKS-D             PIC 99.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(40) VALUE SPACES.
           03 FILLER         PIC X(38)
                   VALUE "POSICION DIARIA DE TESORERIA DEL MES ".
           03 WKS-ENC-MES    PIC X(10).
           03 FILLER         PIC X VALUE SPACE.
           03 WKS-ENC-ANIO   PIC 9(04).

       01 WKS-ENCC.
           03 FILLER         PIC X(04) VALUE "DIA".
           03 FILLER         PIC X(14) VALUE "     ESPERADO".
           03 FILLER         PIC X(14) VALUE "         CAJA".
           03 FILLER         PIC X(14) VALUE "     APLICADO".
           03 FILLER         PIC X(14) VALUE "    DEPOSITOS".
           03 FILLER         PIC X(14) VALUE "  DOMICILIADO".
           03 FILLER         PIC X(14) VALUE "      SALIDAS".
           03 FILLER         PIC X(15) VALUE "          NETO".
           03 FILLER         PIC X(16) VALUE "      ACUMULADO".
           03 FILLER         PIC X(10) VALUE " RESULTADO".

       01 WKS-DET1.
           03 WKS-DT-DIA     PIC Z9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-ESP     PIC $$,$$$,$$9.99.
           03 FILLER         PIC X VALUE SPACE.
           03 WKS-DT-CAJ     PIC $$,$$$,$$9.99.
           03 FILLER         PIC X VALUE SPACE.
           03 WKS-DT-APL     PIC $$,$$$,$$9.99.
           03 FILLER         PIC X VALUE SPACE.
           03 WKS-DT-DEP     PIC $$,$$$,$$9.99.
           03 FILLER         PIC X VALUE SPACE.
           03 WKS-DT-DOM     PIC $$,$$$,$$9.99.
           03 FILLER         PIC X VALUE SPACE.
           03 WKS-DT-SAL     PIC $$,$$$,$$9.99.
           03 FILLER         PIC X VALUE SPACE.
           03 WKS-DT-NETO    PIC $$,$$$,$$9.99-.
           03 FILLER         PIC X VALUE SPACE.
           03 WKS-DT-ACUM    PIC $$$,$$$,$$9.99-.
           03 FILLER         PIC X VALUE SPACE.
           03 WKS-DT-RES     PIC X(10).

       01 WKS-PIE.
           03 FILLER         PIC X(20) VALUE "DIAS CON MOVIMIENTO:".
           03 WKS-PIE-DIAS   PIC ZZ9.
           03 FILLER         PIC X(14) VALUE "  NO CUADRAN: ".
           03 WKS-PIE-NOC    PIC ZZ9.
           03 FILLER         PIC X(25)
                   VALUE "  SESIONES SIN CERRAR: ".
           03 WKS-PIE-ABI    PIC ZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-BITACORA.
           PERFORM 2200-SESIONES.
           PERFORM 2400-DEPOSITOS.
           PERFORM 2600-TESORERIA.
           PERFORM 3000-GENERA-REPORTE.
           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           DISPLAY "TES_DIA_PERIODO" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM NOT = SPACES
               MOVE WKS-PARM (1:6) TO WKS-PERIODO
           ELSE
               MOVE WKS-FECHA-HOY (1:6) TO WKS-PERIODO.

      *    Ultimo dia del mes, con febrero de ano bisiesto.
           DIVIDE WKS-PER-ANIO BY 4 GIVING WKS-J REMAINDER WKS-BI-REM.
           IF WKS-BI-REM = 0
               MOVE 29 TO T-DIA (2)
           ELSE
               MOVE 28 TO T-DIA (2).
           MOVE T-DIA (WKS-PER-MES) TO WKS-ULT-DIA.

           INITIALIZE T-POSICION.

      *-------------------BITACORA DE CAPTURA----------------------*
      *    Lo esperado cuenta toda linea que nacio valida; lo
      *    aplicado, solo la que quedo aplicada.
       2000-BITACORA.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-LOG.
           IF WKS-FS-LOG = "35"
               DISPLAY "NO EXISTE LA BITACORA ARC-LOG"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-LOG
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 2050-REVISA-LINEA UNTIL WKS-EOF = 1.

           IF WKS-FS-LOG NOT = "35"
               CLOSE ARC-LOG.

       2050-REVISA-LINEA.
           MOVE ZERO TO WKS-FECHA-MOV.
           STRING "20" DELIMITED BY SIZE
                  LOG-FECHA DELIMITED BY SIZE
                  INTO WKS-FECHA-MOV.
           PERFORM 2900-VALIDA-DIA.

           IF WKS-D NOT = ZERO AND LOG-ESTADO NOT = "INVALIDA"
               MOVE LOG-LINEA TO WKS-LINEA-CAP
               PERFORM 2100-IMPORTE-LINEA
               ADD WKS-CAP-IMPORTE TO T-PS-ESPERADO (WKS-D)
               MOVE 1 TO T-PS-HAY-MOV (WKS-D)
               IF LOG-ESTADO = "APLICADA"
                   ADD WKS-CAP-IMPORTE TO T-PS-APLICADO (WKS-D).

           READ ARC-LOG
               AT END MOVE 1 TO WKS-EOF.

      *    La linea larga (marca de version 2) trae el importe con
      *    centavos; la corta, en pesos enteros.
       2100-IMPORTE-LINEA.
           IF LINEA-LARGA
               MOVE WKS-CL-IMPORTE TO WKS-CAP-IMPORTE
           ELSE
               MOVE WKS-CC-IMPORTE TO WKS-CAP-IMPORTE.

      *-------------------SESIONES DE CAJA-------------------------*
      *    Solo la sesion cerrada trae lo contado; la abierta se
      *    cuenta para el pie del reporte.
       2200-SESIONES.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-SES.
           IF WKS-FS-SES = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               MOVE LOW-VALUES TO SES-LLAVE
               START ARC-SES KEY IS GREATER THAN SES-LLAVE
                   INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 2250-REVISA-SESION UNTIL WKS-EOF = 1.

           IF WKS-FS-SES NOT = "35"
               CLOSE ARC-SES.

       2250-REVISA-SESION.
           READ ARC-SES NEXT
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO
               MOVE SES-FECHA TO WKS-FECHA-MOV
               PERFORM 2900-VALIDA-DIA
               IF WKS-D NOT = ZERO
                   IF SES-CERRADA
                       ADD SES-CONTADO TO T-PS-CAJA (WKS-D)
                       MOVE 1 TO T-PS-HAY-MOV (WKS-D)
                   ELSE
                       ADD 1 TO WKS-SES-ABIERTAS.

      *-------------------DEPOSITOS DEL BANCO----------------------*
       2400-DEPOSITOS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-DEP.
           IF WKS-FS-DEP = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE DEPOSITOS ARC-DEP"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-DEP
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 2450-REVISA-DEPOSITO UNTIL WKS-EOF = 1.

           IF WKS-FS-DEP NOT = "35"
               CLOSE ARC-DEP.

       2450-REVISA-DEPOSITO.
           MOVE DEP-FECHA TO WKS-FECHA-MOV.
           PERFORM 2900-VALIDA-DIA.

           IF WKS-D NOT = ZERO
               ADD DEP-IMPORTE TO T-PS-DEPOSITO (WKS-D)
               MOVE 1 TO T-PS-HAY-MOV (WKS-D).

           READ ARC-DEP
               AT END MOVE 1 TO WKS-EOF.

      *-------------------BITACORA DE TESORERIA--------------------*
      *    Entradas: cargos domiciliados de DOM-BAN. Salidas:
      *    transferencias de DIS-CON y devoluciones de DEV-CRE.
       2600-TESORERIA.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-TES.
           IF WKS-FS-TES = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-TES
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 2650-REVISA-TESORERIA UNTIL WKS-EOF = 1.

           IF WKS-FS-TES NOT = "35"
               CLOSE ARC-TES.

       2650-REVISA-TESORERIA.
           MOVE TES-FECHA TO WKS-FECHA-MOV.
           PERFORM 2900-VALIDA-DIA.

           IF WKS-D NOT = ZERO
               MOVE 1 TO T-PS-HAY-MOV (WKS-D)
               IF TES-ENTRADA
                   ADD TES-IMPORTE TO T-PS-DOMICIL (WKS-D)
               ELSE
                   ADD TES-IMPORTE TO T-PS-SALIDAS (WKS-D).

           READ ARC-TES
               AT END MOVE 1 TO WKS-EOF.

      *    Deja en WKS-D el dia del movimiento si es del mes del
      *    reporte, o cero si no entra.
       2900-VALIDA-DIA.
           MOVE ZERO TO WKS-D.
           IF WKS-FM-PER = WKS-PERIODO
               IF WKS-FM-DIA > ZERO AND WKS-FM-DIA NOT > WKS-ULT-DIA
                   MOVE WKS-FM-DIA TO WKS-D.

      *-------------------REPORTE----------------------------------*
       3000-GENERA-REPORTE.
           OPEN OUTPUT REP-TES.

           MOVE T-MES (WKS-PER-MES) TO WKS-ENC-MES.
           MOVE WKS-PER-ANIO TO WKS-ENC-ANIO.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

           PERFORM 3100-IMPRIME-DIA
               VARYING WKS-D FROM 1 BY 1 UNTIL WKS-D > WKS-ULT-DIA.

           PERFORM 3200-IMPRIME-TOTALES.

           CLOSE REP-TES.

           DISPLAY "POSICION DE TESORERIA DEL MES " WKS-PERIODO.
           DISPLAY "DIAS CON MOVIMIENTO: " WKS-TOT-DIAS
               " NO CUADRAN: " WKS-TOT-NOCUADRA.

      *    El dia sin ningun movimiento no se imprime.
       3100-IMPRIME-DIA.
           IF T-PS-HAY-MOV (WKS-D) = 1
               PERFORM 3150-DETALLE-DIA.

       3150-DETALLE-DIA.
           ADD 1 TO WKS-TOT-DIAS.
           COMPUTE WKS-NETO = T-PS-DEPOSITO (WKS-D)
               + T-PS-DOMICIL (WKS-D) - T-PS-SALIDAS (WKS-D).
           ADD WKS-NETO TO WKS-ACUMULADO.

           ADD T-PS-ESPERADO (WKS-D) TO WKS-TOT-ESPERADO.
           ADD T-PS-CAJA (WKS-D)     TO WKS-TOT-CAJA.
           ADD T-PS-APLICADO (WKS-D) TO WKS-TOT-APLICADO.
           ADD T-PS-DEPOSITO (WKS-D) TO WKS-TOT-DEPOSITO.
           ADD T-PS-DOMICIL (WKS-D)  TO WKS-TOT-DOMICIL.
           ADD T-PS-SALIDAS (WKS-D)  TO WKS-TOT-SALIDAS.

           MOVE WKS-D                TO WKS-DT-DIA.
           MOVE T-PS-ESPERADO (WKS-D) TO WKS-DT-ESP.
           MOVE T-PS-CAJA (WKS-D)     TO WKS-DT-CAJ.
           MOVE T-PS-APLICADO (WKS-D) TO WKS-DT-APL.
           MOVE T-PS-DEPOSITO (WKS-D) TO WKS-DT-DEP.
           MOVE T-PS-DOMICIL (WKS-D)  TO WKS-DT-DOM.
           MOVE T-PS-SALIDAS (WKS-D)  TO WKS-DT-SAL.
           MOVE WKS-NETO              TO WKS-DT-NETO.
           MOVE WKS-ACUMULADO         TO WKS-DT-ACUM.

      *    Caja, aplicado y deposito deben ser el mismo dinero.
           IF T-PS-CAJA (WKS-D) = T-PS-APLICADO (WKS-D)
                   AND T-PS-APLICADO (WKS-D) = T-PS-DEPOSITO (WKS-D)
               MOVE "CUADRA" TO WKS-DT-RES
           ELSE
               MOVE "NO CUADRA" TO WKS-DT-RES
               ADD 1 TO WKS-TOT-NOCUADRA.

           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

       3200-IMPRIME-TOTALES.
           MOVE ZERO             TO WKS-DT-DIA.
           MOVE WKS-TOT-ESPERADO TO WKS-DT-ESP.
           MOVE WKS-TOT-CAJA     TO WKS-DT-CAJ.
           MOVE WKS-TOT-APLICADO TO WKS-DT-APL.
           MOVE WKS-TOT-DEPOSITO TO WKS-DT-DEP.
           MOVE WKS-TOT-DOMICIL  TO WKS-DT-DOM.
           MOVE WKS-TOT-SALIDAS  TO WKS-DT-SAL.
           MOVE WKS-ACUMULADO    TO WKS-DT-NETO.
           MOVE WKS-ACUMULADO    TO WKS-DT-ACUM.
           MOVE "TOTAL MES"      TO WKS-DT-RES.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE WKS-TOT-DIAS     TO WKS-PIE-DIAS.
           MOVE WKS-TOT-NOCUADRA TO WKS-PIE-NOC.
           MOVE WKS-SES-ABIERTAS TO WKS-PIE-ABI.
           MOVE WKS-PIE TO LINEA.
           WRITE LINEA AFTER 2.
