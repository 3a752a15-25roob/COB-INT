       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACT-OPE.
      *    Actividad consolidada de un operador: junta, en orden de
      *    fecha y hora, todo lo que el operador firmado (FIRMA) dejo
      *    en las pistas del sistema dentro de un rango de fechas:
      *      ARC-SEG  firmas de entrada (SEG-OPE);
      *      ARC-AUD  mantenimiento de clientes (REP-AUD);
      *      ARC-AUH  cambios al horario (REP-AUH);
      *      ARC-AUC  movimientos supervisados de cartera;
      *      ARC-AUF  parametros de finanzas (MANT-FIN);
      *      ARC-CAS  castigos; ARC-CON condonaciones;
      *      ARC-GES  gestiones de cobranza;
      *      ARC-LOG  lineas de pago capturadas (sin hora);
      *      ARC-TPD  cambios de tarifa capturados y aprobados;
      *      ARC-SEH  aperturas y cierres de sesion de caja;
      *      ARC-AUT  cambios de tarifa de asignaciones (MANT-TAS).
      *    Las pistas sin hora salen a las 000000 de su dia.
      *    Cierra con la hoja de excepciones de segregacion de
      *    funciones del mismo operador:
      *      - reverso (REVPAG en ARC-AUC) del pago de un cliente
      *        cuya linea reversada capturo el mismo operador;
      *      - cambio de tarifa capturado y aprobado por el mismo
      *        operador;
      *      - sesion de caja de otro cajero que el operador abrio
      *        y cerro.
      *    Es de auditoria: pide firma de nivel 3 y no toca ningun
      *    archivo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-SEG ASSIGN TO DISK
               FILE STATUS IS WKS-FS-SEG.
           SELECT ARC-AUD ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUD.
           SELECT ARC-AUH ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUH.
           SELECT ARC-AUC ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUC.
           SELECT ARC-AUF ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUF.
           SELECT ARC-CAS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CAS.
           SELECT ARC-CON ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CON.
           SELECT ARC-GES ASSIGN TO DISK
               FILE STATUS IS WKS-FS-GES.
           SELECT ARC-LOG ASSIGN TO DISK
               FILE STATUS IS WKS-FS-LOG.
           SELECT ARC-TPD ASSIGN TO DISK
               FILE STATUS IS WKS-FS-TPD.
           SELECT ARC-SEH ASSIGN TO DISK
               FILE STATUS IS WKS-FS-SEH.
           SELECT ARC-AUT ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUT.
           SELECT REP-ACT ASSIGN TO PRINTER.
           SELECT SOR-TEM ASSIGN TO SORT.
       DATA DIVISION.
       FILE SECTION.
      *    Mismo registro que graba FIRMA.
       FD ARC-SEG.
       01 REG-SEG.
           03 SEG-FECHA    PIC 9(08).
           03 SEG-HORA     PIC 9(06).
           03 SEG-OPERADOR PIC X(08).
           03 SEG-PROGRAMA PIC X(08).
           03 SEG-RESULT   PIC X(10).

       FD ARC-AUD.
           COPY REGAUD.

      *    Mismo registro que graba TBID-HOR.
       FD ARC-AUH.
       01 REG-AUH.
           03 AUH-FECHA     PIC 9(08).
           03 AUH-HORA      PIC 9(06).
           03 AUH-OPERADOR  PIC X(08).
           03 AUH-CICLO     PIC X(05).
           03 AUH-GRUPO     PIC X(03).
           03 AUH-MATERIA   PIC X(04).
           03 AUH-DIA       PIC X(09).
           03 AUH-HORA-ANT  PIC 9999.
           03 AUH-AULA-ANT  PIC X(06).
           03 AUH-PROF-ANT  PIC X(15).
           03 AUH-HORA-DES  PIC 9999.
           03 AUH-AULA-DES  PIC X(06).
           03 AUH-PROF-DES  PIC X(15).

       FD ARC-AUC.
           COPY REGAUC.

      *    Mismo registro que graba MANT-FIN.
       FD ARC-AUF.
       01 REG-AUF.
           03 AUF-FECHA    PIC 9(08).
           03 AUF-OPERADOR PIC X(08).
           03 AUF-HORA     PIC 9(06).
           03 AUF-OPER     PIC X(06).
           03 AUF-ANTES    PIC X(40).
           03 AUF-DESPUES  PIC X(40).

      *    Mismo registro que graba CAST-CXC.
       FD ARC-CAS.
       01 REG-CAS.
           03 CAS-FECHA      PIC 9(08).
           03 CAS-OPERADOR   PIC X(08).
           03 CAS-ID-CLIENTE PIC 9(06).
           03 CAS-ANIO       PIC 9(04).
           03 CAS-TIPO       PIC 9.
           03 CAS-PARC       PIC 99.
           03 CAS-IMPORTE    PIC 9(05)V99.
           03 CAS-MOTIVO     PIC 99.

      *    Mismo registro que graba COND-REC.
       FD ARC-CON.
       01 REG-CON.
           03 CON-FECHA      PIC 9(08).
           03 CON-OPERADOR   PIC X(08).
           03 CON-ID-CLIENTE PIC 9(06).
           03 CON-ANIO       PIC 9(04).
           03 CON-PARC       PIC 99.
           03 CON-IMPORTE    PIC 9(05)V99.
           03 CON-MOTIVO     PIC 99.

      *    Mismo registro que graba GEST-CXC; el colector es el
      *    operador firmado.
       FD ARC-GES.
       01 REG-GES.
           03 GES-ID-CLIENTE PIC 9(06).
           03 GES-ANIO       PIC 9(04).
           03 GES-TIPO       PIC 9.
           03 GES-PARC       PIC 99.
           03 GES-FECHA      PIC 9(08).
           03 GES-COLECTOR   PIC X(08).
           03 GES-ACCION     PIC X.
               88 GES-LLAMADA     VALUE "L".
               88 GES-PROMESA     VALUE "P".
               88 GES-DISPUTA     VALUE "D".
           03 GES-FEC-PROM   PIC 9(08).
           03 GES-ESTADO     PIC X.
               88 GES-ABIERTA     VALUE "A".
               88 GES-CUMPLIDA    VALUE "C".
               88 GES-ROTA        VALUE "R".

       FD ARC-LOG.
           COPY REGLOG.

       FD ARC-TPD.
           COPY REGTPD.

       FD ARC-SEH.
           COPY REGSEH.

       FD ARC-AUT.
           COPY REGAUT.

       FD REP-ACT.
       01 LINEA          PIC X(132).

       SD SOR-TEM.
       01 SREG-ACT.
           03 SFECHA         PIC 9(08).
           03 SHORA          PIC 9(06).
           03 SARCHIVO       PIC X(08).
           03 SACCION        PIC X(10).
           03 SDETALLE       PIC X(60).

       WORKING-STORAGE SECTION.
       01 WKS-FS-SEG        PIC XX.
       01 WKS-FS-AUD        PIC XX.
       01 WKS-FS-AUH        PIC XX.
       01 WKS-FS-AUC        PIC XX.
       01 WKS-FS-AUF        PIC XX.
       01 WKS-FS-CAS        PIC XX.
       01 WKS-FS-CON        PIC XX.
       01 WKS-FS-GES        PIC XX.
       01 WKS-FS-LOG        PIC XX.
       01 WKS-FS-TPD        PIC XX.
       01 WKS-FS-SEH        PIC XX.
       01 WKS-FS-AUT        PIC XX.
       01 WKS-EOF           PIC 9.

      *    Firma de operador (subprograma FIRMA): la consulta de la
      *    actividad de otro operador es de auditoria, nivel 3.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "ACT-OPE".

      *    Parametros de la consulta.
       01 WKS-OPE-CAP       PIC X(08).
       01 WKS-DESDE         PIC 9(08).
       01 WKS-HASTA         PIC 9(08).
       01 WKS-PARAM-OK      PIC X VALUE "N".
           88 PARAMETROS-OK       VALUE "S".

       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).
      *    La bitacora de lineas guarda la fecha en AAMMDD.
       01 WKS-FECHA-LOG     PIC 9(08).
       01 WKS-ID-DET        PIC X(06).
       01 WKS-LLAVE-DET     PIC X(13).
      *    Llave del renglon de ARC-TAS (antes en la baja).
       01 WKS-LLAVE-AUT     PIC X(22).
       01 WKS-IMP-DET       PIC ZZ,ZZ9.99.

      *    Movimientos por pista, en el orden de WKS-NOM-PISTAS.
       01 WKS-NOM-PISTAS.
           03 FILLER    PIC X(08) VALUE "ARC-SEG".
           03 FILLER    PIC X(08) VALUE "ARC-AUD".
           03 FILLER    PIC X(08) VALUE "ARC-AUH".
           03 FILLER    PIC X(08) VALUE "ARC-AUC".
           03 FILLER    PIC X(08) VALUE "ARC-AUF".
           03 FILLER    PIC X(08) VALUE "ARC-CAS".
           03 FILLER    PIC X(08) VALUE "ARC-CON".
           03 FILLER    PIC X(08) VALUE "ARC-GES".
           03 FILLER    PIC X(08) VALUE "ARC-LOG".
           03 FILLER    PIC X(08) VALUE "ARC-TPD".
           03 FILLER    PIC X(08) VALUE "ARC-SEH".
           03 FILLER    PIC X(08) VALUE "ARC-AUT".
       01 T-NOM-PISTAS REDEFINES WKS-NOM-PISTAS.
           03 T-PISTA OCCURS 12 TIMES PIC X(08).

       01 T-CUENTAS.
           03 T-CTA OCCURS 12 TIMES PIC 9(05).
       01 WKS-P             PIC 99.
       01 WKS-TOT-MOVS      PIC 9(06) VALUE ZERO.

      *    Segregacion de funciones: lineas que el operador capturo
      *    y quedaron REVERSADAS (cualquier fecha), y reversos de
      *    pago que el operador hizo dentro del rango.
       01 WKS-MAX-LRV       PIC 999 VALUE 200.
       01 WKS-NUM-LRV       PIC 999 VALUE ZERO.
       01 T-LIN-REVERSADAS.
           03 T-LRV OCCURS 200 TIMES.
               05 T-LR-CLIENTE PIC X(06).
               05 T-LR-LINEA   PIC X(18).
               05 T-LR-FECHA   PIC 9(08).

       01 WKS-MAX-REV       PIC 999 VALUE 200.
       01 WKS-NUM-REV       PIC 999 VALUE ZERO.
       01 T-REVERSOS.
           03 T-REV OCCURS 200 TIMES.
               05 T-RV-LLAVE   PIC X(13).
               05 T-RV-FECHA   PIC 9(08).

      *    Cambios de tarifa capturados y aprobados por el operador.
       01 WKS-MAX-TAR       PIC 99 VALUE 50.
       01 WKS-NUM-TAR       PIC 99 VALUE ZERO.
       01 T-TARIFAS.
           03 T-TAR OCCURS 50 TIMES.
               05 T-TA-TIPO    PIC X.
               05 T-TA-CLA     PIC 9.
               05 T-TA-FEC-EFE PIC 9(08).
               05 T-TA-FEC-APR PIC 9(08).

      *    Sesiones de otros cajeros en que el operador actuo, con
      *    marca de apertura y de cierre.
       01 WKS-MAX-SES       PIC 999 VALUE 100.
       01 WKS-NUM-SES       PIC 999 VALUE ZERO.
       01 WKS-SES-IDX       PIC 999.
       01 T-SESIONES.
           03 T-SES OCCURS 100 TIMES.
               05 T-SS-OPERADOR PIC X(08).
               05 T-SS-FECHA    PIC 9(08).
               05 T-SS-ABRIO    PIC X.
               05 T-SS-CERRO    PIC X.

       01 WKS-TOT-EXCEP     PIC 9(04) VALUE ZERO.

       77 WKS-I             PIC 999.
       77 WKS-J             PIC 999.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(44)
                   VALUE "ACTIVIDAD CONSOLIDADA DE OPERADOR".

       01 WKS-ENCB.
           03 FILLER         PIC X(10) VALUE "OPERADOR: ".
           03 WKS-ENCB-OPE   PIC X(08).
           03 FILLER         PIC X(09) VALUE "  DESDE: ".
           03 WKS-ENCB-DES   PIC 9(08).
           03 FILLER         PIC X(09) VALUE "  HASTA: ".
           03 WKS-ENCB-HAS   PIC 9(08).
           03 FILLER         PIC X(13) VALUE "  EMITIDO: ".
           03 WKS-ENCB-HOY   PIC 9(08).
           03 FILLER         PIC X(06) VALUE " POR: ".
           03 WKS-ENCB-AUD   PIC X(08).

       01 WKS-ENCC.
           03 FILLER         PIC X(10) VALUE "FECHA".
           03 FILLER         PIC X(08) VALUE "HORA".
           03 FILLER         PIC X(10) VALUE "PISTA".
           03 FILLER         PIC X(12) VALUE "ACCION".
           03 FILLER         PIC X(60) VALUE "DETALLE".

       01 WKS-DET1.
           03 WKS-DT-FECHA   PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-HORA    PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-PISTA   PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-ACCION  PIC X(10).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-DETALLE PIC X(60).

       01 WKS-LIN-CTA.
           03 FILLER         PIC X(10) VALUE "PISTA ".
           03 WKS-LC-PISTA   PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-LC-CTA     PIC ZZ,ZZ9.

       01 WKS-PIE1.
           03 FILLER         PIC X(24)
               VALUE "MOVIMIENTOS DEL RANGO: ".
           03 WKS-PIE-MOV    PIC ZZZ,ZZ9.

       01 WKS-ENC-SOD.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(44)
                   VALUE "EXCEPCIONES DE SEGREGACION DE FUNCIONES".

       01 WKS-SOD-PAGO.
           03 FILLER         PIC X(26)
               VALUE "CAPTURO Y REVERSO PAGO - ".
           03 FILLER         PIC X(08) VALUE "PARTIDA ".
           03 WKS-SP-LLAVE   PIC X(13).
           03 FILLER         PIC X(12) VALUE " REVERSO EL ".
           03 WKS-SP-FEC-REV PIC 9(08).
           03 FILLER         PIC X(08) VALUE " LINEA ".
           03 WKS-SP-LINEA   PIC X(18).
           03 FILLER         PIC X(13) VALUE " CAPTURADA EL".
           03 FILLER         PIC X(01) VALUE SPACE.
           03 WKS-SP-FEC-CAP PIC 9(08).

       01 WKS-SOD-TARIFA.
           03 FILLER         PIC X(34)
               VALUE "CAPTURO Y APROBO CAMBIO DE TARIFA ".
           03 FILLER         PIC X(06) VALUE "TIPO ".
           03 WKS-ST-TIPO    PIC X.
           03 FILLER         PIC X(08) VALUE "  CLASE ".
           03 WKS-ST-CLA     PIC 9.
           03 FILLER         PIC X(12) VALUE "  EFECTIVA ".
           03 WKS-ST-FEC-EFE PIC 9(08).
           03 FILLER         PIC X(13) VALUE "  APROBADA EL".
           03 FILLER         PIC X(01) VALUE SPACE.
           03 WKS-ST-FEC-APR PIC 9(08).

       01 WKS-SOD-CAJA.
           03 FILLER         PIC X(38)
               VALUE "ABRIO Y CERRO SESION DE CAJA AJENA - ".
           03 FILLER         PIC X(08) VALUE "CAJERO ".
           03 WKS-SC-OPE     PIC X(08).
           03 FILLER         PIC X(07) VALUE "  DEL ".
           03 WKS-SC-FECHA   PIC 9(08).

       01 WKS-SIN-EXC.
           03 FILLER         PIC X(40)
               VALUE "SIN EXCEPCIONES EN EL RANGO.".

       01 WKS-PIE-SOD.
           03 FILLER         PIC X(14) VALUE "EXCEPCIONES: ".
           03 WKS-PIE-EXC    PIC Z,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.

           IF PARAMETROS-OK
               SORT SOR-TEM
               ASCENDING SFECHA SHORA
               INPUT PROCEDURE 2000-JUNTA-PISTAS
               OUTPUT PROCEDURE 3000-IMPRIME-ACTIVIDAD
               PERFORM 4000-SEGREGACION
               PERFORM 5000-FIN.

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

           DISPLAY SPACES ERASE.
           DISPLAY "ACTIVIDAD CONSOLIDADA DE OPERADOR"
               LINE 01 POSITION 24.
           DISPLAY "OPERADOR A CONSULTAR: " LINE 04 POSITION 10.
           ACCEPT WKS-OPE-CAP LINE 04 POSITION 40.
           DISPLAY "DESDE (AAAAMMDD): "     LINE 05 POSITION 10.
           ACCEPT WKS-DESDE LINE 05 POSITION 40.
           DISPLAY "HASTA (AAAAMMDD): "     LINE 06 POSITION 10.
           ACCEPT WKS-HASTA LINE 06 POSITION 40.

           IF WKS-OPE-CAP = SPACES
               DISPLAY "FALTA EL OPERADOR" LINE 10 POSITION 10
           ELSE
               IF WKS-DESDE = ZERO OR WKS-HASTA < WKS-DESDE
                   DISPLAY "RANGO DE FECHAS INVALIDO"
                       LINE 10 POSITION 10
               ELSE
                   MOVE "S" TO WKS-PARAM-OK.

           IF PARAMETROS-OK
               INITIALIZE T-CUENTAS
               OPEN OUTPUT REP-ACT
               MOVE WKS-ENCA TO LINEA
               WRITE LINEA AFTER PAGE
               MOVE WKS-OPE-CAP   TO WKS-ENCB-OPE
               MOVE WKS-DESDE     TO WKS-ENCB-DES
               MOVE WKS-HASTA     TO WKS-ENCB-HAS
               MOVE WKS-FECHA-HOY TO WKS-ENCB-HOY
               MOVE WKS-OPERADOR  TO WKS-ENCB-AUD
               MOVE WKS-ENCB TO LINEA
               WRITE LINEA AFTER 2
               MOVE WKS-ENCC TO LINEA
               WRITE LINEA AFTER 2.

      *-------------------ENTRADA AL SORT--------------------------*
      *    Cada pista se lee completa; pasa al sort lo del operador
      *    dentro del rango. Una pista que no existe se brinca.
       2000-JUNTA-PISTAS.
           PERFORM 2100-LEE-SEG.
           PERFORM 2200-LEE-AUD.
           PERFORM 2300-LEE-AUH.
           PERFORM 2400-LEE-AUC.
           PERFORM 2500-LEE-AUF.
           PERFORM 2600-LEE-CAS.
           PERFORM 2700-LEE-CON.
           PERFORM 2800-LEE-GES.
           PERFORM 2900-LEE-LOG.
           PERFORM 2950-LEE-TPD.
           PERFORM 2980-LEE-SEH.
           PERFORM 2940-LEE-AUT.

       2100-LEE-SEG.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-SEG.
           IF WKS-FS-SEG NOT = "35"
               READ ARC-SEG
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2110-REVISA-SEG UNTIL WKS-EOF = 1
               CLOSE ARC-SEG.

       2110-REVISA-SEG.
           IF SEG-OPERADOR = WKS-OPE-CAP
                   AND SEG-FECHA NOT < WKS-DESDE
                   AND SEG-FECHA NOT > WKS-HASTA
               MOVE 1 TO WKS-P
               MOVE SEG-FECHA TO SFECHA
               MOVE SEG-HORA  TO SHORA
               MOVE "FIRMA"   TO SACCION
               MOVE SPACES    TO SDETALLE
               STRING "PROGRAMA " DELIMITED BY SIZE
                      SEG-PROGRAMA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SEG-RESULT DELIMITED BY SIZE
                      INTO SDETALLE
               PERFORM 2990-LIBERA.

           READ ARC-SEG
               AT END MOVE 1 TO WKS-EOF.

       2200-LEE-AUD.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-AUD.
           IF WKS-FS-AUD NOT = "35"
               READ ARC-AUD
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2210-REVISA-AUD UNTIL WKS-EOF = 1
               CLOSE ARC-AUD.

      *    El alta trae la imagen anterior en espacios y la baja
      *    trae el cliente en la anterior.
       2210-REVISA-AUD.
           IF AUD-OPERADOR = WKS-OPE-CAP
                   AND AUD-FECHA NOT < WKS-DESDE
                   AND AUD-FECHA NOT > WKS-HASTA
               MOVE 2 TO WKS-P
               MOVE AUD-FECHA TO SFECHA
               MOVE AUD-HORA  TO SHORA
               MOVE AUD-OPER  TO SACCION
               MOVE AUD-DESPUES (1:6) TO WKS-ID-DET
               IF WKS-ID-DET = SPACES
                   MOVE AUD-ANTES (1:6) TO WKS-ID-DET
               END-IF
               MOVE SPACES    TO SDETALLE
               STRING "CLIENTE " DELIMITED BY SIZE
                      WKS-ID-DET DELIMITED BY SIZE
                      INTO SDETALLE
               PERFORM 2990-LIBERA.

           READ ARC-AUD
               AT END MOVE 1 TO WKS-EOF.

       2300-LEE-AUH.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-AUH.
           IF WKS-FS-AUH NOT = "35"
               READ ARC-AUH
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2310-REVISA-AUH UNTIL WKS-EOF = 1
               CLOSE ARC-AUH.

       2310-REVISA-AUH.
           IF AUH-OPERADOR = WKS-OPE-CAP
                   AND AUH-FECHA NOT < WKS-DESDE
                   AND AUH-FECHA NOT > WKS-HASTA
               MOVE 3 TO WKS-P
               MOVE AUH-FECHA TO SFECHA
               MOVE AUH-HORA  TO SHORA
               MOVE "HORARIO" TO SACCION
               MOVE SPACES    TO SDETALLE
               STRING "CICLO " DELIMITED BY SIZE
                      AUH-CICLO DELIMITED BY SIZE
                      " GRUPO " DELIMITED BY SIZE
                      AUH-GRUPO DELIMITED BY SIZE
                      " MATERIA " DELIMITED BY SIZE
                      AUH-MATERIA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AUH-DIA DELIMITED BY SIZE
                      INTO SDETALLE
               PERFORM 2990-LIBERA.

           READ ARC-AUH
               AT END MOVE 1 TO WKS-EOF.

       2400-LEE-AUC.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-AUC.
           IF WKS-FS-AUC NOT = "35"
               READ ARC-AUC
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2410-REVISA-AUC UNTIL WKS-EOF = 1
               CLOSE ARC-AUC.

      *    Los reversos de pago del rango se guardan tambien para la
      *    hoja de segregacion.
       2410-REVISA-AUC.
           IF AUC-OPERADOR = WKS-OPE-CAP
                   AND AUC-FECHA NOT < WKS-DESDE
                   AND AUC-FECHA NOT > WKS-HASTA
               MOVE 4 TO WKS-P
               MOVE AUC-FECHA TO SFECHA
               MOVE AUC-HORA  TO SHORA
               MOVE AUC-OPER  TO SACCION
               MOVE AUC-ANTES (1:13) TO WKS-LLAVE-DET
               IF WKS-LLAVE-DET = SPACES
                   MOVE AUC-DESPUES (1:13) TO WKS-LLAVE-DET
               END-IF
               MOVE SPACES    TO SDETALLE
               STRING "PARTIDA " DELIMITED BY SIZE
                      WKS-LLAVE-DET DELIMITED BY SIZE
                      INTO SDETALLE
               PERFORM 2990-LIBERA
               IF AUC-OPER = "REVPAG"
                   PERFORM 2420-GUARDA-REVERSO.

           READ ARC-AUC
               AT END MOVE 1 TO WKS-EOF.

       2420-GUARDA-REVERSO.
           IF WKS-NUM-REV < WKS-MAX-REV
               ADD 1 TO WKS-NUM-REV
               MOVE WKS-LLAVE-DET TO T-RV-LLAVE (WKS-NUM-REV)
               MOVE AUC-FECHA     TO T-RV-FECHA (WKS-NUM-REV)
           ELSE
               DISPLAY "TABLA DE REVERSOS LLENA, SE OMITE "
                   WKS-LLAVE-DET.

       2500-LEE-AUF.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-AUF.
           IF WKS-FS-AUF NOT = "35"
               READ ARC-AUF
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2510-REVISA-AUF UNTIL WKS-EOF = 1
               CLOSE ARC-AUF.

       2510-REVISA-AUF.
           IF AUF-OPERADOR = WKS-OPE-CAP
                   AND AUF-FECHA NOT < WKS-DESDE
                   AND AUF-FECHA NOT > WKS-HASTA
               MOVE 5 TO WKS-P
               MOVE AUF-FECHA TO SFECHA
               MOVE AUF-HORA  TO SHORA
               MOVE AUF-OPER  TO SACCION
               MOVE SPACES    TO SDETALLE
               STRING AUF-ANTES (1:29) DELIMITED BY SIZE
                      " > " DELIMITED BY SIZE
                      AUF-DESPUES (1:28) DELIMITED BY SIZE
                      INTO SDETALLE
               PERFORM 2990-LIBERA.

           READ ARC-AUF
               AT END MOVE 1 TO WKS-EOF.

       2600-LEE-CAS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CAS.
           IF WKS-FS-CAS NOT = "35"
               READ ARC-CAS
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2610-REVISA-CAS UNTIL WKS-EOF = 1
               CLOSE ARC-CAS.

       2610-REVISA-CAS.
           IF CAS-OPERADOR = WKS-OPE-CAP
                   AND CAS-FECHA NOT < WKS-DESDE
                   AND CAS-FECHA NOT > WKS-HASTA
               MOVE 6 TO WKS-P
               MOVE CAS-FECHA TO SFECHA
               MOVE ZERO      TO SHORA
               MOVE "CASTIGO" TO SACCION
               MOVE CAS-IMPORTE TO WKS-IMP-DET
               MOVE SPACES    TO SDETALLE
               STRING "PARTIDA " DELIMITED BY SIZE
                      CAS-ID-CLIENTE DELIMITED BY SIZE
                      CAS-ANIO DELIMITED BY SIZE
                      CAS-TIPO DELIMITED BY SIZE
                      CAS-PARC DELIMITED BY SIZE
                      " IMPORTE " DELIMITED BY SIZE
                      WKS-IMP-DET DELIMITED BY SIZE
                      INTO SDETALLE
               PERFORM 2990-LIBERA.

           READ ARC-CAS
               AT END MOVE 1 TO WKS-EOF.

       2700-LEE-CON.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CON.
           IF WKS-FS-CON NOT = "35"
               READ ARC-CON
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2710-REVISA-CON UNTIL WKS-EOF = 1
               CLOSE ARC-CON.

       2710-REVISA-CON.
           IF CON-OPERADOR = WKS-OPE-CAP
                   AND CON-FECHA NOT < WKS-DESDE
                   AND CON-FECHA NOT > WKS-HASTA
               MOVE 7 TO WKS-P
               MOVE CON-FECHA TO SFECHA
               MOVE ZERO      TO SHORA
               MOVE "CONDONA" TO SACCION
               MOVE CON-IMPORTE TO WKS-IMP-DET
               MOVE SPACES    TO SDETALLE
               STRING "CLIENTE " DELIMITED BY SIZE
                      CON-ID-CLIENTE DELIMITED BY SIZE
                      " ANO " DELIMITED BY SIZE
                      CON-ANIO DELIMITED BY SIZE
                      " PARC " DELIMITED BY SIZE
                      CON-PARC DELIMITED BY SIZE
                      " IMPORTE " DELIMITED BY SIZE
                      WKS-IMP-DET DELIMITED BY SIZE
                      INTO SDETALLE
               PERFORM 2990-LIBERA.

           READ ARC-CON
               AT END MOVE 1 TO WKS-EOF.

       2800-LEE-GES.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-GES.
           IF WKS-FS-GES NOT = "35"
               READ ARC-GES
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2810-REVISA-GES UNTIL WKS-EOF = 1
               CLOSE ARC-GES.

       2810-REVISA-GES.
           IF GES-COLECTOR = WKS-OPE-CAP
                   AND GES-FECHA NOT < WKS-DESDE
                   AND GES-FECHA NOT > WKS-HASTA
               MOVE 8 TO WKS-P
               MOVE GES-FECHA TO SFECHA
               MOVE ZERO      TO SHORA
               EVALUATE TRUE
                   WHEN GES-LLAMADA
                       MOVE "LLAMADA" TO SACCION
                   WHEN GES-PROMESA
                       MOVE "PROMESA" TO SACCION
                   WHEN OTHER
                       MOVE "DISPUTA" TO SACCION
               END-EVALUATE
               MOVE SPACES    TO SDETALLE
               STRING "PARTIDA " DELIMITED BY SIZE
                      GES-ID-CLIENTE DELIMITED BY SIZE
                      GES-ANIO DELIMITED BY SIZE
                      GES-TIPO DELIMITED BY SIZE
                      GES-PARC DELIMITED BY SIZE
                      INTO SDETALLE
               PERFORM 2990-LIBERA.

           READ ARC-GES
               AT END MOVE 1 TO WKS-EOF.

       2900-LEE-LOG.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-LOG.
           IF WKS-FS-LOG NOT = "35"
               READ ARC-LOG
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2910-REVISA-LOG UNTIL WKS-EOF = 1
               CLOSE ARC-LOG.

      *    Las lineas del operador que quedaron REVERSADAS se
      *    guardan sin importar la fecha: el reverso del rango pudo
      *    ser de un pago capturado antes.
       2910-REVISA-LOG.
           MOVE ZERO TO WKS-FECHA-LOG.
           STRING "20" DELIMITED BY SIZE
                  LOG-FECHA DELIMITED BY SIZE
                  INTO WKS-FECHA-LOG.

           IF LOG-OPERADOR = WKS-OPE-CAP
                   AND WKS-FECHA-LOG NOT < WKS-DESDE
                   AND WKS-FECHA-LOG NOT > WKS-HASTA
               MOVE 9 TO WKS-P
               MOVE WKS-FECHA-LOG TO SFECHA
               MOVE ZERO      TO SHORA
               MOVE "CAPTURA" TO SACCION
               MOVE SPACES    TO SDETALLE
               STRING "LINEA " DELIMITED BY SIZE
                      LOG-LINEA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LOG-ESTADO DELIMITED BY SIZE
                      INTO SDETALLE
               PERFORM 2990-LIBERA.

           IF LOG-OPERADOR = WKS-OPE-CAP
                   AND LOG-ESTADO = "REVERSADA"
               PERFORM 2920-GUARDA-LINEA.

           READ ARC-LOG
               AT END MOVE 1 TO WKS-EOF.

       2920-GUARDA-LINEA.
           IF WKS-NUM-LRV < WKS-MAX-LRV
               ADD 1 TO WKS-NUM-LRV
               MOVE LOG-LINEA (1:6) TO T-LR-CLIENTE (WKS-NUM-LRV)
               MOVE LOG-LINEA       TO T-LR-LINEA (WKS-NUM-LRV)
               MOVE WKS-FECHA-LOG   TO T-LR-FECHA (WKS-NUM-LRV)
           ELSE
               DISPLAY "TABLA DE LINEAS REVERSADAS LLENA, SE OMITE "
                   LOG-LINEA.

      *    Imagen de REG-TAS: llave, mensualidad y tarifa por hora
      *    antes y despues.
       2940-LEE-AUT.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-AUT.
           IF WKS-FS-AUT NOT = "35"
               READ ARC-AUT
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2945-REVISA-AUT UNTIL WKS-EOF = 1
               CLOSE ARC-AUT.

       2945-REVISA-AUT.
           IF AUT-OPERADOR = WKS-OPE-CAP
                   AND AUT-FECHA NOT < WKS-DESDE
                   AND AUT-FECHA NOT > WKS-HASTA
               MOVE 12 TO WKS-P
               MOVE AUT-FECHA TO SFECHA
               MOVE AUT-HORA  TO SHORA
               MOVE AUT-OPER  TO SACCION
               IF AUT-DESPUES = SPACES
                   MOVE AUT-ANTES (1:22)   TO WKS-LLAVE-AUT
               ELSE
                   MOVE AUT-DESPUES (1:22) TO WKS-LLAVE-AUT
               END-IF
               MOVE SPACES    TO SDETALLE
               STRING WKS-LLAVE-AUT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AUT-ANTES (23:17) DELIMITED BY SIZE
                      " > " DELIMITED BY SIZE
                      AUT-DESPUES (23:17) DELIMITED BY SIZE
                      INTO SDETALLE
               PERFORM 2990-LIBERA.

           READ ARC-AUT
               AT END MOVE 1 TO WKS-EOF.

       2950-LEE-TPD.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-TPD.
           IF WKS-FS-TPD NOT = "35"
               READ ARC-TPD
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2960-REVISA-TPD UNTIL WKS-EOF = 1
               CLOSE ARC-TPD.

      *    Un mismo cambio da dos movimientos: la captura y la
      *    aprobacion o rechazo, cada uno de quien lo hizo.
       2960-REVISA-TPD.
           MOVE 10 TO WKS-P.
           IF TPD-CAPTURO = WKS-OPE-CAP
                   AND TPD-FEC-CAP NOT < WKS-DESDE
                   AND TPD-FEC-CAP NOT > WKS-HASTA
               MOVE TPD-FEC-CAP  TO SFECHA
               MOVE ZERO         TO SHORA
               MOVE "CAP TARIFA" TO SACCION
               PERFORM 2970-DETALLE-TPD
               PERFORM 2990-LIBERA.

           IF TPD-APROBO = WKS-OPE-CAP AND NOT TPD-PENDIENTE
                   AND TPD-FEC-APR NOT < WKS-DESDE
                   AND TPD-FEC-APR NOT > WKS-HASTA
               MOVE TPD-FEC-APR  TO SFECHA
               MOVE ZERO         TO SHORA
               IF TPD-APROBADO
                   MOVE "APR TARIFA" TO SACCION
               ELSE
                   MOVE "REC TARIFA" TO SACCION
               END-IF
               PERFORM 2970-DETALLE-TPD
               PERFORM 2990-LIBERA
               IF TPD-APROBADO AND TPD-CAPTURO = WKS-OPE-CAP
                   PERFORM 2975-GUARDA-TARIFA.

           READ ARC-TPD
               AT END MOVE 1 TO WKS-EOF.

       2970-DETALLE-TPD.
           MOVE SPACES TO SDETALLE.
           STRING "TIPO " DELIMITED BY SIZE
                  TPD-TIPO DELIMITED BY SIZE
                  " CLASE " DELIMITED BY SIZE
                  TPD-CLA DELIMITED BY SIZE
                  " EFECTIVA " DELIMITED BY SIZE
                  TPD-FEC-EFE DELIMITED BY SIZE
                  " ANUALIDAD " DELIMITED BY SIZE
                  TPD-ANU DELIMITED BY SIZE
                  INTO SDETALLE.

       2975-GUARDA-TARIFA.
           IF WKS-NUM-TAR < WKS-MAX-TAR
               ADD 1 TO WKS-NUM-TAR
               MOVE TPD-TIPO    TO T-TA-TIPO (WKS-NUM-TAR)
               MOVE TPD-CLA     TO T-TA-CLA (WKS-NUM-TAR)
               MOVE TPD-FEC-EFE TO T-TA-FEC-EFE (WKS-NUM-TAR)
               MOVE TPD-FEC-APR TO T-TA-FEC-APR (WKS-NUM-TAR).

       2980-LEE-SEH.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-SEH.
           IF WKS-FS-SEH NOT = "35"
               READ ARC-SEH
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2985-REVISA-SEH UNTIL WKS-EOF = 1
               CLOSE ARC-SEH.

       2985-REVISA-SEH.
           IF SEH-OPERADOR = WKS-OPE-CAP
                   AND SEH-FECHA NOT < WKS-DESDE
                   AND SEH-FECHA NOT > WKS-HASTA
               MOVE 11 TO WKS-P
               MOVE SEH-FECHA TO SFECHA
               MOVE SEH-HORA  TO SHORA
               IF SEH-APERTURA
                   MOVE "ABRE CAJA" TO SACCION
               ELSE
                   MOVE "CORTE CAJA" TO SACCION
               END-IF
               MOVE SPACES    TO SDETALLE
               STRING "SESION DE " DELIMITED BY SIZE
                      SEH-SES-OPERADOR DELIMITED BY SIZE
                      " DEL " DELIMITED BY SIZE
                      SEH-SES-FECHA DELIMITED BY SIZE
                      INTO SDETALLE
               PERFORM 2990-LIBERA
               IF SEH-SES-OPERADOR NOT = WKS-OPE-CAP
                   PERFORM 2987-MARCA-SESION.

           READ ARC-SEH
               AT END MOVE 1 TO WKS-EOF.

       2987-MARCA-SESION.
           MOVE ZERO TO WKS-SES-IDX.
           PERFORM 2988-BUSCA-SESION
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-SES.

           IF WKS-SES-IDX = ZERO
               IF WKS-NUM-SES < WKS-MAX-SES
                   ADD 1 TO WKS-NUM-SES
                   MOVE SEH-SES-OPERADOR TO T-SS-OPERADOR (WKS-NUM-SES)
                   MOVE SEH-SES-FECHA    TO T-SS-FECHA (WKS-NUM-SES)
                   MOVE "N" TO T-SS-ABRIO (WKS-NUM-SES)
                   MOVE "N" TO T-SS-CERRO (WKS-NUM-SES)
                   MOVE WKS-NUM-SES TO WKS-SES-IDX.

           IF WKS-SES-IDX NOT = ZERO
               IF SEH-APERTURA
                   MOVE "S" TO T-SS-ABRIO (WKS-SES-IDX)
               ELSE
                   MOVE "S" TO T-SS-CERRO (WKS-SES-IDX).

       2988-BUSCA-SESION.
           IF T-SS-OPERADOR (WKS-I) = SEH-SES-OPERADOR
                   AND T-SS-FECHA (WKS-I) = SEH-SES-FECHA
               MOVE WKS-I TO WKS-SES-IDX
               ADD 200 TO WKS-I.

       2990-LIBERA.
           MOVE T-PISTA (WKS-P) TO SARCHIVO.
           ADD 1 TO T-CTA (WKS-P).
           RELEASE SREG-ACT.

      *-------------------ACTIVIDAD--------------------------------*
       3000-IMPRIME-ACTIVIDAD.
           MOVE ZERO TO WKS-EOF.
           RETURN SOR-TEM
               AT END MOVE 1 TO WKS-EOF.

           PERFORM 3100-IMPRIME-MOVIMIENTO UNTIL WKS-EOF = 1.

           PERFORM 3200-IMPRIME-CUENTA
               VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > 12.

           MOVE WKS-TOT-MOVS TO WKS-PIE-MOV.
           MOVE WKS-PIE1 TO LINEA.
           WRITE LINEA AFTER 2.

       3100-IMPRIME-MOVIMIENTO.
           ADD 1 TO WKS-TOT-MOVS.
           MOVE SFECHA   TO WKS-DT-FECHA.
           MOVE SHORA    TO WKS-DT-HORA.
           MOVE SARCHIVO TO WKS-DT-PISTA.
           MOVE SACCION  TO WKS-DT-ACCION.
           MOVE SDETALLE TO WKS-DT-DETALLE.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

           RETURN SOR-TEM
               AT END MOVE 1 TO WKS-EOF.

       3200-IMPRIME-CUENTA.
           MOVE T-PISTA (WKS-P) TO WKS-LC-PISTA.
           MOVE T-CTA (WKS-P)   TO WKS-LC-CTA.
           MOVE WKS-LIN-CTA TO LINEA.
           IF WKS-P = 1
               WRITE LINEA AFTER 3
           ELSE
               WRITE LINEA AFTER 1.

      *-------------------SEGREGACION DE FUNCIONES-----------------*
       4000-SEGREGACION.
           MOVE WKS-ENC-SOD TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 2.
           MOVE SPACES TO LINEA.
           WRITE LINEA AFTER 1.

           PERFORM 4100-REVISA-REVERSO
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-REV.

           PERFORM 4300-IMPRIME-TARIFA
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-TAR.

           PERFORM 4400-REVISA-SESION
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-SES.

           IF WKS-TOT-EXCEP = ZERO
               MOVE WKS-SIN-EXC TO LINEA
               WRITE LINEA AFTER 1.

           MOVE WKS-TOT-EXCEP TO WKS-PIE-EXC.
           MOVE WKS-PIE-SOD TO LINEA.
           WRITE LINEA AFTER 2.

      *    Reverso de pago contra las lineas reversadas que capturo
      *    el mismo operador para el mismo cliente.
       4100-REVISA-REVERSO.
           PERFORM 4150-COMPARA-LINEA
               VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > WKS-NUM-LRV.

       4150-COMPARA-LINEA.
           IF T-LR-CLIENTE (WKS-J) = T-RV-LLAVE (WKS-I) (1:6)
               ADD 1 TO WKS-TOT-EXCEP
               MOVE T-RV-LLAVE (WKS-I) TO WKS-SP-LLAVE
               MOVE T-RV-FECHA (WKS-I) TO WKS-SP-FEC-REV
               MOVE T-LR-LINEA (WKS-J) TO WKS-SP-LINEA
               MOVE T-LR-FECHA (WKS-J) TO WKS-SP-FEC-CAP
               MOVE WKS-SOD-PAGO TO LINEA
               WRITE LINEA AFTER 1.

       4300-IMPRIME-TARIFA.
           ADD 1 TO WKS-TOT-EXCEP.
           MOVE T-TA-TIPO (WKS-I)    TO WKS-ST-TIPO.
           MOVE T-TA-CLA (WKS-I)     TO WKS-ST-CLA.
           MOVE T-TA-FEC-EFE (WKS-I) TO WKS-ST-FEC-EFE.
           MOVE T-TA-FEC-APR (WKS-I) TO WKS-ST-FEC-APR.
           MOVE WKS-SOD-TARIFA TO LINEA.
           WRITE LINEA AFTER 1.

       4400-REVISA-SESION.
           IF T-SS-ABRIO (WKS-I) = "S" AND T-SS-CERRO (WKS-I) = "S"
               ADD 1 TO WKS-TOT-EXCEP
               MOVE T-SS-OPERADOR (WKS-I) TO WKS-SC-OPE
               MOVE T-SS-FECHA (WKS-I)    TO WKS-SC-FECHA
               MOVE WKS-SOD-CAJA TO LINEA
               WRITE LINEA AFTER 1.

       5000-FIN.
           CLOSE REP-ACT.

           DISPLAY "MOVIMIENTOS DEL OPERADOR: " LINE 12 POSITION 10.
           DISPLAY WKS-TOT-MOVS LINE 12 POSITION 40.
           DISPLAY "EXCEPCIONES DE SEGREGACION: "
               LINE 13 POSITION 10.
           DISPLAY WKS-TOT-EXCEP LINE 13 POSITION 40.
           DISPLAY "TECLA ENTER PARA CONTINUAR..." LINE 20 POSITION 10.
           ACCEPT WKS-PARAM-OK LINE 20 POSITION 45.
