       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOT-CRE.
      *    Nota de credito supervisada por error de facturacion: bajo
      *    firma de nivel 3 rebaja un cargo de anualidad (tipo 1) o
      *    de producto (tipo 6) por el importe que se cobro de mas
      *    (promocion no respetada, clase de tarjeta equivocada al
      *    facturar), con su codigo de motivo. La nota toma su numero
      *    de la secuencia ARC-SEC (la misma de los folios de GEN-REC)
      *    con digito de DIG-CALC, queda en el registro permanente
      *    ARC-NCR y la partida antes/despues en la pista ARC-AUC. El
      *    importe entra a la partida como abono: el cargo original
      *    sigue visible y solo baja el saldo, que es lo que envejece
      *    y se cobra. Entre la condonacion de recargos (COND-REC) y
      *    el castigo del saldo completo (CAST-CXC) faltaba la
      *    correccion parcial.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
      *    Control de secuencia compartido con GEN-REC.
           SELECT ARC-SEC ASSIGN TO DISK
               FILE STATUS IS WKS-FS-SEC.
      *    Registro permanente de notas de credito.
           SELECT ARC-NCR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-NCR.
           SELECT ARC-AUC ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUC.
           SELECT REP-NCR ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CXC.
           COPY REGCXC.

       FD ARC-SEC.
       01 REG-SEC.
           03 SEC-SIGUIENTE PIC 9(12).

       FD ARC-NCR.
           COPY REGNCR.

       FD ARC-AUC.
           COPY REGAUC.

       FD REP-NCR.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CXC       PIC XX.
       01 WKS-FS-SEC       PIC XX.
       01 WKS-FS-NCR       PIC XX.
       01 WKS-FS-AUC       PIC XX.

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
           88 WKS-TERMINA       VALUE "S".
       01 WKS-OK           PIC X.
           88 NOTA-OK           VALUE "S".
       01 WKS-CONFIRMA     PIC X.

      *    Firma de operador (subprograma FIRMA): la nota de credito
      *    exige nivel 3.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "NOT-CRE ".

       01 WKS-ID-CAP       PIC 9(06).
       01 WKS-ANIO-CAP     PIC 9(04).
       01 WKS-TIPO-CAP     PIC 9.
       01 WKS-PARC-CAP     PIC 99.
       01 WKS-IMP-CAP      PIC 9(05)V99.
       01 WKS-MOT-CAP      PIC 99.

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).
       01 WKS-HORA-CAP.
           03 WKS-HORA6    PIC 9(06).
           03 FILLER       PIC 99.
       01 WKS-SALDO-F      PIC $$,$$9.99.
       01 WKS-NUMERO-F     PIC 9(12).

      *    Apoyo de la pista: imagen de la partida antes de la nota.
       01 WKS-AUC-ANTES    PIC X(81).

      *    Numero de la nota: siguiente de ARC-SEC con su digito en
      *    el formato que valida DIG-CALC/DIG-VER, igual que GEN-REC.
       01 WKS-SIGUIENTE     PIC 9(12).
       01 WKS-DIG-LINEA.
           03 WKS-DL-NUM    PIC 9(12).
           03 FILLER        PIC X(06) VALUE "000000".
       01 WKS-DIG-LARGO     PIC 99 VALUE 12.
       01 WKS-DIG-CALC      PIC 99.

      *    Jornal de actualizaciones (subprograma JRN-ARC).
       01 WKS-JRN-ARCHIVO  PIC X(08).
       01 WKS-JRN-OPER     PIC X.
       01 WKS-JRN-IMAGEN   PIC X(100).

       01 WKS-TOT-NOTAS    PIC 9(04) VALUE ZERO.
       01 WKS-REP-CTA      PIC 9(05).
       01 WKS-REP-MTO      PIC 9(09)V99.

       77 WKS-EOF          PIC 9.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(44)
                   VALUE "REGISTRO DE NOTAS DE CREDITO".

       01 WKS-ENCC.
           03 FILLER         PIC X(16) VALUE "NOTA".
           03 FILLER         PIC X(10) VALUE "FECHA".
           03 FILLER         PIC X(18) VALUE "PARTIDA".
           03 FILLER         PIC X(12) VALUE "   IMPORTE".
           03 FILLER         PIC X(12) VALUE "       IVA".
           03 FILLER         PIC X(08) VALUE "MOTIVO".
           03 FILLER         PIC X(08) VALUE "AUTORIZO".

       01 WKS-DET1.
           03 WKS-DT-NUM     PIC 9(12).
           03 FILLER         PIC X(01) VALUE "-".
           03 WKS-DT-DIG     PIC 99.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-FECHA   PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-ID      PIC 9(06).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-ANIO    PIC 9(04).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-TIPO    PIC 9.
           03 FILLER         PIC X(01) VALUE "/".
           03 WKS-DT-PARC    PIC 99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-IMP     PIC $$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-IVA     PIC $$,$$9.99.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 WKS-DT-MOT     PIC 99.
           03 FILLER         PIC X(06) VALUE SPACES.
           03 WKS-DT-OPE     PIC X(08).

       01 WKS-TOT1.
           03 FILLER         PIC X(08) VALUE "NOTAS: ".
           03 WKS-TT-CTA     PIC ZZ,ZZ9.
           03 FILLER         PIC X(12) VALUE "  ACREDITADO".
           03 FILLER         PIC X(02) VALUE ": ".
           03 WKS-TT-MTO     PIC $$$,$$$,$$9.99.

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

           OPEN I-O ARC-CXC.
           IF WKS-FS-CXC = "35"
               DISPLAY "NO EXISTE LA CARTERA DE ANUALIDADES"
               GOBACK.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "NOTAS DE CREDITO" LINE 01 POSITION 30.
           DISPLAY "1. EMITIR NOTA DE CREDITO"   LINE 03 POSITION 10.
           DISPLAY "2. REGISTRO DE NOTAS"        LINE 04 POSITION 10.
           DISPLAY "3. TERMINAR"                 LINE 05 POSITION 10.
           DISPLAY "OPCION: "                    LINE 07 POSITION 10.
           ACCEPT WKS-OPCION                     LINE 07 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-CAPTURA-NOTA
               WHEN 2
                   PERFORM 2500-REPORTE
               WHEN 3
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 09 POSITION 10
           END-EVALUATE.

           IF NOT WKS-TERMINA
               DISPLAY "TECLA ENTER PARA CONTINUAR..."
                   LINE 20 POSITION 10
               ACCEPT WKS-CONFIRMA LINE 20 POSITION 45.

      *-------------------EMISION----------------------------------*
       2100-CAPTURA-NOTA.
           MOVE "S" TO WKS-OK.

           DISPLAY "ID DE CLIENTE (999999): " LINE 09 POSITION 10.
           ACCEPT WKS-ID-CAP LINE 09 POSITION 36.
           DISPLAY "ANO DEL CARGO (9999): " LINE 10 POSITION 10.
           ACCEPT WKS-ANIO-CAP LINE 10 POSITION 36.
           DISPLAY "TIPO (1 = ANUALIDAD, 6 = PRODUCTO): "
               LINE 11 POSITION 10.
           ACCEPT WKS-TIPO-CAP LINE 11 POSITION 48.
           DISPLAY "PARCIALIDAD O PRODUCTO (99): "
               LINE 12 POSITION 10.
           ACCEPT WKS-PARC-CAP LINE 12 POSITION 40.

           IF WKS-TIPO-CAP NOT = 1 AND WKS-TIPO-CAP NOT = 6
               MOVE "N" TO WKS-OK
               DISPLAY "SOLO CARGOS DE ANUALIDAD O DE PRODUCTO"
                   LINE 17 POSITION 10.

           IF NOTA-OK
               MOVE WKS-ID-CAP   TO CXC-ID-CLIENTE
               MOVE WKS-ANIO-CAP TO CXC-ANIO
               MOVE WKS-TIPO-CAP TO CXC-TIPO
               MOVE WKS-PARC-CAP TO CXC-PARC
               READ ARC-CXC
                   INVALID KEY
                       MOVE "N" TO WKS-OK
                       DISPLAY "NO EXISTE ESE CARGO"
                           LINE 17 POSITION 10.

           IF NOTA-OK
               IF CXC-CASTIGADA OR CXC-SALDO = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL CARGO NO TIENE SALDO QUE ACREDITAR"
                       LINE 17 POSITION 10.

           IF NOTA-OK
               MOVE CXC-SALDO TO WKS-SALDO-F
               DISPLAY "SALDO DEL CARGO: " LINE 13 POSITION 10
               DISPLAY WKS-SALDO-F LINE 13 POSITION 30
               DISPLAY "IMPORTE DE LA NOTA (99999.99): "
                   LINE 14 POSITION 10
               ACCEPT WKS-IMP-CAP LINE 14 POSITION 42
               IF WKS-IMP-CAP = ZERO OR WKS-IMP-CAP > CXC-SALDO
                   MOVE "N" TO WKS-OK
                   DISPLAY "IMPORTE EN CERO O MAYOR AL SALDO"
                       LINE 17 POSITION 10.

           IF NOTA-OK
               DISPLAY "CODIGO DE MOTIVO (99): "
                   LINE 15 POSITION 10
               ACCEPT WKS-MOT-CAP LINE 15 POSITION 36
               IF WKS-MOT-CAP = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL MOTIVO ES OBLIGATORIO"
                       LINE 17 POSITION 10.

           IF NOTA-OK
               DISPLAY "CONFIRMA LA NOTA DE CREDITO? (S/N): "
                   LINE 16 POSITION 10
               ACCEPT WKS-CONFIRMA LINE 16 POSITION 48
               IF WKS-CONFIRMA = "S"
                   PERFORM 2200-APLICA-NOTA
               ELSE
                   DISPLAY "NOTA DE CREDITO CANCELADA"
                       LINE 17 POSITION 10.

      *    El numero se toma y la secuencia se regraba en el mismo
      *    paso, para que la nota nunca repita un folio de GEN-REC.
       2200-APLICA-NOTA.
           PERFORM 2300-SIGUIENTE-NUMERO.

           MOVE REG-CXC TO WKS-AUC-ANTES.

           INITIALIZE REG-NCR.
           MOVE WKS-SIGUIENTE  TO NCR-NUMERO.
           MOVE WKS-DIG-CALC   TO NCR-DIGITO.
           MOVE WKS-FECHA-HOY  TO NCR-FECHA.
           MOVE WKS-OPERADOR   TO NCR-OPERADOR.
           MOVE CXC-LLAVE      TO NCR-CXC-LLAVE.
           MOVE WKS-IMP-CAP    TO NCR-IMPORTE.
           MOVE CXC-SALDO      TO NCR-SALDO-ANT.
           MOVE WKS-MOT-CAP    TO NCR-MOTIVO.
           PERFORM 2350-DESGLOSA-IVA.

           OPEN EXTEND ARC-NCR.
           IF WKS-FS-NCR = "35"
               OPEN OUTPUT ARC-NCR.
           WRITE REG-NCR.
           CLOSE ARC-NCR.

           ADD WKS-IMP-CAP TO CXC-IMP-ABONO.
           SUBTRACT WKS-IMP-CAP FROM CXC-SALDO.
           IF CXC-SALDO = ZERO
               SET CXC-PAGADA TO TRUE
           ELSE
               SET CXC-PARCIAL TO TRUE.
           REWRITE REG-CXC.
           MOVE "R" TO WKS-JRN-OPER.
           PERFORM 9800-ANOTA-JORNAL.

           PERFORM 2400-GRABA-AUDITORIA.

           ADD 1 TO WKS-TOT-NOTAS.
           MOVE WKS-SIGUIENTE TO WKS-NUMERO-F.
           DISPLAY "NOTA EMITIDA: " LINE 17 POSITION 10.
           DISPLAY WKS-NUMERO-F LINE 17 POSITION 24.

      *    La secuencia arranca en 1 si aun no existe, igual que en
      *    GEN-REC.
       2300-SIGUIENTE-NUMERO.
           MOVE 1 TO WKS-SIGUIENTE.
           OPEN I-O ARC-SEC.
           IF WKS-FS-SEC = "35"
               OPEN OUTPUT ARC-SEC
               MOVE WKS-SIGUIENTE TO SEC-SIGUIENTE
               WRITE REG-SEC
               CLOSE ARC-SEC
               OPEN I-O ARC-SEC.

           READ ARC-SEC
               AT END
                   MOVE 1 TO WKS-SIGUIENTE
               NOT AT END
                   MOVE SEC-SIGUIENTE TO WKS-SIGUIENTE.

           MOVE WKS-SIGUIENTE TO WKS-DL-NUM.
           CALL "DIG-CALC" USING WKS-DIG-LINEA WKS-DIG-LARGO
               WKS-DIG-CALC.

           COMPUTE SEC-SIGUIENTE = WKS-SIGUIENTE + 1.
           REWRITE REG-SEC.
           CLOSE ARC-SEC.

      *    La nota lleva el IVA en la misma proporcion que el cargo
      *    que corrige; el cargo anterior al IVA acredita solo base.
       2350-DESGLOSA-IVA.
           IF CXC-IVA > ZERO AND CXC-IMP-CARGO > ZERO
               COMPUTE NCR-IVA ROUNDED =
                   WKS-IMP-CAP * CXC-IVA / CXC-IMP-CARGO
           ELSE
               MOVE ZERO TO NCR-IVA.
           COMPUTE NCR-BASE = WKS-IMP-CAP - NCR-IVA.

       2400-GRABA-AUDITORIA.
           OPEN EXTEND ARC-AUC.
           IF WKS-FS-AUC = "35"
               OPEN OUTPUT ARC-AUC.

           MOVE WKS-FECHA-HOY TO AUC-FECHA.
           MOVE WKS-OPERADOR  TO AUC-OPERADOR.
           ACCEPT WKS-HORA-CAP FROM TIME.
           MOVE WKS-HORA6     TO AUC-HORA.
           MOVE "NOTCRE"      TO AUC-OPER.
           MOVE WKS-AUC-ANTES TO AUC-ANTES.
           MOVE REG-CXC       TO AUC-DESPUES.
           WRITE REG-AUC.

           CLOSE ARC-AUC.

      *-------------------REPORTE----------------------------------*
      *    El registro completo, nota por nota, con su total.
       2500-REPORTE.
           MOVE ZERO TO WKS-EOF.
           MOVE ZERO TO WKS-REP-CTA.
           MOVE ZERO TO WKS-REP-MTO.

           OPEN INPUT ARC-NCR.
           IF WKS-FS-NCR = "35"
               DISPLAY "SIN NOTAS DE CREDITO REGISTRADAS"
                   LINE 09 POSITION 10
           ELSE
               OPEN OUTPUT REP-NCR
               MOVE WKS-ENCA TO LINEA
               WRITE LINEA AFTER PAGE
               MOVE WKS-ENCC TO LINEA
               WRITE LINEA AFTER 2

               READ ARC-NCR
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2550-IMPRIME-NOTA UNTIL WKS-EOF = 1

               MOVE WKS-REP-CTA TO WKS-TT-CTA
               MOVE WKS-REP-MTO TO WKS-TT-MTO
               MOVE WKS-TOT1 TO LINEA
               WRITE LINEA AFTER 2
               CLOSE ARC-NCR
               CLOSE REP-NCR
               DISPLAY "REPORTE GENERADO" LINE 09 POSITION 10.

       2550-IMPRIME-NOTA.
           MOVE NCR-NUMERO     TO WKS-DT-NUM.
           MOVE NCR-DIGITO     TO WKS-DT-DIG.
           MOVE NCR-FECHA      TO WKS-DT-FECHA.
           MOVE NCR-ID-CLIENTE TO WKS-DT-ID.
           MOVE NCR-ANIO       TO WKS-DT-ANIO.
           MOVE NCR-TIPO       TO WKS-DT-TIPO.
           MOVE NCR-PARC       TO WKS-DT-PARC.
           MOVE NCR-IMPORTE    TO WKS-DT-IMP.
           MOVE NCR-IVA        TO WKS-DT-IVA.
           MOVE NCR-MOTIVO     TO WKS-DT-MOT.
           MOVE NCR-OPERADOR   TO WKS-DT-OPE.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

           ADD 1           TO WKS-REP-CTA.
           ADD NCR-IMPORTE TO WKS-REP-MTO.

           READ ARC-NCR
               AT END MOVE 1 TO WKS-EOF.

       9800-ANOTA-JORNAL.
           MOVE "ARC-CXC " TO WKS-JRN-ARCHIVO.
           MOVE SPACES  TO WKS-JRN-IMAGEN.
           MOVE REG-CXC TO WKS-JRN-IMAGEN (1:81).
           CALL "JRN-ARC" USING WKS-JRN-ARCHIVO WKS-JRN-OPER
               WKS-JRN-IMAGEN.

       3000-FIN.
           CLOSE ARC-CXC.
           DISPLAY "NOTAS DE CREDITO EMITIDAS EN LA SESION: "
               WKS-TOT-NOTAS.
