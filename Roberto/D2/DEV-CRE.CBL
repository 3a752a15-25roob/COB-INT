       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV-CRE.
      *    Devolucion supervisada de creditos de baja: recorre la
      *    cartera ARC-CXC y presenta, uno por uno, los creditos a
      *    favor del cliente (tipo 3) que la baja de MANT-CLI dejo
      *    con saldo. El operador de nivel 3 autoriza cada uno; el
      *    cliente con cuenta activa en ARC-CBA cobra por
      *    transferencia (archivo ARC-TDV al banco, con HDR, un DET
      *    por devolucion y TRL de control, igual que ARC-TRF de
      *    DIS-CON) y el que no tiene cuenta entra al registro de
      *    cheques ARC-CHD con folio consecutivo para que tesoreria
      *    los expida. La partida queda cerrada en estado 5 con la
      *    imagen antes/despues en la pista ARC-AUC, y el reporte
      *    de devoluciones lleva los totales para finanzas. Toda
      *    devolucion se anota como salida en la bitacora de
      *    tesoreria ARC-TES (ver REGTES).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
      *    Cuentas domiciliadas que mantiene DOM-BAN.
           SELECT ARC-CBA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBA-ID-CLIENTE
               FILE STATUS IS WKS-FS-CBA.
      *    Transferencias al banco y registro permanente de cheques.
           SELECT ARC-TDV ASSIGN TO DISK.
           SELECT ARC-CHD ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CHD.
           SELECT ARC-AUC ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUC.
           SELECT ARC-TES ASSIGN TO DISK
               FILE STATUS IS WKS-FS-TES.
           SELECT REP-DEV ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CXC.
           COPY REGCXC.

       FD CLIENTES.
           COPY REGCLI.

       FD ARC-CBA.
       01 REG-CBA.
           03 CBA-ID-CLIENTE PIC 9(06).
           03 CBA-BANCO      PIC X(10).
           03 CBA-CUENTA     PIC X(18).
           03 CBA-ESTADO     PIC X.
               88 CBA-ACTIVA      VALUE "S".

      *    Tres tipos de registro del mismo tamano (HDR/DET/TRL),
      *    armados en WKS-REG-TRAB.
       FD ARC-TDV.
       01 REG-TDV          PIC X(80).

      *    Un registro por cheque a expedir: folio, quien lo
      *    autorizo, cuando, a quien y por que partida.
       FD ARC-CHD.
       01 REG-CHD.
           03 CHD-FOLIO      PIC 9(06).
           03 CHD-FECHA      PIC 9(08).
           03 CHD-OPERADOR   PIC X(08).
           03 CHD-ID-CLIENTE PIC 9(06).
           03 CHD-NOMBRE     PIC X(30).
           03 CHD-ANIO       PIC 9(04).
           03 CHD-IMPORTE    PIC 9(05)V99.

       FD ARC-AUC.
           COPY REGAUC.

       FD ARC-TES.
           COPY REGTES.

       FD REP-DEV.
       01 LINEA            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CXC       PIC XX.
       01 WKS-FS-CLI       PIC XX.
       01 WKS-FS-CBA       PIC XX.
       01 WKS-FS-CHD       PIC XX.
       01 WKS-FS-AUC       PIC XX.
       01 WKS-FS-TES       PIC XX.

      *    Registro de trabajo del archivo al banco, con sus tres
      *    vistas (HDR/DET/TRL), igual que el de DIS-CON.
       01 WKS-REG-TRAB     PIC X(80).

       01 WKS-VISTA-HDR REDEFINES WKS-REG-TRAB.
           03 WKS-HDR-MARCA  PIC X(03).
           03 WKS-HDR-FECHA  PIC 9(08).
           03 FILLER         PIC X(69).

       01 WKS-VISTA-DET REDEFINES WKS-REG-TRAB.
           03 WKS-DET-MARCA  PIC X(03).
           03 WKS-DET-ID     PIC 9(06).
           03 WKS-DET-BANCO  PIC X(10).
           03 WKS-DET-CUENTA PIC X(18).
           03 WKS-DET-NOMBRE PIC X(30).
           03 WKS-DET-IMP    PIC 9(05)V99.
           03 WKS-DET-ANIO   PIC 9(04).
           03 FILLER         PIC X(02).

       01 WKS-VISTA-TRL REDEFINES WKS-REG-TRAB.
           03 WKS-TRL-MARCA  PIC X(03).
           03 WKS-TRL-REGS   PIC 9(06).
           03 WKS-TRL-MONTO  PIC 9(09)V99.
           03 FILLER         PIC X(60).

      *    Firma de operador (subprograma FIRMA): mandar dinero al
      *    cliente exige nivel 3, como la dispersion de DIS-CON.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "DEV-CRE ".

       01 WKS-RESPUESTA    PIC X.
       01 WKS-ESPERA       PIC X.
       01 WKS-TERMINA      PIC X VALUE "N".
           88 OPERADOR-TERMINA  VALUE "S".

      *    Datos del cliente en turno: nombre y forma de pago.
       01 WKS-NOMBRE       PIC X(30).
       01 WKS-CON-CUENTA   PIC X.
           88 PAGA-TRANSFER     VALUE "S".
       01 WKS-BANCO        PIC X(10).
       01 WKS-CUENTA       PIC X(18).
       01 WKS-IMPORTE      PIC 9(05)V99.
       01 WKS-IMPORTE-F    PIC $$,$$9.99.

      *    Ultimo folio de cheque del registro; el siguiente cheque
      *    toma el consecutivo.
       01 WKS-FOLIO        PIC 9(06) VALUE ZERO.
       01 WKS-FOLIO-F      PIC 9(06).

       01 WKS-AUC-ANTES    PIC X(81).
       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).
       01 WKS-HORA-CAP.
           03 WKS-HORA6    PIC 9(06).
           03 FILLER       PIC 99.

      *    Jornal de actualizaciones (subprograma JRN-ARC): cada
      *    escritura a los maestros queda en el diario ARC-JRN para
      *    el roll-forward de REC-JRN.
       01 WKS-JRN-ARCHIVO  PIC X(08).
       01 WKS-JRN-OPER     PIC X.
       01 WKS-JRN-IMAGEN   PIC X(100).

       01 WKS-TOT-TRF      PIC 9(06) VALUE ZERO.
       01 WKS-MTO-TRF      PIC 9(09)V99 VALUE ZERO.
       01 WKS-TOT-CHQ      PIC 9(06) VALUE ZERO.
       01 WKS-MTO-CHQ      PIC 9(09)V99 VALUE ZERO.
       01 WKS-TOT-NOAUT    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-DEV      PIC 9(06).
       01 WKS-MTO-DEV      PIC 9(09)V99.

       77 WKS-FIN-CXC      PIC 9.
       77 WKS-FIN-CHD      PIC 9.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(25) VALUE SPACES.
           03 FILLER         PIC X(40)
                   VALUE "DEVOLUCION DE CREDITOS DE BAJA".

       01 WKS-ENCB.
           03 FILLER         PIC X(18)
                   VALUE "FECHA DE PROCESO: ".
           03 WKS-ENCB-FEC   PIC 9(08).
           03 FILLER         PIC X(13) VALUE "  AUTORIZO: ".
           03 WKS-ENCB-OPE   PIC X(08).

       01 WKS-ENCC.
           03 FILLER         PIC X(10) VALUE "ID-CLIENTE".
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(32) VALUE "NOMBRE".
           03 FILLER         PIC X(06) VALUE "ANO".
           03 FILLER         PIC X(12) VALUE "IMPORTE".
           03 FILLER         PIC X(15) VALUE "MEDIO".
           03 FILLER         PIC X(20) VALUE "REFERENCIA".

       01 WKS-DET1.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-ID      PIC 9(06).
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-DT-NOM     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-ANIO    PIC 9(04).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-IMP     PIC $$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-MEDIO   PIC X(13).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-REF     PIC X(20).

       01 WKS-TRAILER.
           03 FILLER          PIC X(15) VALUE "**** CONTROL: ".
           03 WKS-TRL-CONC    PIC X(15).
           03 WKS-TRL-REGS-F  PIC ZZZ,ZZ9.
           03 FILLER          PIC X(09) VALUE "  MONTO: ".
           03 WKS-TRL-MONTO-F PIC $$$,$$$,$$9.99.
           03 FILLER          PIC X(05) VALUE " ****".

       01 WKS-TRAILER2.
           03 FILLER          PIC X(28)
                   VALUE "**** CREDITOS NO AUTORIZADOS".
           03 FILLER          PIC X(02) VALUE ": ".
           03 WKS-TRL-NOAUT-F PIC ZZZ,ZZ9.
           03 FILLER          PIC X(05) VALUE " ****".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO
               UNTIL WKS-FIN-CXC = 1 OR OPERADOR-TERMINA.
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

      *    Sin CLIENTES la devolucion sale sin nombre y sin
      *    ARC-CBA todas salen por cheque; ninguno detiene el pago.
           OPEN INPUT CLIENTES.
           OPEN INPUT ARC-CBA.

           PERFORM 1100-ULTIMO-FOLIO.

           OPEN EXTEND ARC-CHD.
           IF WKS-FS-CHD = "35"
               OPEN OUTPUT ARC-CHD.

           OPEN EXTEND ARC-AUC.
           IF WKS-FS-AUC = "35"
               OPEN OUTPUT ARC-AUC.

           OPEN EXTEND ARC-TES.
           IF WKS-FS-TES = "35"
               OPEN OUTPUT ARC-TES.

           OPEN OUTPUT ARC-TDV.
           OPEN OUTPUT REP-DEV.
           PERFORM 1800-ENCABEZADOS.

           MOVE ZERO TO WKS-FIN-CXC.
           READ ARC-CXC NEXT
               AT END MOVE 1 TO WKS-FIN-CXC.

      *    El folio de cheques sigue del ultimo del registro, para
      *    que dos sesiones no repitan numero.
       1100-ULTIMO-FOLIO.
           MOVE ZERO TO WKS-FIN-CHD.
           OPEN INPUT ARC-CHD.
           IF WKS-FS-CHD = "35"
               CONTINUE
           ELSE
               READ ARC-CHD
                   AT END MOVE 1 TO WKS-FIN-CHD

               PERFORM 1150-REVISA-FOLIO UNTIL WKS-FIN-CHD = 1

               CLOSE ARC-CHD.

       1150-REVISA-FOLIO.
           IF CHD-FOLIO > WKS-FOLIO
               MOVE CHD-FOLIO TO WKS-FOLIO.

           READ ARC-CHD
               AT END MOVE 1 TO WKS-FIN-CHD.

       1800-ENCABEZADOS.
           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "HDR" TO WKS-HDR-MARCA.
           MOVE WKS-FECHA-HOY TO WKS-HDR-FECHA.
           MOVE WKS-REG-TRAB TO REG-TDV.
           WRITE REG-TDV.

           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-FECHA-HOY TO WKS-ENCB-FEC.
           MOVE WKS-OPERADOR  TO WKS-ENCB-OPE.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 1.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

      *    Solo los creditos de baja con saldo se presentan; los
      *    demas tipos y los ya devueltos se pasan de largo.
       2000-PROCESO.
           IF CXC-TIPO = 3 AND CXC-SALDO > ZERO
               PERFORM 2100-PRESENTA-CREDITO.

           IF NOT OPERADOR-TERMINA
               READ ARC-CXC NEXT
                   AT END MOVE 1 TO WKS-FIN-CXC.

       2100-PRESENTA-CREDITO.
           PERFORM 2150-DATOS-CLIENTE.
           MOVE CXC-SALDO TO WKS-IMPORTE.
           MOVE CXC-SALDO TO WKS-IMPORTE-F.

           DISPLAY SPACES ERASE.
           DISPLAY "DEVOLUCION DE CREDITOS DE BAJA"
               LINE 01 POSITION 25.
           DISPLAY "CLIENTE: "    LINE 04 POSITION 10.
           DISPLAY CXC-ID-CLIENTE LINE 04 POSITION 25.
           DISPLAY WKS-NOMBRE     LINE 04 POSITION 33.
           DISPLAY "ANO DE BAJA: " LINE 05 POSITION 10.
           DISPLAY CXC-ANIO       LINE 05 POSITION 25.
           DISPLAY "A DEVOLVER: " LINE 06 POSITION 10.
           DISPLAY WKS-IMPORTE-F  LINE 06 POSITION 25.
           DISPLAY "PAGO POR: "   LINE 07 POSITION 10.
           IF PAGA-TRANSFER
               DISPLAY "TRANSFERENCIA" LINE 07 POSITION 25
               DISPLAY WKS-BANCO       LINE 08 POSITION 25
               DISPLAY WKS-CUENTA      LINE 08 POSITION 37
           ELSE
               DISPLAY "CHEQUE (SIN CUENTA REGISTRADA)"
                   LINE 07 POSITION 25.

           DISPLAY "AUTORIZA LA DEVOLUCION? (S/N, F = TERMINAR): "
               LINE 12 POSITION 10.
           ACCEPT WKS-RESPUESTA LINE 12 POSITION 57.

           EVALUATE WKS-RESPUESTA
               WHEN "S"
                   PERFORM 2200-PAGA-CREDITO
               WHEN "F"
                   MOVE "S" TO WKS-TERMINA
               WHEN OTHER
                   ADD 1 TO WKS-TOT-NOAUT
                   DISPLAY "CREDITO NO AUTORIZADO, QUEDA ABIERTO"
                       LINE 17 POSITION 10
           END-EVALUATE.

           IF NOT OPERADOR-TERMINA
               DISPLAY "TECLA ENTER PARA CONTINUAR..."
                   LINE 20 POSITION 10
               ACCEPT WKS-ESPERA LINE 20 POSITION 45.

      *    Nombre de CLIENTES y cuenta activa de ARC-CBA, si los
      *    archivos existen.
       2150-DATOS-CLIENTE.
           MOVE "SIN NOMBRE REGISTRADO" TO WKS-NOMBRE.
           IF WKS-FS-CLI NOT = "35"
               MOVE CXC-ID-CLIENTE TO ID-CLIENTE
               READ CLIENTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE NOM-CLI TO WKS-NOMBRE.

           MOVE "N" TO WKS-CON-CUENTA.
           IF WKS-FS-CBA NOT = "35"
               MOVE CXC-ID-CLIENTE TO CBA-ID-CLIENTE
               READ ARC-CBA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CBA-ACTIVA AND CBA-CUENTA NOT = SPACES
                           MOVE "S"        TO WKS-CON-CUENTA
                           MOVE CBA-BANCO  TO WKS-BANCO
                           MOVE CBA-CUENTA TO WKS-CUENTA.

      *    El pago sale por el medio que toca, la partida queda
      *    devuelta y la pista guarda la imagen antes/despues.
       2200-PAGA-CREDITO.
           IF PAGA-TRANSFER
               PERFORM 2300-GRABA-TRANSFER
           ELSE
               PERFORM 2400-GRABA-CHEQUE.

           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE REG-CXC TO WKS-AUC-ANTES.
           ADD WKS-IMPORTE TO CXC-IMP-CARGO.
           MOVE ZERO TO CXC-SALDO.
           SET CXC-DEVUELTA TO TRUE.
           REWRITE REG-CXC.
           MOVE "R" TO WKS-JRN-OPER.
           PERFORM 9800-ANOTA-JORNAL.

           PERFORM 2600-GRABA-AUDITORIA.

           DISPLAY "DEVOLUCION AUTORIZADA" LINE 17 POSITION 10.

       2300-GRABA-TRANSFER.
           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "DET"          TO WKS-DET-MARCA.
           MOVE CXC-ID-CLIENTE TO WKS-DET-ID.
           MOVE WKS-BANCO      TO WKS-DET-BANCO.
           MOVE WKS-CUENTA     TO WKS-DET-CUENTA.
           MOVE WKS-NOMBRE     TO WKS-DET-NOMBRE.
           MOVE WKS-IMPORTE    TO WKS-DET-IMP.
           MOVE CXC-ANIO       TO WKS-DET-ANIO.
           MOVE WKS-REG-TRAB TO REG-TDV.
           WRITE REG-TDV.

           ADD 1           TO WKS-TOT-TRF.
           ADD WKS-IMPORTE TO WKS-MTO-TRF.

           PERFORM 2500-ARMA-DETALLE.
           MOVE "TRANSFERENCIA" TO WKS-DT-MEDIO.
           MOVE WKS-CUENTA      TO WKS-DT-REF.

           MOVE "T"        TO TES-MEDIO.
           MOVE WKS-CUENTA TO TES-REFERENCIA.
           PERFORM 2700-ANOTA-TESORERIA.

       2400-GRABA-CHEQUE.
           ADD 1 TO WKS-FOLIO.
           MOVE WKS-FOLIO      TO CHD-FOLIO.
           MOVE WKS-FECHA-HOY  TO CHD-FECHA.
           MOVE WKS-OPERADOR   TO CHD-OPERADOR.
           MOVE CXC-ID-CLIENTE TO CHD-ID-CLIENTE.
           MOVE WKS-NOMBRE     TO CHD-NOMBRE.
           MOVE CXC-ANIO       TO CHD-ANIO.
           MOVE WKS-IMPORTE    TO CHD-IMPORTE.
           WRITE REG-CHD.

           ADD 1           TO WKS-TOT-CHQ.
           ADD WKS-IMPORTE TO WKS-MTO-CHQ.

           PERFORM 2500-ARMA-DETALLE.
           MOVE "CHEQUE" TO WKS-DT-MEDIO.
           MOVE WKS-FOLIO TO WKS-FOLIO-F.
           MOVE SPACES TO WKS-DT-REF.
           STRING "FOLIO " DELIMITED BY SIZE
                  WKS-FOLIO-F DELIMITED BY SIZE
                  INTO WKS-DT-REF.

           MOVE "C"        TO TES-MEDIO.
           MOVE WKS-DT-REF TO TES-REFERENCIA.
           PERFORM 2700-ANOTA-TESORERIA.

       2500-ARMA-DETALLE.
           MOVE CXC-ID-CLIENTE TO WKS-DT-ID.
           MOVE WKS-NOMBRE     TO WKS-DT-NOM.
           MOVE CXC-ANIO       TO WKS-DT-ANIO.
           MOVE WKS-IMPORTE    TO WKS-DT-IMP.

       2600-GRABA-AUDITORIA.
           MOVE WKS-FECHA-HOY TO AUC-FECHA.
           MOVE WKS-OPERADOR  TO AUC-OPERADOR.
           ACCEPT WKS-HORA-CAP FROM TIME.
           MOVE WKS-HORA6     TO AUC-HORA.
           MOVE "DEVCRE"      TO AUC-OPER.
           MOVE WKS-AUC-ANTES TO AUC-ANTES.
           MOVE REG-CXC       TO AUC-DESPUES.
           WRITE REG-AUC.

      *    El medio y la referencia los deja el paragrafo que paga.
       2700-ANOTA-TESORERIA.
           MOVE WKS-FECHA-HOY  TO TES-FECHA.
           MOVE "DEV-CRE "     TO TES-ORIGEN.
           MOVE "S"            TO TES-SENTIDO.
           MOVE CXC-ID-CLIENTE TO TES-ID.
           MOVE WKS-IMPORTE    TO TES-IMPORTE.
           WRITE REG-TES.

       3000-FIN.
           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "TRL" TO WKS-TRL-MARCA.
           MOVE WKS-TOT-TRF TO WKS-TRL-REGS.
           MOVE WKS-MTO-TRF TO WKS-TRL-MONTO.
           MOVE WKS-REG-TRAB TO REG-TDV.
           WRITE REG-TDV.

           MOVE "TRANSFERENCIAS" TO WKS-TRL-CONC.
           MOVE WKS-TOT-TRF TO WKS-TRL-REGS-F.
           MOVE WKS-MTO-TRF TO WKS-TRL-MONTO-F.
           MOVE WKS-TRAILER TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE "CHEQUES" TO WKS-TRL-CONC.
           MOVE WKS-TOT-CHQ TO WKS-TRL-REGS-F.
           MOVE WKS-MTO-CHQ TO WKS-TRL-MONTO-F.
           MOVE WKS-TRAILER TO LINEA.
           WRITE LINEA AFTER 1.

           ADD WKS-TOT-TRF WKS-TOT-CHQ GIVING WKS-TOT-DEV.
           ADD WKS-MTO-TRF WKS-MTO-CHQ GIVING WKS-MTO-DEV.
           MOVE "TOTAL DEVUELTO" TO WKS-TRL-CONC.
           MOVE WKS-TOT-DEV TO WKS-TRL-REGS-F.
           MOVE WKS-MTO-DEV TO WKS-TRL-MONTO-F.
           MOVE WKS-TRAILER TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE WKS-TOT-NOAUT TO WKS-TRL-NOAUT-F.
           MOVE WKS-TRAILER2 TO LINEA.
           WRITE LINEA AFTER 1.

           CLOSE ARC-CXC.
           IF WKS-FS-CLI NOT = "35"
               CLOSE CLIENTES.
           IF WKS-FS-CBA NOT = "35"
               CLOSE ARC-CBA.
           CLOSE ARC-CHD.
           CLOSE ARC-AUC.
           CLOSE ARC-TES.
           CLOSE ARC-TDV.
           CLOSE REP-DEV.

           DISPLAY SPACES ERASE.
           DISPLAY "DEVOLUCIONES POR TRANSFERENCIA: " WKS-TOT-TRF.
           DISPLAY "DEVOLUCIONES POR CHEQUE: "        WKS-TOT-CHQ.
           DISPLAY "CREDITOS NO AUTORIZADOS: "        WKS-TOT-NOAUT.

       9800-ANOTA-JORNAL.
           MOVE "ARC-CXC " TO WKS-JRN-ARCHIVO.
           MOVE SPACES  TO WKS-JRN-IMAGEN.
           MOVE REG-CXC TO WKS-JRN-IMAGEN (1:81).
           CALL "JRN-ARC" USING WKS-JRN-ARCHIVO WKS-JRN-OPER
               WKS-JRN-IMAGEN.
