       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFD-INT.
      *    Interfaz de factura electronica (CFDI) con el proveedor
      *    de timbrado: arma las solicitudes de factura de cada
      *    cargo de ARC-FAC con su folio de ARC-RNC (ingreso) y de
      *    cada pago que APLI-PAG aplico a una partida facturada
      *    (complemento de pago, del detalle ARC-DAP), y las deja en
      *    el archivo de envio ARC-CFS con el RFC, el domicilio y el
      *    nombre del cliente (encabezado y totales de control al
      *    estilo de ARC-DOM). Postea la respuesta del proveedor
      *    (ARC-CFR): el UUID fiscal queda contra el folio en el
      *    control ARC-CFD, y la solicitud rechazada queda con su
      *    motivo. El listado de excepciones trae a los clientes sin
      *    RFC, los RFC rechazados y los folios que siguen sin UUID
      *    despues de N dias. La mesa de facturacion deja de
      *    capturar cada factura en el portal del proveedor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Control de solicitudes: una por folio y documento, con
      *    la partida de cartera que ampara como llave alterna para
      *    encontrar el folio de la partida que recibe un pago.
           SELECT ARC-CFD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFD-LLAVE
               ALTERNATE RECORD KEY IS CFD-CXC-LLAVE WITH DUPLICATES
               FILE STATUS IS WKS-FS-CFD.
           SELECT ARC-RNC ASSIGN TO DISK
               FILE STATUS IS WKS-FS-RNC.
           SELECT ARC-FAC ASSIGN TO DISK
               FILE STATUS IS WKS-FS-FAC.
           SELECT ARC-LOG ASSIGN TO DISK
               FILE STATUS IS WKS-FS-LOG.
           SELECT ARC-DAP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAP-LLAVE
               FILE STATUS IS WKS-FS-DAP.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
           SELECT ARC-DIR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-ID-CLIENTE
               FILE STATUS IS WKS-FS-DIR.
      *    Archivo de solicitudes al proveedor y su respuesta.
           SELECT ARC-CFS ASSIGN TO DISK.
           SELECT ARC-CFR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CFR.
           SELECT REP-CFD ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
      *    CFD-TIPO: I = factura de ingreso del cargo, P = complemento
      *    de pago. El pago lleva en la llave la linea, fecha y
      *    consecutivo de su detalle en ARC-DAP; la factura los
      *    lleva en blanco y cero.
      *    CFD-ESTADO: E = por enviar, S = enviada sin UUID todavia,
      *    T = timbrada (con UUID), R = rechazada por el proveedor
      *    (con su motivo), N = no enviada porque el cliente no
      *    tiene RFC.
       FD ARC-CFD.
       01 REG-CFD.
           03 CFD-LLAVE.
               05 CFD-FOLIO      PIC 9(12).
               05 CFD-TIPO       PIC X.
                   88 CFD-INGRESO    VALUE "I".
                   88 CFD-PAGO       VALUE "P".
               05 CFD-LINEA      PIC X(18).
               05 CFD-FEC-PAGO   PIC 9(06).
               05 CFD-SEC        PIC 99.
           03 CFD-DIGITO     PIC 99.
           03 CFD-CXC-LLAVE.
               05 CFD-ID-CLIENTE PIC 9(06).
               05 CFD-ANIO       PIC 9(04).
               05 CFD-TIPO-CXC   PIC 9.
               05 CFD-PARC       PIC 99.
           03 CFD-CONCEPTO   PIC X(20).
           03 CFD-BASE       PIC 9(05)V99.
           03 CFD-TASA-IVA   PIC 99V99.
           03 CFD-IVA        PIC 9(05)V99.
           03 CFD-TOTAL      PIC 9(05)V99.
      *    Vencimiento del cargo en la factura; fecha del pago en el
      *    complemento, con la forma de pago de la bitacora.
           03 CFD-FECHA      PIC 9(08).
           03 CFD-METODO     PIC X.
           03 CFD-RFC        PIC X(13).
           03 CFD-ESTADO     PIC X.
               88 CFD-POR-ENVIAR VALUE "E".
               88 CFD-ENVIADA    VALUE "S".
               88 CFD-TIMBRADA   VALUE "T".
               88 CFD-RECHAZADA  VALUE "R".
               88 CFD-SIN-RFC    VALUE "N".
           03 CFD-FEC-ENVIO  PIC 9(08).
           03 CFD-FEC-RESP   PIC 9(08).
           03 CFD-UUID       PIC X(36).
           03 CFD-MOTIVO     PIC X(20).

       FD ARC-RNC.
       01 REG-RNC.
           03 RNC-ID-CLIENTE PIC 9(06).
           03 RNC-ANIO       PIC 9(04).
           03 RNC-NUMERO     PIC 9(12).
           03 RNC-DIGITO     PIC 99.
           03 RNC-ESTADO     PIC X.
               88 RNC-EMITIDO    VALUE "E".
               88 RNC-IMPRESO    VALUE "I".
               88 RNC-PAGADO     VALUE "P".
               88 RNC-CANCELADO  VALUE "C".
           03 RNC-MOT-CANC   PIC 99.

       FD ARC-FAC.
           COPY REGFAC.

       FD ARC-LOG.
           COPY REGLOG.

       FD ARC-DAP.
           COPY REGDAP.

       FD CLIENTES.
           COPY REGCLI.

       FD ARC-DIR.
           COPY REGDIR.

      *    Tres tipos de registro del mismo tamano, igual que
      *    ARC-DOM: HDR con la fecha de envio, DET por solicitud y
      *    TRL con los totales de control.
       FD ARC-CFS.
       01 REG-CFS           PIC X(200).

      *    Respuesta del proveedor, un registro por solicitud:
      *    T = timbrada (con UUID), R = rechazada (con motivo); el
      *    posteo marca P el registro ya procesado, igual que
      *    ARC-DRS.
       FD ARC-CFR.
       01 REG-CFR.
           03 CFR-LLAVE.
               05 CFR-FOLIO      PIC 9(12).
               05 CFR-TIPO       PIC X.
               05 CFR-LINEA      PIC X(18).
               05 CFR-FEC-PAGO   PIC 9(06).
               05 CFR-SEC        PIC 99.
           03 CFR-RESULTADO  PIC X.
           03 CFR-UUID       PIC X(36).
           03 CFR-MOTIVO     PIC X(20).

       FD REP-CFD.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY MESES.
           COPY LINCAP.

       01 WKS-FS-CFD        PIC XX.
       01 WKS-FS-RNC        PIC XX.
       01 WKS-FS-FAC        PIC XX.
       01 WKS-FS-LOG        PIC XX.
       01 WKS-FS-DAP        PIC XX.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-DIR        PIC XX.
       01 WKS-FS-CFR        PIC XX.

       01 WKS-OPCION        PIC 9.
       01 WKS-FIN           PIC X VALUE "N".
           88 WKS-TERMINA        VALUE "S".
       01 WKS-ESPERA        PIC X.

      *    Firma de operador (subprograma FIRMA): nivel requerido,
      *    operador firmado y resultado.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "CFD-INT ".

      *    Vistas del registro del archivo de solicitudes.
       01 WKS-REG-TRAB      PIC X(200).
       01 WKS-VISTA-HDR REDEFINES WKS-REG-TRAB.
           03 WKS-HDR-MARCA  PIC X(03).
           03 WKS-HDR-FECHA  PIC 9(08).
           03 FILLER         PIC X(189).
       01 WKS-VISTA-DET REDEFINES WKS-REG-TRAB.
           03 WKS-DET-MARCA  PIC X(03).
           03 WKS-DET-TIPO   PIC X.
           03 WKS-DET-FOLIO  PIC 9(12).
           03 WKS-DET-DIGITO PIC 99.
           03 WKS-DET-ID     PIC 9(06).
           03 WKS-DET-RFC    PIC X(13).
           03 WKS-DET-NOMBRE PIC X(30).
           03 WKS-DET-CALLE  PIC X(30).
           03 WKS-DET-CIUDAD PIC X(20).
           03 WKS-DET-CP     PIC 9(05).
           03 WKS-DET-CONC   PIC X(20).
           03 WKS-DET-BASE   PIC 9(07)V99.
           03 WKS-DET-TASA   PIC 99V99.
           03 WKS-DET-IVA    PIC 9(07)V99.
           03 WKS-DET-TOTAL  PIC 9(07)V99.
           03 WKS-DET-FECHA  PIC 9(08).
           03 WKS-DET-LINEA  PIC X(18).
           03 WKS-DET-METODO PIC X.
       01 WKS-VISTA-TRL REDEFINES WKS-REG-TRAB.
           03 WKS-TRL-MARCA  PIC X(03).
           03 WKS-TRL-REGS   PIC 9(06).
           03 WKS-TRL-MONTO  PIC 9(09)V99.
           03 FILLER         PIC X(180).

       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).

      *    Factura de la partida que recibe un pago, apartada
      *    mientras se arma el complemento (leer por la llave alterna
      *    pisa el registro).
       01 WKS-FAC-FOLIO     PIC 9(12).
       01 WKS-FAC-DIGITO    PIC 99.
       01 WKS-FAC-CONC      PIC X(20).
       01 WKS-FAC-TASA      PIC 99V99.
       01 WKS-FAC-IVA       PIC 9(05)V99.
       01 WKS-FAC-TOTAL     PIC 9(05)V99.
       01 WKS-HAY-FACTURA   PIC 9.
       01 WKS-FIN-ALT       PIC 9.

      *    Pago en turno del detalle de aplicacion.
       01 WKS-PAG-LLAVE     PIC X(13).
       01 WKS-PAG-IMPORTE   PIC 9(05)V99.
       01 WKS-PAG-IVA       PIC 9(05)V99.
       01 WKS-FIN-DAP       PIC 9.

      *    Dias de espera del UUID para el listado de excepciones, y
      *    serie de dias (igual que en REC-MOR) para medirlos.
       01 WKS-DIAS-MAX      PIC 9(03).
       01 WKS-FEC-SERIE.
           03 WKS-SE-ANO  PIC 9(04).
           03 WKS-SE-MES  PIC 9(02).
           03 WKS-SE-DIA  PIC 9(02).
       01 WKS-SERIE         PIC 9(08).
       01 WKS-SERIE-HOY     PIC 9(08).
       01 WKS-DOY           PIC 9(03).
       01 WKS-BI-REM        PIC 99.
       01 WKS-DIAS-ESPERA   PIC S9(05).

       01 WKS-TOT-NUEVAS    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-YA        PIC 9(06) VALUE ZERO.
       01 WKS-TOT-SINFOL    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-ENVIO     PIC 9(06) VALUE ZERO.
       01 WKS-MTO-ENVIO     PIC 9(09)V99 VALUE ZERO.
       01 WKS-TOT-SINRFC    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-TIMB      PIC 9(06) VALUE ZERO.
       01 WKS-TOT-RECH      PIC 9(06) VALUE ZERO.
       01 WKS-TOT-SINSOL    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-EXC       PIC 9(06) VALUE ZERO.

       77 WKS-EOF           PIC 9.
       77 WKS-J             PIC 99.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(25) VALUE SPACES.
           03 FILLER         PIC X(40)
                   VALUE "FACTURA ELECTRONICA (CFDI)".

       01 WKS-ENCB.
           03 WKS-ENCB-TIT   PIC X(40).
           03 FILLER         PIC X(07) VALUE "FECHA: ".
           03 WKS-ENCB-FEC   PIC 9(08).

       01 WKS-ENCC.
           03 FILLER         PIC X(14) VALUE "FOLIO".
           03 FILLER         PIC X(05) VALUE "DOC".
           03 FILLER         PIC X(08) VALUE "CLIENTE".
           03 FILLER         PIC X(15) VALUE "RFC".
           03 FILLER         PIC X(12) VALUE "IMPORTE".
           03 FILLER         PIC X(10) VALUE "ENVIADA".
           03 FILLER         PIC X(30) VALUE "EXCEPCION".

       01 WKS-DET-EXC.
           03 WKS-DE-FOLIO   PIC 9(12).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DE-TIPO    PIC X.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-DE-ID      PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DE-RFC     PIC X(13).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DE-IMP     PIC $$,$$9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DE-ENVIO   PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DE-MOTIVO  PIC X(30).

       01 WKS-DE-ESPERA.
           03 FILLER         PIC X(08) VALUE "SIN UUID".
           03 WKS-DS-DIAS    PIC ZZZZ9.
           03 FILLER         PIC X(05) VALUE " DIAS".

       01 WKS-DE-RECHAZO.
           03 FILLER         PIC X(10) VALUE "RECHAZO: ".
           03 WKS-DR-MOT     PIC X(20).

       01 WKS-TRAILER.
           03 FILLER          PIC X(15) VALUE "**** CONTROL: ".
           03 WKS-TRL-REGS-F  PIC ZZZ,ZZ9.
           03 FILLER          PIC X(11) VALUE " REGISTROS ".
           03 FILLER          PIC X(07) VALUE "MONTO: ".
           03 WKS-TRL-MONTO-F PIC $$$,$$$,$$9.99.
           03 FILLER          PIC X(05) VALUE " ****".

       01 WKS-TRL-EXC.
           03 FILLER          PIC X(15) VALUE "**** CONTROL: ".
           03 WKS-TRL-EXC-F   PIC ZZZ,ZZ9.
           03 FILLER          PIC X(18) VALUE " EXCEPCIONES *****".

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
           MOVE WKS-FECHA-HOY TO WKS-FEC-SERIE.
           PERFORM 9100-FECHA-A-SERIE.
           MOVE WKS-SERIE TO WKS-SERIE-HOY.

      *    El control de solicitudes se crea si no existe todavia,
      *    igual que las cuentas de DOM-BAN.
           OPEN I-O ARC-CFD.
           IF WKS-FS-CFD = "35"
               OPEN OUTPUT ARC-CFD
               CLOSE ARC-CFD
               OPEN I-O ARC-CFD.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "FACTURA ELECTRONICA (CFDI)" LINE 01 POSITION 26.
           DISPLAY "1. GENERA SOLICITUDES AL PROVEEDOR"
               LINE 03 POSITION 10.
           DISPLAY "2. POSTEA RESPUESTA DEL PROVEEDOR"
               LINE 04 POSITION 10.
           DISPLAY "3. LISTADO DE EXCEPCIONES"  LINE 05 POSITION 10.
           DISPLAY "4. TERMINAR"                LINE 06 POSITION 10.
           DISPLAY "OPCION: "                   LINE 08 POSITION 10.
           ACCEPT WKS-OPCION                    LINE 08 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-GENERA-SOLICITUDES
               WHEN 2
                   PERFORM 2600-POSTEA-RESPUESTA
               WHEN 3
                   PERFORM 2800-EXCEPCIONES
               WHEN 4
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 10 POSITION 10
           END-EVALUATE.

           IF NOT WKS-TERMINA
               DISPLAY "TECLA ENTER PARA CONTINUAR..."
                   LINE 20 POSITION 10
               ACCEPT WKS-ESPERA LINE 20 POSITION 45.

      *-------------------GENERACION-------------------------------*
      *    Primero se registran en el control las facturas de la
      *    ultima facturacion y los pagos aplicados que aun no tienen
      *    solicitud (el recorrido repetido no duplica: la llave ya
      *    existe); despues sale al archivo de envio todo lo que esta
      *    por enviar.
       2100-GENERA-SOLICITUDES.
           INITIALIZE WKS-TOT-NUEVAS WKS-TOT-YA WKS-TOT-SINFOL
                      WKS-TOT-ENVIO WKS-MTO-ENVIO WKS-TOT-SINRFC.

           PERFORM 2200-REGISTRA-FACTURAS.
           PERFORM 2300-REGISTRA-PAGOS.
           PERFORM 2500-ESCRIBE-ENVIO.

           DISPLAY "SOLICITUDES NUEVAS: "   LINE 12 POSITION 10.
           DISPLAY WKS-TOT-NUEVAS           LINE 12 POSITION 40.
           DISPLAY "PAGOS SIN FOLIO FACTURADO: " LINE 13 POSITION 10.
           DISPLAY WKS-TOT-SINFOL           LINE 13 POSITION 40.
           DISPLAY "ENVIADAS AL PROVEEDOR: " LINE 14 POSITION 10.
           DISPLAY WKS-TOT-ENVIO            LINE 14 POSITION 40.
           DISPLAY "SIN RFC, NO ENVIADAS: " LINE 15 POSITION 10.
           DISPLAY WKS-TOT-SINRFC           LINE 15 POSITION 40.

      *    Folios y cargos avanzan en paralelo, igual que en IMP-REC
      *    (GEN-REC los emitio del mismo recorrido de la
      *    facturacion). El folio cancelado no se factura.
       2200-REGISTRA-FACTURAS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-RNC.
           IF WKS-FS-RNC = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               OPEN INPUT ARC-FAC
               IF WKS-FS-FAC = "35"
                   MOVE 1 TO WKS-EOF
                   CLOSE ARC-RNC.

           IF WKS-EOF = ZERO
               PERFORM 2210-LEE-PAREJA
               PERFORM 2220-REGISTRA-FACTURA UNTIL WKS-EOF = 1
               CLOSE ARC-RNC
               CLOSE ARC-FAC.

       2210-LEE-PAREJA.
           READ ARC-RNC
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO
               READ ARC-FAC
                   AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO
               IF RNC-ID-CLIENTE NOT = FAC-ID-CLIENTE
                       OR RNC-ANIO NOT = FAC-ANIO
                   MOVE 1 TO WKS-EOF
                   DISPLAY "FOLIOS Y CARGOS DESFASADOS, CORRER "
                       "GEN-REC DE NUEVO" LINE 11 POSITION 10.

      *    La factura ampara la partida con la llave con que
      *    APLI-PAG la carga: tipo 6 con el producto en la
      *    parcialidad, o tipo 1 con la parcialidad del plan.
       2220-REGISTRA-FACTURA.
           IF NOT RNC-CANCELADO
               INITIALIZE REG-CFD
               MOVE RNC-NUMERO     TO CFD-FOLIO
               MOVE "I"            TO CFD-TIPO
               MOVE SPACES         TO CFD-LINEA
               MOVE RNC-DIGITO     TO CFD-DIGITO
               MOVE FAC-ID-CLIENTE TO CFD-ID-CLIENTE
               MOVE FAC-ANIO       TO CFD-ANIO
               IF FAC-PRODUCTO NOT = ZERO
                   MOVE 6            TO CFD-TIPO-CXC
                   MOVE FAC-PRODUCTO TO CFD-PARC
               ELSE
                   MOVE 1            TO CFD-TIPO-CXC
                   MOVE FAC-PARC     TO CFD-PARC
               END-IF
               MOVE FAC-NOM-TAR    TO CFD-CONCEPTO
               MOVE FAC-BASE       TO CFD-BASE
               MOVE FAC-TASA-IVA   TO CFD-TASA-IVA
               MOVE FAC-IVA        TO CFD-IVA
               MOVE FAC-IMPORTE    TO CFD-TOTAL
               MOVE FAC-FEC-VENC   TO CFD-FECHA
               MOVE SPACES         TO CFD-METODO
               MOVE SPACES         TO CFD-RFC
               MOVE SPACES         TO CFD-UUID
               MOVE SPACES         TO CFD-MOTIVO
               SET CFD-POR-ENVIAR TO TRUE
               PERFORM 2400-ALTA-SOLICITUD.

           PERFORM 2210-LEE-PAREJA.

      *    Cada linea aplicada de la bitacora se recorre en su
      *    detalle de ARC-DAP; cada parte abonada a una partida con
      *    factura es un complemento de pago contra ese folio. Lo
      *    apartado en suspenso y los recargos (que no se facturan
      *    con folio) no llevan complemento.
       2300-REGISTRA-PAGOS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-LOG.
           IF WKS-FS-LOG = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               OPEN INPUT ARC-DAP
               IF WKS-FS-DAP = "35"
                   MOVE 1 TO WKS-EOF
                   CLOSE ARC-LOG
               ELSE
                   READ ARC-LOG
                       AT END MOVE 1 TO WKS-EOF.

           IF WKS-FS-LOG NOT = "35" AND WKS-FS-DAP NOT = "35"
               PERFORM 2310-REVISA-LINEA UNTIL WKS-EOF = 1
               CLOSE ARC-LOG
               CLOSE ARC-DAP.

       2310-REVISA-LINEA.
           IF LOG-ESTADO = "APLICADA"
               MOVE ZERO TO WKS-FIN-DAP
               MOVE LOG-LINEA TO DAP-LINEA
               MOVE LOG-FECHA TO DAP-FECHA
               MOVE ZERO      TO DAP-SEC
               START ARC-DAP KEY IS NOT LESS THAN DAP-LLAVE
                   INVALID KEY MOVE 1 TO WKS-FIN-DAP
               END-START
               PERFORM 2320-LEE-DETALLE UNTIL WKS-FIN-DAP = 1.

           READ ARC-LOG
               AT END MOVE 1 TO WKS-EOF.

       2320-LEE-DETALLE.
           READ ARC-DAP NEXT
               AT END MOVE 1 TO WKS-FIN-DAP.

           IF WKS-FIN-DAP = ZERO
               IF DAP-LINEA NOT = LOG-LINEA
                       OR DAP-FECHA NOT = LOG-FECHA
                   MOVE 1 TO WKS-FIN-DAP
               ELSE
                   IF DAP-APLICADO
                           AND (DAP-TIPO = 1 OR DAP-TIPO = 6)
                       PERFORM 2330-COMPLEMENTO-PAGO.

       2330-COMPLEMENTO-PAGO.
           MOVE DAP-CXC-LLAVE TO WKS-PAG-LLAVE.
           MOVE DAP-IMPORTE   TO WKS-PAG-IMPORTE.
           PERFORM 2350-BUSCA-FACTURA.

           IF WKS-HAY-FACTURA = ZERO
               ADD 1 TO WKS-TOT-SINFOL
           ELSE
               PERFORM 2340-ARMA-COMPLEMENTO.

      *    El IVA del pago es la parte proporcional del IVA de la
      *    factura, igual que lo calcula la constancia CONS-PAG.
       2340-ARMA-COMPLEMENTO.
           IF WKS-FAC-TOTAL > ZERO AND WKS-FAC-IVA > ZERO
               COMPUTE WKS-PAG-IVA ROUNDED =
                   WKS-PAG-IMPORTE * WKS-FAC-IVA / WKS-FAC-TOTAL
           ELSE
               MOVE ZERO TO WKS-PAG-IVA.

           INITIALIZE REG-CFD.
           MOVE WKS-FAC-FOLIO  TO CFD-FOLIO.
           MOVE "P"            TO CFD-TIPO.
           MOVE DAP-LINEA      TO CFD-LINEA.
           MOVE DAP-FECHA      TO CFD-FEC-PAGO.
           MOVE DAP-SEC        TO CFD-SEC.
           MOVE WKS-FAC-DIGITO TO CFD-DIGITO.
           MOVE WKS-PAG-LLAVE  TO CFD-CXC-LLAVE.
           MOVE WKS-FAC-CONC   TO CFD-CONCEPTO.
           COMPUTE CFD-BASE = WKS-PAG-IMPORTE - WKS-PAG-IVA.
           MOVE WKS-FAC-TASA   TO CFD-TASA-IVA.
           MOVE WKS-PAG-IVA    TO CFD-IVA.
           MOVE WKS-PAG-IMPORTE TO CFD-TOTAL.
           STRING "20" DELIMITED BY SIZE
                  DAP-FECHA DELIMITED BY SIZE
                  INTO CFD-FECHA.
           MOVE LOG-METODO     TO CFD-METODO.
           MOVE SPACES         TO CFD-RFC.
           MOVE SPACES         TO CFD-UUID.
           MOVE SPACES         TO CFD-MOTIVO.
           SET CFD-POR-ENVIAR TO TRUE.
           PERFORM 2400-ALTA-SOLICITUD.

      *    La factura de la partida por la llave alterna; de varias
      *    solicitudes de la misma partida interesa la de ingreso.
       2350-BUSCA-FACTURA.
           MOVE ZERO TO WKS-HAY-FACTURA.
           MOVE ZERO TO WKS-FIN-ALT.
           MOVE WKS-PAG-LLAVE TO CFD-CXC-LLAVE.
           START ARC-CFD KEY IS EQUAL TO CFD-CXC-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-ALT.

           PERFORM 2360-REVISA-FACTURA UNTIL WKS-FIN-ALT = 1.

       2360-REVISA-FACTURA.
           READ ARC-CFD NEXT
               AT END MOVE 1 TO WKS-FIN-ALT.

           IF WKS-FIN-ALT = ZERO
               IF CFD-CXC-LLAVE NOT = WKS-PAG-LLAVE
                   MOVE 1 TO WKS-FIN-ALT
               ELSE
                   IF CFD-INGRESO
                       MOVE CFD-FOLIO    TO WKS-FAC-FOLIO
                       MOVE CFD-DIGITO   TO WKS-FAC-DIGITO
                       MOVE CFD-CONCEPTO TO WKS-FAC-CONC
                       MOVE CFD-TASA-IVA TO WKS-FAC-TASA
                       MOVE CFD-IVA      TO WKS-FAC-IVA
                       MOVE CFD-TOTAL    TO WKS-FAC-TOTAL
                       MOVE 1 TO WKS-HAY-FACTURA
                       MOVE 1 TO WKS-FIN-ALT.

       2400-ALTA-SOLICITUD.
           WRITE REG-CFD
               INVALID KEY
                   ADD 1 TO WKS-TOT-YA
               NOT INVALID KEY
                   ADD 1 TO WKS-TOT-NUEVAS.

      *    Sale todo lo que esta por enviar; lo que quedo sin RFC se
      *    reintenta en cada corrida, y lo rechazado solo cuando el
      *    RFC del cliente ya cambio en ARC-DIR.
       2500-ESCRIBE-ENVIO.
           OPEN INPUT CLIENTES.
           OPEN INPUT ARC-DIR.
           OPEN OUTPUT ARC-CFS.

           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "HDR" TO WKS-HDR-MARCA.
           MOVE WKS-FECHA-HOY TO WKS-HDR-FECHA.
           MOVE WKS-REG-TRAB TO REG-CFS.
           WRITE REG-CFS.

           MOVE ZERO TO WKS-EOF.
           MOVE LOW-VALUES TO CFD-LLAVE.
           START ARC-CFD KEY IS GREATER THAN CFD-LLAVE
               INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 2510-REVISA-SOLICITUD UNTIL WKS-EOF = 1.

           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "TRL" TO WKS-TRL-MARCA.
           MOVE WKS-TOT-ENVIO TO WKS-TRL-REGS.
           MOVE WKS-MTO-ENVIO TO WKS-TRL-MONTO.
           MOVE WKS-REG-TRAB TO REG-CFS.
           WRITE REG-CFS.

           CLOSE ARC-CFS.
           IF WKS-FS-CLI NOT = "35"
               CLOSE CLIENTES.
           IF WKS-FS-DIR NOT = "35"
               CLOSE ARC-DIR.

       2510-REVISA-SOLICITUD.
           READ ARC-CFD NEXT
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO
               IF CFD-POR-ENVIAR OR CFD-SIN-RFC OR CFD-RECHAZADA
                   PERFORM 2520-PREPARA-ENVIO.

       2520-PREPARA-ENVIO.
           MOVE SPACES TO WKS-REG-TRAB.
           MOVE SPACES TO DIR-RFC.
           IF WKS-FS-DIR NOT = "35"
               MOVE CFD-ID-CLIENTE TO DIR-ID-CLIENTE
               READ ARC-DIR
                   INVALID KEY
                       MOVE SPACES TO DIR-RFC.

           IF CFD-RECHAZADA AND DIR-RFC = CFD-RFC
               CONTINUE
           ELSE
               IF DIR-RFC = SPACES
                   IF NOT CFD-SIN-RFC
                       SET CFD-SIN-RFC TO TRUE
                       MOVE "SIN RFC EN ARC-DIR" TO CFD-MOTIVO
                       REWRITE REG-CFD
                   END-IF
                   ADD 1 TO WKS-TOT-SINRFC
               ELSE
                   PERFORM 2550-ESCRIBE-SOLICITUD.

       2550-ESCRIBE-SOLICITUD.
           MOVE "DET"          TO WKS-DET-MARCA.
           MOVE CFD-TIPO       TO WKS-DET-TIPO.
           MOVE CFD-FOLIO      TO WKS-DET-FOLIO.
           MOVE CFD-DIGITO     TO WKS-DET-DIGITO.
           MOVE CFD-ID-CLIENTE TO WKS-DET-ID.
           MOVE DIR-RFC        TO WKS-DET-RFC.
           MOVE DIR-CALLE      TO WKS-DET-CALLE.
           MOVE DIR-CIUDAD     TO WKS-DET-CIUDAD.
           MOVE DIR-CP         TO WKS-DET-CP.
           MOVE SPACES         TO WKS-DET-NOMBRE.
           IF WKS-FS-CLI NOT = "35"
               MOVE CFD-ID-CLIENTE TO ID-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOM-CLI TO WKS-DET-NOMBRE.
           MOVE CFD-CONCEPTO   TO WKS-DET-CONC.
           MOVE CFD-BASE       TO WKS-DET-BASE.
           MOVE CFD-TASA-IVA   TO WKS-DET-TASA.
           MOVE CFD-IVA        TO WKS-DET-IVA.
           MOVE CFD-TOTAL      TO WKS-DET-TOTAL.
           MOVE CFD-FECHA      TO WKS-DET-FECHA.
           MOVE CFD-LINEA      TO WKS-DET-LINEA.
           MOVE CFD-METODO     TO WKS-DET-METODO.
           MOVE WKS-REG-TRAB TO REG-CFS.
           WRITE REG-CFS.

           MOVE DIR-RFC       TO CFD-RFC.
           MOVE WKS-FECHA-HOY TO CFD-FEC-ENVIO.
           MOVE SPACES        TO CFD-MOTIVO.
           SET CFD-ENVIADA TO TRUE.
           REWRITE REG-CFD.

           ADD 1         TO WKS-TOT-ENVIO.
           ADD CFD-TOTAL TO WKS-MTO-ENVIO.

      *-------------------RESPUESTA--------------------------------*
      *    La timbrada deja su UUID contra el folio; la rechazada
      *    guarda el motivo y sale en las excepciones. El registro
      *    procesado se marca P, igual que ARC-DRS en DOM-BAN.
       2600-POSTEA-RESPUESTA.
           OPEN I-O ARC-CFR.
           IF WKS-FS-CFR = "35"
               DISPLAY "NO EXISTE LA RESPUESTA DEL PROVEEDOR ARC-CFR"
                   LINE 17 POSITION 10
           ELSE
               PERFORM 2650-POSTEA-TODO.

       2650-POSTEA-TODO.
           INITIALIZE WKS-TOT-TIMB WKS-TOT-RECH WKS-TOT-SINSOL
                      WKS-EOF.

           READ ARC-CFR
               AT END MOVE 1 TO WKS-EOF.

           PERFORM 2700-POSTEA-RESPUESTA UNTIL WKS-EOF = 1.

           CLOSE ARC-CFR.

           DISPLAY "TIMBRADAS: "            LINE 15 POSITION 10.
           DISPLAY WKS-TOT-TIMB             LINE 15 POSITION 30.
           DISPLAY "RECHAZADAS: "           LINE 16 POSITION 10.
           DISPLAY WKS-TOT-RECH             LINE 16 POSITION 30.
           DISPLAY "SIN SOLICITUD: "        LINE 17 POSITION 10.
           DISPLAY WKS-TOT-SINSOL           LINE 17 POSITION 30.

       2700-POSTEA-RESPUESTA.
           IF CFR-RESULTADO = "T" OR CFR-RESULTADO = "R"
               PERFORM 2750-ACTUALIZA-SOLICITUD
               MOVE "P" TO CFR-RESULTADO
               REWRITE REG-CFR.

           READ ARC-CFR
               AT END MOVE 1 TO WKS-EOF.

       2750-ACTUALIZA-SOLICITUD.
           MOVE CFR-LLAVE TO CFD-LLAVE.
           READ ARC-CFD
               INVALID KEY
                   ADD 1 TO WKS-TOT-SINSOL
                   DISPLAY "RESPUESTA SIN SOLICITUD, FOLIO "
                       CFR-FOLIO
               NOT INVALID KEY
                   MOVE WKS-FECHA-HOY TO CFD-FEC-RESP
                   IF CFR-RESULTADO = "T"
                       SET CFD-TIMBRADA TO TRUE
                       MOVE CFR-UUID TO CFD-UUID
                       MOVE SPACES   TO CFD-MOTIVO
                       ADD 1 TO WKS-TOT-TIMB
                   ELSE
                       SET CFD-RECHAZADA TO TRUE
                       MOVE CFR-MOTIVO TO CFD-MOTIVO
                       ADD 1 TO WKS-TOT-RECH
                   END-IF
                   REWRITE REG-CFD.

      *-------------------EXCEPCIONES------------------------------*
      *    Clientes sin RFC, RFC rechazados por el proveedor y
      *    solicitudes enviadas que tienen mas de N dias sin UUID.
       2800-EXCEPCIONES.
           DISPLAY "DIAS DE ESPERA DEL UUID (999): "
               LINE 10 POSITION 10.
           ACCEPT WKS-DIAS-MAX LINE 10 POSITION 42.

           MOVE ZERO TO WKS-TOT-EXC.
           OPEN OUTPUT REP-CFD.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE "EXCEPCIONES DE FACTURA ELECTRONICA" TO WKS-ENCB-TIT.
           MOVE WKS-FECHA-HOY TO WKS-ENCB-FEC.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 1.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE ZERO TO WKS-EOF.
           MOVE LOW-VALUES TO CFD-LLAVE.
           START ARC-CFD KEY IS GREATER THAN CFD-LLAVE
               INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 2850-REVISA-EXCEPCION UNTIL WKS-EOF = 1.

           MOVE WKS-TOT-EXC TO WKS-TRL-EXC-F.
           MOVE WKS-TRL-EXC TO LINEA.
           WRITE LINEA AFTER 2.
           CLOSE REP-CFD.

           DISPLAY "EXCEPCIONES: " LINE 15 POSITION 10.
           DISPLAY WKS-TOT-EXC     LINE 15 POSITION 25.

       2850-REVISA-EXCEPCION.
           READ ARC-CFD NEXT
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO
               MOVE SPACES TO WKS-DE-MOTIVO
               EVALUATE TRUE
                   WHEN CFD-SIN-RFC
                       MOVE "CLIENTE SIN RFC" TO WKS-DE-MOTIVO
                   WHEN CFD-RECHAZADA
                       MOVE CFD-MOTIVO TO WKS-DR-MOT
                       MOVE WKS-DE-RECHAZO TO WKS-DE-MOTIVO
                   WHEN CFD-ENVIADA
                       PERFORM 2870-MIDE-ESPERA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WKS-DE-MOTIVO NOT = SPACES
                   PERFORM 2880-LISTA-EXCEPCION.

       2870-MIDE-ESPERA.
           MOVE CFD-FEC-ENVIO TO WKS-FEC-SERIE.
           PERFORM 9100-FECHA-A-SERIE.
           COMPUTE WKS-DIAS-ESPERA = WKS-SERIE-HOY - WKS-SERIE.
           IF WKS-DIAS-ESPERA > WKS-DIAS-MAX
               MOVE WKS-DIAS-ESPERA TO WKS-DS-DIAS
               MOVE WKS-DE-ESPERA TO WKS-DE-MOTIVO.

       2880-LISTA-EXCEPCION.
           MOVE CFD-FOLIO      TO WKS-DE-FOLIO.
           MOVE CFD-TIPO       TO WKS-DE-TIPO.
           MOVE CFD-ID-CLIENTE TO WKS-DE-ID.
           MOVE CFD-RFC        TO WKS-DE-RFC.
           MOVE CFD-TOTAL      TO WKS-DE-IMP.
           MOVE CFD-FEC-ENVIO  TO WKS-DE-ENVIO.
           MOVE WKS-DET-EXC TO LINEA.
           WRITE LINEA AFTER 1.
           ADD 1 TO WKS-TOT-EXC.

      *    Serie = ano * 365 + bisiestos + dia del ano (igual que
      *    REC-MOR).
       9100-FECHA-A-SERIE.
           DIVIDE WKS-SE-ANO BY 4 GIVING WKS-J REMAINDER WKS-BI-REM.
           IF WKS-BI-REM = 0
               MOVE 29 TO T-DIA (2)
           ELSE
               MOVE 28 TO T-DIA (2).

           MOVE ZERO TO WKS-DOY.
           IF WKS-SE-MES > 1
               PERFORM 9150-SUMA-MES
                   VARYING WKS-J FROM 1 BY 1
                   UNTIL WKS-J >= WKS-SE-MES.
           ADD WKS-SE-DIA TO WKS-DOY.

           COMPUTE WKS-SERIE = (WKS-SE-ANO * 365)
               + (WKS-SE-ANO / 4) + WKS-DOY.

       9150-SUMA-MES.
           ADD T-DIA (WKS-J) TO WKS-DOY.

       3000-FIN.
           CLOSE ARC-CFD.
           DISPLAY SPACES ERASE.
