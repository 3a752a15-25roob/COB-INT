       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOC-CLI.
      *    Expediente de identidad del cliente en pantalla, llamado
      *    desde el menu de MANT-CLI con el operador ya firmado: por
      *    ID-CLIENTE (con digito verificador) muestra la
      *    identificacion oficial y el comprobante de domicilio que
      *    hay en ARC-DOC y permite capturar o sustituir cualquiera
      *    de los dos con su numero, fechas de expedicion y
      *    vencimiento. Queda grabado el operador que lo verifico.
      *    El ID puede no existir todavia en CLIENTES: los
      *    documentos se reciben antes del alta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-DOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-LLAVE
               FILE STATUS IS WKS-FS-DOC.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-DOC.
           COPY REGDOC.

       WORKING-STORAGE SECTION.
       01 WKS-FS-DOC       PIC XX.
       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X.
           88 WKS-TERMINA       VALUE "S".
       01 WKS-OK           PIC X.
           88 CAPTURA-OK        VALUE "S".
       01 WKS-CONFIRMA     PIC X.
       01 WKS-ESPERA-X     PIC X.

       01 WKS-ID-BUSCA     PIC 9(06).
       01 WKS-TIPO-CAP     PIC 9.
       01 WKS-EXISTE       PIC X.
       01 WKS-RENGLON      PIC 99.

      *    Digito verificador del ID, con DIG-CALC igual que en
      *    MANT-CLI.
       01 WKS-DIG-LINEA    PIC X(18).
       01 WKS-DIG-LARGO    PIC 99 VALUE 6.
       01 WKS-DIG-CALC     PIC 99.
       01 WKS-DIG-CAP      PIC 99.

       01 WKS-FV-STATUS    PIC 9.
       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

       01 WKS-CAP-CLASE    PIC X(12).
       01 WKS-CAP-NUMERO   PIC X(20).
       01 WKS-CAP-EXPED    PIC 9(08).
       01 WKS-CAP-VENCE    PIC 9(08).

       01 WKS-TIPO-TXT     PIC X(24).
       01 WKS-EST-TXT      PIC X(10).

       LINKAGE SECTION.
       01 LK-OPERADOR      PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-TERMINA.
           PERFORM 3000-FIN.
           EXIT PROGRAM.

       1000-INICIO.
           MOVE "N" TO WKS-FIN.
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           OPEN I-O ARC-DOC.
           IF WKS-FS-DOC = "35"
               OPEN OUTPUT ARC-DOC
               CLOSE ARC-DOC
               OPEN I-O ARC-DOC.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "DOCUMENTOS DE IDENTIDAD DEL CLIENTE"
               LINE 01 POSITION 22.
           DISPLAY "1. CONSULTA Y CAPTURA"  LINE 03 POSITION 10.
           DISPLAY "2. REGRESAR"            LINE 04 POSITION 10.
           DISPLAY "OPCION: "               LINE 06 POSITION 10.
           ACCEPT WKS-OPCION                LINE 06 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-EXPEDIENTE
               WHEN 2
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 08 POSITION 10
           END-EVALUATE.

      *-------------------EXPEDIENTE-------------------------------*
       2100-EXPEDIENTE.
           MOVE "S" TO WKS-OK.

           DISPLAY "ID DE CLIENTE: " LINE 08 POSITION 10.
           ACCEPT WKS-ID-BUSCA LINE 08 POSITION 40.
           DISPLAY "DIGITO VERIFICADOR DEL ID: " LINE 09 POSITION 10.
           ACCEPT WKS-DIG-CAP LINE 09 POSITION 40.

           MOVE SPACES TO WKS-DIG-LINEA.
           MOVE WKS-ID-BUSCA TO WKS-DIG-LINEA (1:6).
           CALL "DIG-CALC" USING WKS-DIG-LINEA WKS-DIG-LARGO
               WKS-DIG-CALC.
           IF WKS-DIG-CAP NOT = WKS-DIG-CALC
               MOVE "N" TO WKS-OK
               DISPLAY "DIGITO VERIFICADOR INCORRECTO"
                   LINE 19 POSITION 10.

           IF CAPTURA-OK
               MOVE 1  TO WKS-TIPO-CAP
               MOVE 11 TO WKS-RENGLON
               PERFORM 2200-MUESTRA-DOCUMENTO
               MOVE 2  TO WKS-TIPO-CAP
               MOVE 12 TO WKS-RENGLON
               PERFORM 2200-MUESTRA-DOCUMENTO
               DISPLAY "CAPTURAR (1 = IDENTIFICACION, "
                   "2 = DOMICILIO, 0 = NINGUNO): "
                   LINE 13 POSITION 10
               ACCEPT WKS-TIPO-CAP LINE 13 POSITION 71
               IF WKS-TIPO-CAP = 1 OR WKS-TIPO-CAP = 2
                   PERFORM 2300-CAPTURA-DOCUMENTO.

           DISPLAY "TECLA ENTER PARA CONTINUAR..." LINE 20 POSITION 10.
           ACCEPT WKS-ESPERA-X LINE 20 POSITION 45.

      *    Un renglon por tipo: clase, numero, vencimiento y si a
      *    hoy esta vigente.
       2200-MUESTRA-DOCUMENTO.
           IF WKS-TIPO-CAP = 1
               MOVE "IDENTIFICACION OFICIAL:" TO WKS-TIPO-TXT
           ELSE
               MOVE "COMPROBANTE DOMICILIO: " TO WKS-TIPO-TXT.
           DISPLAY WKS-TIPO-TXT LINE WKS-RENGLON POSITION 02.

           MOVE WKS-ID-BUSCA TO DOC-ID-CLIENTE.
           MOVE WKS-TIPO-CAP TO DOC-TIPO.
           READ ARC-DOC
               INVALID KEY
                   DISPLAY "NO CAPTURADO" LINE WKS-RENGLON POSITION 26
               NOT INVALID KEY
                   PERFORM 2250-MUESTRA-DATOS.

       2250-MUESTRA-DATOS.
           IF DOC-FEC-VENCE NOT = ZERO
                   AND DOC-FEC-VENCE < WKS-FECHA-HOY
               MOVE "VENCIDO" TO WKS-EST-TXT
           ELSE
               MOVE "VIGENTE" TO WKS-EST-TXT.

           DISPLAY DOC-CLASE     LINE WKS-RENGLON POSITION 26.
           DISPLAY DOC-NUMERO    LINE WKS-RENGLON POSITION 39.
           DISPLAY DOC-FEC-VENCE LINE WKS-RENGLON POSITION 60.
           DISPLAY WKS-EST-TXT   LINE WKS-RENGLON POSITION 69.

      *    Captura nueva o sustitucion del documento del tipo: la
      *    expedicion debe ser fecha real y no futura; el
      *    vencimiento, si lo tiene, fecha real posterior a la
      *    expedicion y no vencida a hoy.
       2300-CAPTURA-DOCUMENTO.
           DISPLAY "CLASE (INE, PASAPORTE, ...): "
               LINE 14 POSITION 10.
           ACCEPT WKS-CAP-CLASE LINE 14 POSITION 45.
           DISPLAY "NUMERO DEL DOCUMENTO: " LINE 15 POSITION 10.
           ACCEPT WKS-CAP-NUMERO LINE 15 POSITION 45.
           DISPLAY "FECHA DE EXPEDICION (YYYYMMDD): "
               LINE 16 POSITION 10.
           ACCEPT WKS-CAP-EXPED LINE 16 POSITION 45.
           DISPLAY "VENCIMIENTO (YYYYMMDD, 0 = NO VENCE): "
               LINE 17 POSITION 10.
           ACCEPT WKS-CAP-VENCE LINE 17 POSITION 50.

           IF WKS-CAP-CLASE = SPACES OR WKS-CAP-NUMERO = SPACES
               MOVE "N" TO WKS-OK
               DISPLAY "CLASE Y NUMERO SON OBLIGATORIOS"
                   LINE 19 POSITION 10.

           IF CAPTURA-OK
               CALL "FEC-VAL" USING WKS-CAP-EXPED WKS-FV-STATUS
               IF WKS-FV-STATUS = 1
                       OR WKS-CAP-EXPED > WKS-FECHA-HOY
                   MOVE "N" TO WKS-OK
                   DISPLAY "FECHA DE EXPEDICION INVALIDA"
                       LINE 19 POSITION 10.

           IF CAPTURA-OK AND WKS-CAP-VENCE NOT = ZERO
               CALL "FEC-VAL" USING WKS-CAP-VENCE WKS-FV-STATUS
               IF WKS-FV-STATUS = 1
                       OR WKS-CAP-VENCE NOT > WKS-CAP-EXPED
                   MOVE "N" TO WKS-OK
                   DISPLAY "FECHA DE VENCIMIENTO INVALIDA"
                       LINE 19 POSITION 10
               ELSE
                   IF WKS-CAP-VENCE < WKS-FECHA-HOY
                       MOVE "N" TO WKS-OK
                       DISPLAY "EL DOCUMENTO YA ESTA VENCIDO"
                           LINE 19 POSITION 10.

           IF CAPTURA-OK
               DISPLAY "DOCUMENTO A LA VISTA, GRABAR (S/N): "
                   LINE 18 POSITION 10
               ACCEPT WKS-CONFIRMA LINE 18 POSITION 47
               IF WKS-CONFIRMA NOT = "S"
                   MOVE "N" TO WKS-OK
                   DISPLAY "CAPTURA CANCELADA" LINE 19 POSITION 10.

           IF CAPTURA-OK
               PERFORM 2400-GRABA-DOCUMENTO.

       2400-GRABA-DOCUMENTO.
           MOVE WKS-ID-BUSCA TO DOC-ID-CLIENTE.
           MOVE WKS-TIPO-CAP TO DOC-TIPO.
           MOVE "S" TO WKS-EXISTE.
           READ ARC-DOC
               INVALID KEY
                   MOVE "N" TO WKS-EXISTE.

           MOVE WKS-CAP-CLASE  TO DOC-CLASE.
           MOVE WKS-CAP-NUMERO TO DOC-NUMERO.
           MOVE WKS-CAP-EXPED  TO DOC-FEC-EXPED.
           MOVE WKS-CAP-VENCE  TO DOC-FEC-VENCE.
           MOVE LK-OPERADOR    TO DOC-OPERADOR.
           MOVE WKS-FECHA-HOY  TO DOC-FEC-VERIF.

           IF WKS-EXISTE = "S"
               REWRITE REG-DOC
           ELSE
               WRITE REG-DOC.

           DISPLAY "DOCUMENTO GRABADO" LINE 19 POSITION 10.

       3000-FIN.
           CLOSE ARC-DOC.
