      *    recargos (tipo 2) del cliente, marca la linea DEVUELTA en
      *    la bitacora para que quede en la historia del cliente, y
      *    deja la imagen antes/despues en la pista ARC-AUC.
      *    Igual que REV-PAG, el abono sale de las partidas que dice
      *    el detalle de aplicacion ARC-DAP, cada una por lo que
      *    recibio; solo la linea aplicada antes de que hubiera
      *    detalle pide la partida a mano.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WKS-FS-LOG.
           SELECT ARC-AUC ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUC.
           SELECT ARC-DAP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAP-LLAVE
               FILE STATUS IS WKS-FS-DAP.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CXC.
       FD ARC-AUC.
           COPY REGAUC.

       FD ARC-DAP.
           COPY REGDAP.

       WORKING-STORAGE SECTION.
       01 WKS-FS-CXC       PIC XX.
       01 WKS-FS-LOG       PIC XX.
       01 WKS-FS-AUC       PIC XX.
       01 WKS-FS-DAP       PIC XX.

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "CHQ-DEV ".

      *    La linea pagada con el cheque, corta (14) o larga (18); el
      *    cliente y el importe se sacan con la copia LINCAP,
      *    igual que los decodifica APLI-PAG.
       01 WKS-LINEA-BUSCA   PIC X(18).
           COPY LINCAP.

      *    Partida capturada a mano para la linea sin detalle; el
      *    tipo es 1 (anualidad) o 6 (producto adicional). El ano y
      *    la parcialidad llevan tambien la comision: con detalle,
      *    los de la primera partida abonada.
       01 WKS-ID-CAP       PIC 9(06).
       01 WKS-ANIO-CAP     PIC 9(04).
       01 WKS-TIPO-CAP     PIC 9.
      *    Comision del banco por el cheque devuelto; se carga en la
      *    partida de recargos del cliente.
       01 WKS-COMISION     PIC 9(04)V99.
       01 WKS-COM-TOTAL    PIC 9(05)V99.

      *    Parametros de IVA-CAL: la comision es base gravable.
       01 WKS-IVA-BASE     PIC 9(09)V99.
       01 WKS-IVA-TASA     PIC 99V99.
       01 WKS-IVA-MTO      PIC 9(09)V99.

       01 WKS-HALLADA      PIC 9.
       01 WKS-LOG-EOF      PIC 9.
       01 WKS-LOG-FECHA    PIC 9(06).

      *    Partidas a devolver, tomadas del detalle en orden de
      *    consecutivo hasta juntar el importe de la linea. El
      *    consecutivo en cero indica la partida capturada a mano,
      *    que no tiene detalle que marcar.
       01 WKS-MAX-PARTES   PIC 99 VALUE 60.
       01 WKS-NUM-PARTES   PIC 99.
       01 WKS-P            PIC 99.
       01 WKS-SUMA-PARTES  PIC 9(05)V99.
       01 WKS-FIN-DAP      PIC 9.

       01 T-PARTES.
           03 T-PARTE OCCURS 60 TIMES.
               05 T-PT-SEC     PIC 99.
               05 T-PT-LLAVE   PIC X(13).
               05 T-PT-IMPORTE PIC 9(05)V99.

      *    Apoyo de la pista: imagen antes y fecha/hora.
       01 WKS-AUC-ANTES    PIC X(81).
       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).
       01 WKS-HORA-CAP.
       01 WKS-JRN-IMAGEN   PIC X(100).

       01 WKS-TOT-DEV      PIC 9(04) VALUE ZERO.
       01 WKS-PARTES-F     PIC Z9.
       01 WKS-IMPORTE-F    PIC $$$,$$9.99.

       PROCEDURE DIVISION.
       INICIO.
           IF WKS-FS-AUC = "35"
               OPEN OUTPUT ARC-AUC.

      *    Sin archivo de detalle todas las lineas son de antes de
      *    que existiera y se devuelven con la partida capturada.
           OPEN I-O ARC-DAP.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "CHEQUES DEVUELTOS" LINE 01 POSITION 31.
       2100-DEVUELVE.
           MOVE "S" TO WKS-OK.

           DISPLAY "LINEA PAGADA CON EL CHEQUE (14 O 18): "
               LINE 08 POSITION 10.
           ACCEPT WKS-LINEA-BUSCA LINE 08 POSITION 49.
           PERFORM 2150-IMPORTE-LINEA.
           DISPLAY "COMISION DEL BANCO (9999.99): "
               LINE 12 POSITION 10.
           ACCEPT WKS-COMISION LINE 12 POSITION 42.

      *    El cliente al que se le aplico es el de la propia linea.
           MOVE WKS-CAP-CLIENTE TO WKS-ID-CAP.

           PERFORM 2200-BUSCA-LINEA.
           IF WKS-HALLADA = ZERO
               MOVE "N" TO WKS-OK
               DISPLAY "NO HAY LINEA DE CHEQUE APLICADA "
                   "CON ESE TEXTO" LINE 17 POSITION 10.

           IF DEVOLUCION-OK
               PERFORM 2280-JUNTA-DETALLE
               IF WKS-NUM-PARTES = ZERO
                   PERFORM 2290-PIDE-PARTIDA.

      *    En la linea consolidada de una cuenta corporativa la
      *    comision se carga al miembro de la primera partida.
           IF DEVOLUCION-OK AND LINEA-CORPORATIVA
                   AND WKS-NUM-PARTES > ZERO
               MOVE T-PT-LLAVE (1) (1:6) TO WKS-ID-CAP.

           IF DEVOLUCION-OK
               PERFORM 2300-VALIDA-PARTIDA
                   VARYING WKS-P FROM 1 BY 1
                   UNTIL WKS-P > WKS-NUM-PARTES OR NOT DEVOLUCION-OK.

           IF DEVOLUCION-OK
               MOVE WKS-NUM-PARTES TO WKS-PARTES-F
               MOVE WKS-CAP-IMPORTE TO WKS-IMPORTE-F
               DISPLAY "PARTIDAS A DEVOLVER: " LINE 13 POSITION 10
               DISPLAY WKS-PARTES-F LINE 13 POSITION 32
               DISPLAY "IMPORTE: " LINE 13 POSITION 36
               DISPLAY WKS-IMPORTE-F LINE 13 POSITION 45
               DISPLAY "CONFIRMA LA DEVOLUCION? (S/N): "
                   LINE 14 POSITION 10
               ACCEPT WKS-CONFIRMA LINE 14 POSITION 42
           DISPLAY "TECLA ENTER PARA CONTINUAR..." LINE 20 POSITION 10.
           ACCEPT WKS-CONFIRMA LINE 20 POSITION 45.

      *    La linea larga (marca de version 2) trae el importe con
      *    centavos; la corta, en pesos enteros.
       2150-IMPORTE-LINEA.
           MOVE WKS-LINEA-BUSCA TO WKS-LINEA-CAP.
           IF LINEA-LARGA
               MOVE WKS-CL-IMPORTE TO WKS-CAP-IMPORTE
           ELSE
               MOVE WKS-CC-IMPORTE TO WKS-CAP-IMPORTE.

      *    Localiza en la bitacora la linea con ese texto, aplicada
      *    y pagada con cheque; la bitacora se recorre completa cada
      *    vez, igual que en REV-PAG.
                   AND LOG-ESTADO = "APLICADA"
                   AND LOG-CHEQUE
               MOVE 1 TO WKS-HALLADA
               MOVE LOG-FECHA TO WKS-LOG-FECHA
               MOVE 1 TO WKS-LOG-EOF
           ELSE
               READ ARC-LOG
                   AT END MOVE 1 TO WKS-LOG-EOF.

      *    El detalle de la linea se toma en orden de consecutivo
      *    con estado aplicado hasta juntar su importe, igual que en
      *    REV-PAG.
       2280-JUNTA-DETALLE.
           MOVE ZERO TO WKS-NUM-PARTES.
           MOVE ZERO TO WKS-SUMA-PARTES.
           MOVE ZERO TO WKS-FIN-DAP.

           IF WKS-FS-DAP = "35"
               MOVE 1 TO WKS-FIN-DAP
           ELSE
               MOVE WKS-LINEA-BUSCA TO DAP-LINEA
               MOVE WKS-LOG-FECHA   TO DAP-FECHA
               MOVE ZERO            TO DAP-SEC
               START ARC-DAP KEY IS NOT LESS THAN DAP-LLAVE
                   INVALID KEY MOVE 1 TO WKS-FIN-DAP.

           PERFORM 2285-LEE-DETALLE UNTIL WKS-FIN-DAP = 1.

           IF WKS-NUM-PARTES > ZERO
                   AND WKS-SUMA-PARTES NOT = WKS-CAP-IMPORTE
               MOVE "N" TO WKS-OK
               DISPLAY "EL DETALLE DE APLICACION NO CUADRA CON LA "
                   "LINEA" LINE 17 POSITION 10.

       2285-LEE-DETALLE.
           READ ARC-DAP NEXT
               AT END MOVE 1 TO WKS-FIN-DAP.

           IF WKS-FIN-DAP = ZERO
               IF DAP-LINEA NOT = WKS-LINEA-BUSCA
                       OR DAP-FECHA NOT = WKS-LOG-FECHA
                   MOVE 1 TO WKS-FIN-DAP
               ELSE
                   IF DAP-APLICADO AND WKS-NUM-PARTES < WKS-MAX-PARTES
                       PERFORM 2287-AGREGA-PARTE.

       2287-AGREGA-PARTE.
           ADD 1 TO WKS-NUM-PARTES.
           MOVE DAP-SEC       TO T-PT-SEC (WKS-NUM-PARTES).
           MOVE DAP-CXC-LLAVE TO T-PT-LLAVE (WKS-NUM-PARTES).
           MOVE DAP-IMPORTE   TO T-PT-IMPORTE (WKS-NUM-PARTES).
           ADD DAP-IMPORTE TO WKS-SUMA-PARTES.
           IF WKS-SUMA-PARTES >= WKS-CAP-IMPORTE
               MOVE 1 TO WKS-FIN-DAP.

      *    Linea aplicada antes de que hubiera detalle: la partida
      *    se captura a mano y se le saca el importe completo.
       2290-PIDE-PARTIDA.
           DISPLAY "ANO DE LA PARTIDA ABONADA (9999): "
               LINE 09 POSITION 10.
           ACCEPT WKS-ANIO-CAP LINE 09 POSITION 46.
           DISPLAY "TIPO DE PARTIDA (1/6): "
               LINE 10 POSITION 10.
           ACCEPT WKS-TIPO-CAP LINE 10 POSITION 40.
           DISPLAY "PARCIALIDAD (0 = SIN PLAN): "
               LINE 11 POSITION 10.
           ACCEPT WKS-PARC-CAP LINE 11 POSITION 40.

           IF WKS-TIPO-CAP NOT = 1 AND WKS-TIPO-CAP NOT = 6
               MOVE "N" TO WKS-OK
               DISPLAY "EL TIPO DEBE SER 1 O 6"
                   LINE 17 POSITION 10
           ELSE
               MOVE WKS-ID-CAP   TO CXC-ID-CLIENTE
               MOVE WKS-ANIO-CAP TO CXC-ANIO
               MOVE WKS-TIPO-CAP TO CXC-TIPO
               MOVE WKS-PARC-CAP TO CXC-PARC
               MOVE 1 TO WKS-NUM-PARTES
               MOVE ZERO            TO T-PT-SEC (1)
               MOVE CXC-LLAVE       TO T-PT-LLAVE (1)
               MOVE WKS-CAP-IMPORTE TO T-PT-IMPORTE (1).

      *    El suspenso que la carga de cargos ya reaplico no tiene
      *    de donde regresar el dinero: la devolucion se rechaza.
       2300-VALIDA-PARTIDA.
           MOVE T-PT-LLAVE (WKS-P) TO CXC-LLAVE.

           READ ARC-CXC
               INVALID KEY
                   DISPLAY "NO EXISTE ESA PARTIDA"
                       LINE 17 POSITION 10.

           IF DEVOLUCION-OK AND WKS-P = 1
               MOVE CXC-ANIO TO WKS-ANIO-CAP
               MOVE CXC-PARC TO WKS-PARC-CAP.

           IF DEVOLUCION-OK AND CXC-TIPO = 4
               IF CXC-SALDO < T-PT-IMPORTE (WKS-P)
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL SUSPENSO DE LA LINEA YA SE REAPLICO"
                       LINE 17 POSITION 10.

           IF DEVOLUCION-OK AND CXC-TIPO NOT = 4
               IF CXC-IMP-ABONO < T-PT-IMPORTE (WKS-P)
                   MOVE "N" TO WKS-OK
                   DISPLAY "LA PARTIDA NO TIENE ESE ABONO"
                       LINE 17 POSITION 10.

      *    Cada partida regresa lo que recibio, su saldo y estado se
      *    restauran, la comision se carga en los recargos, la linea
      *    queda DEVUELTA y la pista guarda la imagen antes/despues.
       2400-APLICA-DEVOLUCION.
           PERFORM 2410-DEVUELVE-PARTE
               VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > WKS-NUM-PARTES.

           IF WKS-COMISION > ZERO
               PERFORM 2700-CARGA-COMISION.
           PERFORM 2500-MARCA-BITACORA.

           ADD 1 TO WKS-TOT-DEV.
           MOVE WKS-NUM-PARTES TO WKS-PARTES-F.
           DISPLAY "DEVOLUCION APLICADA, PARTIDAS RESTAURADAS: "
               LINE 16 POSITION 10.
           DISPLAY WKS-PARTES-F LINE 16 POSITION 54.

       2410-DEVUELVE-PARTE.
           MOVE T-PT-LLAVE (WKS-P) TO CXC-LLAVE.
           READ ARC-CXC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2420-SACA-ABONO.

      *    Lo apartado en suspenso estaba en el abono y en el saldo
      *    de la partida tipo 4; sale de los dos.
       2420-SACA-ABONO.
           MOVE REG-CXC TO WKS-AUC-ANTES.

           SUBTRACT T-PT-IMPORTE (WKS-P) FROM CXC-IMP-ABONO.
           IF CXC-TIPO = 4
               SUBTRACT T-PT-IMPORTE (WKS-P) FROM CXC-SALDO
               IF CXC-SALDO = ZERO
                   SET CXC-PAGADA TO TRUE
               END-IF
           ELSE
               PERFORM 2450-CALCULA-SALDO.

           REWRITE REG-CXC.
           MOVE "R" TO WKS-JRN-OPER.
           PERFORM 9800-ANOTA-JORNAL.
           PERFORM 2600-GRABA-AUDITORIA.

           IF T-PT-SEC (WKS-P) NOT = ZERO
               PERFORM 2430-MARCA-DETALLE.

       2430-MARCA-DETALLE.
           MOVE WKS-LINEA-BUSCA  TO DAP-LINEA.
           MOVE WKS-LOG-FECHA    TO DAP-FECHA.
           MOVE T-PT-SEC (WKS-P) TO DAP-SEC.
           READ ARC-DAP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DAP-DEVUELTO TO TRUE
                   REWRITE REG-DAP.

      *    Mismo saldo y estado que mantiene APLI-PAG.
       2450-CALCULA-SALDO.

       2550-REGRABA-LINEA.
           IF LOG-LINEA = WKS-LINEA-BUSCA
                   AND LOG-FECHA = WKS-LOG-FECHA
                   AND LOG-ESTADO = "APLICADA"
                   AND LOG-CHEQUE
               MOVE "DEVUELTA" TO LOG-ESTADO

      *    La comision del banco entra a la partida de recargos del
      *    cliente con la misma parcialidad (tipo 2, como los
      *    recargos de REC-MOR, con su IVA); si no existe todavia,
      *    se crea, con la imagen anterior en blanco en la pista.
       2700-CARGA-COMISION.
           MOVE WKS-COMISION TO WKS-IVA-BASE.
           CALL "IVA-CAL" USING WKS-IVA-BASE WKS-IVA-TASA WKS-IVA-MTO.
           COMPUTE WKS-COM-TOTAL = WKS-COMISION + WKS-IVA-MTO.

           MOVE WKS-ID-CAP   TO CXC-ID-CLIENTE.
           MOVE WKS-ANIO-CAP TO CXC-ANIO.
           MOVE 2            TO CXC-TIPO.
           READ ARC-CXC
               INVALID KEY
                   MOVE "CHEQUE DEVUELTO" TO CXC-NOM-TAR
                   MOVE WKS-COM-TOTAL     TO CXC-IMP-CARGO
                   MOVE WKS-COMISION      TO CXC-BASE
                   MOVE WKS-IVA-TASA      TO CXC-TASA-IVA
                   MOVE WKS-IVA-MTO       TO CXC-IVA
                   MOVE ZERO              TO CXC-IMP-ABONO
                   MOVE WKS-FECHA-HOY     TO CXC-FEC-VENC
                   PERFORM 2450-CALCULA-SALDO
                   WRITE REG-CXC
                   MOVE "W" TO WKS-JRN-OPER
                   PERFORM 9800-ANOTA-JORNAL
                   MOVE SPACES TO WKS-AUC-ANTES
                   PERFORM 2600-GRABA-AUDITORIA
               NOT INVALID KEY
                   MOVE REG-CXC TO WKS-AUC-ANTES
                   ADD WKS-COM-TOTAL TO CXC-IMP-CARGO
                   ADD WKS-COMISION  TO CXC-BASE
                   ADD WKS-IVA-MTO   TO CXC-IVA
                   MOVE WKS-IVA-TASA TO CXC-TASA-IVA
                   PERFORM 2450-CALCULA-SALDO
                   REWRITE REG-CXC
                   MOVE "R" TO WKS-JRN-OPER
       3000-FIN.
           CLOSE ARC-CXC.
           CLOSE ARC-AUC.
           IF WKS-FS-DAP NOT = "35"
               CLOSE ARC-DAP.

           DISPLAY "DEVOLUCIONES PROCESADAS: " WKS-TOT-DEV.

       9800-ANOTA-JORNAL.
           MOVE "ARC-CXC " TO WKS-JRN-ARCHIVO.
           MOVE SPACES  TO WKS-JRN-IMAGEN.
           MOVE REG-CXC TO WKS-JRN-IMAGEN (1:81).
           CALL "JRN-ARC" USING WKS-JRN-ARCHIVO WKS-JRN-OPER
               WKS-JRN-IMAGEN.
