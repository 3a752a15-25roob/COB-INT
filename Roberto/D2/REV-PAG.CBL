      *    a aplicar, y deja la imagen antes/despues de la partida
      *    en la pista ARC-AUC, al estilo de la auditoria de
      *    clientes de ARC-AUD. Se acabo editar archivos a mano.
      *    El abono se saca de las partidas que dice el detalle de
      *    aplicacion ARC-DAP que grabo APLI-PAG, partida por
      *    partida y por el importe exacto que recibio cada una
      *    (incluido lo que se aparto en suspenso). Solo la linea
      *    aplicada antes de que hubiera detalle pide la partida a
      *    mano, como siempre.
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
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "REV-PAG ".

      *    La linea mal aplicada, corta (14) o larga (18); el
      *    cliente y el importe se sacan con la copia LINCAP,
      *    igual que los decodifica APLI-PAG.
       01 WKS-LINEA-BUSCA   PIC X(18).
           COPY LINCAP.

      *    Partida capturada a mano para la linea sin detalle; el
      *    tipo es 1 (anualidad) o 6 (producto adicional), los dos
      *    a los que APLI-PAG aplicaba lineas entonces.
       01 WKS-ID-CAP       PIC 9(06).
       01 WKS-ANIO-CAP     PIC 9(04).
       01 WKS-TIPO-CAP     PIC 9.

       01 WKS-HALLADA      PIC 9.
       01 WKS-LOG-EOF      PIC 9.
       01 WKS-LOG-FECHA    PIC 9(06).

      *    Partidas a reversar, tomadas del detalle en orden de
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

       01 WKS-TOT-REV      PIC 9(04) VALUE ZERO.
       01 WKS-PARTES-F     PIC Z9.
       01 WKS-IMPORTE-F    PIC $$$,$$9.99.

       PROCEDURE DIVISION.
       INICIO.
           IF WKS-FS-AUC = "35"
               OPEN OUTPUT ARC-AUC.

      *    Sin archivo de detalle todas las lineas son de antes de
      *    que existiera y se reversan con la partida capturada.
           OPEN I-O ARC-DAP.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "REVERSO DE PAGO APLICADO" LINE 01 POSITION 28.
       2100-REVERSA.
           MOVE "S" TO WKS-OK.

           DISPLAY "LINEA DE CAPTURA APLICADA (14 O 18): "
               LINE 08 POSITION 10.
           ACCEPT WKS-LINEA-BUSCA LINE 08 POSITION 49.
           PERFORM 2150-IMPORTE-LINEA.

      *    El cliente al que se le aplico es el de la propia linea.
           MOVE WKS-CAP-CLIENTE TO WKS-ID-CAP.

           PERFORM 2200-BUSCA-LINEA.
           IF WKS-HALLADA = ZERO
               MOVE "N" TO WKS-OK
               DISPLAY "NO HAY LINEA APLICADA CON ESE TEXTO"
                   LINE 17 POSITION 10.

           IF REVERSO-OK
               PERFORM 2280-JUNTA-DETALLE
               IF WKS-NUM-PARTES = ZERO
                   PERFORM 2290-PIDE-PARTIDA.

           IF REVERSO-OK
               PERFORM 2300-VALIDA-PARTIDA
                   VARYING WKS-P FROM 1 BY 1
                   UNTIL WKS-P > WKS-NUM-PARTES OR NOT REVERSO-OK.

           IF REVERSO-OK
               MOVE WKS-NUM-PARTES TO WKS-PARTES-F
               MOVE WKS-CAP-IMPORTE TO WKS-IMPORTE-F
               DISPLAY "PARTIDAS A REVERSAR: " LINE 13 POSITION 10
               DISPLAY WKS-PARTES-F LINE 13 POSITION 32
               DISPLAY "IMPORTE: " LINE 13 POSITION 36
               DISPLAY WKS-IMPORTE-F LINE 13 POSITION 45
               DISPLAY "CONFIRMA EL REVERSO? (S/N): "
                   LINE 14 POSITION 10
               ACCEPT WKS-CONFIRMA LINE 14 POSITION 40
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

      *    Localiza en la bitacora la linea con ese texto y estado
      *    APLICADA; la bitacora se recorre completa cada vez, igual
      *    que las validaciones de MANT-APR sobre ARC-PRO.
           IF LOG-LINEA = WKS-LINEA-BUSCA
                   AND LOG-ESTADO = "APLICADA"
               MOVE 1 TO WKS-HALLADA
               MOVE LOG-FECHA TO WKS-LOG-FECHA
               MOVE 1 TO WKS-LOG-EOF
           ELSE
               READ ARC-LOG
                   AT END MOVE 1 TO WKS-LOG-EOF.

      *    El detalle de la linea se toma en orden de consecutivo
      *    con estado aplicado hasta juntar su importe: si la misma
      *    linea se capturo dos veces el mismo dia, cada captura
      *    tiene su propio grupo de registros.
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
      *    de donde regresar el dinero: el reverso se rechaza.
       2300-VALIDA-PARTIDA.
           MOVE T-PT-LLAVE (WKS-P) TO CXC-LLAVE.

           READ ARC-CXC
               INVALID KEY
                   DISPLAY "NO EXISTE ESA PARTIDA"
                       LINE 17 POSITION 10.

           IF REVERSO-OK AND CXC-TIPO = 4
               IF CXC-SALDO < T-PT-IMPORTE (WKS-P)
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL SUSPENSO DE LA LINEA YA SE REAPLICO"
                       LINE 17 POSITION 10.

           IF REVERSO-OK AND CXC-TIPO NOT = 4
               IF CXC-IMP-ABONO < T-PT-IMPORTE (WKS-P)
                   MOVE "N" TO WKS-OK
                   DISPLAY "LA PARTIDA NO TIENE ESE ABONO"
                       LINE 17 POSITION 10.

      *    Cada partida regresa lo que recibio, su saldo y estado se
      *    restauran y la pista guarda su imagen antes/despues; la
      *    linea queda REVERSADA una sola vez.
       2400-APLICA-REVERSO.
           PERFORM 2410-REVERSA-PARTE
               VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > WKS-NUM-PARTES.

           PERFORM 2500-MARCA-BITACORA.

           ADD 1 TO WKS-TOT-REV.
           MOVE WKS-NUM-PARTES TO WKS-PARTES-F.
           DISPLAY "REVERSO APLICADO, PARTIDAS RESTAURADAS: "
               LINE 16 POSITION 10.
           DISPLAY WKS-PARTES-F LINE 16 POSITION 51.

       2410-REVERSA-PARTE.
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
                   SET DAP-REVERSADO TO TRUE
                   REWRITE REG-DAP.

      *    Mismo saldo y estado que mantiene APLI-PAG.
       2450-CALCULA-SALDO.

       2550-REGRABA-LINEA.
           IF LOG-LINEA = WKS-LINEA-BUSCA
                   AND LOG-FECHA = WKS-LOG-FECHA
                   AND LOG-ESTADO = "APLICADA"
               MOVE "REVERSADA" TO LOG-ESTADO
               REWRITE REG-LOG
       3000-FIN.
           CLOSE ARC-CXC.
           CLOSE ARC-AUC.
           IF WKS-FS-DAP NOT = "35"
               CLOSE ARC-DAP.

           DISPLAY "REVERSOS APLICADOS: " WKS-TOT-REV.

       9800-ANOTA-JORNAL.
           MOVE "ARC-CXC " TO WKS-JRN-ARCHIVO.
           MOVE SPACES  TO WKS-JRN-IMAGEN.
           MOVE REG-CXC TO WKS-JRN-IMAGEN (1:81).
           CALL "JRN-ARC" USING WKS-JRN-ARCHIVO WKS-JRN-OPER
               WKS-JRN-IMAGEN.
