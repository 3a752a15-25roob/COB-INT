       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Unico programa que abre CLIENTES para escritura: alta de
      *    clientes nuevos, cambio de CLA-TAR/ANUA/FEC-ING, baja
      *    (inactivacion) de un cliente existente y reingreso del
      *    cliente dado de baja con su mismo ID. ACCESS DYNAMIC para
      *    poder ir directo a un ID-CLIENTE en vez de barrer el
      *    archivo, aprovechando la llave que ya trae CLIENTES.
           SELECT CLIENTES ASSIGN TO DISK
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
      *    Programa de referidos: el alta puede traer el ID del
      *    cliente activo que la recomendo.
           SELECT ARC-RFR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFR-ID-CLIENTE
               FILE STATUS IS WKS-FS-RFR.
      *    Agentes de venta (MANT-AGE) y el agente que levanto cada
      *    alta, para la comision de COM-AGE.
           SELECT ARC-AGE ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AGE.
           SELECT ARC-ACL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACL-ID-CLIENTE
               FILE STATUS IS WKS-FS-ACL.
      *    Registro de reingresos (fecha, motivo y la baja que se
      *    deshace) y exenciones de anualidad (MANT-EXE), que
      *    tambien rebajan el cargo prorrateado del reingreso.
           SELECT ARC-REA ASSIGN TO DISK
               FILE STATUS IS WKS-FS-REA.
           SELECT ARC-EXE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-ID-CLIENTE
               FILE STATUS IS WKS-FS-EXE.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       FD ARC-CXC.
           COPY REGCXC.

       FD ARC-RFR.
           COPY REGRFR.

       FD ARC-AGE.
           COPY REGAGE.

       FD ARC-ACL.
           COPY REGACL.

       FD ARC-REA.
           COPY REGREA.

       FD ARC-EXE.
           COPY REGEXE.

       FD ARC-PRM.
       01 REG-PRM.
           03 PRM-CLA-TAR  PIC 9.
       01 WKS-DIF-PROR      PIC S9(07)V99.
       01 WKS-DIF-ABS       PIC 9(07)V99.
       01 WKS-DIF-F         PIC $$$,$$9.99.
      *    La diferencia de tarifa es base gravable: lleva su IVA
      *    (subprograma IVA-CAL) tanto en el cargo como en el
      *    credito.
       01 WKS-IVA-BASE      PIC 9(09)V99.
       01 WKS-IVA-TASA      PIC 99V99.
       01 WKS-IVA-MTO       PIC 9(09)V99.
       01 WKS-ANUA-CALC     PIC 9(05)V99.
       01 WKS-RESTO-CALC    PIC 9(07)V99.

       01 WKS-DIG-CAP       PIC 99.
       01 WKS-ID-DIG        PIC 9(06).

      *    Cliente que recomienda el alta (cero = ninguno), con su
      *    digito verificador, y el registro en captura apartado
      *    mientras se lee al que recomienda.
       01 WKS-FS-RFR        PIC XX.
       01 WKS-REF-CAP       PIC 9(06).
       01 WKS-REF-DIG       PIC 99.
       01 WKS-CLI-GUARDA    PIC X(92).

      *    Agente que levanta el alta (cero = sin agente), validado
      *    contra el catalogo cargado en memoria: debe existir y
      *    estar activo.
       01 WKS-FS-AGE        PIC XX.
       01 WKS-FS-ACL        PIC XX.
       01 WKS-AGE-CAP       PIC 9(04).
       01 WKS-MAX-AGE       PIC 99 VALUE 50.
       01 WKS-NUM-AGE       PIC 99 VALUE ZERO.
       01 WKS-AGE-IDX       PIC 99.

       01 T-AGENTES.
           03 T-AGE OCCURS 50 TIMES.
               05 T-AG-ID   PIC 9(04).
               05 T-AG-EST  PIC 9.

      *    Resultado del validador de fechas FEC-VAL.
       01 WKS-FV-STATUS     PIC 9.

           03 WKS-FEC-CORTE    PIC 9(08) VALUE ZERO.


      *    Reingreso: fecha y motivo capturados, saldo vencido de
      *    la cartera (anualidades, recargos y productos), y el
      *    cargo prorrateado de lo que resta del ano de tarjeta, que
      *    corre de aniversario a aniversario de FEC-ING.
       01 WKS-FS-REA       PIC XX.
       01 WKS-FS-EXE       PIC XX.
       01 WKS-REA-FECHA    PIC 9(08).
       01 WKS-REA-MOTIVO   PIC X(30).
       01 WKS-REA-SALDO    PIC 9(07)V99.
       01 WKS-REA-AUT      PIC X.
       01 WKS-REA-CARGO    PIC 9(05)V99.
       01 WKS-REA-ANUA     PIC 9(05)V99.
       01 WKS-REA-F        PIC $$$,$$9.99.
       01 WKS-REA-BAJA-ANT PIC 9(08).
       01 WKS-REA-MOT-ANT  PIC 99.
       01 WKS-REA-INICIO.
           03 WKS-RI-ANO   PIC 9(04).
           03 WKS-RI-MESDIA PIC 9(04).
       01 WKS-REA-INI-NUM REDEFINES WKS-REA-INICIO PIC 9(08).

      *    Jornal de actualizaciones (subprograma JRN-ARC): cada
      *    escritura a los maestros queda en el diario ARC-JRN para
      *    el roll-forward de REC-JRN.
       01 WKS-JRN-OPER     PIC X.
       01 WKS-JRN-IMAGEN   PIC X(100).

      *    Maestro de plasticos (subprograma PLS-ARC): el alta y el
      *    reingreso emiten el plastico, la baja lo bloquea.
       01 WKS-PLS-OPER     PIC X.
       01 WKS-PLS-FECHA    PIC 9(08).
       01 WKS-PLS-NUMERO   PIC 9(16).
       01 WKS-PLS-ST       PIC 9.

      *    Expediente de identidad del alta (subprograma DOC-VAL).
       01 WKS-DOC-FECHA    PIC 9(08).
       01 WKS-DOC-FALTAN   PIC 9.
       01 WKS-DOC-EXIGE    PIC X.
       01 WKS-DOC-TXT      PIC X(33).

      *    Validacion del RFC de contacto (subprograma RFC-VAL).
       01 WKS-RFC-ST       PIC 9.
       01 WKS-RFC-TXT      PIC X(24).

      *    Codigo postal del domicilio contra el catalogo de
      *    SEPOMEX (subprograma CPO-VAL).
       01 WKS-CPO-ST       PIC 9.
       01 WKS-CPO-MUNICIPIO PIC X(30).
       01 WKS-CPO-ESTADO   PIC X(20).
       01 WKS-CPO-TXT      PIC X(24).

       77 WKS-M            PIC 99.

       PROCEDURE DIVISION.
               OPEN OUTPUT ARC-DIR
               CLOSE ARC-DIR
               OPEN I-O ARC-DIR.
           OPEN I-O ARC-RFR.
           IF WKS-FS-RFR = "35"
               OPEN OUTPUT ARC-RFR
               CLOSE ARC-RFR
               OPEN I-O ARC-RFR.
           OPEN I-O ARC-ACL.
           IF WKS-FS-ACL = "35"
               OPEN OUTPUT ARC-ACL
               CLOSE ARC-ACL
               OPEN I-O ARC-ACL.
           OPEN EXTEND ARC-REA.
           IF WKS-FS-REA = "35"
               OPEN OUTPUT ARC-REA.
           OPEN INPUT ARC-EXE.

      *    La cartera solo se abre si ya existe: sin facturacion
      *    corrida no hay nada que acreditar en la baja.

           PERFORM 1100-CARGA-MOTIVOS.
           PERFORM 1160-CARGA-PROMOS.
           PERFORM 1180-CARGA-AGENTES.

      *    Con la corrida marcada en curso no se abre la sesion; la
      *    clave de supervisor libera un candado colgado. Al entrar
           READ ARC-PRM
               AT END MOVE 1 TO WKS-P.

      *    Sin catalogo de agentes solo se acepta alta sin agente.
       1180-CARGA-AGENTES.
           OPEN INPUT ARC-AGE.
           IF WKS-FS-AGE = "35"
               CONTINUE
           ELSE
               READ ARC-AGE
                   AT END MOVE 1 TO WKS-P
                   NOT AT END MOVE ZERO TO WKS-P

               PERFORM 1190-AGREGA-AGENTE UNTIL WKS-P = 1

               CLOSE ARC-AGE.

       1190-AGREGA-AGENTE.
           IF WKS-NUM-AGE < WKS-MAX-AGE
               ADD 1 TO WKS-NUM-AGE
               MOVE AGE-ID     TO T-AG-ID (WKS-NUM-AGE)
               MOVE AGE-ESTADO TO T-AG-EST (WKS-NUM-AGE)
           ELSE
               DISPLAY "CATALOGO DE AGENTES LLENO, SE OMITEN "
                   "RESTANTES".

           READ ARC-AGE
               AT END MOVE 1 TO WKS-P.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "MANTENIMIENTO DE CLIENTES" LINE 01 POSITION 28.
           DISPLAY "1. ALTA DE CLIENTE"        LINE 03 POSITION 10.
           DISPLAY "2. CAMBIO DE CLIENTE"      LINE 04 POSITION 10.
           DISPLAY "3. BAJA DE CLIENTE"        LINE 05 POSITION 10.
           DISPLAY "4. REINGRESO DE CLIENTE"   LINE 06 POSITION 10.
           DISPLAY "5. DOCUMENTOS DE IDENTIDAD" LINE 07 POSITION 10.
           DISPLAY "6. TERMINAR"               LINE 08 POSITION 10.
           DISPLAY "OPCION: "                  LINE 09 POSITION 10.
           ACCEPT WKS-OPCION                   LINE 09 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
               WHEN 3
                   PERFORM 2300-BAJA
               WHEN 4
                   PERFORM 2500-REINGRESO
               WHEN 5
                   CALL "DOC-CLI" USING WKS-OPERADOR
               WHEN 6
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 10 POSITION 10
           IF NOT CLIENTE-OK
               PERFORM 2710-RECHAZA-DIGITO.

      *    Del 900000 en adelante los ID son de cuentas
      *    corporativas (MANT-COR).
           IF CLIENTE-OK AND ID-CLIENTE NOT < 900000
               MOVE "N" TO WKS-OK
               DISPLAY "ID RESERVADO A CUENTAS CORPORATIVAS"
                   LINE 12 POSITION 10.

           IF CLIENTE-OK
               READ CLIENTES
                   INVALID KEY
           IF CLIENTE-OK
               PERFORM 2110-CAPTURA-DATOS.

           MOVE ZERO TO WKS-REF-CAP.
           IF CLIENTE-OK
               PERFORM 2140-CAPTURA-REFERENTE.

           IF CLIENTE-OK
               PERFORM 2170-REVISA-DOCUMENTOS.

           IF CLIENTE-OK
               PERFORM 2125-APLICA-PROMO
               MOVE 1 TO ESTATUS-CLI
               MOVE SPACES TO WKS-AUD-ANTES
               MOVE "ALTA" TO WKS-AUD-OPER
               PERFORM 2800-GRABA-AUDITORIA
               PERFORM 2145-GRABA-REFERIDO
               PERFORM 2160-GRABA-AGENTE
               MOVE "A" TO WKS-PLS-OPER
               MOVE WKS-AUD-FECHA TO WKS-PLS-FECHA
               PERFORM 9820-MUEVE-PLASTICO
               PERFORM 2130-CAPTURA-CONTACTO.

           DISPLAY "TECLA ENTER PARA CONTINUAR..." LINE 20 POSITION 10.
               DISPLAY "SUCURSAL (000 = MATRIZ): "
                   LINE 16 POSITION 10
               ACCEPT SUC-CLI                     LINE 16 POSITION 38
               DISPLAY "AGENTE (0 = NINGUNO): "
                   LINE 16 POSITION 45
               ACCEPT WKS-AGE-CAP                 LINE 16 POSITION 68
               PERFORM 2150-VALIDA-AGENTE
               PERFORM 2400-VALIDA-FECHA
               PERFORM 2120-BUSCA-TARIFA.

               MOVE WKS-P TO WKS-PRM-IDX
               ADD 15 TO WKS-P.

      *    Cliente que recomendo el alta: su ID con digito
      *    verificador, activo en el padron, y que no sea el mismo
      *    cliente ni la misma persona con otro ID (mismo nombre).
      *    Un referente que no pasa rechaza el alta; cero es alta
      *    sin referido.
       2140-CAPTURA-REFERENTE.
           DISPLAY "REFERIDO POR (ID, 0 = NINGUNO): "
               LINE 19 POSITION 10.
           ACCEPT WKS-REF-CAP LINE 19 POSITION 44.

           IF WKS-REF-CAP NOT = ZERO
               DISPLAY "DIGITO: " LINE 19 POSITION 52
               ACCEPT WKS-REF-DIG LINE 19 POSITION 60
               MOVE SPACES TO WKS-DIG-LINEA
               MOVE WKS-REF-CAP TO WKS-DIG-LINEA (1:6)
               CALL "DIG-CALC" USING WKS-DIG-LINEA WKS-DIG-LARGO
                   WKS-DIG-CALC
               IF WKS-REF-DIG NOT = WKS-DIG-CALC
                   MOVE "N" TO WKS-OK
                   DISPLAY "DIGITO VERIFICADOR DEL REFERENTE "
                       "INCORRECTO" LINE 17 POSITION 10
               ELSE
                   IF WKS-REF-CAP = ID-CLIENTE
                       MOVE "N" TO WKS-OK
                       DISPLAY "EL CLIENTE NO PUEDE REFERIRSE A SI "
                           "MISMO" LINE 17 POSITION 10
                   ELSE
                       PERFORM 2142-VALIDA-REFERENTE.

       2142-VALIDA-REFERENTE.
           MOVE REG-CLI     TO WKS-CLI-GUARDA.
           MOVE WKS-REF-CAP TO ID-CLIENTE.
           READ CLIENTES
               INVALID KEY
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL REFERENTE NO EXISTE"
                       LINE 17 POSITION 10
               NOT INVALID KEY
                   IF NOT CLIENTE-ACTIVO
                       MOVE "N" TO WKS-OK
                       DISPLAY "EL REFERENTE NO ESTA ACTIVO"
                           LINE 17 POSITION 10
                   ELSE
                       IF NOM-CLI = WKS-CLI-GUARDA (7:30)
                           MOVE "N" TO WKS-OK
                           DISPLAY "EL REFERENTE ES LA MISMA PERSONA"
                               LINE 17 POSITION 10.
           MOVE WKS-CLI-GUARDA TO REG-CLI.

       2145-GRABA-REFERIDO.
           IF WKS-REF-CAP NOT = ZERO
               MOVE ID-CLIENTE    TO RFR-ID-CLIENTE
               MOVE WKS-REF-CAP   TO RFR-ID-REFIERE
               MOVE WKS-AUD-FECHA TO RFR-FEC-ALTA
               SET RFR-PENDIENTE TO TRUE
               MOVE SPACE         TO RFR-MOT-BLOQ
               MOVE ZERO          TO RFR-FEC-CRED
               MOVE ZERO          TO RFR-IMP-CRED
               WRITE REG-RFR
                   INVALID KEY REWRITE REG-RFR.

      *    Expediente de identidad (DOC-VAL): si falta la
      *    identificacion o el comprobante de domicilio, o esta
      *    vencido, se avisa; las clases que lo exigen en ARC-KYC
      *    no se dan de alta hasta capturarlo en la opcion 5.
       2170-REVISA-DOCUMENTOS.
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-DOC-FECHA.
           CALL "DOC-VAL" USING ID-CLIENTE CLA-TAR WKS-DOC-FECHA
               WKS-DOC-FALTAN WKS-DOC-EXIGE.

           IF WKS-DOC-FALTAN NOT = ZERO
               EVALUATE WKS-DOC-FALTAN
                   WHEN 1
                       MOVE "FALTA IDENTIFICACION" TO WKS-DOC-TXT
                   WHEN 2
                       MOVE "FALTA COMPROBANTE DOMICILIO"
                           TO WKS-DOC-TXT
                   WHEN OTHER
                       MOVE "FALTAN IDENTIFICACION Y DOMICILIO"
                           TO WKS-DOC-TXT
               END-EVALUATE
               IF WKS-DOC-EXIGE = "S"
                   MOVE "N" TO WKS-OK
                   DISPLAY "LA CLASE EXIGE EXPEDIENTE: "
                       LINE 17 POSITION 10
                   DISPLAY WKS-DOC-TXT LINE 17 POSITION 37
               ELSE
                   DISPLAY "AVISO, EXPEDIENTE INCOMPLETO: "
                       LINE 22 POSITION 10
                   DISPLAY WKS-DOC-TXT LINE 22 POSITION 40.

       2150-VALIDA-AGENTE.
           IF WKS-AGE-CAP NOT = ZERO
               MOVE ZERO TO WKS-AGE-IDX
               PERFORM 2155-COMPARA-AGENTE
                   VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > WKS-NUM-AGE
               IF WKS-AGE-IDX = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL AGENTE NO EXISTE EN EL CATALOGO"
                       LINE 17 POSITION 10
               ELSE
                   IF T-AG-EST (WKS-AGE-IDX) NOT = 1
                       MOVE "N" TO WKS-OK
                       DISPLAY "EL AGENTE ESTA RETIRADO"
                           LINE 17 POSITION 10.

       2155-COMPARA-AGENTE.
           IF T-AG-ID (WKS-P) = WKS-AGE-CAP
               MOVE WKS-P TO WKS-AGE-IDX
               ADD 60 TO WKS-P.

      *    La comision queda pendiente hasta que COM-AGE vea cobrada
      *    la primera anualidad del cliente.
       2160-GRABA-AGENTE.
           IF WKS-AGE-CAP NOT = ZERO
               MOVE ID-CLIENTE    TO ACL-ID-CLIENTE
               MOVE WKS-AGE-CAP   TO ACL-ID-AGENTE
               MOVE WKS-AUD-FECHA TO ACL-FEC-ALTA
               SET ACL-PENDIENTE TO TRUE
               MOVE ZERO          TO ACL-MES-COM
               MOVE ZERO          TO ACL-IMP-COM
               MOVE ZERO          TO ACL-MES-REC
               WRITE REG-ACL
                   INVALID KEY REWRITE REG-ACL.

      *    Domicilio, telefono y RFC del cliente en su archivo
      *    companero; el registro se crea o se regraba segun exista.
       2130-CAPTURA-CONTACTO.
           DISPLAY "CALLE Y NUMERO:    " LINE 03 POSITION 10.
           ACCEPT DIR-CALLE               LINE 03 POSITION 32.
           DISPLAY "CIUDAD:            " LINE 04 POSITION 10.
           DISPLAY "CODIGO POSTAL:     " LINE 05 POSITION 10.
           MOVE 9 TO WKS-CPO-ST.
           PERFORM 2133-CAPTURA-CP UNTIL WKS-CPO-ST NOT = 1.

      *    Con el CP en el catalogo la ciudad es su municipio; sin
      *    catalogo cargado se captura libre, como antes.
           IF WKS-CPO-ST = ZERO
               MOVE WKS-CPO-MUNICIPIO TO DIR-CIUDAD
               DISPLAY DIR-CIUDAD         LINE 04 POSITION 32
           ELSE
               ACCEPT DIR-CIUDAD          LINE 04 POSITION 32.
           DISPLAY "TELEFONO:          " LINE 06 POSITION 10.
           ACCEPT DIR-TELEFONO            LINE 06 POSITION 32.
           MOVE 9 TO WKS-RFC-ST.
           PERFORM 2135-CAPTURA-RFC UNTIL WKS-RFC-ST = ZERO.

      *    El domicilio recien capturado limpia la marca de correo
      *    devuelto: se presume bueno hasta que regrese otro sobre.
               INVALID KEY
                   REWRITE REG-DIR.

      *    CP contra el catalogo de SEPOMEX (CPO-VAL); se vuelve a
      *    pedir hasta que exista. Junto al CP se muestra el estado.
       2133-CAPTURA-CP.
           ACCEPT DIR-CP                  LINE 05 POSITION 32.
           CALL "CPO-VAL" USING DIR-CP WKS-CPO-MUNICIPIO
               WKS-CPO-ESTADO WKS-CPO-ST.

           IF WKS-CPO-ST = 1
               MOVE "CODIGO POSTAL NO EXISTE" TO WKS-CPO-TXT
           ELSE
               MOVE WKS-CPO-ESTADO TO WKS-CPO-TXT.
           DISPLAY WKS-CPO-TXT LINE 05 POSITION 40.

      *    RFC validado con RFC-VAL (estructura de persona fisica
      *    o moral, fecha real y digito de la homoclave); se vuelve
      *    a pedir hasta que pase o se deje en blanco (sin RFC).
       2135-CAPTURA-RFC.
           DISPLAY "RFC:               " LINE 07 POSITION 10.
           ACCEPT DIR-RFC                 LINE 07 POSITION 32.
           IF DIR-RFC = SPACES
               MOVE ZERO TO WKS-RFC-ST
           ELSE
               CALL "RFC-VAL" USING DIR-RFC WKS-RFC-ST.

           EVALUATE WKS-RFC-ST
               WHEN 0
                   MOVE SPACES TO WKS-RFC-TXT
               WHEN 1
                   MOVE "RFC MAL FORMADO" TO WKS-RFC-TXT
               WHEN 2
                   MOVE "FECHA DEL RFC INVALIDA" TO WKS-RFC-TXT
               WHEN OTHER
                   MOVE "HOMOCLAVE NO CORRESPONDE" TO WKS-RFC-TXT
           END-EVALUATE.
           DISPLAY WKS-RFC-TXT LINE 08 POSITION 32.

      *    Fecha de calendario real via el validador compartido
      *    FEC-VAL (meses cortos y bisiestos incluidos), y mes
      *    todavia abierto segun el candado de periodo.
                   PERFORM 2238-CARGA-DIFERENCIA
               ELSE
                   COMPUTE WKS-DIF-ABS = ZERO - WKS-DIF-PROR
                   MOVE WKS-DIF-ABS   TO WKS-IVA-BASE
                   CALL "IVA-CAL" USING WKS-IVA-BASE WKS-IVA-TASA
                       WKS-IVA-MTO
                   MOVE WKS-PROR-ANIO TO WKS-BAJA-ANIO
                   COMPUTE WKS-CREDITO = WKS-DIF-ABS + WKS-IVA-MTO
                   MOVE WKS-AUD-FECHA TO WKS-FEC-BAJA-CAP
                   PERFORM 2858-NETEA-CREDITO.

       2238-CARGA-DIFERENCIA.
           MOVE WKS-DIF-PROR TO WKS-IVA-BASE.
           CALL "IVA-CAL" USING WKS-IVA-BASE WKS-IVA-TASA WKS-IVA-MTO.

           MOVE WKS-PROR-LLAVE TO CXC-LLAVE.
           READ ARC-CXC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WKS-DIF-PROR TO CXC-IMP-CARGO
                   ADD WKS-IVA-MTO  TO CXC-IMP-CARGO
                   ADD WKS-DIF-PROR TO CXC-BASE
                   ADD WKS-IVA-MTO  TO CXC-IVA
                   PERFORM 2870-CALCULA-SALDO
                   REWRITE REG-CXC
                   MOVE "R" TO WKS-JRN-OPER
           IF CLIENTE-OK AND MOVIMIENTO-GRABADO
               MOVE "BAJA" TO WKS-AUD-OPER
               PERFORM 2800-GRABA-AUDITORIA
               MOVE "B" TO WKS-PLS-OPER
               MOVE FEC-BAJA TO WKS-PLS-FECHA
               PERFORM 9820-MUEVE-PLASTICO
               IF WKS-CXC-DISP = 1
                   PERFORM 2850-CREDITO-BAJA.

               MOVE WKS-M TO WKS-MOT-IDX
               ADD 30 TO WKS-M.

      *-------------------REINGRESO---------------------------------*
      *    El cliente dado de baja regresa con su mismo ID: conserva
      *    FEC-ING (la antiguedad de la escalera de descuentos de
      *    FACT-ANU), su historial de pagos y sus partidas. El saldo
      *    vencido se liquida antes, salvo autorizacion del
      *    supervisor; lo que resta del ano de tarjeta en curso se
      *    carga prorrateado y el siguiente aniversario lo factura
      *    FACT-ANU como a cualquier activo.
       2500-REINGRESO.
           MOVE "S" TO WKS-OK.

           DISPLAY "ID DE CLIENTE A REACTIVAR: " LINE 10 POSITION 10.
           ACCEPT WKS-ID-BUSCA                   LINE 10 POSITION 40.
           MOVE WKS-ID-BUSCA TO ID-CLIENTE.

           MOVE WKS-ID-BUSCA TO WKS-ID-DIG.
           PERFORM 2700-VALIDA-DIGITO-ID.
           IF NOT CLIENTE-OK
               PERFORM 2710-RECHAZA-DIGITO.

           IF CLIENTE-OK
               READ CLIENTES
                   INVALID KEY
                       MOVE "N" TO WKS-OK
                       DISPLAY "CLIENTE NO EXISTE"
                           LINE 12 POSITION 10.

           IF CLIENTE-OK AND CLIENTE-ACTIVO
               MOVE "N" TO WKS-OK
               DISPLAY "EL CLIENTE ESTA ACTIVO" LINE 12 POSITION 10.

           IF CLIENTE-OK
               DISPLAY NOM-CLI LINE 12 POSITION 10
               PERFORM 2510-CAPTURA-REINGRESO.

           MOVE ZERO TO WKS-REA-SALDO.
           MOVE "N"  TO WKS-REA-AUT.
           IF CLIENTE-OK AND WKS-CXC-DISP = 1
               PERFORM 2520-SALDO-VENCIDO.

           IF CLIENTE-OK
               MOVE REG-CLI  TO WKS-AUD-ANTES
               MOVE FEC-BAJA TO WKS-REA-BAJA-ANT
               MOVE MOT-BAJA TO WKS-REA-MOT-ANT
               MOVE 1    TO ESTATUS-CLI
               MOVE ZERO TO FEC-BAJA
               MOVE ZERO TO MOT-BAJA
               MOVE "S" TO WKS-GRABO
               REWRITE REG-CLI
                   INVALID KEY
                       MOVE "N" TO WKS-GRABO
                       DISPLAY "NO SE PUDO ACTUALIZAR EL CLIENTE"
                           LINE 17 POSITION 10.

           IF CLIENTE-OK AND MOVIMIENTO-GRABADO
               MOVE "REINGR" TO WKS-AUD-OPER
               PERFORM 2800-GRABA-AUDITORIA
               MOVE "A" TO WKS-PLS-OPER
               MOVE WKS-REA-FECHA TO WKS-PLS-FECHA
               PERFORM 9820-MUEVE-PLASTICO
               MOVE ZERO TO WKS-REA-CARGO
               IF WKS-CXC-DISP = 1
                   PERFORM 2540-CARGO-PRORRATEADO
               ELSE
                   DISPLAY "SIN CARTERA, NO SE CARGA PRORRATEO"
                       LINE 18 POSITION 10
               END-IF
               PERFORM 2590-ANOTA-REINGRESO.

           DISPLAY "TECLA ENTER PARA CONTINUAR..." LINE 20 POSITION 10.
           ACCEPT WKS-OK LINE 20 POSITION 45.

      *    La fecha pasa por la misma validacion que la de baja y
      *    no puede ser anterior a la baja que se deshace.
       2510-CAPTURA-REINGRESO.
           DISPLAY "FECHA DE REINGRESO (YYYYMMDD): "
               LINE 13 POSITION 10.
           ACCEPT WKS-REA-FECHA LINE 13 POSITION 42.
           CALL "FEC-VAL" USING WKS-REA-FECHA WKS-FV-STATUS.
           IF WKS-FV-STATUS = 1
               MOVE "N" TO WKS-OK
               DISPLAY "FECHA DE REINGRESO INVALIDA"
                   LINE 17 POSITION 10
           ELSE
               IF WKS-REA-FECHA < FEC-BAJA
                   MOVE "N" TO WKS-OK
                   DISPLAY "LA FECHA ES ANTERIOR A LA BAJA"
                       LINE 17 POSITION 10
               ELSE
                   MOVE WKS-REA-FECHA TO WKS-PL-FECHA
                   PERFORM 2410-CHECA-PERIODO.

           IF CLIENTE-OK
               MOVE SPACES TO WKS-REA-MOTIVO
               DISPLAY "MOTIVO DEL REINGRESO: " LINE 14 POSITION 10
               ACCEPT WKS-REA-MOTIVO LINE 14 POSITION 33
               IF WKS-REA-MOTIVO = SPACES
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL MOTIVO ES OBLIGATORIO"
                       LINE 17 POSITION 10.

      *    Saldo vencido: partidas de cargo (anualidad, recargo y
      *    producto) con saldo; los creditos pendientes del cliente
      *    no lo rebajan. Con saldo, el reingreso espera a que se
      *    pague, salvo que el supervisor lo autorice.
       2520-SALDO-VENCIDO.
           MOVE ZERO TO WKS-FIN-CXC.
           MOVE WKS-ID-BUSCA TO CXC-ID-CLIENTE.
           MOVE ZERO TO CXC-ANIO.
           MOVE ZERO TO CXC-TIPO.
           MOVE ZERO TO CXC-PARC.
           START ARC-CXC KEY IS GREATER THAN CXC-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-CXC.

           PERFORM 2525-SUMA-VENCIDO UNTIL WKS-FIN-CXC = 1.

           IF WKS-REA-SALDO > ZERO
               MOVE WKS-REA-SALDO TO WKS-REA-F
               DISPLAY "SALDO VENCIDO: " LINE 15 POSITION 10
               DISPLAY WKS-REA-F LINE 15 POSITION 26
               DISPLAY "CLAVE DE SUPERVISOR PARA REACTIVAR CON SALDO: "
                   LINE 16 POSITION 10
               ACCEPT WKS-CLAVE-SUP LINE 16 POSITION 57
               IF WKS-CLAVE-SUP = WKS-CLAVE-BUENA
                   MOVE "S" TO WKS-REA-AUT
               ELSE
                   MOVE "N" TO WKS-OK
                   DISPLAY "DEBE LIQUIDAR SU SALDO ANTES DE REACTIVAR"
                       LINE 17 POSITION 10.

       2525-SUMA-VENCIDO.
           READ ARC-CXC NEXT
               AT END MOVE 1 TO WKS-FIN-CXC.

           IF WKS-FIN-CXC = ZERO
               IF CXC-ID-CLIENTE NOT = WKS-ID-BUSCA
                   MOVE 1 TO WKS-FIN-CXC
               ELSE
                   IF (CXC-TIPO = 1 OR CXC-TIPO = 2 OR CXC-TIPO = 6)
                           AND CXC-SALDO > ZERO
                       ADD CXC-SALDO TO WKS-REA-SALDO.

      *    El ano de tarjeta en curso arranca en el ultimo
      *    aniversario de FEC-ING no posterior al reingreso (el 29
      *    de febrero se toma el 28). Lo no consumido se mide igual
      *    que en el cambio de clase: la cuota menos el consumido de
      *    CAL-ING del aniversario a la fecha del reingreso.
       2540-CARGO-PRORRATEADO.
           MOVE FEC-ING TO WKS-REA-INICIO.
           MOVE WKS-REA-FECHA (1:4) TO WKS-RI-ANO.
           IF WKS-RI-MESDIA = 0229
               MOVE 0228 TO WKS-RI-MESDIA.
           IF WKS-REA-INI-NUM > WKS-REA-FECHA
               SUBTRACT 1 FROM WKS-RI-ANO.

           MOVE ANUA TO WKS-REA-ANUA.
           IF WKS-FS-EXE NOT = "35"
               PERFORM 2545-APLICA-EXENCION.

           MOVE WKS-REA-INI-NUM TO WKS-CRED-VENC.
           MOVE WKS-REA-ANUA    TO WKS-ANUA-CALC.
           MOVE WKS-REA-FECHA   TO WKS-AUD-FECHA.
           PERFORM 2240-CALCULA-RESTO.

           IF WKS-RESTO-CALC = ZERO
               DISPLAY "SIN CARGO PRORRATEADO POR EL ANO EN CURSO"
                   LINE 18 POSITION 10
           ELSE
               PERFORM 2550-GRABA-PRORRATEO.

      *    Exencion activa y sin vencer a la fecha del reingreso,
      *    igual que la aplica FACT-ANU al vencimiento.
       2545-APLICA-EXENCION.
           MOVE ID-CLIENTE TO EXE-ID-CLIENTE.
           READ ARC-EXE
               INVALID KEY MOVE "C" TO EXE-ESTADO.

           IF EXE-ACTIVA
                   AND (EXE-FEC-VENCE = ZERO
                       OR EXE-FEC-VENCE >= WKS-REA-FECHA)
               COMPUTE WKS-REA-ANUA ROUNDED =
                   WKS-REA-ANUA * (100 - EXE-PCT) / 100.

      *    El cargo va a la partida de anualidad del ano en que
      *    arranco el ano de tarjeta (el mismo ano con que la
      *    habria facturado FACT-ANU); si ya existe se le suma, como
      *    el cargo por cambio de clase, y si no se abre vencida a
      *    la fecha del reingreso.
       2550-GRABA-PRORRATEO.
           MOVE WKS-RESTO-CALC TO WKS-IVA-BASE.
           CALL "IVA-CAL" USING WKS-IVA-BASE WKS-IVA-TASA WKS-IVA-MTO.
           COMPUTE WKS-REA-CARGO = WKS-RESTO-CALC + WKS-IVA-MTO.

           MOVE WKS-ID-BUSCA TO CXC-ID-CLIENTE.
           MOVE WKS-RI-ANO   TO CXC-ANIO.
           MOVE 1            TO CXC-TIPO.
           MOVE ZERO         TO CXC-PARC.
           READ ARC-CXC
               INVALID KEY
                   MOVE NOM-TAR        TO CXC-NOM-TAR
                   MOVE WKS-REA-CARGO  TO CXC-IMP-CARGO
                   MOVE ZERO           TO CXC-IMP-ABONO
                   MOVE WKS-REA-CARGO  TO CXC-SALDO
                   MOVE WKS-REA-FECHA  TO CXC-FEC-VENC
                   MOVE WKS-RESTO-CALC TO CXC-BASE
                   MOVE WKS-IVA-TASA   TO CXC-TASA-IVA
                   MOVE WKS-IVA-MTO    TO CXC-IVA
                   SET CXC-PENDIENTE TO TRUE
                   WRITE REG-CXC
                   MOVE "W" TO WKS-JRN-OPER
                   PERFORM 9810-ANOTA-JORNAL-CXC
               NOT INVALID KEY
                   ADD WKS-REA-CARGO  TO CXC-IMP-CARGO
                   ADD WKS-RESTO-CALC TO CXC-BASE
                   ADD WKS-IVA-MTO    TO CXC-IVA
                   PERFORM 2870-CALCULA-SALDO
                   REWRITE REG-CXC
                   MOVE "R" TO WKS-JRN-OPER
                   PERFORM 9810-ANOTA-JORNAL-CXC.

           MOVE WKS-REA-CARGO TO WKS-REA-F.
           DISPLAY "CARGO PRORRATEADO DEL ANO EN CURSO: "
               LINE 18 POSITION 10.
           DISPLAY WKS-REA-F LINE 18 POSITION 47.

       2590-ANOTA-REINGRESO.
           MOVE ID-CLIENTE       TO REA-ID-CLIENTE.
           MOVE WKS-REA-FECHA    TO REA-FECHA.
           MOVE WKS-REA-MOTIVO   TO REA-MOTIVO.
           MOVE WKS-REA-BAJA-ANT TO REA-FEC-BAJA.
           MOVE WKS-REA-MOT-ANT  TO REA-MOT-BAJA.
           MOVE NOM-TAR          TO REA-NOM-TAR.
           MOVE CLA-TAR          TO REA-CLA-TAR.
           MOVE WKS-REA-SALDO    TO REA-SALDO.
           MOVE WKS-REA-AUT      TO REA-SALDO-AUT.
           MOVE WKS-REA-CARGO    TO REA-CARGO.
           MOVE WKS-OPERADOR     TO REA-OPERADOR.
           WRITE REG-REA.

           DISPLAY "CLIENTE REACTIVADO" LINE 19 POSITION 10.

      *    Pide el digito verificador del ID recien tecleado y lo
      *    compara contra el que calcula DIG-CALC sobre el ID.
       2700-VALIDA-DIGITO-ID.
               INVALID KEY
                   MOVE WKS-CRED-NOMTAR  TO CXC-NOM-TAR
                   MOVE ZERO             TO CXC-IMP-CARGO
                   MOVE ZERO             TO CXC-BASE
                   MOVE ZERO             TO CXC-TASA-IVA
                   MOVE ZERO             TO CXC-IVA
                   MOVE WKS-CRED-RESTA   TO CXC-IMP-ABONO
                   MOVE WKS-CRED-RESTA   TO CXC-SALDO
                   MOVE WKS-FEC-BAJA-CAP TO CXC-FEC-VENC
           CLOSE CLIENTES.
           CLOSE ARC-AUD.
           CLOSE ARC-DIR.
           CLOSE ARC-RFR.
           CLOSE ARC-ACL.
           CLOSE ARC-REA.
           IF WKS-FS-EXE NOT = "35"
               CLOSE ARC-EXE.
           IF WKS-CXC-DISP = 1
               CLOSE ARC-CXC.

       9810-ANOTA-JORNAL-CXC.
           MOVE "ARC-CXC " TO WKS-JRN-ARCHIVO.
           MOVE SPACES  TO WKS-JRN-IMAGEN.
           MOVE REG-CXC TO WKS-JRN-IMAGEN (1:81).
           PERFORM 9800-ANOTA-JORNAL.

      *    El numero del plastico emitido se muestra para que el
      *    mostrador lo anote en el contrato.
       9820-MUEVE-PLASTICO.
           MOVE ZERO TO WKS-PLS-NUMERO.
           CALL "PLS-ARC" USING WKS-PLS-OPER ID-CLIENTE CLA-TAR
               WKS-PLS-FECHA WKS-PLS-NUMERO WKS-PLS-ST.
           IF WKS-PLS-OPER = "A"
               DISPLAY "PLASTICO EMITIDO:" LINE 21 POSITION 10
               DISPLAY WKS-PLS-NUMERO LINE 21 POSITION 28.
