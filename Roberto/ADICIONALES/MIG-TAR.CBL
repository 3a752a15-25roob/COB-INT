       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIG-TAR.
      *    Retiro de un producto de tarjeta: dada la clase que se
      *    retira, la clase que la reemplaza y la fecha de la
      *    migracion, pasa a todos los clientes activos de la clase
      *    vieja a la nueva con la cuota que LINK-CAT da a la clase
      *    nueva vigente a la fecha de migracion. Antes se le ponia
      *    fin de vigencia a las lineas de CAT-TAR en MANT-TAR y se
      *    cambiaba cliente por cliente en MANT-CLI.
      *    La vista previa solo lista a los afectados con su cuota
      *    vieja y nueva; la pasada real pide firma de nivel 3,
      *    regraba al cliente (la campana de promocion de la clase
      *    vieja se borra), deja las imagenes en ARC-AUD, reprorratea
      *    el ano ya facturado igual que el cambio de clase de
      *    MANT-CLI, e imprime una carta de aviso por cliente con el
      *    domicilio de ARC-DIR. El reporte de control cierra con
      *    los conteos y el efecto anual en cuotas.
      *    Parametros por ambiente (MIG_TAR_CLASE, MIG_TAR_NUEVA,
      *    MIG_TAR_FECHA y MIG_TAR_PREVIA, S = solo listar) o en
      *    pantalla cuando no vienen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CLIENTES indexado por ID-CLIENTE; secuencial con REWRITE
      *    del registro recien leido, igual que RETAR-CLI.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
           SELECT ARC-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
           SELECT ARC-AUD ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUD.
           SELECT ARC-DIR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-ID-CLIENTE
               FILE STATUS IS WKS-FS-DIR.
           SELECT REP-MIG ASSIGN TO PRINTER.
      *    Cartas de aviso, una por cliente migrado.
           SELECT REP-MCA ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY REGCLI.

       FD ARC-CXC.
           COPY REGCXC.

       FD ARC-AUD.
           COPY REGAUD.

       FD ARC-DIR.
           COPY REGDIR.

       FD REP-MIG.
       01 LINEA          PIC X(132).

       FD REP-MCA.
       01 LINEA-CARTA    PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-AUD        PIC XX.
       01 WKS-FS-DIR        PIC XX.
       01 WKS-CXC-DISP      PIC 9 VALUE ZERO.

      *    Parametros de la corrida.
       01 WKS-PARM          PIC X(80).
       01 WKS-CLA-VIEJA     PIC 9 VALUE ZERO.
       01 WKS-CLA-NUEVA     PIC 9 VALUE ZERO.
       01 WKS-FEC-MIG       PIC 9(08) VALUE ZERO.
       01 WKS-PREVIA        PIC X VALUE "S".
           88 SOLO-PREVIA        VALUE "S".
       01 WKS-FV-STATUS     PIC 9.
       01 WKS-PL-STATUS     PIC 9.

      *    Firma de operador (subprograma FIRMA) para la pasada real.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08) VALUE SPACES.
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "MIG-TAR ".

      *    Copia de trabajo para preguntarle a LINK-CAT la cuota de
      *    la clase nueva a la fecha de migracion sin tocar el
      *    registro, igual que en RETAR-CLI.
       01 WKS-REG-TRA.
           03 WKS-TRA-ID     PIC 9(06).
           03 WKS-TRA-NOM    PIC X(30).
           03 WKS-TRA-CLA    PIC 9.
           03 WKS-TRA-NTAR   PIC X(20).
           03 WKS-TRA-ANUA   PIC 9(05)V99.
           03 WKS-TRA-FEC    PIC 9(08).
           03 WKS-TRA-EST    PIC 9.
           03 WKS-TRA-FBAJA  PIC 9(08).
           03 WKS-TRA-MBAJA  PIC 99.
           03 WKS-TRA-SUC    PIC 9(03).
           03 WKS-TRA-CAMP   PIC X(06).
       01 WKS-LK-STATUS     PIC 9.

      *    Prorrateo del cambio de clase, el mismo de MANT-CLI: el
      *    ano facturado mas reciente con su primer vencimiento, y
      *    la diferencia de los meses no consumidos a la fecha de
      *    migracion (tarifa nueva menos tarifa vieja), que se
      *    vuelve cargo o credito en la cartera.
       01 WKS-ANUA-VIEJA    PIC 9(05)V99.
       01 WKS-PROR-ANIO     PIC 9(04).
       01 WKS-PROR-LLAVE    PIC X(13).
       01 WKS-PROR-VENC     PIC 9(08).
       01 WKS-PROR-NOMTAR   PIC X(20).
       01 WKS-RESTO-VIEJO   PIC 9(07)V99.
       01 WKS-RESTO-NUEVO   PIC 9(07)V99.
       01 WKS-DIF-PROR      PIC S9(07)V99.
       01 WKS-DIF-ABS       PIC 9(07)V99.
       01 WKS-ANUA-CALC     PIC 9(05)V99.
       01 WKS-RESTO-CALC    PIC 9(07)V99.
       01 WKS-CREDITO       PIC 9(07)V99.
       01 WKS-CRED-RESTA    PIC 9(07)V99.
       01 WKS-ABONA         PIC 9(05)V99.
       01 WKS-FIN-CXC       PIC 9.
       01 WKS-IVA-BASE      PIC 9(09)V99.
       01 WKS-IVA-TASA      PIC 99V99.
       01 WKS-IVA-MTO       PIC 9(09)V99.

       01 WKS-FEC-TERM-COB.
           03 WKS-TC-ANO   PIC 9(04).
           03 WKS-TC-RESTO PIC 9(04).

      *    Parametros de CAL-ING, igual que en MANT-CLI.
       01 WKS-LINK-DATA.
           03 WKS-FEC-INICIO   PIC 9(08).
           03 WKS-FEC-TERMIN   PIC 9(08).
           03 WKS-ING-MENSUA   PIC 9(10)V99.
           03 WKS-ING-TOTALD   PIC 9(13)V99.
           03 WKS-MODO-PRORR   PIC 9 VALUE ZERO.
           03 WKS-CAL-STATUS   PIC 9.
           03 WKS-FEC-CORTE    PIC 9(08) VALUE ZERO.

      *    Apoyo de la pista de auditoria, igual que MANT-CLI.
       01 WKS-AUD-ANTES    PIC X(92).
       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).
       01 WKS-HORA-CAP.
           03 WKS-HORA6    PIC 9(06).
           03 FILLER       PIC 99.

      *    Jornal de actualizaciones (subprograma JRN-ARC).
       01 WKS-JRN-ARCHIVO  PIC X(08).
       01 WKS-JRN-OPER     PIC X.
       01 WKS-JRN-IMAGEN   PIC X(100).

      *    Fecha larga de la migracion para la carta (FEC-FOR).
       01 WKS-FEC-LARGA    PIC X(30).
       01 WKS-FF-STATUS    PIC 9.

       01 WKS-TOT-CLASE     PIC 9(06) VALUE ZERO.
       01 WKS-TOT-MIGRADOS  PIC 9(06) VALUE ZERO.
       01 WKS-TOT-SIN-TAR   PIC 9(06) VALUE ZERO.
       01 WKS-TOT-CARTAS    PIC 9(06) VALUE ZERO.
       01 WKS-SIN-DOMIC     PIC 9(06) VALUE ZERO.
      *    Efecto anual: suma de (cuota nueva - cuota vieja), con
      *    signo; el prorrateo se suma aparte en cargos y creditos.
       01 WKS-IMPACTO       PIC S9(09)V99 VALUE ZERO.
       01 WKS-DELTA         PIC S9(06)V99.
       01 WKS-TOT-AJ-CARGO  PIC 9(09)V99 VALUE ZERO.
       01 WKS-TOT-AJ-CRED   PIC 9(09)V99 VALUE ZERO.

       77 WKS-FIN           PIC 9.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(43)
                   VALUE "MIGRACION DE CLIENTES POR RETIRO DE TARJETA".

       01 WKS-ENCB.
           03 FILLER         PIC X(17) VALUE "CLASE QUE SALE: ".
           03 WKS-ENCB-VIEJA PIC 9.
           03 FILLER         PIC X(16) VALUE "  CLASE NUEVA: ".
           03 WKS-ENCB-NUEVA PIC 9.
           03 FILLER         PIC X(10) VALUE "  FECHA: ".
           03 WKS-ENCB-FECHA PIC 9(08).
           03 FILLER         PIC X(08) VALUE "  MODO: ".
           03 WKS-ENCB-MODO  PIC X(13).

       01 WKS-ENCC.
           03 FILLER         PIC X(08) VALUE "CLIENTE".
           03 FILLER         PIC X(32) VALUE "NOMBRE".
           03 FILLER         PIC X(22) VALUE "TARJETA ANTES".
           03 FILLER         PIC X(11) VALUE "CUOTA ANT.".
           03 FILLER         PIC X(22) VALUE "TARJETA NUEVA".
           03 FILLER         PIC X(11) VALUE "CUOTA NUEVA".
           03 FILLER         PIC X(12) VALUE "PRORRATEO".
           03 FILLER         PIC X(14) VALUE "RESULTADO".

       01 WKS-DET1.
           03 WKS-DT-ID      PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-NOM     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-NT-A    PIC X(20).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-AN-A    PIC $$,$$9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-NT-D    PIC X(20).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-AN-D    PIC $$,$$9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-AJUSTE  PIC $$,$$9.99-.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-RES     PIC X(14).

       01 WKS-PIE1.
           03 FILLER         PIC X(20) VALUE "CLIENTES DE LA CLASE".
           03 WKS-PIE-CLA    PIC ZZZ,ZZ9.
           03 FILLER         PIC X(12) VALUE "  MIGRADOS: ".
           03 WKS-PIE-MIG    PIC ZZZ,ZZ9.
           03 FILLER         PIC X(20) VALUE "  SIN TARIFA NUEVA: ".
           03 WKS-PIE-SIN    PIC ZZZ,ZZ9.
           03 FILLER         PIC X(10) VALUE "  CARTAS: ".
           03 WKS-PIE-CAR    PIC ZZZ,ZZ9.
           03 FILLER         PIC X(17) VALUE "  SIN DOMICILIO: ".
           03 WKS-PIE-DOM    PIC ZZZ,ZZ9.

       01 WKS-PIE2.
           03 FILLER         PIC X(30)
                   VALUE "EFECTO ANUAL EN CUOTAS:       ".
           03 WKS-PIE-IMP    PIC $$$,$$$,$$9.99-.
           03 FILLER         PIC X(22)
                   VALUE "  PRORRATEO CARGOS:   ".
           03 WKS-PIE-AJC    PIC $$$,$$$,$$9.99.
           03 FILLER         PIC X(14) VALUE "  CREDITOS:   ".
           03 WKS-PIE-AJR    PIC $$$,$$$,$$9.99.

      *------LINEAS DE LA CARTA-------------*
       01 WKS-CAR-SALUDO.
           03 FILLER         PIC X(09) VALUE "ESTIMADO ".
           03 WKS-CS-NOM     PIC X(30).
           03 FILLER         PIC X(01) VALUE ":".

       01 WKS-CAR-CUERPO1.
           03 FILLER         PIC X(11) VALUE "SU TARJETA ".
           03 WKS-CC-VIEJA   PIC X(20).
           03 FILLER         PIC X(22)
                   VALUE " DEJA DE OFRECERSE. A ".
           03 FILLER         PIC X(12) VALUE "PARTIR DEL ".
           03 WKS-CC-FECHA   PIC X(30).

       01 WKS-CAR-CUERPO2.
           03 FILLER         PIC X(19) VALUE "SU TARJETA SERA LA ".
           03 WKS-CC-NUEVA   PIC X(20).
           03 FILLER         PIC X(21)
                   VALUE " CON CUOTA ANUAL DE ".
           03 WKS-CC-CUOTA   PIC $$,$$9.99.

       01 WKS-CAR-CUERPO3.
           03 WKS-CC-AJ-TXT  PIC X(40).
           03 WKS-CC-AJUSTE  PIC $$,$$9.99.

       01 WKS-CAR-DOMIC1.
           03 FILLER         PIC X(11) VALUE "DOMICILIO: ".
           03 WKS-CD-CALLE   PIC X(30).

       01 WKS-CAR-DOMIC2.
           03 FILLER         PIC X(11) VALUE SPACES.
           03 WKS-CD-CIUDAD  PIC X(20).
           03 FILLER         PIC X(04) VALUE " CP ".
           03 WKS-CD-CP      PIC 9(05).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           PERFORM 1100-OBTIENE-PARAMETROS.
           PERFORM 1200-VALIDA-PARAMETROS.
           IF WKS-FIN = 1
               MOVE 8 TO RETURN-CODE
               GOBACK.

           IF NOT SOLO-PREVIA
               MOVE 3 TO WKS-FIRMA-NIVEL
               CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
                   WKS-OPERADOR WKS-FIRMA-ST
               IF WKS-FIRMA-ST = 1
                   MOVE 8 TO RETURN-CODE
                   GOBACK.

           CALL "FEC-FOR" USING WKS-FEC-MIG WKS-FEC-LARGA
               WKS-FF-STATUS.

           PERFORM 1300-ABRE-ARCHIVOS.
           PERFORM 1800-ENCABEZADOS.

           IF WKS-FS-CLI = "35"
               DISPLAY "NO EXISTE CLIENTES"
               MOVE 1 TO WKS-FIN
               MOVE 8 TO RETURN-CODE
           ELSE
               READ CLIENTES
                   AT END MOVE 1 TO WKS-FIN.

       1100-OBTIENE-PARAMETROS.
           DISPLAY "MIG_TAR_CLASE" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM NOT = SPACES
                   AND WKS-PARM (1:1) IS NUMERIC
               MOVE WKS-PARM (1:1) TO WKS-CLA-VIEJA
           ELSE
               DISPLAY SPACES ERASE
               DISPLAY "MIGRACION POR RETIRO DE TARJETA"
                   LINE 01 POSITION 25
               DISPLAY "CLASE DE TARJETA QUE SE RETIRA (9): "
                   LINE 03 POSITION 10
               ACCEPT WKS-CLA-VIEJA LINE 03 POSITION 47.

           MOVE SPACES TO WKS-PARM.
           DISPLAY "MIG_TAR_NUEVA" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM NOT = SPACES
                   AND WKS-PARM (1:1) IS NUMERIC
               MOVE WKS-PARM (1:1) TO WKS-CLA-NUEVA
           ELSE
               DISPLAY "CLASE QUE LA REEMPLAZA (9): "
                   LINE 04 POSITION 10
               ACCEPT WKS-CLA-NUEVA LINE 04 POSITION 47.

           MOVE SPACES TO WKS-PARM.
           DISPLAY "MIG_TAR_FECHA" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM NOT = SPACES
                   AND WKS-PARM (1:8) IS NUMERIC
               MOVE WKS-PARM (1:8) TO WKS-FEC-MIG
           ELSE
               DISPLAY "FECHA DE MIGRACION (YYYYMMDD): "
                   LINE 05 POSITION 10
               ACCEPT WKS-FEC-MIG LINE 05 POSITION 47.

           MOVE SPACES TO WKS-PARM.
           DISPLAY "MIG_TAR_PREVIA" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM NOT = SPACES
               MOVE WKS-PARM (1:1) TO WKS-PREVIA
           ELSE
               DISPLAY "SOLO VISTA PREVIA, SIN APLICAR? (S/N): "
                   LINE 06 POSITION 10
               ACCEPT WKS-PREVIA LINE 06 POSITION 52.

      *    La pasada real no puede fechar la migracion en un mes ya
      *    cerrado: el prorrateo mueve la cartera a esa fecha.
       1200-VALIDA-PARAMETROS.
           MOVE ZERO TO WKS-FIN.
           IF WKS-CLA-VIEJA = ZERO OR WKS-CLA-NUEVA = ZERO
                   OR WKS-CLA-VIEJA = WKS-CLA-NUEVA
               DISPLAY "CLASES INVALIDAS: " WKS-CLA-VIEJA " A "
                   WKS-CLA-NUEVA
               MOVE 1 TO WKS-FIN.

           CALL "FEC-VAL" USING WKS-FEC-MIG WKS-FV-STATUS.
           IF WKS-FV-STATUS = 1
               DISPLAY "FECHA DE MIGRACION INVALIDA: " WKS-FEC-MIG
               MOVE 1 TO WKS-FIN
           ELSE
               IF NOT SOLO-PREVIA
                   CALL "PER-LCK" USING WKS-FEC-MIG WKS-PL-STATUS
                   IF WKS-PL-STATUS = 1
                       DISPLAY "EL MES DE LA MIGRACION YA ESTA CERRADO"
                       MOVE 1 TO WKS-FIN.

      *    La vista previa solo lee; la cartera se abre solo si ya
      *    existe, como en MANT-CLI.
       1300-ABRE-ARCHIVOS.
           IF SOLO-PREVIA
               OPEN INPUT CLIENTES
           ELSE
               OPEN I-O CLIENTES
               OPEN EXTEND ARC-AUD
               IF WKS-FS-AUD = "35"
                   OPEN OUTPUT ARC-AUD
               END-IF
               OPEN INPUT ARC-DIR
               OPEN OUTPUT REP-MCA
               OPEN I-O ARC-CXC
               IF WKS-FS-CXC NOT = "35"
                   MOVE 1 TO WKS-CXC-DISP.

           OPEN OUTPUT REP-MIG.

       1800-ENCABEZADOS.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.

           MOVE WKS-CLA-VIEJA TO WKS-ENCB-VIEJA.
           MOVE WKS-CLA-NUEVA TO WKS-ENCB-NUEVA.
           MOVE WKS-FEC-MIG   TO WKS-ENCB-FECHA.
           IF SOLO-PREVIA
               MOVE "VISTA PREVIA" TO WKS-ENCB-MODO
           ELSE
               MOVE "PASADA REAL" TO WKS-ENCB-MODO.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

      *    Solo clientes activos de la clase que se retira; el dado
      *    de baja conserva su tarjeta historica.
       2000-PROCESO.
           IF CLIENTE-ACTIVO AND CLA-TAR = WKS-CLA-VIEJA
               PERFORM 2100-REVISA-CLIENTE.

           READ CLIENTES
               AT END MOVE 1 TO WKS-FIN.

      *    Sin tarifa de la clase nueva vigente a la fecha de
      *    migracion el cliente se deja como esta y se cuenta
      *    aparte: primero hay que dar de alta la tarifa en MANT-TAR.
       2100-REVISA-CLIENTE.
           ADD 1 TO WKS-TOT-CLASE.

           MOVE REG-CLI       TO WKS-REG-TRA.
           MOVE WKS-CLA-NUEVA TO WKS-TRA-CLA.
           MOVE WKS-FEC-MIG   TO WKS-TRA-FEC.
           CALL "LINK-CAT" USING WKS-REG-TRA WKS-LK-STATUS.

           MOVE ID-CLIENTE TO WKS-DT-ID.
           MOVE NOM-CLI    TO WKS-DT-NOM.
           MOVE NOM-TAR    TO WKS-DT-NT-A.
           MOVE ANUA       TO WKS-DT-AN-A.
           MOVE ZERO       TO WKS-DT-AJUSTE.

           IF WKS-LK-STATUS = 1
               ADD 1 TO WKS-TOT-SIN-TAR
               MOVE SPACES TO WKS-DT-NT-D
               MOVE ZERO   TO WKS-DT-AN-D
               MOVE "SIN TARIFA" TO WKS-DT-RES
               PERFORM 2800-ESCRIBE-RENGLON
           ELSE
               MOVE WKS-TRA-NTAR TO WKS-DT-NT-D
               MOVE WKS-TRA-ANUA TO WKS-DT-AN-D
               COMPUTE WKS-DELTA = WKS-TRA-ANUA - ANUA
               ADD WKS-DELTA TO WKS-IMPACTO
               IF SOLO-PREVIA
                   MOVE "POR MIGRAR" TO WKS-DT-RES
                   PERFORM 2800-ESCRIBE-RENGLON
               ELSE
                   PERFORM 2200-APLICA-MIGRACION.

      *    El mismo cambio de clase que haria MANT-CLI: clase,
      *    tarjeta y cuota nuevas, constancia en la pista y renglon
      *    en el diario; la promocion era de la clase vieja.
       2200-APLICA-MIGRACION.
           MOVE REG-CLI TO WKS-AUD-ANTES.
           MOVE ANUA    TO WKS-ANUA-VIEJA.

           MOVE WKS-CLA-NUEVA TO CLA-TAR.
           MOVE WKS-TRA-NTAR  TO NOM-TAR.
           MOVE WKS-TRA-ANUA  TO ANUA.
           MOVE SPACES        TO CAMP-CLI.
           REWRITE REG-CLI.

           PERFORM 2250-GRABA-AUDITORIA.

           MOVE "CLIENTES" TO WKS-JRN-ARCHIVO.
           MOVE "R" TO WKS-JRN-OPER.
           MOVE SPACES  TO WKS-JRN-IMAGEN.
           MOVE REG-CLI TO WKS-JRN-IMAGEN (1:92).
           PERFORM 9800-ANOTA-JORNAL.

           ADD 1 TO WKS-TOT-MIGRADOS.

           MOVE ZERO TO WKS-DIF-PROR.
           IF WKS-CXC-DISP = 1
               PERFORM 2300-PRORRATEA-CAMBIO.

           MOVE WKS-DIF-PROR TO WKS-DT-AJUSTE.
           MOVE "MIGRADO" TO WKS-DT-RES.
           PERFORM 2800-ESCRIBE-RENGLON.

           PERFORM 2600-IMPRIME-CARTA.

       2250-GRABA-AUDITORIA.
           MOVE WKS-FECHA-HOY TO AUD-FECHA.
           MOVE WKS-OPERADOR  TO AUD-OPERADOR.
           ACCEPT WKS-HORA-CAP FROM TIME.
           MOVE WKS-HORA6     TO AUD-HORA.
           MOVE "MIGRA"       TO AUD-OPER.
           MOVE WKS-AUD-ANTES TO AUD-ANTES.
           MOVE REG-CLI       TO AUD-DESPUES.
           WRITE REG-AUD.

      *-------------------PRORRATEO DE CAMBIO DE CLASE-------------*
      *    Igual que MANT-CLI, cortado a la fecha de migracion: el
      *    ano facturado mas reciente se reprorratea con los meses
      *    no consumidos a la tarifa nueva menos los de la vieja. La
      *    diferencia positiva se suma como cargo (con su IVA) a la
      *    partida del ano; la negativa se netea como credito contra
      *    el saldo abierto del ano y lo que sobre queda como
      *    partida de credito (tipo 3).
       2300-PRORRATEA-CAMBIO.
           PERFORM 2310-BUSCA-ANIO-FACT.

           IF WKS-PROR-ANIO NOT = ZERO
               MOVE WKS-ANUA-VIEJA TO WKS-ANUA-CALC
               PERFORM 2320-CALCULA-RESTO
               MOVE WKS-RESTO-CALC TO WKS-RESTO-VIEJO
               MOVE ANUA TO WKS-ANUA-CALC
               PERFORM 2320-CALCULA-RESTO
               MOVE WKS-RESTO-CALC TO WKS-RESTO-NUEVO
               COMPUTE WKS-DIF-PROR =
                   WKS-RESTO-NUEVO - WKS-RESTO-VIEJO
               PERFORM 2330-APLICA-DIFERENCIA.

       2310-BUSCA-ANIO-FACT.
           MOVE ZERO TO WKS-PROR-ANIO.
           MOVE ZERO TO WKS-FIN-CXC.

           MOVE ID-CLIENTE TO CXC-ID-CLIENTE.
           MOVE ZERO TO CXC-ANIO.
           MOVE ZERO TO CXC-TIPO.
           MOVE ZERO TO CXC-PARC.
           START ARC-CXC KEY IS GREATER THAN CXC-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-CXC.

           PERFORM 2315-REVISA-ANIO UNTIL WKS-FIN-CXC = 1.

       2315-REVISA-ANIO.
           READ ARC-CXC NEXT
               AT END MOVE 1 TO WKS-FIN-CXC.

           IF WKS-FIN-CXC = ZERO
               IF CXC-ID-CLIENTE NOT = ID-CLIENTE
                   MOVE 1 TO WKS-FIN-CXC
               ELSE
                   IF CXC-TIPO = 1 AND CXC-ANIO > WKS-PROR-ANIO
                       MOVE CXC-ANIO     TO WKS-PROR-ANIO
                       MOVE CXC-LLAVE    TO WKS-PROR-LLAVE
                       MOVE CXC-FEC-VENC TO WKS-PROR-VENC
                       MOVE CXC-NOM-TAR  TO WKS-PROR-NOMTAR.

       2320-CALCULA-RESTO.
           MOVE WKS-PROR-VENC TO WKS-FEC-INICIO.
           MOVE WKS-PROR-VENC TO WKS-FEC-TERM-COB.
           ADD 1 TO WKS-TC-ANO.
           MOVE WKS-FEC-TERM-COB TO WKS-FEC-TERMIN.
           COMPUTE WKS-ING-MENSUA = WKS-ANUA-CALC / 12.
           MOVE 1 TO WKS-MODO-PRORR.
           MOVE WKS-FEC-MIG TO WKS-FEC-CORTE.

           IF WKS-FEC-MIG >= WKS-FEC-TERMIN
               MOVE ZERO TO WKS-RESTO-CALC
           ELSE
               CALL "CAL-ING" USING WKS-LINK-DATA
               IF WKS-CAL-STATUS = 1
                   MOVE WKS-ANUA-CALC TO WKS-RESTO-CALC
               ELSE
                   IF WKS-ING-TOTALD > WKS-ANUA-CALC
                       MOVE ZERO TO WKS-RESTO-CALC
                   ELSE
                       COMPUTE WKS-RESTO-CALC =
                           WKS-ANUA-CALC - WKS-ING-TOTALD.

       2330-APLICA-DIFERENCIA.
           IF WKS-DIF-PROR > ZERO
               PERFORM 2340-CARGA-DIFERENCIA
           ELSE
               IF WKS-DIF-PROR < ZERO
                   COMPUTE WKS-DIF-ABS = ZERO - WKS-DIF-PROR
                   MOVE WKS-DIF-ABS   TO WKS-IVA-BASE
                   CALL "IVA-CAL" USING WKS-IVA-BASE WKS-IVA-TASA
                       WKS-IVA-MTO
                   COMPUTE WKS-CREDITO = WKS-DIF-ABS + WKS-IVA-MTO
                   ADD WKS-DIF-ABS TO WKS-TOT-AJ-CRED
                   PERFORM 2350-NETEA-CREDITO.

       2340-CARGA-DIFERENCIA.
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
                   PERFORM 2370-CALCULA-SALDO
                   REWRITE REG-CXC
                   MOVE "R" TO WKS-JRN-OPER
                   PERFORM 9810-ANOTA-JORNAL-CXC
                   ADD WKS-DIF-PROR TO WKS-TOT-AJ-CARGO.

       2350-NETEA-CREDITO.
           MOVE WKS-CREDITO TO WKS-CRED-RESTA.
           MOVE ZERO TO WKS-FIN-CXC.
           PERFORM 2355-POSICIONA-ANIO.
           PERFORM 2360-NETEA-PARTIDA UNTIL WKS-FIN-CXC = 1.

           IF WKS-CRED-RESTA > ZERO
               PERFORM 2380-CREA-DEVOLUCION.

       2355-POSICIONA-ANIO.
           MOVE ID-CLIENTE    TO CXC-ID-CLIENTE.
           MOVE WKS-PROR-ANIO TO CXC-ANIO.
           MOVE ZERO          TO CXC-TIPO.
           MOVE ZERO          TO CXC-PARC.
           START ARC-CXC KEY IS GREATER THAN CXC-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-CXC.

       2360-NETEA-PARTIDA.
           READ ARC-CXC NEXT
               AT END MOVE 1 TO WKS-FIN-CXC.

           IF WKS-FIN-CXC = ZERO
               IF CXC-ID-CLIENTE NOT = ID-CLIENTE
                       OR CXC-ANIO NOT = WKS-PROR-ANIO
                       OR CXC-TIPO NOT = 1
                   MOVE 1 TO WKS-FIN-CXC
               ELSE
                   IF CXC-SALDO > ZERO AND WKS-CRED-RESTA > ZERO
                       PERFORM 2365-ABONA-CREDITO.

       2365-ABONA-CREDITO.
           IF WKS-CRED-RESTA < CXC-SALDO
               MOVE WKS-CRED-RESTA TO WKS-ABONA
           ELSE
               MOVE CXC-SALDO TO WKS-ABONA.

           ADD WKS-ABONA TO CXC-IMP-ABONO.
           SUBTRACT WKS-ABONA FROM WKS-CRED-RESTA.
           PERFORM 2370-CALCULA-SALDO.
           REWRITE REG-CXC.
           MOVE "R" TO WKS-JRN-OPER.
           PERFORM 9810-ANOTA-JORNAL-CXC.

       2370-CALCULA-SALDO.
           IF CXC-IMP-ABONO >= CXC-IMP-CARGO
               MOVE ZERO TO CXC-SALDO
               SET CXC-PAGADA TO TRUE
           ELSE
               SUBTRACT CXC-IMP-ABONO FROM CXC-IMP-CARGO
                   GIVING CXC-SALDO
               IF CXC-IMP-ABONO > ZERO
                   SET CXC-PARCIAL TO TRUE
               ELSE
                   SET CXC-PENDIENTE TO TRUE.

       2380-CREA-DEVOLUCION.
           MOVE ID-CLIENTE    TO CXC-ID-CLIENTE.
           MOVE WKS-PROR-ANIO TO CXC-ANIO.
           MOVE 3             TO CXC-TIPO.
           MOVE ZERO          TO CXC-PARC.

           READ ARC-CXC
               INVALID KEY
                   MOVE WKS-PROR-NOMTAR TO CXC-NOM-TAR
                   MOVE ZERO            TO CXC-IMP-CARGO
                   MOVE ZERO            TO CXC-BASE
                   MOVE ZERO            TO CXC-TASA-IVA
                   MOVE ZERO            TO CXC-IVA
                   MOVE WKS-CRED-RESTA  TO CXC-IMP-ABONO
                   MOVE WKS-CRED-RESTA  TO CXC-SALDO
                   MOVE WKS-FEC-MIG     TO CXC-FEC-VENC
                   SET CXC-PENDIENTE TO TRUE
                   WRITE REG-CXC
                   MOVE "W" TO WKS-JRN-OPER
                   PERFORM 9810-ANOTA-JORNAL-CXC
               NOT INVALID KEY
                   ADD WKS-CRED-RESTA TO CXC-IMP-ABONO
                   ADD WKS-CRED-RESTA TO CXC-SALDO
                   REWRITE REG-CXC
                   MOVE "R" TO WKS-JRN-OPER
                   PERFORM 9810-ANOTA-JORNAL-CXC.

      *-------------------CARTA DE AVISO----------------------------*
       2600-IMPRIME-CARTA.
           ADD 1 TO WKS-TOT-CARTAS.

           MOVE NOM-CLI TO WKS-CS-NOM.
           MOVE WKS-CAR-SALUDO TO LINEA-CARTA.
           WRITE LINEA-CARTA AFTER PAGE.

           MOVE WKS-DT-NT-A   TO WKS-CC-VIEJA.
           MOVE WKS-FEC-LARGA TO WKS-CC-FECHA.
           MOVE WKS-CAR-CUERPO1 TO LINEA-CARTA.
           WRITE LINEA-CARTA AFTER 2.

           MOVE NOM-TAR TO WKS-CC-NUEVA.
           MOVE ANUA    TO WKS-CC-CUOTA.
           MOVE WKS-CAR-CUERPO2 TO LINEA-CARTA.
           WRITE LINEA-CARTA AFTER 1.

           IF WKS-DIF-PROR NOT = ZERO
               PERFORM 2650-LINEA-AJUSTE.

           PERFORM 2700-PON-DOMICILIO.

      *    El ajuste se informa sin IVA, igual que lo muestra
      *    MANT-CLI en pantalla.
       2650-LINEA-AJUSTE.
           IF WKS-DIF-PROR > ZERO
               MOVE "CARGO POR EL RESTO DEL ANO EN CURSO:"
                   TO WKS-CC-AJ-TXT
               MOVE WKS-DIF-PROR TO WKS-CC-AJUSTE
           ELSE
               MOVE "CREDITO POR EL RESTO DEL ANO EN CURSO:"
                   TO WKS-CC-AJ-TXT
               MOVE WKS-DIF-ABS TO WKS-CC-AJUSTE.
           MOVE WKS-CAR-CUERPO3 TO LINEA-CARTA.
           WRITE LINEA-CARTA AFTER 1.

       2700-PON-DOMICILIO.
           MOVE ID-CLIENTE TO DIR-ID-CLIENTE.

           IF WKS-FS-DIR = "35"
               MOVE "SIN DOMICILIO REGISTRADO" TO WKS-CD-CALLE
               MOVE SPACES TO WKS-CD-CIUDAD
               MOVE ZERO TO WKS-CD-CP
               ADD 1 TO WKS-SIN-DOMIC
           ELSE
               READ ARC-DIR
                   INVALID KEY
                       MOVE "SIN DOMICILIO REGISTRADO"
                           TO WKS-CD-CALLE
                       MOVE SPACES TO WKS-CD-CIUDAD
                       MOVE ZERO TO WKS-CD-CP
                       ADD 1 TO WKS-SIN-DOMIC
                   NOT INVALID KEY
                       PERFORM 2750-COPIA-DOMICILIO.

           MOVE WKS-CAR-DOMIC1 TO LINEA-CARTA.
           WRITE LINEA-CARTA AFTER 3.
           MOVE WKS-CAR-DOMIC2 TO LINEA-CARTA.
           WRITE LINEA-CARTA AFTER 1.

      *    Con el correo devuelto la carta se imprime igual (el
      *    cambio ya se aplico) pero se cuenta sin domicilio para
      *    que el mostrador la retenga, como hacen CARTA-ANU y
      *    CARTA-COB.
       2750-COPIA-DOMICILIO.
           IF DIR-CORREO-DEVUELTO
               MOVE "CORREO DEVUELTO - RETENER" TO WKS-CD-CALLE
               MOVE SPACES TO WKS-CD-CIUDAD
               MOVE ZERO TO WKS-CD-CP
               ADD 1 TO WKS-SIN-DOMIC
           ELSE
               MOVE DIR-CALLE  TO WKS-CD-CALLE
               MOVE DIR-CIUDAD TO WKS-CD-CIUDAD
               MOVE DIR-CP     TO WKS-CD-CP.

       2800-ESCRIBE-RENGLON.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

       3000-FIN.
           MOVE WKS-TOT-CLASE    TO WKS-PIE-CLA.
           MOVE WKS-TOT-MIGRADOS TO WKS-PIE-MIG.
           MOVE WKS-TOT-SIN-TAR  TO WKS-PIE-SIN.
           MOVE WKS-TOT-CARTAS   TO WKS-PIE-CAR.
           MOVE WKS-SIN-DOMIC    TO WKS-PIE-DOM.
           MOVE WKS-PIE1 TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE WKS-IMPACTO      TO WKS-PIE-IMP.
           MOVE WKS-TOT-AJ-CARGO TO WKS-PIE-AJC.
           MOVE WKS-TOT-AJ-CRED  TO WKS-PIE-AJR.
           MOVE WKS-PIE2 TO LINEA.
           WRITE LINEA AFTER 1.

           IF WKS-FS-CLI NOT = "35"
               CLOSE CLIENTES.
           CLOSE REP-MIG.

           IF NOT SOLO-PREVIA
               CLOSE ARC-AUD
               CLOSE REP-MCA
               IF WKS-FS-DIR NOT = "35"
                   CLOSE ARC-DIR
               END-IF
               IF WKS-CXC-DISP = 1
                   CLOSE ARC-CXC.

           DISPLAY "CLIENTES DE LA CLASE: " WKS-TOT-CLASE
               " MIGRADOS: " WKS-TOT-MIGRADOS
               " SIN TARIFA: " WKS-TOT-SIN-TAR.

       9800-ANOTA-JORNAL.
           CALL "JRN-ARC" USING WKS-JRN-ARCHIVO WKS-JRN-OPER
               WKS-JRN-IMAGEN.

       9810-ANOTA-JORNAL-CXC.
           MOVE "ARC-CXC " TO WKS-JRN-ARCHIVO.
           MOVE SPACES  TO WKS-JRN-IMAGEN.
           MOVE REG-CXC TO WKS-JRN-IMAGEN (1:81).
           PERFORM 9800-ANOTA-JORNAL.
