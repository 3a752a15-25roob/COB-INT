       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUR-CRE.
      *    Reporte mensual al buro de credito: recorre la cartera
      *    ARC-CXC por cliente y arma el archivo ARC-BUR con un
      *    registro por cada cliente con saldo vencido al ultimo dia
      *    del mes, con las camas de dias vencidos de EDAD-CXC y el
      *    nombre de CLIENTES, el RFC y el domicilio de ARC-DIR.
      *    El archivo lleva HDR con la clave del otorgante y el mes,
      *    un DET por cliente y TRL con los conteos de control,
      *    igual que los archivos al banco de DIS-CON y DOM-BAN.
      *    El historico ARC-BUH guarda a quien se reporto; el mes
      *    siguiente, el cliente reportado que ya no trae vencido
      *    sale con un registro de correccion: pagado, castigado
      *    por CAST-CXC (registro ARC-CAS del mes) o en convenio de
      *    pagos de CONV-CXC (ARC-CNV). El cliente con convenio
      *    activo no se reporta como moroso mientras lo cumpla.
      *    El cliente moroso sin RFC o sin domicilio no se puede
      *    reportar: sale en el reporte de control para que se
      *    capturen sus datos en MANT-CLI.
      *    El mes lo puede pasar la corrida por ambiente (AAAAMM),
      *    igual que REC-MOR; si no, se toma el mes en curso. Repetir
      *    el mes rehace el archivo con las mismas correcciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
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
      *    Convenios de pago que mantiene CONV-CXC.
           SELECT ARC-CNV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNV-ID-CLIENTE
               FILE STATUS IS WKS-FS-CNV.
           SELECT ARC-CAS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CAS.
      *    Historico de lo reportado al buro, por cliente.
           SELECT ARC-BUH ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUH-ID-CLIENTE
               FILE STATUS IS WKS-FS-BUH.
           SELECT ARC-BUR ASSIGN TO DISK.
           SELECT REP-BUR ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CXC.
           COPY REGCXC.

       FD CLIENTES.
           COPY REGCLI.

       FD ARC-DIR.
           COPY REGDIR.

       FD ARC-CNV.
       01 REG-CNV.
           03 CNV-ID-CLIENTE PIC 9(06).
           03 CNV-FEC-INICIO PIC 9(08).
           03 CNV-TOTAL      PIC 9(07)V99.
           03 CNV-NUM-PAGOS  PIC 99.
           03 CNV-MENSUAL    PIC 9(05)V99.
           03 CNV-ESTADO     PIC X.
               88 CNV-ACTIVO      VALUE "A".
               88 CNV-CUMPLIDO    VALUE "C".
               88 CNV-ROTO        VALUE "R".

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

      *    BUH-ESTADO: R = reportado moroso en BUH-ULT-PER, C =
      *    corregido en BUH-PER-COR con el motivo BUH-MOTIVO (P =
      *    pagado, K = castigado, V = convenio). BUH-ULT-PER es el
      *    ultimo mes en que el cliente salio con vencido, aunque no
      *    se haya podido reportar por falta de datos.
       FD ARC-BUH.
       01 REG-BUH.
           03 BUH-ID-CLIENTE PIC 9(06).
           03 BUH-ESTADO     PIC X.
               88 BUH-REPORTADO  VALUE "R".
               88 BUH-CORREGIDO  VALUE "C".
           03 BUH-ULT-PER    PIC 9(06).
           03 BUH-SALDO      PIC 9(07)V99.
           03 BUH-DIAS       PIC 9(05).
           03 BUH-CAMA       PIC 9.
           03 BUH-PER-COR    PIC 9(06).
           03 BUH-MOTIVO     PIC X.

      *    Tres tipos de registro del mismo tamano (HDR/DET/TRL),
      *    armados en WKS-REG-TRAB.
       FD ARC-BUR.
       01 REG-BUR          PIC X(132).

       FD REP-BUR.
       01 LINEA            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-DIR        PIC XX.
       01 WKS-FS-CNV        PIC XX.
       01 WKS-FS-CAS        PIC XX.
       01 WKS-FS-BUH        PIC XX.

      *    Clave de otorgante que el buro asigno a la empresa.
       01 WKS-OTORGANTE     PIC X(10) VALUE "ANUALIDAD".

       01 WKS-REG-TRAB      PIC X(132).

       01 WKS-VISTA-HDR REDEFINES WKS-REG-TRAB.
           03 WKS-HDR-MARCA  PIC X(03).
           03 WKS-HDR-OTORG  PIC X(10).
           03 WKS-HDR-PER    PIC 9(06).
           03 WKS-HDR-FECHA  PIC 9(08).
           03 FILLER         PIC X(105).

      *    DET-TIPO: M = moroso, C = correccion (con su motivo).
       01 WKS-VISTA-DET REDEFINES WKS-REG-TRAB.
           03 WKS-DET-MARCA  PIC X(03).
           03 WKS-DET-TIPO   PIC X.
           03 WKS-DET-MOTIVO PIC X.
           03 WKS-DET-ID     PIC 9(06).
           03 WKS-DET-RFC    PIC X(13).
           03 WKS-DET-NOMBRE PIC X(30).
           03 WKS-DET-CALLE  PIC X(30).
           03 WKS-DET-CIUDAD PIC X(20).
           03 WKS-DET-CP     PIC 9(05).
           03 WKS-DET-SALDO  PIC 9(07)V99.
           03 WKS-DET-DIAS   PIC 9(05).
           03 WKS-DET-CAMA   PIC 9.
           03 WKS-DET-VENC   PIC 9(08).

       01 WKS-VISTA-TRL REDEFINES WKS-REG-TRAB.
           03 WKS-TRL-MARCA  PIC X(03).
           03 WKS-TRL-REGS   PIC 9(06).
           03 WKS-TRL-MOROS  PIC 9(06).
           03 WKS-TRL-CORR   PIC 9(06).
           03 WKS-TRL-SALDO  PIC 9(11)V99.
           03 FILLER         PIC X(98).

      *    Mes del reporte y su ultimo dia, fecha de corte de los
      *    dias vencidos.
       01 WKS-PARM          PIC X(80).
       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).
       01 WKS-PERIODO.
           03 WKS-PER-ANIO  PIC 9(04).
           03 WKS-PER-MES   PIC 9(02).
       01 WKS-FEC-CORTE.
           03 WKS-FC-PER    PIC 9(06).
           03 WKS-FC-DIA    PIC 9(02).

      *    Dias transcurridos en serie, igual que EDAD-CXC.
       01 WKS-FEC-SERIE.
           03 WKS-SE-ANO  PIC 9(04).
           03 WKS-SE-MES  PIC 9(02).
           03 WKS-SE-DIA  PIC 9(02).
       01 WKS-SERIE         PIC 9(08).
       01 WKS-SERIE-CORTE   PIC 9(08).
       01 WKS-DOY           PIC 9(03).
       01 WKS-BI-REM        PIC 99.
       01 WKS-DIAS-VENC     PIC S9(05).

      *    Clientes con castigo en el mes, para el motivo de la
      *    correccion.
       01 WKS-MAX-CAS       PIC 9(03) VALUE 300.
       01 WKS-NUM-CAS       PIC 9(03) VALUE ZERO.
       01 WKS-CASTIGADO     PIC 9.

       01 T-CASTIGOS.
           03 T-CAS-ID OCCURS 300 TIMES PIC 9(06).

      *    Vencido del cliente en curso, juntado de sus partidas.
       01 WKS-HAY-GRUPO     PIC 9 VALUE ZERO.
       01 WKS-GRUPO.
           03 WKS-GR-ID      PIC 9(06).
           03 WKS-GR-SALDO   PIC 9(07)V99.
           03 WKS-GR-DIAS    PIC 9(05).
           03 WKS-GR-VENC    PIC 9(08).
       01 WKS-GR-CAMA       PIC 9.
       01 WKS-EN-CONVENIO   PIC 9.
       01 WKS-YA-REPORTADO  PIC 9.
       01 WKS-OMITE         PIC X(20).

       01 WKS-TOT-MOROS     PIC 9(06) VALUE ZERO.
       01 WKS-TOT-CORR      PIC 9(06) VALUE ZERO.
       01 WKS-TOT-OMIT      PIC 9(06) VALUE ZERO.
       01 WKS-TOT-CONV      PIC 9(06) VALUE ZERO.
       01 WKS-TOT-REGS      PIC 9(06) VALUE ZERO.
       01 WKS-MTO-MOROS     PIC 9(11)V99 VALUE ZERO.
       01 WKS-MTO-OMIT      PIC 9(11)V99 VALUE ZERO.

       77 WKS-EOF           PIC 9.
       77 WKS-I             PIC 9(03).
       77 WKS-J             PIC 99.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(38)
                   VALUE "CONTROL DEL REPORTE AL BURO DE CREDITO".
           03 FILLER         PIC X(08) VALUE "  MES: ".
           03 WKS-ENC-MES    PIC X(10).
           03 FILLER         PIC X VALUE SPACE.
           03 WKS-ENC-ANIO   PIC 9(04).

       01 WKS-ENCB.
           03 FILLER         PIC X(50) VALUE
               "CLIENTES MOROSOS NO REPORTADOS POR FALTA DE DATOS".

       01 WKS-ENCC.
           03 FILLER         PIC X(08) VALUE "CLIENTE".
           03 FILLER         PIC X(32) VALUE "NOMBRE".
           03 FILLER         PIC X(16) VALUE "  SALDO VENCIDO".
           03 FILLER         PIC X(08) VALUE "  DIAS".
           03 FILLER         PIC X(20) VALUE "FALTA".

       01 WKS-DET1.
           03 WKS-DT-ID      PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-NOM     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-SALDO   PIC $$$,$$$,$$9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-DIAS    PIC ZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-FALTA   PIC X(20).

       01 WKS-PIE1.
           03 FILLER         PIC X(30) VALUE "MOROSOS REPORTADOS:".
           03 WKS-PIE-MOR    PIC ZZZ,ZZ9.
           03 FILLER         PIC X(10) VALUE "  SALDO: ".
           03 WKS-PIE-MTO    PIC $$$,$$$,$$$,$$9.99.

       01 WKS-PIE2.
           03 FILLER         PIC X(30) VALUE "CORRECCIONES:".
           03 WKS-PIE-COR    PIC ZZZ,ZZ9.

       01 WKS-PIE3.
           03 FILLER         PIC X(30)
                   VALUE "NO REPORTADOS POR FALTA DATOS:".
           03 WKS-PIE-OMI    PIC ZZZ,ZZ9.
           03 FILLER         PIC X(10) VALUE "  SALDO: ".
           03 WKS-PIE-MTO-O  PIC $$$,$$$,$$$,$$9.99.

       01 WKS-PIE4.
           03 FILLER         PIC X(30)
                   VALUE "VENCIDOS EN CONVENIO ACTIVO:".
           03 WKS-PIE-CNV    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF = 1.
           IF WKS-HAY-GRUPO = 1
               PERFORM 2200-CIERRA-CLIENTE.
           PERFORM 3000-CORRECCIONES.
           PERFORM 4000-FIN.
           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           DISPLAY "BUR_CRE_PERIODO" UPON ENVIRONMENT-NAME.
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
           MOVE WKS-PERIODO TO WKS-FC-PER.
           MOVE T-DIA (WKS-PER-MES) TO WKS-FC-DIA.
           MOVE WKS-FEC-CORTE TO WKS-FEC-SERIE.
           PERFORM 9100-FECHA-A-SERIE.
           MOVE WKS-SERIE TO WKS-SERIE-CORTE.

           PERFORM 1100-CARGA-CASTIGOS.

      *    El historico se crea si no existe todavia.
           OPEN I-O ARC-BUH.
           IF WKS-FS-BUH = "35"
               OPEN OUTPUT ARC-BUH
               CLOSE ARC-BUH
               OPEN I-O ARC-BUH.

      *    Sin CLIENTES el reporte sale sin nombre; sin ARC-DIR
      *    nadie tiene RFC y todos salen omitidos; sin ARC-CNV no
      *    hay convenios.
           OPEN INPUT CLIENTES.
           OPEN INPUT ARC-DIR.
           OPEN INPUT ARC-CNV.

           OPEN OUTPUT ARC-BUR.
           OPEN OUTPUT REP-BUR.
           PERFORM 1800-ENCABEZADOS.

           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CXC.
           IF WKS-FS-CXC = "35"
               DISPLAY "NO EXISTE LA CARTERA DE ANUALIDADES"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-CXC
                   AT END MOVE 1 TO WKS-EOF.

       1100-CARGA-CASTIGOS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CAS.
           IF WKS-FS-CAS = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-CAS
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 1150-AGREGA-CASTIGO UNTIL WKS-EOF = 1.

           IF WKS-FS-CAS NOT = "35"
               CLOSE ARC-CAS.

       1150-AGREGA-CASTIGO.
           IF CAS-FECHA (1:6) = WKS-PERIODO
               IF WKS-NUM-CAS < WKS-MAX-CAS
                   ADD 1 TO WKS-NUM-CAS
                   MOVE CAS-ID-CLIENTE TO T-CAS-ID (WKS-NUM-CAS)
               ELSE
                   DISPLAY "TABLA DE CASTIGOS LLENA, SE OMITE "
                       CAS-ID-CLIENTE.

           READ ARC-CAS
               AT END MOVE 1 TO WKS-EOF.

       1800-ENCABEZADOS.
           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "HDR"          TO WKS-HDR-MARCA.
           MOVE WKS-OTORGANTE  TO WKS-HDR-OTORG.
           MOVE WKS-PERIODO    TO WKS-HDR-PER.
           MOVE WKS-FECHA-HOY  TO WKS-HDR-FECHA.
           MOVE WKS-REG-TRAB TO REG-BUR.
           WRITE REG-BUR.
           ADD 1 TO WKS-TOT-REGS.

           MOVE T-MES (WKS-PER-MES) TO WKS-ENC-MES.
           MOVE WKS-PER-ANIO TO WKS-ENC-ANIO.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 2.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

      *-------------------MOROSOS----------------------------------*
      *    Entran las partidas de cargo con saldo ya vencido al
      *    corte, igual que en EDAD-CXC; las de un mismo cliente
      *    vienen juntas por la llave de la cartera.
       2000-PROCESO.
           IF (CXC-TIPO = 1 OR CXC-TIPO = 2 OR CXC-TIPO = 6)
                   AND CXC-SALDO > ZERO
               MOVE CXC-FEC-VENC TO WKS-FEC-SERIE
               PERFORM 9100-FECHA-A-SERIE
               COMPUTE WKS-DIAS-VENC = WKS-SERIE-CORTE - WKS-SERIE
               IF WKS-DIAS-VENC > ZERO
                   PERFORM 2100-JUNTA-PARTIDA.

           READ ARC-CXC
               AT END MOVE 1 TO WKS-EOF.

       2100-JUNTA-PARTIDA.
           IF WKS-HAY-GRUPO = 1 AND CXC-ID-CLIENTE NOT = WKS-GR-ID
               PERFORM 2200-CIERRA-CLIENTE.

           IF WKS-HAY-GRUPO = ZERO
               MOVE 1              TO WKS-HAY-GRUPO
               MOVE CXC-ID-CLIENTE TO WKS-GR-ID
               MOVE ZERO           TO WKS-GR-SALDO WKS-GR-DIAS
               MOVE CXC-FEC-VENC   TO WKS-GR-VENC.

           ADD CXC-SALDO TO WKS-GR-SALDO.
           IF WKS-DIAS-VENC > WKS-GR-DIAS
               MOVE WKS-DIAS-VENC TO WKS-GR-DIAS
               MOVE CXC-FEC-VENC  TO WKS-GR-VENC.

       2200-CIERRA-CLIENTE.
           MOVE ZERO TO WKS-HAY-GRUPO.
           PERFORM 2210-CAMA-CLIENTE.

           PERFORM 2300-BUSCA-CONVENIO.
           IF WKS-EN-CONVENIO = 1
               ADD 1 TO WKS-TOT-CONV
           ELSE
               PERFORM 2400-DATOS-CLIENTE
               IF WKS-OMITE = SPACES
                   PERFORM 2500-REPORTA-MOROSO
               ELSE
                   PERFORM 2600-OMITE-MOROSO.

      *    La cama la da la partida mas vencida del cliente.
       2210-CAMA-CLIENTE.
           IF WKS-GR-DIAS <= 30
               MOVE 1 TO WKS-GR-CAMA
           ELSE
               IF WKS-GR-DIAS <= 60
                   MOVE 2 TO WKS-GR-CAMA
               ELSE
                   IF WKS-GR-DIAS <= 90
                       MOVE 3 TO WKS-GR-CAMA
                   ELSE
                       IF WKS-GR-DIAS <= 120
                           MOVE 4 TO WKS-GR-CAMA
                       ELSE
                           MOVE 5 TO WKS-GR-CAMA.

       2300-BUSCA-CONVENIO.
           MOVE ZERO TO WKS-EN-CONVENIO.
           IF WKS-FS-CNV NOT = "35"
               MOVE WKS-GR-ID TO CNV-ID-CLIENTE
               READ ARC-CNV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CNV-ACTIVO
                           MOVE 1 TO WKS-EN-CONVENIO.

      *    El buro exige RFC y domicilio completo.
       2400-DATOS-CLIENTE.
           MOVE SPACES TO WKS-OMITE NOM-CLI.
           IF WKS-FS-CLI NOT = "35"
               MOVE WKS-GR-ID TO ID-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE SPACES TO NOM-CLI.

           IF WKS-FS-DIR = "35"
               MOVE "SIN RFC NI DOMICILIO" TO WKS-OMITE
           ELSE
               MOVE WKS-GR-ID TO DIR-ID-CLIENTE
               READ ARC-DIR
                   INVALID KEY
                       MOVE "SIN RFC NI DOMICILIO" TO WKS-OMITE
                   NOT INVALID KEY
                       PERFORM 2450-REVISA-DATOS.

       2450-REVISA-DATOS.
           IF DIR-RFC = SPACES
               IF DIR-CALLE = SPACES OR DIR-CP = ZERO
                   MOVE "SIN RFC NI DOMICILIO" TO WKS-OMITE
               ELSE
                   MOVE "SIN RFC" TO WKS-OMITE
               END-IF
           ELSE
               IF DIR-CALLE = SPACES OR DIR-CIUDAD = SPACES
                       OR DIR-CP = ZERO
                   MOVE "SIN DOMICILIO" TO WKS-OMITE.

       2500-REPORTA-MOROSO.
           PERFORM 2700-LEE-HISTORICO.

      *    Castigo de una parte del adeudo con otra parte todavia
      *    vencida: la correccion va antes del nuevo moroso.
           IF WKS-YA-REPORTADO = 1
                   AND (BUH-ULT-PER < WKS-PERIODO
                        OR BUH-PER-COR = WKS-PERIODO)
               PERFORM 2800-BUSCA-CASTIGO
               IF WKS-CASTIGADO = 1
                   MOVE "K" TO BUH-MOTIVO
                   PERFORM 3200-ESCRIBE-CORRECCION.

           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "DET"          TO WKS-DET-MARCA.
           MOVE "M"            TO WKS-DET-TIPO.
           MOVE SPACE          TO WKS-DET-MOTIVO.
           PERFORM 2550-DATOS-DETALLE.
           MOVE WKS-GR-SALDO   TO WKS-DET-SALDO.
           MOVE WKS-GR-DIAS    TO WKS-DET-DIAS.
           MOVE WKS-GR-CAMA    TO WKS-DET-CAMA.
           MOVE WKS-GR-VENC    TO WKS-DET-VENC.
           MOVE WKS-REG-TRAB TO REG-BUR.
           WRITE REG-BUR.
           ADD 1 TO WKS-TOT-REGS.
           ADD 1 TO WKS-TOT-MOROS.
           ADD WKS-GR-SALDO TO WKS-MTO-MOROS.

           MOVE "R"          TO BUH-ESTADO.
           MOVE WKS-PERIODO  TO BUH-ULT-PER.
           MOVE WKS-GR-SALDO TO BUH-SALDO.
           MOVE WKS-GR-DIAS  TO BUH-DIAS.
           MOVE WKS-GR-CAMA  TO BUH-CAMA.
           PERFORM 2900-GRABA-HISTORICO.

       2550-DATOS-DETALLE.
           MOVE WKS-GR-ID      TO WKS-DET-ID.
           MOVE DIR-RFC        TO WKS-DET-RFC.
           MOVE NOM-CLI        TO WKS-DET-NOMBRE.
           MOVE DIR-CALLE      TO WKS-DET-CALLE.
           MOVE DIR-CIUDAD     TO WKS-DET-CIUDAD.
           MOVE DIR-CP         TO WKS-DET-CP.

      *    El omitido que ya estaba reportado sigue debiendo: se
      *    anota el mes para que no salga como pagado.
       2600-OMITE-MOROSO.
           MOVE WKS-GR-ID     TO WKS-DT-ID.
           MOVE NOM-CLI       TO WKS-DT-NOM.
           MOVE WKS-GR-SALDO  TO WKS-DT-SALDO.
           MOVE WKS-GR-DIAS   TO WKS-DT-DIAS.
           MOVE WKS-OMITE     TO WKS-DT-FALTA.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.
           ADD 1 TO WKS-TOT-OMIT.
           ADD WKS-GR-SALDO TO WKS-MTO-OMIT.

           PERFORM 2700-LEE-HISTORICO.
           IF WKS-YA-REPORTADO = 1
               MOVE WKS-PERIODO TO BUH-ULT-PER
               PERFORM 2900-GRABA-HISTORICO.

       2700-LEE-HISTORICO.
           MOVE ZERO TO WKS-YA-REPORTADO.
           MOVE WKS-GR-ID TO BUH-ID-CLIENTE.
           READ ARC-BUH
               INVALID KEY
                   INITIALIZE REG-BUH
                   MOVE WKS-GR-ID TO BUH-ID-CLIENTE
                   MOVE 9 TO WKS-YA-REPORTADO
               NOT INVALID KEY
                   IF BUH-REPORTADO
                       MOVE 1 TO WKS-YA-REPORTADO.

       2800-BUSCA-CASTIGO.
           MOVE ZERO TO WKS-CASTIGADO.
           PERFORM 2850-COMPARA-CASTIGO
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-CAS.

       2850-COMPARA-CASTIGO.
           IF T-CAS-ID (WKS-I) = BUH-ID-CLIENTE
               MOVE 1 TO WKS-CASTIGADO
               ADD 400 TO WKS-I.

      *    El cliente nuevo en el historico trae WKS-YA-REPORTADO 9.
       2900-GRABA-HISTORICO.
           IF WKS-YA-REPORTADO = 9
               WRITE REG-BUH
           ELSE
               REWRITE REG-BUH.

      *-------------------CORRECCIONES-----------------------------*
      *    El reportado en un mes anterior que ya no salio con
      *    vencido se corrige: castigado si tuvo castigo en el mes,
      *    en convenio si lo tiene activo o cumplido, y pagado en
      *    cualquier otro caso. La correccion de este mismo mes se
      *    vuelve a escribir para que repetir la corrida no la
      *    pierda.
       3000-CORRECCIONES.
           MOVE ZERO TO WKS-EOF.
           MOVE ZERO TO BUH-ID-CLIENTE.
           START ARC-BUH KEY IS GREATER THAN BUH-ID-CLIENTE
               INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 3100-REVISA-HISTORICO UNTIL WKS-EOF = 1.

       3100-REVISA-HISTORICO.
           READ ARC-BUH NEXT
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO
               IF BUH-REPORTADO AND BUH-ULT-PER < WKS-PERIODO
                   PERFORM 3150-MOTIVO-CORRECCION
                   PERFORM 3300-DATOS-CORRECCION
                   PERFORM 3200-ESCRIBE-CORRECCION
                   MOVE "C" TO BUH-ESTADO
                   REWRITE REG-BUH
               ELSE
                   IF BUH-CORREGIDO AND BUH-PER-COR = WKS-PERIODO
                       PERFORM 3300-DATOS-CORRECCION
                       PERFORM 3200-ESCRIBE-CORRECCION.

       3150-MOTIVO-CORRECCION.
           MOVE "P" TO BUH-MOTIVO.
           PERFORM 2800-BUSCA-CASTIGO.
           IF WKS-CASTIGADO = 1
               MOVE "K" TO BUH-MOTIVO
           ELSE
               IF WKS-FS-CNV NOT = "35"
                   MOVE BUH-ID-CLIENTE TO CNV-ID-CLIENTE
                   READ ARC-CNV
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CNV-ACTIVO OR CNV-CUMPLIDO
                               MOVE "V" TO BUH-MOTIVO.

      *    La correccion lleva los datos de contacto de hoy; si ya
      *    no los tiene, sale con los que haya.
       3300-DATOS-CORRECCION.
           MOVE BUH-ID-CLIENTE TO WKS-GR-ID.
           MOVE SPACES TO NOM-CLI DIR-CALLE DIR-CIUDAD DIR-RFC.
           MOVE ZERO TO DIR-CP.
           IF WKS-FS-CLI NOT = "35"
               MOVE WKS-GR-ID TO ID-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE SPACES TO NOM-CLI.
           IF WKS-FS-DIR NOT = "35"
               MOVE WKS-GR-ID TO DIR-ID-CLIENTE
               READ ARC-DIR
                   INVALID KEY
                       MOVE SPACES TO DIR-CALLE DIR-CIUDAD DIR-RFC
                       MOVE ZERO TO DIR-CP.

      *    Correccion a saldo cero del ultimo reporte del cliente.
       3200-ESCRIBE-CORRECCION.
           MOVE WKS-PERIODO TO BUH-PER-COR.
           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "DET"          TO WKS-DET-MARCA.
           MOVE "C"            TO WKS-DET-TIPO.
           MOVE BUH-MOTIVO     TO WKS-DET-MOTIVO.
           PERFORM 2550-DATOS-DETALLE.
           MOVE ZERO           TO WKS-DET-SALDO WKS-DET-DIAS
                                  WKS-DET-CAMA WKS-DET-VENC.
           MOVE WKS-REG-TRAB TO REG-BUR.
           WRITE REG-BUR.
           ADD 1 TO WKS-TOT-REGS.
           ADD 1 TO WKS-TOT-CORR.

       4000-FIN.
           ADD 1 TO WKS-TOT-REGS.
           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "TRL"          TO WKS-TRL-MARCA.
           MOVE WKS-TOT-REGS   TO WKS-TRL-REGS.
           MOVE WKS-TOT-MOROS  TO WKS-TRL-MOROS.
           MOVE WKS-TOT-CORR   TO WKS-TRL-CORR.
           MOVE WKS-MTO-MOROS  TO WKS-TRL-SALDO.
           MOVE WKS-REG-TRAB TO REG-BUR.
           WRITE REG-BUR.

           MOVE WKS-TOT-MOROS TO WKS-PIE-MOR.
           MOVE WKS-MTO-MOROS TO WKS-PIE-MTO.
           MOVE WKS-PIE1 TO LINEA.
           WRITE LINEA AFTER 3.
           MOVE WKS-TOT-CORR TO WKS-PIE-COR.
           MOVE WKS-PIE2 TO LINEA.
           WRITE LINEA AFTER 1.
           MOVE WKS-TOT-OMIT TO WKS-PIE-OMI.
           MOVE WKS-MTO-OMIT TO WKS-PIE-MTO-O.
           MOVE WKS-PIE3 TO LINEA.
           WRITE LINEA AFTER 1.
           MOVE WKS-TOT-CONV TO WKS-PIE-CNV.
           MOVE WKS-PIE4 TO LINEA.
           WRITE LINEA AFTER 1.

           IF WKS-FS-CXC NOT = "35"
               CLOSE ARC-CXC.
           IF WKS-FS-CLI NOT = "35"
               CLOSE CLIENTES.
           IF WKS-FS-DIR NOT = "35"
               CLOSE ARC-DIR.
           IF WKS-FS-CNV NOT = "35"
               CLOSE ARC-CNV.
           CLOSE ARC-BUH.
           CLOSE ARC-BUR.
           CLOSE REP-BUR.

           DISPLAY "REPORTE AL BURO DEL MES " WKS-PERIODO.
           DISPLAY "MOROSOS REPORTADOS: " WKS-TOT-MOROS.
           DISPLAY "CORRECCIONES: "       WKS-TOT-CORR.
           DISPLAY "OMITIDOS SIN DATOS: " WKS-TOT-OMIT.

      *    Serie = ano * 365 + bisiestos acumulados + dia del ano,
      *    igual que EDAD-CXC.
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
