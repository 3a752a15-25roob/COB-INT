       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACLA-CXC.
      *    Expedientes de aclaracion de clientes: cada reclamo sobre
      *    una partida de ARC-CXC abre un caso en ARC-ACR con su
      *    numero consecutivo, la partida en disputa, la categoria
      *    y el operador que lo atiende. El seguimiento (cambio de
      *    estado, reasignacion, notas) queda en la historia
      *    ARC-ACH. El caso solo se cierra con una de las acciones
      *    supervisadas que ya tiene la cartera, firmada por un
      *    supervisor distinto del operador:
      *      C condonacion del recargo (COND-REC, en ARC-CON),
      *      N nota de credito (NOT-CRE, en ARC-NCR),
      *      V reverso de pago (REV-PAG, en la pista ARC-AUC),
      *      X reclamo improcedente.
      *    Para C, N y V la accion debe estar registrada sobre la
      *    partida con fecha igual o posterior a la apertura.
      *    Mientras el caso este vigente CARTA-COB y REC-MOR se
      *    saltan la partida (ACR-VAL). El reporte de antiguedad
      *    compara los dias abiertos de cada caso vigente contra el
      *    plazo de respuesta de la regulacion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
      *    Expedientes de aclaracion y su historia.
           SELECT ARC-ACR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-NUMERO
               ALTERNATE RECORD KEY IS ACR-CXC-LLAVE WITH DUPLICATES
               FILE STATUS IS WKS-FS-ACR.
           SELECT ARC-ACH ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ACH.
      *    Registros de las acciones supervisadas que resuelven.
           SELECT ARC-CON ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CON.
           SELECT ARC-NCR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-NCR.
           SELECT ARC-AUC ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUC.
           SELECT REP-ACR ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CXC.
           COPY REGCXC.

       FD ARC-ACR.
           COPY REGACR.

       FD ARC-ACH.
           COPY REGACH.

       FD ARC-CON.
       01 REG-CON.
           03 CON-FECHA      PIC 9(08).
           03 CON-OPERADOR   PIC X(08).
           03 CON-ID-CLIENTE PIC 9(06).
           03 CON-ANIO       PIC 9(04).
           03 CON-PARC       PIC 99.
           03 CON-IMPORTE    PIC 9(05)V99.
           03 CON-MOTIVO     PIC 99.

       FD ARC-NCR.
           COPY REGNCR.

       FD ARC-AUC.
           COPY REGAUC.

       FD REP-ACR.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-ACR        PIC XX.
       01 WKS-FS-ACH        PIC XX.
       01 WKS-FS-CON        PIC XX.
       01 WKS-FS-NCR        PIC XX.
       01 WKS-FS-AUC        PIC XX.

       01 WKS-OPCION        PIC 9.
       01 WKS-FIN           PIC X VALUE "N".
           88 WKS-TERMINA        VALUE "S".
       01 WKS-ESPERA        PIC X.

      *    Firma del operador y del supervisor (subprograma FIRMA).
       01 WKS-FIRMA-NIVEL   PIC 9.
       01 WKS-OPERADOR      PIC X(08).
       01 WKS-SUPERVISOR    PIC X(08).
       01 WKS-FIRMA-ST      PIC 9.
       01 WKS-FIRMA-PROG    PIC X(08) VALUE "ACLA-CXC".

       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).
       01 WKS-HORA-CAP.
           03 WKS-HORA6     PIC 9(06).
           03 FILLER        PIC 99.

      *    Plazo de respuesta al cliente que fija la regulacion, en
      *    dias naturales desde la apertura, y aviso de por vencer.
       01 WKS-PLAZO-DIAS    PIC 9(03) VALUE 45.
       01 WKS-AVISO-DIAS    PIC 9(03) VALUE 10.

      *    Serie de dias para la antiguedad (igual que EDAD-CXC).
       01 WKS-FEC-SERIE.
           03 WKS-SE-ANO  PIC 9(04).
           03 WKS-SE-MES  PIC 9(02).
           03 WKS-SE-DIA  PIC 9(02).
       01 WKS-SERIE         PIC 9(08).
       01 WKS-SERIE-HOY     PIC 9(08).
       01 WKS-DOY           PIC 9(03).
       01 WKS-BI-REM        PIC 99.
       01 WKS-DIAS-ABIERTO  PIC S9(05).
       01 WKS-DIAS-RESTAN   PIC S9(05).

       01 WKS-ULT-NUMERO    PIC 9(06) VALUE ZERO.

      *    Caso en captura.
       01 WKS-NUM-CAP       PIC 9(06).
       01 WKS-ID-CAP        PIC 9(06).
       01 WKS-ANIO-CAP      PIC 9(04).
       01 WKS-TIPO-CAP      PIC 9.
       01 WKS-PARC-CAP      PIC 99.
       01 WKS-CAT-CAP       PIC 9.
       01 WKS-ASIG-CAP      PIC X(08).
       01 WKS-DESC-CAP      PIC X(40).
       01 WKS-NOTA-CAP      PIC X(40).
       01 WKS-RES-CAP       PIC X.
       01 WKS-ACR-ST        PIC 9.

      *    Accion que respalda la resolucion.
       01 WKS-ENCONTRO      PIC 9.
       01 WKS-REFERENCIA    PIC X(12).
       01 WKS-REF-FOLIO     PIC 9(12).

      *    Nombre de cada categoria para el expediente y el
      *    reporte.
       01 T-CATEGORIAS-DAT.
           03 FILLER PIC X(20) VALUE "CARGO NO RECONOCIDO ".
           03 FILLER PIC X(20) VALUE "IMPORTE INCORRECTO  ".
           03 FILLER PIC X(20) VALUE "PAGO NO APLICADO    ".
           03 FILLER PIC X(20) VALUE "CARGO DUPLICADO     ".
           03 FILLER PIC X(20) VALUE "OTRA                ".
       01 T-CATEGORIAS REDEFINES T-CATEGORIAS-DAT.
           03 T-CAT-NOMBRE OCCURS 5 TIMES PIC X(20).

      *    Totales del reporte de antiguedad.
       01 WKS-TOT-VIGENTES  PIC 9(05).
       01 WKS-TOT-EN-PLAZO  PIC 9(05).
       01 WKS-TOT-POR-VENC  PIC 9(05).
       01 WKS-TOT-FUERA     PIC 9(05).
       01 WKS-TOT-HIST      PIC 9(05).

       77 WKS-EOF           PIC 9.
       77 WKS-J             PIC 99.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(25) VALUE SPACES.
           03 FILLER         PIC X(40)
                   VALUE "EXPEDIENTES DE ACLARACION".

       01 WKS-ENCB.
           03 FILLER         PIC X(07) VALUE "FECHA: ".
           03 WKS-ENCB-FEC   PIC 9(08).
           03 FILLER         PIC X(22)
                   VALUE "   PLAZO REGULATORIO: ".
           03 WKS-ENCB-PLAZO PIC ZZ9.
           03 FILLER         PIC X(05) VALUE " DIAS".

       01 WKS-ENC-EDAD.
           03 FILLER         PIC X(08) VALUE "CASO".
           03 FILLER         PIC X(18) VALUE "PARTIDA".
           03 FILLER         PIC X(21) VALUE "CATEGORIA".
           03 FILLER         PIC X(10) VALUE "APERTURA".
           03 FILLER         PIC X(10) VALUE "ASIGNADO".
           03 FILLER         PIC X(04) VALUE "EST".
           03 FILLER         PIC X(08) VALUE "DIAS".
           03 FILLER         PIC X(08) VALUE "RESTAN".
           03 FILLER         PIC X(15) VALUE "SITUACION".

       01 WKS-DET-EDAD.
           03 WKS-DE-NUM     PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DE-ID      PIC 9(06).
           03 FILLER         PIC X(01) VALUE "/".
           03 WKS-DE-ANIO    PIC 9(04).
           03 FILLER         PIC X(01) VALUE "/".
           03 WKS-DE-TIPO    PIC 9.
           03 FILLER         PIC X(01) VALUE "/".
           03 WKS-DE-PARC    PIC 99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DE-CAT     PIC X(20).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DE-FEC     PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DE-ASIG    PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DE-EST     PIC X.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DE-DIAS    PIC ZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DE-RESTAN  PIC --,--9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DE-SIT     PIC X(15).

       01 WKS-PIE-EDAD.
           03 FILLER         PIC X(17) VALUE "CASOS VIGENTES: ".
           03 WKS-PE-VIG     PIC ZZ,ZZ9.
           03 FILLER         PIC X(12) VALUE "  EN PLAZO: ".
           03 WKS-PE-PLAZO   PIC ZZ,ZZ9.
           03 FILLER         PIC X(14) VALUE "  POR VENCER: ".
           03 WKS-PE-VENCER  PIC ZZ,ZZ9.
           03 FILLER         PIC X(18) VALUE "  FUERA DE PLAZO: ".
           03 WKS-PE-FUERA   PIC ZZ,ZZ9.

       01 WKS-CASO-L1.
           03 FILLER         PIC X(06) VALUE "CASO: ".
           03 WKS-C1-NUM     PIC 9(06).
           03 FILLER         PIC X(11) VALUE "  PARTIDA: ".
           03 WKS-C1-ID      PIC 9(06).
           03 FILLER         PIC X(01) VALUE "/".
           03 WKS-C1-ANIO    PIC 9(04).
           03 FILLER         PIC X(01) VALUE "/".
           03 WKS-C1-TIPO    PIC 9.
           03 FILLER         PIC X(01) VALUE "/".
           03 WKS-C1-PARC    PIC 99.
           03 FILLER         PIC X(13) VALUE "  CATEGORIA: ".
           03 WKS-C1-CAT     PIC X(20).

       01 WKS-CASO-L2.
           03 FILLER         PIC X(10) VALUE "APERTURA: ".
           03 WKS-C2-FEC     PIC 9(08).
           03 FILLER         PIC X(10) VALUE "  CAPTURO ".
           03 WKS-C2-CAPT    PIC X(08).
           03 FILLER         PIC X(12) VALUE "  ASIGNADO: ".
           03 WKS-C2-ASIG    PIC X(08).
           03 FILLER         PIC X(10) VALUE "  ESTADO: ".
           03 WKS-C2-EST     PIC X.

       01 WKS-CASO-L3.
           03 FILLER         PIC X(10) VALUE "RECLAMO: ".
           03 WKS-C3-DESC    PIC X(40).

       01 WKS-CASO-L4.
           03 FILLER         PIC X(12) VALUE "RESOLUCION: ".
           03 WKS-C4-RES     PIC X.
           03 FILLER         PIC X(08) VALUE "  FECHA ".
           03 WKS-C4-FEC     PIC 9(08).
           03 FILLER         PIC X(13) VALUE "  SUPERVISOR ".
           03 WKS-C4-SUP     PIC X(08).
           03 FILLER         PIC X(13) VALUE "  REFERENCIA ".
           03 WKS-C4-REF     PIC X(12).

       01 WKS-ENC-HIST.
           03 FILLER         PIC X(40) VALUE "HISTORIA DEL CASO".

       01 WKS-DET-HIST.
           03 WKS-DH-FEC     PIC 9(08).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DH-HORA    PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DH-OPER    PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DH-EST     PIC X.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DH-ASIG    PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DH-NOTA    PIC X(40).

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

           OPEN I-O ARC-CXC.
           IF WKS-FS-CXC = "35"
               DISPLAY "NO EXISTE LA CARTERA DE ANUALIDADES"
               GOBACK.

           OPEN I-O ARC-ACR.
           IF WKS-FS-ACR = "35"
               OPEN OUTPUT ARC-ACR
               CLOSE ARC-ACR
               OPEN I-O ARC-ACR.

           PERFORM 1100-ULTIMO-NUMERO.

      *    El siguiente numero de caso sigue al mayor que ya
      *    existe en el archivo.
       1100-ULTIMO-NUMERO.
           MOVE ZERO TO WKS-ULT-NUMERO.
           MOVE ZERO TO WKS-EOF.
           MOVE ZERO TO ACR-NUMERO.
           START ARC-ACR KEY IS GREATER THAN ACR-NUMERO
               INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 1150-LEE-NUMERO UNTIL WKS-EOF = 1.

       1150-LEE-NUMERO.
           READ ARC-ACR NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF
               NOT AT END
                   MOVE ACR-NUMERO TO WKS-ULT-NUMERO.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "EXPEDIENTES DE ACLARACION" LINE 01 POSITION 27.
           DISPLAY "OPERADOR: "       LINE 02 POSITION 10.
           DISPLAY WKS-OPERADOR       LINE 02 POSITION 20.
           DISPLAY "1. ABRIR CASO"    LINE 04 POSITION 10.
           DISPLAY "2. SEGUIMIENTO Y REASIGNACION"
               LINE 05 POSITION 10.
           DISPLAY "3. RESOLVER CASO (SUPERVISADO)"
               LINE 06 POSITION 10.
           DISPLAY "4. IMPRIMIR EXPEDIENTE" LINE 07 POSITION 10.
           DISPLAY "5. ANTIGUEDAD DE CASOS VIGENTES"
               LINE 08 POSITION 10.
           DISPLAY "6. TERMINAR"      LINE 09 POSITION 10.
           DISPLAY "OPCION: "         LINE 11 POSITION 10.
           ACCEPT WKS-OPCION          LINE 11 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-ABRE-CASO
               WHEN 2
                   PERFORM 2300-SEGUIMIENTO
               WHEN 3
                   PERFORM 2500-RESUELVE
               WHEN 4
                   PERFORM 2700-EXPEDIENTE
               WHEN 5
                   PERFORM 2800-ANTIGUEDAD
               WHEN 6
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 13 POSITION 10
           END-EVALUATE.

           IF NOT WKS-TERMINA
               DISPLAY "TECLA ENTER PARA CONTINUAR..."
                   LINE 20 POSITION 10
               ACCEPT WKS-ESPERA LINE 20 POSITION 45.

      *-------------------APERTURA---------------------------------*
       2100-ABRE-CASO.
           DISPLAY "ID DE CLIENTE (999999): " LINE 12 POSITION 10.
           ACCEPT WKS-ID-CAP LINE 12 POSITION 36.
           DISPLAY "ANO DE LA PARTIDA (9999): " LINE 13 POSITION 10.
           ACCEPT WKS-ANIO-CAP LINE 13 POSITION 38.
           DISPLAY "TIPO DE PARTIDA: " LINE 14 POSITION 10.
           ACCEPT WKS-TIPO-CAP LINE 14 POSITION 28.
           DISPLAY "PARCIALIDAD (0 = SIN PLAN): "
               LINE 15 POSITION 10.
           ACCEPT WKS-PARC-CAP LINE 15 POSITION 40.

           MOVE WKS-ID-CAP   TO CXC-ID-CLIENTE.
           MOVE WKS-ANIO-CAP TO CXC-ANIO.
           MOVE WKS-TIPO-CAP TO CXC-TIPO.
           MOVE WKS-PARC-CAP TO CXC-PARC.
           READ ARC-CXC
               INVALID KEY
                   DISPLAY "NO EXISTE ESA PARTIDA"
                       LINE 18 POSITION 10
               NOT INVALID KEY
                   PERFORM 2150-VALIDA-PARTIDA.

      *    Una partida solo puede tener un caso vigente a la vez
      *    (la misma busqueda por partida que hace ACR-VAL).
       2150-VALIDA-PARTIDA.
           MOVE ZERO TO WKS-ACR-ST.
           MOVE ZERO TO WKS-EOF.
           MOVE CXC-LLAVE TO ACR-CXC-LLAVE.
           START ARC-ACR KEY IS EQUAL TO ACR-CXC-LLAVE
               INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 2155-LEE-PARTIDA UNTIL WKS-EOF = 1.

           IF WKS-ACR-ST = 1
               DISPLAY "LA PARTIDA YA TIENE UN CASO VIGENTE"
                   LINE 18 POSITION 10
           ELSE
               PERFORM 2160-CAPTURA-CASO.

       2155-LEE-PARTIDA.
           READ ARC-ACR NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF
               NOT AT END
                   IF ACR-CXC-LLAVE NOT = CXC-LLAVE
                       MOVE 1 TO WKS-EOF
                   ELSE
                       IF ACR-VIGENTE
                           MOVE 1 TO WKS-ACR-ST
                           MOVE 1 TO WKS-EOF.

       2160-CAPTURA-CASO.
           DISPLAY "CATEGORIA 1=NO RECONOCIDO 2=IMPORTE "
               LINE 16 POSITION 10.
           DISPLAY "3=PAGO NO APLICADO 4=DUPLICADO 5=OTRA: "
               LINE 17 POSITION 10.
           ACCEPT WKS-CAT-CAP LINE 17 POSITION 50.
           IF WKS-CAT-CAP < 1 OR WKS-CAT-CAP > 5
               DISPLAY "CATEGORIA INVALIDA" LINE 18 POSITION 10
           ELSE
               DISPLAY "RECLAMO: " LINE 18 POSITION 10
               MOVE SPACES TO WKS-DESC-CAP
               ACCEPT WKS-DESC-CAP LINE 18 POSITION 20
               DISPLAY "ASIGNAR A (ENTER = USTED): "
                   LINE 19 POSITION 10
               MOVE SPACES TO WKS-ASIG-CAP
               ACCEPT WKS-ASIG-CAP LINE 19 POSITION 38
               IF WKS-ASIG-CAP = SPACES
                   MOVE WKS-OPERADOR TO WKS-ASIG-CAP
               END-IF
               PERFORM 2200-GRABA-CASO.

       2200-GRABA-CASO.
           ADD 1 TO WKS-ULT-NUMERO.

           INITIALIZE REG-ACR.
           MOVE WKS-ULT-NUMERO TO ACR-NUMERO.
           MOVE CXC-LLAVE      TO ACR-CXC-LLAVE.
           MOVE WKS-CAT-CAP    TO ACR-CATEGORIA.
           MOVE WKS-FECHA-HOY  TO ACR-FEC-APERTURA.
           MOVE WKS-OPERADOR   TO ACR-CAPTURO.
           MOVE WKS-ASIG-CAP   TO ACR-ASIGNADO.
           SET ACR-ABIERTA TO TRUE.
           MOVE SPACES         TO ACR-RESOLUCION.
           MOVE SPACES         TO ACR-SUPERVISOR.
           MOVE SPACES         TO ACR-REFERENCIA.
           MOVE WKS-DESC-CAP   TO ACR-DESCRIPCION.
           WRITE REG-ACR
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL CASO"
                       LINE 21 POSITION 10
               NOT INVALID KEY
                   MOVE "CASO ABIERTO" TO WKS-NOTA-CAP
                   PERFORM 9000-ANOTA-HISTORIA
                   DISPLAY "CASO ABIERTO NUMERO: "
                       LINE 21 POSITION 10
                   DISPLAY ACR-NUMERO LINE 21 POSITION 32.

      *-------------------SEGUIMIENTO------------------------------*
      *    Nota de seguimiento sobre un caso vigente; el caso pasa a
      *    revision y puede cambiar de operador asignado.
       2300-SEGUIMIENTO.
           PERFORM 2400-LEE-CASO.
           IF WKS-ENCONTRO = 1
               IF NOT ACR-VIGENTE
                   DISPLAY "EL CASO YA ESTA RESUELTO"
                       LINE 18 POSITION 10
               ELSE
                   PERFORM 2350-CAPTURA-SEGUIMIENTO.

       2350-CAPTURA-SEGUIMIENTO.
           DISPLAY "ASIGNADO A: " LINE 14 POSITION 10.
           DISPLAY ACR-ASIGNADO   LINE 14 POSITION 23.
           DISPLAY "REASIGNAR A (ENTER = SIN CAMBIO): "
               LINE 15 POSITION 10.
           MOVE SPACES TO WKS-ASIG-CAP.
           ACCEPT WKS-ASIG-CAP LINE 15 POSITION 45.
           DISPLAY "NOTA: " LINE 16 POSITION 10.
           MOVE SPACES TO WKS-NOTA-CAP.
           ACCEPT WKS-NOTA-CAP LINE 16 POSITION 17.

           IF WKS-ASIG-CAP = SPACES AND WKS-NOTA-CAP = SPACES
               DISPLAY "SIN CAMBIOS" LINE 18 POSITION 10
           ELSE
               IF WKS-ASIG-CAP NOT = SPACES
                   MOVE WKS-ASIG-CAP TO ACR-ASIGNADO
               END-IF
               SET ACR-EN-REVISION TO TRUE
               REWRITE REG-ACR
               PERFORM 9000-ANOTA-HISTORIA
               DISPLAY "SEGUIMIENTO REGISTRADO" LINE 18 POSITION 10.

       2400-LEE-CASO.
           MOVE ZERO TO WKS-ENCONTRO.
           DISPLAY "NUMERO DE CASO: " LINE 12 POSITION 10.
           ACCEPT WKS-NUM-CAP LINE 12 POSITION 27.

           MOVE WKS-NUM-CAP TO ACR-NUMERO.
           READ ARC-ACR
               INVALID KEY
                   DISPLAY "NO EXISTE ESE CASO" LINE 18 POSITION 10
               NOT INVALID KEY
                   MOVE 1 TO WKS-ENCONTRO.

      *-------------------RESOLUCION-------------------------------*
       2500-RESUELVE.
           PERFORM 2400-LEE-CASO.
           IF WKS-ENCONTRO = 1
               IF NOT ACR-VIGENTE
                   DISPLAY "EL CASO YA ESTA RESUELTO"
                       LINE 18 POSITION 10
               ELSE
                   PERFORM 2510-CAPTURA-RESOLUCION.

       2510-CAPTURA-RESOLUCION.
           DISPLAY "RESOLUCION C=CONDONACION N=NOTA DE CREDITO"
               LINE 13 POSITION 10.
           DISPLAY "V=REVERSO DE PAGO X=IMPROCEDENTE: "
               LINE 14 POSITION 10.
           ACCEPT WKS-RES-CAP LINE 14 POSITION 45.

           MOVE ZERO   TO WKS-ENCONTRO.
           MOVE SPACES TO WKS-REFERENCIA.
           EVALUATE WKS-RES-CAP
               WHEN "C"
                   PERFORM 2520-BUSCA-CONDONACION
               WHEN "N"
                   PERFORM 2540-BUSCA-NOTA
               WHEN "V"
                   PERFORM 2560-BUSCA-REVERSO
               WHEN "X"
                   MOVE 1 TO WKS-ENCONTRO
               WHEN OTHER
                   MOVE 9 TO WKS-ENCONTRO
           END-EVALUATE.

           IF WKS-ENCONTRO = 9
               DISPLAY "RESOLUCION INVALIDA" LINE 18 POSITION 10
           ELSE
               IF WKS-ENCONTRO = ZERO
                   DISPLAY "LA ACCION NO ESTA REGISTRADA SOBRE LA"
                       " PARTIDA DESDE LA APERTURA"
                       LINE 18 POSITION 10
               ELSE
                   PERFORM 2600-FIRMA-SUPERVISOR.

      *    Condonacion: solo aplica a un recargo (tipo 2) y queda
      *    en ARC-CON por cliente, ano y parcialidad.
       2520-BUSCA-CONDONACION.
           IF ACR-TIPO = 2
               OPEN INPUT ARC-CON
               IF WKS-FS-CON NOT = "35"
                   MOVE ZERO TO WKS-EOF
                   READ ARC-CON
                       AT END MOVE 1 TO WKS-EOF
                   END-READ
                   PERFORM 2530-COMPARA-CONDONACION
                       UNTIL WKS-EOF = 1
                   CLOSE ARC-CON.

       2530-COMPARA-CONDONACION.
           IF CON-ID-CLIENTE = ACR-ID-CLIENTE
                   AND CON-ANIO = ACR-ANIO
                   AND CON-PARC = ACR-PARC
                   AND CON-FECHA NOT < ACR-FEC-APERTURA
               MOVE 1 TO WKS-ENCONTRO
               MOVE CON-FECHA TO WKS-REFERENCIA.

           READ ARC-CON
               AT END MOVE 1 TO WKS-EOF.

      *    Nota de credito: la referencia es el folio de la nota.
       2540-BUSCA-NOTA.
           OPEN INPUT ARC-NCR.
           IF WKS-FS-NCR NOT = "35"
               MOVE ZERO TO WKS-EOF
               READ ARC-NCR
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2550-COMPARA-NOTA UNTIL WKS-EOF = 1
               CLOSE ARC-NCR.

       2550-COMPARA-NOTA.
           IF NCR-CXC-LLAVE = ACR-CXC-LLAVE
                   AND NCR-FECHA NOT < ACR-FEC-APERTURA
               MOVE 1 TO WKS-ENCONTRO
               MOVE NCR-NUMERO TO WKS-REF-FOLIO
               MOVE WKS-REF-FOLIO TO WKS-REFERENCIA.

           READ ARC-NCR
               AT END MOVE 1 TO WKS-EOF.

      *    Reverso de pago: la pista ARC-AUC guarda la imagen de la
      *    partida antes del reverso, con la llave al principio.
       2560-BUSCA-REVERSO.
           OPEN INPUT ARC-AUC.
           IF WKS-FS-AUC NOT = "35"
               MOVE ZERO TO WKS-EOF
               READ ARC-AUC
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2570-COMPARA-REVERSO UNTIL WKS-EOF = 1
               CLOSE ARC-AUC.

       2570-COMPARA-REVERSO.
           IF AUC-OPER = "REVPAG"
                   AND AUC-ANTES (1:13) = ACR-CXC-LLAVE
                   AND AUC-FECHA NOT < ACR-FEC-APERTURA
               MOVE 1 TO WKS-ENCONTRO
               MOVE AUC-FECHA TO WKS-REFERENCIA.

           READ ARC-AUC
               AT END MOVE 1 TO WKS-EOF.

      *    El cierre lo autoriza un supervisor distinto del operador.
       2600-FIRMA-SUPERVISOR.
           DISPLAY "FIRMA DEL SUPERVISOR:" LINE 09 POSITION 10.
           MOVE 3 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-SUPERVISOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               DISPLAY "SIN FIRMA DE SUPERVISOR" LINE 18 POSITION 10
           ELSE
               IF WKS-SUPERVISOR = WKS-OPERADOR
                   DISPLAY "EL SUPERVISOR DEBE SER OTRO OPERADOR"
                       LINE 18 POSITION 10
               ELSE
                   PERFORM 2650-CIERRA-CASO.

       2650-CIERRA-CASO.
           DISPLAY "NOTA DE CIERRE: " LINE 16 POSITION 10.
           MOVE SPACES TO WKS-NOTA-CAP.
           ACCEPT WKS-NOTA-CAP LINE 16 POSITION 27.
           IF WKS-NOTA-CAP = SPACES
               MOVE "CASO RESUELTO" TO WKS-NOTA-CAP.

           SET ACR-RESUELTA TO TRUE.
           MOVE WKS-RES-CAP    TO ACR-RESOLUCION.
           MOVE WKS-FECHA-HOY  TO ACR-FEC-RESOL.
           MOVE WKS-SUPERVISOR TO ACR-SUPERVISOR.
           MOVE WKS-REFERENCIA TO ACR-REFERENCIA.
           REWRITE REG-ACR.

           PERFORM 9000-ANOTA-HISTORIA.
           DISPLAY "CASO RESUELTO" LINE 18 POSITION 10.

      *-------------------EXPEDIENTE-------------------------------*
       2700-EXPEDIENTE.
           PERFORM 2400-LEE-CASO.
           IF WKS-ENCONTRO = 1
               PERFORM 2710-IMPRIME-EXPEDIENTE.

       2710-IMPRIME-EXPEDIENTE.
           OPEN OUTPUT REP-ACR.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.

           MOVE ACR-NUMERO      TO WKS-C1-NUM.
           MOVE ACR-ID-CLIENTE  TO WKS-C1-ID.
           MOVE ACR-ANIO        TO WKS-C1-ANIO.
           MOVE ACR-TIPO        TO WKS-C1-TIPO.
           MOVE ACR-PARC        TO WKS-C1-PARC.
           MOVE T-CAT-NOMBRE (ACR-CATEGORIA) TO WKS-C1-CAT.
           MOVE WKS-CASO-L1 TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE ACR-FEC-APERTURA TO WKS-C2-FEC.
           MOVE ACR-CAPTURO      TO WKS-C2-CAPT.
           MOVE ACR-ASIGNADO     TO WKS-C2-ASIG.
           MOVE ACR-ESTADO       TO WKS-C2-EST.
           MOVE WKS-CASO-L2 TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE ACR-DESCRIPCION TO WKS-C3-DESC.
           MOVE WKS-CASO-L3 TO LINEA.
           WRITE LINEA AFTER 1.

           IF ACR-RESUELTA
               MOVE ACR-RESOLUCION TO WKS-C4-RES
               MOVE ACR-FEC-RESOL  TO WKS-C4-FEC
               MOVE ACR-SUPERVISOR TO WKS-C4-SUP
               MOVE ACR-REFERENCIA TO WKS-C4-REF
               MOVE WKS-CASO-L4 TO LINEA
               WRITE LINEA AFTER 1.

           MOVE WKS-ENC-HIST TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE ZERO TO WKS-TOT-HIST.
           OPEN INPUT ARC-ACH.
           IF WKS-FS-ACH NOT = "35"
               MOVE ZERO TO WKS-EOF
               READ ARC-ACH
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2750-RENGLON-HISTORIA UNTIL WKS-EOF = 1
               CLOSE ARC-ACH.

           CLOSE REP-ACR.
           DISPLAY "EXPEDIENTE IMPRESO, MOVIMIENTOS: "
               LINE 18 POSITION 10.
           DISPLAY WKS-TOT-HIST LINE 18 POSITION 44.

       2750-RENGLON-HISTORIA.
           IF ACH-NUMERO = ACR-NUMERO
               ADD 1 TO WKS-TOT-HIST
               MOVE ACH-FECHA    TO WKS-DH-FEC
               MOVE ACH-HORA     TO WKS-DH-HORA
               MOVE ACH-OPERADOR TO WKS-DH-OPER
               MOVE ACH-ESTADO   TO WKS-DH-EST
               MOVE ACH-ASIGNADO TO WKS-DH-ASIG
               MOVE ACH-NOTA     TO WKS-DH-NOTA
               MOVE WKS-DET-HIST TO LINEA
               WRITE LINEA AFTER 1.

           READ ARC-ACH
               AT END MOVE 1 TO WKS-EOF.

      *-------------------ANTIGUEDAD-------------------------------*
      *    Cada caso vigente contra el plazo regulatorio: en plazo,
      *    por vencer (dentro de los ultimos dias de aviso) o fuera
      *    de plazo.
       2800-ANTIGUEDAD.
           MOVE ZERO TO WKS-TOT-VIGENTES.
           MOVE ZERO TO WKS-TOT-EN-PLAZO.
           MOVE ZERO TO WKS-TOT-POR-VENC.
           MOVE ZERO TO WKS-TOT-FUERA.

           OPEN OUTPUT REP-ACR.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-FECHA-HOY  TO WKS-ENCB-FEC.
           MOVE WKS-PLAZO-DIAS TO WKS-ENCB-PLAZO.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 1.
           MOVE WKS-ENC-EDAD TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE ZERO TO WKS-EOF.
           MOVE ZERO TO ACR-NUMERO.
           START ARC-ACR KEY IS GREATER THAN ACR-NUMERO
               INVALID KEY MOVE 1 TO WKS-EOF.

           PERFORM 2850-EVALUA-CASO UNTIL WKS-EOF = 1.

           MOVE WKS-TOT-VIGENTES TO WKS-PE-VIG.
           MOVE WKS-TOT-EN-PLAZO TO WKS-PE-PLAZO.
           MOVE WKS-TOT-POR-VENC TO WKS-PE-VENCER.
           MOVE WKS-TOT-FUERA    TO WKS-PE-FUERA.
           MOVE WKS-PIE-EDAD TO LINEA.
           WRITE LINEA AFTER 2.

           CLOSE REP-ACR.
           DISPLAY "CASOS VIGENTES: "  LINE 13 POSITION 10.
           DISPLAY WKS-TOT-VIGENTES    LINE 13 POSITION 27.
           DISPLAY "FUERA DE PLAZO: "  LINE 14 POSITION 10.
           DISPLAY WKS-TOT-FUERA       LINE 14 POSITION 27.

       2850-EVALUA-CASO.
           READ ARC-ACR NEXT RECORD
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO
               IF ACR-VIGENTE
                   PERFORM 2900-RENGLON-CASO.

       2900-RENGLON-CASO.
           ADD 1 TO WKS-TOT-VIGENTES.
           MOVE ACR-FEC-APERTURA TO WKS-FEC-SERIE.
           PERFORM 9100-FECHA-A-SERIE.
           COMPUTE WKS-DIAS-ABIERTO = WKS-SERIE-HOY - WKS-SERIE.
           COMPUTE WKS-DIAS-RESTAN =
               WKS-PLAZO-DIAS - WKS-DIAS-ABIERTO.

           IF WKS-DIAS-RESTAN < ZERO
               ADD 1 TO WKS-TOT-FUERA
               MOVE "FUERA DE PLAZO" TO WKS-DE-SIT
           ELSE
               IF WKS-DIAS-RESTAN <= WKS-AVISO-DIAS
                   ADD 1 TO WKS-TOT-POR-VENC
                   MOVE "POR VENCER" TO WKS-DE-SIT
               ELSE
                   ADD 1 TO WKS-TOT-EN-PLAZO
                   MOVE "EN PLAZO" TO WKS-DE-SIT.

           MOVE ACR-NUMERO       TO WKS-DE-NUM.
           MOVE ACR-ID-CLIENTE   TO WKS-DE-ID.
           MOVE ACR-ANIO         TO WKS-DE-ANIO.
           MOVE ACR-TIPO         TO WKS-DE-TIPO.
           MOVE ACR-PARC         TO WKS-DE-PARC.
           MOVE T-CAT-NOMBRE (ACR-CATEGORIA) TO WKS-DE-CAT.
           MOVE ACR-FEC-APERTURA TO WKS-DE-FEC.
           MOVE ACR-ASIGNADO     TO WKS-DE-ASIG.
           MOVE ACR-ESTADO       TO WKS-DE-EST.
           MOVE WKS-DIAS-ABIERTO TO WKS-DE-DIAS.
           MOVE WKS-DIAS-RESTAN  TO WKS-DE-RESTAN.
           MOVE WKS-DET-EDAD TO LINEA.
           WRITE LINEA AFTER 1.

      *    Historia del caso: un renglon por movimiento, con el
      *    estado y el asignado que quedaron.
       9000-ANOTA-HISTORIA.
           OPEN EXTEND ARC-ACH.
           IF WKS-FS-ACH = "35"
               OPEN OUTPUT ARC-ACH.

           MOVE ACR-NUMERO     TO ACH-NUMERO.
           MOVE WKS-FECHA-HOY  TO ACH-FECHA.
           ACCEPT WKS-HORA-CAP FROM TIME.
           MOVE WKS-HORA6      TO ACH-HORA.
           IF ACR-RESUELTA
               MOVE WKS-SUPERVISOR TO ACH-OPERADOR
           ELSE
               MOVE WKS-OPERADOR   TO ACH-OPERADOR.
           MOVE ACR-ESTADO     TO ACH-ESTADO.
           MOVE ACR-ASIGNADO   TO ACH-ASIGNADO.
           MOVE WKS-NOTA-CAP   TO ACH-NOTA.
           WRITE REG-ACH.

           CLOSE ARC-ACH.

      *    Serie = ano * 365 + bisiestos + dia del ano (igual que
      *    EDAD-CXC).
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
           CLOSE ARC-CXC.
           CLOSE ARC-ACR.
           DISPLAY SPACES ERASE.
