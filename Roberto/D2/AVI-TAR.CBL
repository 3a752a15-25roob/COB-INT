       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVI-TAR.
      *    Avisos anticipados de cambio de tarifa: toma de ARC-TPD
      *    cada alta o cambio de cuota ya aprobado en MANT-TAR con
      *    fecha efectiva futura y, para cada cliente activo de esa
      *    clase cuyo siguiente aniversario cae en o despues de la
      *    fecha efectiva (el primer cargo que llevara la cuota
      *    nueva), imprime una carta con la cuota anterior y la
      *    nueva, la fecha efectiva en formato largo (FEC-FOR) y el
      *    domicilio de ARC-DIR. Antes el cliente se enteraba hasta
      *    que FACT-ANU le cobraba.
      *    El cliente cuyo correo regreso (DIR-DEVUELTO) no recibe
      *    carta y sale listado, igual que en CARTA-ANU. Cada aviso
      *    enviado queda en la historia ARC-AVT, que es la
      *    constancia ante el regulador y evita repetir el aviso en
      *    la siguiente corrida; el cliente cuyo aniversario todavia
      *    cae antes de la fecha efectiva se avisa en una corrida
      *    posterior.
      *    Al miembro de una cuenta corporativa activa la carta le
      *    llega al domicilio de la empresa.
      *    Con CARTAS_ORDEN_CP = S las cartas salen ordenadas por
      *    codigo postal para el correo, con etiquetas de sobre y
      *    conteo por zona postal (ORD-CAR).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CLIENTES indexado por ID-CLIENTE, igual que en ALTTARJE.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
           SELECT ARC-TPD ASSIGN TO DISK
               FILE STATUS IS WKS-FS-TPD.
           SELECT ARC-DIR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-ID-CLIENTE
               FILE STATUS IS WKS-FS-DIR.
           SELECT ARC-MCR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCR-ID-CLIENTE
               ALTERNATE RECORD KEY IS MCR-ID-COR WITH DUPLICATES
               FILE STATUS IS WKS-FS-MCR.
           SELECT ARC-COR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-ID
               FILE STATUS IS WKS-FS-COR.
      *    Historia de avisos de cambio de tarifa.
           SELECT ARC-AVT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVT-LLAVE
               FILE STATUS IS WKS-FS-AVT.
           SELECT REP-AVT ASSIGN TO PRINTER.
      *    Listado de control: avisos enviados y correo devuelto.
           SELECT REP-AVL ASSIGN TO PRINTER.
      *    Renglones de las cartas para ordenarse por CP (ORD-CAR).
           SELECT ARC-CPT ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY REGCLI.

       FD ARC-TPD.
           COPY REGTPD.

       FD ARC-DIR.
           COPY REGDIR.

       FD ARC-MCR.
           COPY REGMCR.

       FD ARC-COR.
           COPY REGCOR.

       FD ARC-AVT.
           COPY REGAVT.

       FD REP-AVT.
       01 LINEA          PIC X(132).

       FD REP-AVL.
       01 LINEA-LIS      PIC X(132).

       FD ARC-CPT.
           COPY REGCPT.

       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-TPD        PIC XX.
       01 WKS-FS-DIR        PIC XX.
       01 WKS-FS-MCR        PIC XX.
       01 WKS-FS-COR        PIC XX.
       01 WKS-FS-AVT        PIC XX.

      *    Registro de contacto al que va la carta: el del cliente
      *    o el de su cuenta corporativa activa.
       01 WKS-DIR-ID        PIC 9(06).
       01 WKS-DEVUELTO      PIC 9.

      *    Cartas ordenadas por codigo postal para el correo
      *    (CARTAS_ORDEN_CP = S), igual que CARTA-ANU. Avance
      *    cero = hoja nueva.
       01 WKS-PARM          PIC X(80).
       01 WKS-ORDEN-CP      PIC X VALUE "N".
           88 ORDEN-POR-CP       VALUE "S".
       01 WKS-AVANCE        PIC 99.
       01 WKS-CPT-CARTA     PIC 9(06) VALUE ZERO.
       01 WKS-CPT-RENGLON   PIC 9(03).
       01 WKS-CPT-CP        PIC 9(05).
       01 WKS-ORD-TITULO    PIC X(40)
               VALUE "AVISOS DE CAMBIO DE TARIFA".

       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY.
           03 WKS-FH-ANO    PIC 9(04).
           03 WKS-FH-MMDD   PIC 9(04).

      *    Cambios aprobados con fecha efectiva futura, cargados de
      *    ARC-TPD. Un cambio que solo renombra la tarjeta no mueve
      *    la cuota y no se avisa.
       01 WKS-MAX-CB        PIC 99 VALUE 50.
       01 WKS-NUM-CB        PIC 99 VALUE ZERO.

       01 T-CAMBIOS.
           03 T-CB OCCURS 50 TIMES.
               05 T-CB-CLA     PIC 9.
               05 T-CB-FEC     PIC 9(08).
               05 T-CB-ANU     PIC 9999.

       01 WKS-SPLIT-ING.
           03 WKS-SI-ANO    PIC 9(04).
           03 WKS-SI-MMDD.
               05 WKS-SI-MES PIC 9(02).
               05 WKS-SI-DIA PIC 9(02).

      *    Siguiente aniversario de FEC-ING a partir de hoy, con el
      *    dia recortado al ultimo del mes cuando no existe (mismo
      *    criterio que FACT-ANU).
       01 WKS-FEC-ANIV.
           03 WKS-FA-ANO    PIC 9(04).
           03 WKS-FA-MES    PIC 9(02).
           03 WKS-FA-DIA    PIC 9(02).
       01 WKS-BI-REM        PIC 99.
       01 WKS-BI-COC        PIC 9(04).

       01 WKS-FEC-EFEC      PIC 9(08).
       01 WKS-ANUA-NUEVA    PIC 9(05)V99.
       01 WKS-FECHA-TXT     PIC X(30).
       01 WKS-EFEC-TXT      PIC X(30).
       01 WKS-ANIV-TXT      PIC X(30).
       01 WKS-FF-STATUS     PIC 9.

       01 WKS-TOT-CAMBIOS   PIC 9(04) VALUE ZERO.
       01 WKS-TOT-AVISOS    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-YA-AVIS   PIC 9(06) VALUE ZERO.
       01 WKS-TOT-DEVUELTOS PIC 9(06) VALUE ZERO.
       01 WKS-SIN-DOMIC     PIC 9(06) VALUE ZERO.

       77 WKS-FIN           PIC 9.
       77 WKS-EOF           PIC 9.
       77 WKS-C             PIC 99.

      *------LINEAS DE LA CARTA-------------*
       01 WKS-CAR-FECHA.
           03 FILLER         PIC X(45) VALUE SPACES.
           03 WKS-CF-TXT     PIC X(30).

       01 WKS-CAR-SALUDO.
           03 FILLER         PIC X(09) VALUE "ESTIMADO ".
           03 WKS-CS-NOM     PIC X(30).
           03 FILLER         PIC X(01) VALUE ":".

       01 WKS-CAR-CUERPO1.
           03 FILLER         PIC X(47)
               VALUE "LE INFORMAMOS QUE LA CUOTA ANUAL DE SU TARJETA ".
           03 WKS-CC-TAR     PIC X(20).

       01 WKS-CAR-CUERPO2.
           03 FILLER         PIC X(10) VALUE "CAMBIA DE ".
           03 WKS-CC-ANT     PIC $$,$$9.99.
           03 FILLER         PIC X(03) VALUE " A ".
           03 WKS-CC-NUEVA   PIC $$,$$9.99.
           03 FILLER         PIC X(13) VALUE " A PARTIR DEL".

       01 WKS-CAR-CUERPO3.
           03 WKS-CC-EFEC    PIC X(30).

       01 WKS-CAR-CUERPO4.
           03 FILLER         PIC X(46)
               VALUE "LA NUEVA CUOTA SE LE COBRARA EN SU ANIVERSARIO".
           03 FILLER         PIC X(05) VALUE " DEL ".
           03 WKS-CC-ANIV    PIC X(30).

       01 WKS-CAR-DOMIC1.
           03 FILLER         PIC X(11) VALUE "DOMICILIO: ".
           03 WKS-CD-CALLE   PIC X(30).

       01 WKS-CAR-DOMIC2.
           03 FILLER         PIC X(11) VALUE SPACES.
           03 WKS-CD-CIUDAD  PIC X(20).
           03 FILLER         PIC X(05) VALUE " CP ".
           03 WKS-CD-CP      PIC 9(05).

      *------LISTADO DE CONTROL-------------*
       01 WKS-ENC-LIS.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(36)
               VALUE "AVISOS DE CAMBIO DE TARIFA ENVIADOS".

       01 WKS-ENC-LIS2.
           03 FILLER         PIC X(08) VALUE "CLIENTE".
           03 FILLER         PIC X(32) VALUE "NOMBRE".
           03 FILLER         PIC X(06) VALUE "CLASE".
           03 FILLER         PIC X(10) VALUE "EFECTIVA".
           03 FILLER         PIC X(11) VALUE "CUOTA ANT.".
           03 FILLER         PIC X(11) VALUE "CUOTA NUEVA".
           03 FILLER         PIC X(10) VALUE "ANIVERS.".
           03 FILLER         PIC X(16) VALUE "RESULTADO".

       01 WKS-DET-LIS.
           03 WKS-DL-ID      PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DL-NOM     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DL-CLA     PIC 9.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 WKS-DL-EFEC    PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DL-ANT     PIC $$,$$9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DL-NUEVA   PIC $$,$$9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DL-ANIV    PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DL-RES     PIC X(16).

       01 WKS-PIE-LIS.
           03 FILLER         PIC X(20) VALUE "CAMBIOS AVISADOS: ".
           03 WKS-PL-CAM     PIC Z,ZZ9.
           03 FILLER         PIC X(12) VALUE "  AVISOS: ".
           03 WKS-PL-AVI     PIC ZZZ,ZZ9.
           03 FILLER         PIC X(17) VALUE "  SIN DOMICILIO: ".
           03 WKS-PL-SIN     PIC ZZZ,ZZ9.
           03 FILLER         PIC X(20) VALUE "  CORREO DEVUELTO: ".
           03 WKS-PL-DEV     PIC ZZZ,ZZ9.
           03 FILLER         PIC X(18) VALUE "  YA AVISADOS: ".
           03 WKS-PL-YA      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           MOVE ZERO TO WKS-FIN.
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           CALL "FEC-FOR" USING WKS-FECHA-HOY WKS-FECHA-TXT
               WKS-FF-STATUS.

           PERFORM 1100-CARGA-CAMBIOS.

           OPEN INPUT CLIENTES.
           IF WKS-FS-CLI = "35"
               DISPLAY "NO EXISTE CLIENTES"
               MOVE 1 TO WKS-FIN
               MOVE 8 TO RETURN-CODE.

           OPEN INPUT ARC-DIR.
           OPEN INPUT ARC-MCR.
           OPEN INPUT ARC-COR.

      *    La historia se crea vacia la primera vez, igual que
      *    ARC-CXC en MANT-CLI.
           OPEN I-O ARC-AVT.
           IF WKS-FS-AVT = "35"
               OPEN OUTPUT ARC-AVT
               CLOSE ARC-AVT
               OPEN I-O ARC-AVT.

           OPEN OUTPUT REP-AVT.
           OPEN OUTPUT REP-AVL.

           DISPLAY "CARTAS_ORDEN_CP" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM (1:1) = "S"
               MOVE "S" TO WKS-ORDEN-CP
               OPEN OUTPUT ARC-CPT.

           MOVE WKS-ENC-LIS TO LINEA-LIS.
           WRITE LINEA-LIS AFTER PAGE.
           MOVE WKS-ENC-LIS2 TO LINEA-LIS.
           WRITE LINEA-LIS AFTER 2.

           IF WKS-NUM-CB = ZERO
               DISPLAY "SIN CAMBIOS DE TARIFA APROBADOS POR AVISAR"
               MOVE 1 TO WKS-FIN.

           IF WKS-FIN = ZERO
               READ CLIENTES
                   AT END MOVE 1 TO WKS-FIN.

      *    Solo altas y cambios de cuota aprobados que todavia no
      *    entran en vigor; el tope de vigencia no fija cuota nueva.
       1100-CARGA-CAMBIOS.
           OPEN INPUT ARC-TPD.
           IF WKS-FS-TPD = "35"
               CONTINUE
           ELSE
               READ ARC-TPD
                   AT END MOVE 1 TO WKS-EOF
                   NOT AT END MOVE ZERO TO WKS-EOF

               PERFORM 1150-REVISA-PENDIENTE UNTIL WKS-EOF = 1

               CLOSE ARC-TPD.

       1150-REVISA-PENDIENTE.
           IF TPD-APROBADO AND TPD-FEC-EFE > WKS-FECHA-HOY
                   AND (TPD-TIPO = "A" OR TPD-TIPO = "C")
                   AND TPD-ANU NOT = ZERO
               PERFORM 1160-AGREGA-CAMBIO.

           READ ARC-TPD
               AT END MOVE 1 TO WKS-EOF.

       1160-AGREGA-CAMBIO.
           IF WKS-NUM-CB < WKS-MAX-CB
               ADD 1 TO WKS-NUM-CB
               MOVE TPD-CLA     TO T-CB-CLA (WKS-NUM-CB)
               MOVE TPD-FEC-EFE TO T-CB-FEC (WKS-NUM-CB)
               MOVE TPD-ANU     TO T-CB-ANU (WKS-NUM-CB)
               ADD 1 TO WKS-TOT-CAMBIOS
           ELSE
               DISPLAY "TABLA DE CAMBIOS LLENA, SE OMITEN "
                   "RESTANTES".

       2000-PROCESO.
           IF CLIENTE-ACTIVO
               PERFORM 2050-PROXIMO-ANIV
               PERFORM 2100-REVISA-CAMBIO
                   VARYING WKS-C FROM 1 BY 1
                   UNTIL WKS-C > WKS-NUM-CB.

           READ CLIENTES
               AT END MOVE 1 TO WKS-FIN.

      *    El aniversario de este ano si todavia no pasa; si ya
      *    paso (o es hoy), el del ano siguiente.
       2050-PROXIMO-ANIV.
           MOVE FEC-ING TO WKS-SPLIT-ING.

           IF WKS-SI-MMDD > WKS-FH-MMDD
               MOVE WKS-FH-ANO TO WKS-FA-ANO
           ELSE
               COMPUTE WKS-FA-ANO = WKS-FH-ANO + 1.
           MOVE WKS-SI-MES TO WKS-FA-MES.
           MOVE WKS-SI-DIA TO WKS-FA-DIA.

           DIVIDE WKS-FA-ANO BY 4 GIVING WKS-BI-COC
               REMAINDER WKS-BI-REM.
           IF WKS-BI-REM = 0
               MOVE 29 TO T-DIA (2)
           ELSE
               MOVE 28 TO T-DIA (2).
           IF WKS-FA-DIA > T-DIA (WKS-FA-MES)
               MOVE T-DIA (WKS-FA-MES) TO WKS-FA-DIA.

       2100-REVISA-CAMBIO.
           IF T-CB-CLA (WKS-C) = CLA-TAR
                   AND WKS-FEC-ANIV NOT < T-CB-FEC (WKS-C)
               MOVE T-CB-FEC (WKS-C) TO WKS-FEC-EFEC
               MOVE T-CB-ANU (WKS-C) TO WKS-ANUA-NUEVA
               PERFORM 2150-CHECA-HISTORIA.

      *    Ya avisado por una corrida anterior: no se repite.
       2150-CHECA-HISTORIA.
           MOVE ID-CLIENTE   TO AVT-ID-CLIENTE.
           MOVE CLA-TAR      TO AVT-CLA-TAR.
           MOVE WKS-FEC-EFEC TO AVT-FEC-EFEC.
           READ ARC-AVT
               INVALID KEY
                   PERFORM 2200-AVISA-CLIENTE
               NOT INVALID KEY
                   ADD 1 TO WKS-TOT-YA-AVIS.

       2200-AVISA-CLIENTE.
           PERFORM 2230-CHECA-CORREO.

           MOVE ID-CLIENTE     TO WKS-DL-ID.
           MOVE NOM-CLI        TO WKS-DL-NOM.
           MOVE CLA-TAR        TO WKS-DL-CLA.
           MOVE WKS-FEC-EFEC   TO WKS-DL-EFEC.
           MOVE ANUA           TO WKS-DL-ANT.
           MOVE WKS-ANUA-NUEVA TO WKS-DL-NUEVA.
           MOVE WKS-FEC-ANIV   TO WKS-DL-ANIV.

           IF WKS-DEVUELTO = 1
               ADD 1 TO WKS-TOT-DEVUELTOS
               MOVE "CORREO DEVUELTO" TO WKS-DL-RES
           ELSE
               PERFORM 2300-IMPRIME-CARTA
               PERFORM 2400-ANOTA-HISTORIA.

           MOVE WKS-DET-LIS TO LINEA-LIS.
           WRITE LINEA-LIS AFTER 1.

      *    El sobre de este cliente ya regreso: la carta no se
      *    imprime y el cliente sale listado, sin constancia de
      *    aviso, para que se le avise cuando tenga domicilio bueno.
       2230-CHECA-CORREO.
           MOVE ZERO TO WKS-DEVUELTO.
           PERFORM 2235-BUSCA-PAGADOR.
           IF WKS-FS-DIR NOT = "35"
               MOVE WKS-DIR-ID TO DIR-ID-CLIENTE
               READ ARC-DIR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DIR-CORREO-DEVUELTO
                           MOVE 1 TO WKS-DEVUELTO.

      *    Miembro de una cuenta corporativa activa: el correo va
      *    al domicilio de la empresa.
       2235-BUSCA-PAGADOR.
           MOVE ID-CLIENTE TO WKS-DIR-ID.
           IF WKS-FS-MCR NOT = "35" AND WKS-FS-COR NOT = "35"
               MOVE ID-CLIENTE TO MCR-ID-CLIENTE
               READ ARC-MCR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MCR-ID-COR TO COR-ID
                       PERFORM 2238-LEE-CUENTA.

       2238-LEE-CUENTA.
           READ ARC-COR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COR-ACTIVA
                       MOVE COR-ID TO WKS-DIR-ID.

       2300-IMPRIME-CARTA.
           CALL "FEC-FOR" USING WKS-FEC-EFEC WKS-EFEC-TXT
               WKS-FF-STATUS.
           CALL "FEC-FOR" USING WKS-FEC-ANIV WKS-ANIV-TXT
               WKS-FF-STATUS.

           IF ORDEN-POR-CP
               PERFORM 2310-INICIA-CARTA.

           MOVE WKS-FECHA-TXT TO WKS-CF-TXT.
           MOVE WKS-CAR-FECHA TO LINEA.
           MOVE ZERO TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

           MOVE NOM-CLI TO WKS-CS-NOM.
           MOVE WKS-CAR-SALUDO TO LINEA.
           MOVE 3 TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

           MOVE NOM-TAR TO WKS-CC-TAR.
           MOVE WKS-CAR-CUERPO1 TO LINEA.
           MOVE 2 TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

           MOVE ANUA           TO WKS-CC-ANT.
           MOVE WKS-ANUA-NUEVA TO WKS-CC-NUEVA.
           MOVE WKS-CAR-CUERPO2 TO LINEA.
           MOVE 1 TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

           MOVE WKS-EFEC-TXT TO WKS-CC-EFEC.
           MOVE WKS-CAR-CUERPO3 TO LINEA.
           MOVE 1 TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

           MOVE WKS-ANIV-TXT TO WKS-CC-ANIV.
           MOVE WKS-CAR-CUERPO4 TO LINEA.
           MOVE 2 TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

           PERFORM 2350-PON-DOMICILIO.

      *    Con orden por CP la carta abre con su renglon cero: el
      *    CP que la acomoda y la etiqueta del sobre, del mismo
      *    domicilio al que va la carta.
       2310-INICIA-CARTA.
           ADD 1 TO WKS-CPT-CARTA.
           MOVE ZERO TO WKS-CPT-RENGLON.
           MOVE ZERO TO WKS-CPT-CP.
           MOVE SPACES TO CPT-LINEA.
           MOVE ID-CLIENTE TO CPT-ETQ-ID.
           MOVE NOM-CLI    TO CPT-ETQ-NOMBRE.

           IF WKS-FS-DIR NOT = "35"
               MOVE WKS-DIR-ID TO DIR-ID-CLIENTE
               READ ARC-DIR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DIR-CP     TO WKS-CPT-CP
                       MOVE DIR-CALLE  TO CPT-ETQ-CALLE
                       MOVE DIR-CIUDAD TO CPT-ETQ-CIUDAD.

           MOVE WKS-CPT-CP    TO CPT-CP.
           MOVE WKS-CPT-CARTA TO CPT-CARTA.
           MOVE ZERO          TO CPT-RENGLON.
           MOVE ZERO          TO CPT-AVANCE.
           WRITE REG-CPT.

      *    Domicilio del archivo de contacto; sin registro se deja
      *    constancia en la carta, en el listado y en la historia.
       2350-PON-DOMICILIO.
           MOVE "N" TO AVT-SIN-DOMIC.
           MOVE "AVISADO" TO WKS-DL-RES.
           MOVE WKS-DIR-ID TO DIR-ID-CLIENTE.

           IF WKS-FS-DIR = "35"
               PERFORM 2370-DOMICILIO-FALTA
           ELSE
               READ ARC-DIR
                   INVALID KEY
                       PERFORM 2370-DOMICILIO-FALTA
                   NOT INVALID KEY
                       PERFORM 2360-DOMICILIO-COMPLETO.

       2360-DOMICILIO-COMPLETO.
           MOVE DIR-CALLE TO WKS-CD-CALLE.
           MOVE WKS-CAR-DOMIC1 TO LINEA.
           MOVE 3 TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

           MOVE DIR-CIUDAD TO WKS-CD-CIUDAD.
           MOVE DIR-CP     TO WKS-CD-CP.
           MOVE WKS-CAR-DOMIC2 TO LINEA.
           MOVE 1 TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

       2370-DOMICILIO-FALTA.
           MOVE "SIN DOMICILIO REGISTRADO" TO WKS-CD-CALLE.
           MOVE WKS-CAR-DOMIC1 TO LINEA.
           MOVE 3 TO WKS-AVANCE.
           PERFORM 9000-ESCRIBE-CARTA.

           ADD 1 TO WKS-SIN-DOMIC.
           MOVE "S" TO AVT-SIN-DOMIC.
           MOVE "AVISADO SIN DOM." TO WKS-DL-RES.

       2400-ANOTA-HISTORIA.
           ADD 1 TO WKS-TOT-AVISOS.
           MOVE ID-CLIENTE     TO AVT-ID-CLIENTE.
           MOVE CLA-TAR        TO AVT-CLA-TAR.
           MOVE WKS-FEC-EFEC   TO AVT-FEC-EFEC.
           MOVE WKS-FECHA-HOY  TO AVT-FEC-AVISO.
           MOVE ANUA           TO AVT-ANUA-ANT.
           MOVE WKS-ANUA-NUEVA TO AVT-ANUA-NUEVA.
           MOVE WKS-FEC-ANIV   TO AVT-FEC-ANIV.
           MOVE WKS-DIR-ID     TO AVT-DIR-ID.
           WRITE REG-AVT
               INVALID KEY
                   DISPLAY "AVISO YA REGISTRADO: " AVT-LLAVE.

       3000-FIN.
           MOVE WKS-TOT-CAMBIOS   TO WKS-PL-CAM.
           MOVE WKS-TOT-AVISOS    TO WKS-PL-AVI.
           MOVE WKS-SIN-DOMIC     TO WKS-PL-SIN.
           MOVE WKS-TOT-DEVUELTOS TO WKS-PL-DEV.
           MOVE WKS-TOT-YA-AVIS   TO WKS-PL-YA.
           MOVE WKS-PIE-LIS TO LINEA-LIS.
           WRITE LINEA-LIS AFTER 2.

           DISPLAY "AVISOS PRODUCIDOS: " WKS-TOT-AVISOS
               " SIN DOMICILIO: " WKS-SIN-DOMIC
               " CORREO DEVUELTO: " WKS-TOT-DEVUELTOS.

           IF WKS-FS-CLI NOT = "35"
               CLOSE CLIENTES.
           IF WKS-FS-DIR NOT = "35"
               CLOSE ARC-DIR.
           IF WKS-FS-MCR NOT = "35"
               CLOSE ARC-MCR.
           IF WKS-FS-COR NOT = "35"
               CLOSE ARC-COR.
           CLOSE ARC-AVT.
           CLOSE REP-AVT.
           CLOSE REP-AVL.

           IF ORDEN-POR-CP
               CLOSE ARC-CPT
               CALL "ORD-CAR" USING WKS-ORD-TITULO.

      *    Renglon de la carta: directo a la impresora o, con orden
      *    por CP, al archivo de trabajo que ordena ORD-CAR.
       9000-ESCRIBE-CARTA.
           IF ORDEN-POR-CP
               ADD 1 TO WKS-CPT-RENGLON
               MOVE WKS-CPT-CP      TO CPT-CP
               MOVE WKS-CPT-CARTA   TO CPT-CARTA
               MOVE WKS-CPT-RENGLON TO CPT-RENGLON
               MOVE WKS-AVANCE      TO CPT-AVANCE
               MOVE LINEA           TO CPT-LINEA
               WRITE REG-CPT
           ELSE
               IF WKS-AVANCE = ZERO
                   WRITE LINEA AFTER PAGE
               ELSE
                   WRITE LINEA AFTER WKS-AVANCE LINES.
