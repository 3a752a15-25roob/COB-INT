       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-COL.
      *    Colegiaturas vencidas por grupo: para un ciclo y grupo
      *    lista a los alumnos inscritos (ARC-INS) con colegiatura
      *    vencida sin pagar en la cartera ARC-CXC -- partidas tipo
      *    8 con saldo y vencimiento anterior a hoy --, con los
      *    meses que deben, el importe, el vencimiento mas antiguo y
      *    el responsable del pago a quien hay que llamar.
      *    El cargo de la cartera es por cliente pagador y mes; su
      *    saldo se reparte entre los alumnos que lo forman segun el
      *    desglose ARC-DCO de FACT-COL, en proporcion a la
      *    colegiatura de cada uno, para que un pago parcial del
      *    pagador no deje a todos sus hijos como deudores del total.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-INS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-LLAVE
               FILE STATUS IS WKS-FS-INS.
           SELECT ARC-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-CXC.
           SELECT ARC-DCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCO-LLAVE
               FILE STATUS IS WKS-FS-DCO.
           SELECT REP-RCO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-INS.
           COPY REGINS.

       FD ARC-CXC.
           COPY REGCXC.

       FD ARC-DCO.
           COPY REGDCO.

       FD REP-RCO.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-INS       PIC XX.
       01 WKS-FS-CXC       PIC XX.
       01 WKS-FS-DCO       PIC XX.

      *    Firma de operador (subprograma FIRMA): nivel de consulta.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "REP-COL".

       01 WKS-CICLO        PIC X(05).
       01 WKS-GRUPO        PIC X(03).

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

      *    Inscritos del grupo con lo que deben.
       01 WKS-MAX-ALU      PIC 99 VALUE 60.
       01 WKS-NUM-ALU      PIC 99 VALUE ZERO.
       01 WKS-ALU-IDX      PIC 99.

       01 T-ALUMNOS.
           03 T-ALU OCCURS 60 TIMES.
               05 T-AL-ID    PIC 9(04).
               05 T-AL-NOM   PIC X(30).
               05 T-AL-CLI   PIC 9(06).
               05 T-AL-RES   PIC X(30).
               05 T-AL-TEL   PIC X(10).
               05 T-AL-MES   PIC 99.
               05 T-AL-VENC  PIC 9(07)V99.
               05 T-AL-DESDE PIC 9(08).

       01 WKS-PARTE        PIC 9(07)V99.
       01 WKS-FIN-DCO      PIC 9.

       01 WKS-TOT-DEU      PIC 99 VALUE ZERO.
       01 WKS-TOT-VENC     PIC 9(09)V99 VALUE ZERO.

       77 WKS-EOF          PIC 9.
       77 WKS-I            PIC 99.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(25) VALUE SPACES.
           03 FILLER         PIC X(40)
                   VALUE "COLEGIATURAS VENCIDAS POR GRUPO".

       01 WKS-ENCB.
           03 FILLER         PIC X(07) VALUE "CICLO: ".
           03 WKS-EB-CICLO   PIC X(05).
           03 FILLER         PIC X(08) VALUE " GRUPO: ".
           03 WKS-EB-GRUPO   PIC X(03).
           03 FILLER         PIC X(10) VALUE " AL DIA: ".
           03 WKS-EB-FECHA   PIC 9(08).

       01 WKS-ENCC.
           03 FILLER         PIC X(06) VALUE "ALUMNO".
           03 FILLER         PIC X(32) VALUE SPACES.
           03 FILLER         PIC X(08) VALUE "PAGADOR".
           03 FILLER         PIC X(32) VALUE "RESPONSABLE".
           03 FILLER         PIC X(12) VALUE "TELEFONO".
           03 FILLER         PIC X(06) VALUE "MESES".
           03 FILLER         PIC X(13) VALUE "     VENCIDO".
           03 FILLER         PIC X(08) VALUE "  DESDE".

       01 WKS-DET1.
           03 WKS-DT-ID      PIC 9(04).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-NOM     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-CLI     PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-RES     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-TEL     PIC X(10).
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-MES     PIC Z9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-VENC    PIC $,$$$,$$9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-DESDE   PIC 9(08).

       01 WKS-PIE.
           03 FILLER         PIC X(26)
                   VALUE "ALUMNOS CON ADEUDO: ".
           03 WKS-PI-DEU     PIC Z9.
           03 FILLER         PIC X(14) VALUE " DE UN TOTAL ".
           03 WKS-PI-TOT     PIC Z9.
           03 FILLER         PIC X(17) VALUE "   TOTAL VENCIDO ".
           03 WKS-PI-VENC    PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           IF WKS-NUM-ALU = ZERO
               DISPLAY "SIN ALUMNOS INSCRITOS EN EL GRUPO"
           ELSE
               PERFORM 2000-CARGA-VENCIDOS
               PERFORM 3000-GENERA-REPORTE.
           GOBACK.

       1000-INICIO.
           MOVE 1 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-OPERADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               GOBACK.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           DISPLAY "CICLO A REPORTAR (EJ 2026A): ".
           ACCEPT WKS-CICLO.
           DISPLAY "GRUPO A REPORTAR (EJ 101): ".
           ACCEPT WKS-GRUPO.

           INITIALIZE T-ALUMNOS.
           PERFORM 1100-CARGA-INSCRITOS.

      *    ARC-INS va por ciclo al frente de la llave: se posiciona
      *    en el ciclo y se lee hasta salir de el. Entran tambien
      *    las bajas, que pueden deber meses anteriores a la baja.
       1100-CARGA-INSCRITOS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-INS.
           IF WKS-FS-INS = "35"
               DISPLAY "NO EXISTE ARCHIVO DE INSCRIPCIONES"
           ELSE
               MOVE WKS-CICLO TO INS-CICLO
               MOVE ZERO      TO INS-ALUMNO
               START ARC-INS KEY IS NOT LESS THAN INS-LLAVE
                   INVALID KEY MOVE 1 TO WKS-EOF

               PERFORM 1150-LEE-INSCRITO UNTIL WKS-EOF = 1

               CLOSE ARC-INS.

       1150-LEE-INSCRITO.
           READ ARC-INS NEXT
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = ZERO
               IF INS-CICLO NOT = WKS-CICLO
                   MOVE 1 TO WKS-EOF
               ELSE
                   IF INS-GRUPO = WKS-GRUPO
                       PERFORM 1200-AGREGA-INSCRITO.

       1200-AGREGA-INSCRITO.
           IF WKS-NUM-ALU < WKS-MAX-ALU
               ADD 1 TO WKS-NUM-ALU
               MOVE INS-ALUMNO      TO T-AL-ID (WKS-NUM-ALU)
               MOVE INS-NOMBRE      TO T-AL-NOM (WKS-NUM-ALU)
               MOVE INS-ID-CLIENTE  TO T-AL-CLI (WKS-NUM-ALU)
               MOVE INS-RESPONSABLE TO T-AL-RES (WKS-NUM-ALU)
               MOVE INS-TELEFONO    TO T-AL-TEL (WKS-NUM-ALU)
           ELSE
               DISPLAY "LISTA LLENA, SE OMITE ALUMNO " INS-ALUMNO.

      *-------------------CARTERA VENCIDA--------------------------*
      *    Cada colegiatura vencida con saldo busca su desglose del
      *    mes y pagador en ARC-DCO.
       2000-CARGA-VENCIDOS.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CXC.
           IF WKS-FS-CXC = "35"
               DISPLAY "NO EXISTE LA CARTERA ARC-CXC"
           ELSE
               OPEN INPUT ARC-DCO
               IF WKS-FS-DCO = "35"
                   DISPLAY "SIN DESGLOSE DE COLEGIATURAS EN ARC-DCO"
                   CLOSE ARC-CXC
               ELSE
                   READ ARC-CXC
                       AT END MOVE 1 TO WKS-EOF
                   END-READ
                   PERFORM 2100-REVISA-PARTIDA UNTIL WKS-EOF = 1
                   CLOSE ARC-CXC
                   CLOSE ARC-DCO.

       2100-REVISA-PARTIDA.
           IF CXC-TIPO = 8 AND CXC-SALDO > ZERO
                   AND CXC-FEC-VENC < WKS-FECHA-HOY
                   AND CXC-IMP-CARGO > ZERO
               PERFORM 2200-REPARTE-SALDO.

           READ ARC-CXC
               AT END MOVE 1 TO WKS-EOF.

       2200-REPARTE-SALDO.
           MOVE CXC-ANIO       TO DCO-ANIO.
           MOVE CXC-PARC       TO DCO-MES.
           MOVE CXC-ID-CLIENTE TO DCO-ID-CLIENTE.
           MOVE LOW-VALUES     TO DCO-CICLO.
           MOVE ZERO           TO DCO-ALUMNO.
           MOVE ZERO           TO WKS-FIN-DCO.
           START ARC-DCO KEY IS NOT LESS THAN DCO-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-DCO.

           PERFORM 2250-LEE-DESGLOSE UNTIL WKS-FIN-DCO = 1.

       2250-LEE-DESGLOSE.
           READ ARC-DCO NEXT
               AT END MOVE 1 TO WKS-FIN-DCO.

           IF WKS-FIN-DCO = ZERO
               IF DCO-ANIO NOT = CXC-ANIO OR DCO-MES NOT = CXC-PARC
                       OR DCO-ID-CLIENTE NOT = CXC-ID-CLIENTE
                   MOVE 1 TO WKS-FIN-DCO
               ELSE
                   IF DCO-CICLO = WKS-CICLO AND DCO-GRUPO = WKS-GRUPO
                       PERFORM 2300-ABONA-ALUMNO.

      *    La parte del alumno: el saldo del cargo en la proporcion
      *    de su colegiatura al cargo completo.
       2300-ABONA-ALUMNO.
           MOVE ZERO TO WKS-ALU-IDX.
           PERFORM 2350-COMPARA-ALUMNO
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-ALU.

           IF WKS-ALU-IDX NOT = ZERO
               COMPUTE WKS-PARTE ROUNDED =
                   CXC-SALDO * DCO-IMPORTE / CXC-IMP-CARGO
               ADD 1 TO T-AL-MES (WKS-ALU-IDX)
               ADD WKS-PARTE TO T-AL-VENC (WKS-ALU-IDX)
               IF T-AL-DESDE (WKS-ALU-IDX) = ZERO
                       OR CXC-FEC-VENC < T-AL-DESDE (WKS-ALU-IDX)
                   MOVE CXC-FEC-VENC TO T-AL-DESDE (WKS-ALU-IDX).

       2350-COMPARA-ALUMNO.
           IF T-AL-ID (WKS-I) = DCO-ALUMNO
               MOVE WKS-I TO WKS-ALU-IDX
               MOVE WKS-NUM-ALU TO WKS-I.

      *-------------------REPORTE----------------------------------*
       3000-GENERA-REPORTE.
           OPEN OUTPUT REP-RCO.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-CICLO     TO WKS-EB-CICLO.
           MOVE WKS-GRUPO     TO WKS-EB-GRUPO.
           MOVE WKS-FECHA-HOY TO WKS-EB-FECHA.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 2.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

           PERFORM 3100-LISTA-ALUMNO
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-ALU.

           MOVE WKS-TOT-DEU  TO WKS-PI-DEU.
           MOVE WKS-NUM-ALU  TO WKS-PI-TOT.
           MOVE WKS-TOT-VENC TO WKS-PI-VENC.
           MOVE WKS-PIE TO LINEA.
           WRITE LINEA AFTER 2.
           CLOSE REP-RCO.

           DISPLAY "ALUMNOS CON COLEGIATURA VENCIDA: " WKS-TOT-DEU.

       3100-LISTA-ALUMNO.
           IF T-AL-VENC (WKS-I) > ZERO
               MOVE T-AL-ID (WKS-I)    TO WKS-DT-ID
               MOVE T-AL-NOM (WKS-I)   TO WKS-DT-NOM
               MOVE T-AL-CLI (WKS-I)   TO WKS-DT-CLI
               MOVE T-AL-RES (WKS-I)   TO WKS-DT-RES
               MOVE T-AL-TEL (WKS-I)   TO WKS-DT-TEL
               MOVE T-AL-MES (WKS-I)   TO WKS-DT-MES
               MOVE T-AL-VENC (WKS-I)  TO WKS-DT-VENC
               MOVE T-AL-DESDE (WKS-I) TO WKS-DT-DESDE
               MOVE WKS-DET1 TO LINEA
               WRITE LINEA AFTER 1
               ADD 1 TO WKS-TOT-DEU
               ADD T-AL-VENC (WKS-I) TO WKS-TOT-VENC.
