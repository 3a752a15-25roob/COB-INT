       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-EXE.
      *    Ingreso no cobrado por exenciones de anualidad: reporte
      *    mensual de lo que FACT-ANU dejo de facturar a empleados,
      *    VIP corporativos y cuentas de cortesia (ARC-EXF, un
      *    renglon por cliente exento en el mes facturado), con el
      *    detalle por cliente, subtotales por tipo de exencion y
      *    por el operador que la autorizo, y el gran total de
      *    ingreso al que se renuncio.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-EXF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXF-LLAVE
               FILE STATUS IS WKS-FS-EXF.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
           SELECT REP-REX ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-EXF.
           COPY REGEXF.

       FD CLIENTES.
           COPY REGCLI.

       FD REP-REX.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-FS-EXF        PIC XX.
       01 WKS-FS-CLI        PIC XX.

       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).

      *    Mes a reportar (AAAAMM): parametro REP_EXE_PERIODO o, sin
      *    el, el mes en curso.
       01 WKS-PARM          PIC X(80).
       01 WKS-PERIODO.
           03 WKS-PER-ANIO  PIC 9(04).
           03 WKS-PER-MES   PIC 9(02).

      *    Totales por tipo de exencion: 1 empleado, 2 VIP
      *    corporativo, 3 cortesia.
       01 T-TIPOS.
           03 T-TIP OCCURS 3 TIMES.
               05 T-TIP-CLI  PIC 9(05).
               05 T-TIP-CAR  PIC 9(09)V99.
               05 T-TIP-EXE  PIC 9(09)V99.
       01 WKS-TIP-IDX       PIC 9.

      *    Totales por operador que autorizo.
       01 WKS-MAX-AUT       PIC 99 VALUE 20.
       01 WKS-NUM-AUT       PIC 99 VALUE ZERO.
       01 WKS-AUT-IDX       PIC 99.

       01 T-AUTORIZA.
           03 T-AUT OCCURS 20 TIMES.
               05 T-AUT-OPER PIC X(08).
               05 T-AUT-CLI  PIC 9(05).
               05 T-AUT-EXE  PIC 9(09)V99.

       01 WKS-TOT-CLI       PIC 9(05) VALUE ZERO.
       01 WKS-TOT-CAR       PIC 9(09)V99 VALUE ZERO.
       01 WKS-TOT-EXE       PIC 9(09)V99 VALUE ZERO.

       77 WKS-FIN           PIC 9 VALUE ZERO.
       77 WKS-I             PIC 99.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(44)
                   VALUE "INGRESO NO COBRADO POR EXENCIONES".

       01 WKS-ENCB.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(17) VALUE "MES FACTURADO:  ".
           03 WKS-ENC-MES    PIC X(10).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-ENC-ANIO   PIC 9(04).

       01 WKS-ENCC.
           03 FILLER         PIC X(10) VALUE "ID-CLIE".
           03 FILLER         PIC X(32) VALUE "NOMBRE".
           03 FILLER         PIC X(12) VALUE "TIPO".
           03 FILLER         PIC X(09) VALUE "PCT".
           03 FILLER         PIC X(14) VALUE "CARGO".
           03 FILLER         PIC X(14) VALUE "EXENTO".
           03 FILLER         PIC X(10) VALUE "AUTORIZO".

       01 WKS-DET1.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-ID      PIC 9(06).
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-NOM     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-TIPO    PIC X(10).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-PCT     PIC ZZ9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-CAR     PIC $$,$$9.99.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 WKS-DT-EXE     PIC $$,$$9.99.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 WKS-DT-AUT     PIC X(08).

       01 WKS-SUB-ENC.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 WKS-SE-TXT     PIC X(40).

       01 WKS-SUB1.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 WKS-SB-NOM     PIC X(18).
           03 FILLER         PIC X(10) VALUE "CLIENTES: ".
           03 WKS-SB-CLI     PIC ZZ,ZZ9.
           03 FILLER         PIC X(09) VALUE "  CARGO: ".
           03 WKS-SB-CAR     PIC $$$,$$$,$$9.99.
           03 FILLER         PIC X(10) VALUE "  EXENTO: ".
           03 WKS-SB-EXE     PIC $$$,$$$,$$9.99.

       01 WKS-TRAILER.
           03 FILLER          PIC X(15) VALUE "**** CONTROL: ".
           03 WKS-TRL-REGS    PIC ZZZ,ZZ9.
           03 FILLER          PIC X(18) VALUE " CLIENTES EXENTOS ".
           03 FILLER          PIC X(21) VALUE "INGRESO NO COBRADO: ".
           03 WKS-TRL-MONTO   PIC $$$,$$$,$$9.99.
           03 FILLER          PIC X(05) VALUE " ****".

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

           DISPLAY "REP_EXE_PERIODO" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM NOT = SPACES
               MOVE WKS-PARM (1:6) TO WKS-PERIODO
           ELSE
               MOVE WKS-FECHA-HOY (1:6) TO WKS-PERIODO.

           IF WKS-PER-MES < 1 OR WKS-PER-MES > 12
               DISPLAY "MES A REPORTAR INVALIDO: " WKS-PERIODO
               MOVE 8 TO RETURN-CODE
               GOBACK.

           INITIALIZE T-TIPOS.

           OPEN INPUT ARC-EXF.
           IF WKS-FS-EXF = "35"
               DISPLAY "NO HAY EXENCIONES FACTURADAS"
               MOVE 1 TO WKS-FIN
           ELSE
               OPEN INPUT CLIENTES
               OPEN OUTPUT REP-REX
               MOVE WKS-ENCA TO LINEA
               WRITE LINEA AFTER PAGE
               MOVE T-MES (WKS-PER-MES) TO WKS-ENC-MES
               MOVE WKS-PER-ANIO TO WKS-ENC-ANIO
               MOVE WKS-ENCB TO LINEA
               WRITE LINEA AFTER 1
               MOVE WKS-ENCC TO LINEA
               WRITE LINEA AFTER 2
               MOVE WKS-PERIODO TO EXF-MES-FAC
               MOVE ZERO TO EXF-ID-CLIENTE
               START ARC-EXF KEY IS NOT LESS THAN EXF-LLAVE
                   INVALID KEY MOVE 1 TO WKS-FIN.

      *    La llave empieza con el mes facturado: se lee desde el
      *    primer cliente del mes hasta que cambia el mes.
       2000-PROCESO.
           READ ARC-EXF NEXT
               AT END MOVE 1 TO WKS-FIN.

           IF WKS-FIN = ZERO
               IF EXF-MES-FAC NOT = WKS-PERIODO
                   MOVE 1 TO WKS-FIN
               ELSE
                   PERFORM 2100-LISTA-EXENTO.

       2100-LISTA-EXENTO.
           EVALUATE EXF-TIPO
               WHEN "E"
                   MOVE 1 TO WKS-TIP-IDX
                   MOVE "EMPLEADO"   TO WKS-DT-TIPO
               WHEN "V"
                   MOVE 2 TO WKS-TIP-IDX
                   MOVE "VIP CORP."  TO WKS-DT-TIPO
               WHEN OTHER
                   MOVE 3 TO WKS-TIP-IDX
                   MOVE "CORTESIA"   TO WKS-DT-TIPO
           END-EVALUATE.

           MOVE EXF-ID-CLIENTE TO ID-CLIENTE.
           READ CLIENTES
               INVALID KEY MOVE "** NO EN PADRON **" TO NOM-CLI.

           MOVE EXF-ID-CLIENTE TO WKS-DT-ID.
           MOVE NOM-CLI        TO WKS-DT-NOM.
           MOVE EXF-PCT        TO WKS-DT-PCT.
           MOVE EXF-CARGO      TO WKS-DT-CAR.
           MOVE EXF-EXENTO     TO WKS-DT-EXE.
           MOVE EXF-AUTORIZO   TO WKS-DT-AUT.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

           ADD 1          TO WKS-TOT-CLI.
           ADD EXF-CARGO  TO WKS-TOT-CAR.
           ADD EXF-EXENTO TO WKS-TOT-EXE.

           ADD 1          TO T-TIP-CLI (WKS-TIP-IDX).
           ADD EXF-CARGO  TO T-TIP-CAR (WKS-TIP-IDX).
           ADD EXF-EXENTO TO T-TIP-EXE (WKS-TIP-IDX).

           PERFORM 2200-ACUMULA-AUTORIZA.

      *    Renglon del operador en la tabla; uno nuevo si no esta.
       2200-ACUMULA-AUTORIZA.
           MOVE ZERO TO WKS-AUT-IDX.
           PERFORM 2250-BUSCA-AUTORIZA
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-AUT.

           IF WKS-AUT-IDX = ZERO
               IF WKS-NUM-AUT < WKS-MAX-AUT
                   ADD 1 TO WKS-NUM-AUT
                   MOVE WKS-NUM-AUT TO WKS-AUT-IDX
                   MOVE EXF-AUTORIZO TO T-AUT-OPER (WKS-AUT-IDX)
                   MOVE ZERO TO T-AUT-CLI (WKS-AUT-IDX)
                   MOVE ZERO TO T-AUT-EXE (WKS-AUT-IDX)
               ELSE
                   DISPLAY "TABLA DE OPERADORES LLENA, NO SE "
                       "ACUMULA: " EXF-AUTORIZO.

           IF WKS-AUT-IDX NOT = ZERO
               ADD 1          TO T-AUT-CLI (WKS-AUT-IDX)
               ADD EXF-EXENTO TO T-AUT-EXE (WKS-AUT-IDX).

       2250-BUSCA-AUTORIZA.
           IF T-AUT-OPER (WKS-I) = EXF-AUTORIZO
               MOVE WKS-I TO WKS-AUT-IDX
               ADD 25 TO WKS-I.

      *-------------------SUBTOTALES-------------------------------*
       2500-IMPRIME-TIPOS.
           MOVE "POR TIPO DE EXENCION" TO WKS-SE-TXT.
           MOVE WKS-SUB-ENC TO LINEA.
           WRITE LINEA AFTER 2.

           PERFORM 2550-IMPRIME-TIPO
               VARYING WKS-TIP-IDX FROM 1 BY 1 UNTIL WKS-TIP-IDX > 3.

       2550-IMPRIME-TIPO.
           EVALUATE WKS-TIP-IDX
               WHEN 1
                   MOVE "EMPLEADO"        TO WKS-SB-NOM
               WHEN 2
                   MOVE "VIP CORPORATIVO" TO WKS-SB-NOM
               WHEN OTHER
                   MOVE "CORTESIA"        TO WKS-SB-NOM
           END-EVALUATE.
           MOVE T-TIP-CLI (WKS-TIP-IDX) TO WKS-SB-CLI.
           MOVE T-TIP-CAR (WKS-TIP-IDX) TO WKS-SB-CAR.
           MOVE T-TIP-EXE (WKS-TIP-IDX) TO WKS-SB-EXE.
           MOVE WKS-SUB1 TO LINEA.
           WRITE LINEA AFTER 1.

       2600-IMPRIME-AUTORIZA.
           MOVE "POR OPERADOR QUE AUTORIZO" TO WKS-SE-TXT.
           MOVE WKS-SUB-ENC TO LINEA.
           WRITE LINEA AFTER 2.

           PERFORM 2650-IMPRIME-OPERADOR
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-AUT.

      *    La columna de cargo no aplica al subtotal por operador.
       2650-IMPRIME-OPERADOR.
           MOVE T-AUT-OPER (WKS-I) TO WKS-SB-NOM.
           MOVE T-AUT-CLI (WKS-I)  TO WKS-SB-CLI.
           MOVE ZERO               TO WKS-SB-CAR.
           MOVE T-AUT-EXE (WKS-I)  TO WKS-SB-EXE.
           MOVE WKS-SUB1 TO LINEA.
           WRITE LINEA AFTER 1.

       3000-FIN.
           MOVE WKS-TOT-CLI TO WKS-TRL-REGS.
           MOVE WKS-TOT-EXE TO WKS-TRL-MONTO.
           IF WKS-FS-EXF NOT = "35"
               PERFORM 2500-IMPRIME-TIPOS
               PERFORM 2600-IMPRIME-AUTORIZA
               MOVE WKS-TRAILER TO LINEA
               WRITE LINEA AFTER 2
               CLOSE ARC-EXF
               CLOSE CLIENTES
               CLOSE REP-REX.

           DISPLAY "EXENCIONES DEL MES " WKS-PERIODO ": " WKS-TOT-CLI
               " NO COBRADO: " WKS-TRL-MONTO.
