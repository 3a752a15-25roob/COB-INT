      *    estado, rastrea los cargos tipo 1 contra la facturacion
      *    vigente de ARC-FAC, y compara los abonos acumulados por
      *    cliente contra las lineas aplicadas de la bitacora
      *    ARC-LOG. Del lado de la cartera cuentan tambien el
      *    suspenso (tipo 4, lo que sobro de un pago partido) y las
      *    partidas que DEP-CXC ya paso al historico ARC-CXH; la
      *    linea corporativa (IDs 9xxxxx) se reparte a los miembros
      *    que la recibieron segun el detalle ARC-DAP, igual que la
      *    aplico APLI-PAG. Las excepciones salen impresas y el
      *    RETURN-CODE 8 avisa antes de que la corrida nocturna
      *    confie en el archivo tras un REWRITE interrumpido.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WKS-FS-FAC.
           SELECT ARC-LOG ASSIGN TO DISK
               FILE STATUS IS WKS-FS-LOG.
      *    Partidas depuradas por DEP-CXC, con la misma llave.
           SELECT ARC-CXH ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CXH-LLAVE
               FILE STATUS IS WKS-FS-CXH.
      *    Detalle de aplicacion: a que miembro fue cada parte de
      *    una linea corporativa.
           SELECT ARC-DAP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAP-LLAVE
               FILE STATUS IS WKS-FS-DAP.
           SELECT REP-ACX ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-LOG.
           COPY REGLOG.

       FD ARC-CXH.
           COPY REGCXH.

       FD ARC-DAP.
           COPY REGDAP.

       FD REP-ACX.
       01 LINEA          PIC X(132).

       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-FAC        PIC XX.
       01 WKS-FS-LOG        PIC XX.
       01 WKS-FS-CXH        PIC XX.
       01 WKS-FS-DAP        PIC XX.
       01 WKS-FIN-DAP       PIC 9.
       01 WKS-FIN-BUS       PIC 9.

      *    Datos de la falla para el registro central ERR-ARC.
       01 WKS-ERR-PROG      PIC X(08) VALUE "AUD-CXC".
       01 WKS-ERR-PARRAFO   PIC X(30).
       01 WKS-ERR-ARCHIVO   PIC X(08).
       01 WKS-ERR-OPER      PIC X(08).
       01 WKS-ERR-FS        PIC XX.
       01 WKS-ERR-LLAVE     PIC X(30).

      *    La linea de captura trae el cliente en los seis digitos
      *    iniciales y el importe despues de las letras, igual que
      *    la decodifica APLI-PAG.
           COPY LINCAP.

       01 WKS-SALDO-CALC    PIC S9(07)V99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           IF WKS-FS-CXC = "35"
               GOBACK.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 2600-ACUMULA-HISTORICO.
           PERFORM 3000-RASTREA-FACTURACION.
           PERFORM 4000-COMPARA-BITACORA.
           PERFORM 5000-FIN.
           OPEN INPUT ARC-CXC.
           IF WKS-FS-CXC = "35"
               DISPLAY "NO EXISTE LA CARTERA DE ANUALIDADES"
               MOVE "1000-INICIO" TO WKS-ERR-PARRAFO
               MOVE "ARC-CXC "    TO WKS-ERR-ARCHIVO
               MOVE "OPEN"        TO WKS-ERR-OPER
               MOVE WKS-FS-CXC    TO WKS-ERR-FS
               MOVE SPACES        TO WKS-ERR-LLAVE
               CALL "ERR-ARC" USING WKS-ERR-PROG WKS-ERR-PARRAFO
                   WKS-ERR-ARCHIVO WKS-ERR-OPER WKS-ERR-FS
                   WKS-ERR-LLAVE
               MOVE 1 TO WKS-FIN
               MOVE 8 TO RETURN-CODE
           ELSE
                   READ ARC-CXC NEXT
                       AT END MOVE 1 TO WKS-FIN.

      *    Aritmetica y estado por partida. Los cargos (tipos 1, 2,
      *    6 y 8) deben cuadrar cargo - abonos = saldo; la castigada
      *    (estado 3) dejo su saldo en cero a proposito y el credito
      *    (tipo 3) y el suspenso llevan su saldo en el abono, asi
      *    que solo se les pide saldo no mayor al abono.
           ADD 1 TO WKS-TOT-PARTIDAS.

           IF CXC-TIPO = 1 OR CXC-TIPO = 2 OR CXC-TIPO = 6
                   OR CXC-TIPO = 8
               PERFORM 2100-CHECA-CARGO
           ELSE
               IF CXC-SALDO > CXC-IMP-ABONO
                       TO WKS-DE-TEXTO
                   PERFORM 2900-ESCRIBE-EXCEPCION.

           PERFORM 2500-ACUMULA-ABONO-CXC.

           READ ARC-CXC NEXT
               AT END MOVE 1 TO WKS-FIN.
                   PERFORM 2900-ESCRIBE-EXCEPCION
           END-EVALUATE.

      *    Cuentan los abonos de los cargos y el suspenso (tipo
      *    4): cuando un pago es mayor a lo que debe el cliente,
      *    APLI-PAG aparta el sobrante en el suspenso y la linea
      *    queda APLICADA por el total. El credito de baja y el de
      *    referido no vienen de una linea de la bitacora.
       2500-ACUMULA-ABONO-CXC.
           IF CXC-TIPO = 1 OR CXC-TIPO = 2 OR CXC-TIPO = 4
                   OR CXC-TIPO = 6 OR CXC-TIPO = 8
               MOVE CXC-ID-CLIENTE TO WKS-CLI-BUSCA
               PERFORM 4500-BUSCA-CLIENTE
               IF WKS-CLI-IDX NOT = ZERO
                   ADD CXC-IMP-ABONO TO T-CB-CXC (WKS-CLI-IDX).

      *    Las partidas ya depuradas siguen teniendo sus lineas en
      *    la bitacora: sus abonos se suman desde el historico.
       2600-ACUMULA-HISTORICO.
           MOVE ZERO TO WKS-FIN.
           OPEN INPUT ARC-CXH.
           IF WKS-FS-CXH = "35"
               MOVE 1 TO WKS-FIN
           ELSE
               READ ARC-CXH
                   AT END MOVE 1 TO WKS-FIN.

           PERFORM 2650-SUMA-DEPURADA UNTIL WKS-FIN = 1.

           IF WKS-FS-CXH NOT = "35"
               CLOSE ARC-CXH.

       2650-SUMA-DEPURADA.
           MOVE REG-CXH (1:81) TO REG-CXC.
           PERFORM 2500-ACUMULA-ABONO-CXC.

           READ ARC-CXH
               AT END MOVE 1 TO WKS-FIN.

      *-------------------RASTREO CONTRA ARC-FAC-------------------*
      *    ARC-FAC trae la facturacion del ultimo mes corrido: cada
      *    cartera, nunca al reves).
       4000-COMPARA-BITACORA.
           MOVE ZERO TO WKS-FIN.
           OPEN INPUT ARC-DAP.
           OPEN INPUT ARC-LOG.
           IF WKS-FS-LOG = "35"
               MOVE 1 TO WKS-FIN

           IF WKS-FS-LOG NOT = "35"
               CLOSE ARC-LOG.
           IF WKS-FS-DAP NOT = "35"
               CLOSE ARC-DAP.

           PERFORM 4700-COMPARA-CLIENTE
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-CLI.
       4100-REVISA-LINEA.
           IF LOG-ESTADO = "APLICADA"
               MOVE LOG-LINEA TO WKS-LINEA-CAP
               IF LINEA-CORPORATIVA
                   PERFORM 4200-REPARTE-CORPORATIVA
               ELSE
                   PERFORM 4150-IMPORTE-LINEA
                   MOVE WKS-CAP-CLIENTE TO WKS-CLI-BUSCA
                   PERFORM 4500-BUSCA-CLIENTE
                   IF WKS-CLI-IDX NOT = ZERO
                       ADD WKS-CAP-IMPORTE TO T-CB-LOG (WKS-CLI-IDX).

           READ ARC-LOG
               AT END MOVE 1 TO WKS-FIN.

      *    La linea larga (marca de version 2) trae el importe con
      *    centavos; la corta, en pesos enteros.
       4150-IMPORTE-LINEA.
           IF LINEA-LARGA
               MOVE WKS-CL-IMPORTE TO WKS-CAP-IMPORTE
           ELSE
               MOVE WKS-CC-IMPORTE TO WKS-CAP-IMPORTE.

      *    La linea corporativa no abona al ID 9xxxxx sino a las
      *    partidas de sus miembros: cada parte aplicada del detalle
      *    ARC-DAP de la linea se carga al miembro que la recibio.
      *    Sin detalle no hay con que repartirla y se deja fuera de
      *    la comparacion.
       4200-REPARTE-CORPORATIVA.
           MOVE ZERO TO WKS-FIN-DAP.
           IF WKS-FS-DAP = "35"
               MOVE 1 TO WKS-FIN-DAP
           ELSE
               MOVE LOG-LINEA TO DAP-LINEA
               MOVE LOG-FECHA TO DAP-FECHA
               MOVE ZERO      TO DAP-SEC
               START ARC-DAP KEY IS NOT LESS THAN DAP-LLAVE
                   INVALID KEY MOVE 1 TO WKS-FIN-DAP.

           PERFORM 4250-PARTE-CORPORATIVA UNTIL WKS-FIN-DAP = 1.

       4250-PARTE-CORPORATIVA.
           READ ARC-DAP NEXT
               AT END MOVE 1 TO WKS-FIN-DAP.

           IF WKS-FIN-DAP = ZERO
               IF DAP-LINEA NOT = LOG-LINEA
                       OR DAP-FECHA NOT = LOG-FECHA
                   MOVE 1 TO WKS-FIN-DAP
               ELSE
                   IF DAP-APLICADO
                       MOVE DAP-ID-CLIENTE TO WKS-CLI-BUSCA
                       PERFORM 4500-BUSCA-CLIENTE
                       IF WKS-CLI-IDX NOT = ZERO
                           ADD DAP-IMPORTE TO T-CB-LOG (WKS-CLI-IDX).

       4500-BUSCA-CLIENTE.
           MOVE ZERO TO WKS-CLI-IDX.
           MOVE ZERO TO WKS-FIN-BUS.
           PERFORM 4550-COMPARA-CLIENTE
               VARYING WKS-I FROM 1 BY 1
               UNTIL WKS-I > WKS-NUM-CLI OR WKS-FIN-BUS = 1.

           IF WKS-CLI-IDX = ZERO
               IF WKS-NUM-CLI < WKS-MAX-CLI
       4550-COMPARA-CLIENTE.
           IF T-CB-ID (WKS-I) = WKS-CLI-BUSCA
               MOVE WKS-I TO WKS-CLI-IDX
               MOVE 1 TO WKS-FIN-BUS.

       4700-COMPARA-CLIENTE.
           IF T-CB-LOG (WKS-I) > T-CB-CXC (WKS-I)
