       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORD-CAR.
      *    Ordenamiento de cartas por codigo postal para el correo,
      *    compartido por CALL entre CARTA-ANU, CARTA-COB y AVI-TAR
      *    cuando corren con CARTAS_ORDEN_CP = S: toma de ARC-CPT
      *    los renglones que dejo el programa de cartas, los ordena
      *    por CP, carta y renglon y produce
      *      - REP-ORD, las cartas ya en el orden del CP para
      *        ensobrar y entregar al correo con la tarifa de
      *        correspondencia preclasificada;
      *      - ARC-ETQ, una etiqueta de sobre por carta con
      *        domicilio, en el mismo orden;
      *      - al final de REP-ORD, el conteo de cartas por zona
      *        postal (los dos primeros digitos del CP), que es lo
      *        que pide la hoja de entrega del correo. La zona 00
      *        son las cartas sin domicilio, que salen al principio
      *        y no llevan etiqueta.
      *    El titulo de la hoja de conteo llega del programa que
      *    llama.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-CPT ASSIGN TO DISK.
           SELECT ARC-ETQ ASSIGN TO DISK.
           SELECT REP-ORD ASSIGN TO PRINTER.
           SELECT SOR-TEM ASSIGN TO SORT.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CPT.
           COPY REGCPT.

       FD ARC-ETQ.
       01 REG-ETQ.
           03 ETQ-ID-CLIENTE PIC 9(06).
           03 ETQ-NOMBRE     PIC X(30).
           03 ETQ-CALLE      PIC X(30).
           03 ETQ-CIUDAD     PIC X(20).
           03 ETQ-CP         PIC 9(05).

       FD REP-ORD.
       01 LINEA          PIC X(132).

       SD SOR-TEM.
       01 SREG-CPT.
           03 SCP            PIC 9(05).
           03 SZONA-CP REDEFINES SCP.
               05 SZONA      PIC 9(02).
               05 FILLER     PIC 9(03).
           03 SCARTA         PIC 9(06).
           03 SRENGLON       PIC 9(03).
           03 SAVANCE        PIC 9(02).
           03 SLINEA         PIC X(132).
           03 SETIQUETA REDEFINES SLINEA.
               05 SETQ-ID     PIC 9(06).
               05 SETQ-NOMBRE PIC X(30).
               05 SETQ-CALLE  PIC X(30).
               05 SETQ-CIUDAD PIC X(20).
               05 FILLER      PIC X(46).

       WORKING-STORAGE SECTION.
       01 WKS-EOF           PIC 9.

       01 WKS-TOT-CARTAS    PIC 9(06).
       01 WKS-TOT-ETIQUETAS PIC 9(06).

      *    Cartas por zona postal; la zona 00 va en el primer
      *    renglon de la tabla.
       01 T-ZONAS.
           03 T-ZONA OCCURS 100 TIMES PIC 9(06).
       77 WKS-Z             PIC 9(03).

       01 WKS-ENCA.
           03 FILLER         PIC X(25)
               VALUE "CARTAS POR ZONA POSTAL - ".
           03 WKS-EN-TITULO  PIC X(40).

       01 WKS-ENCB.
           03 FILLER         PIC X(11) VALUE "ZONA".
           03 FILLER         PIC X(10) VALUE "CARTAS".

       01 WKS-DET-ZONA.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DZ-ZONA    PIC 99.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 WKS-DZ-CARTAS  PIC ZZZ,ZZ9.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DZ-NOTA    PIC X(15).

       01 WKS-PIE.
           03 FILLER         PIC X(17) VALUE "TOTAL DE CARTAS: ".
           03 WKS-PI-CARTAS  PIC ZZZ,ZZ9.
           03 FILLER         PIC X(14) VALUE "  ETIQUETAS: ".
           03 WKS-PI-ETQ     PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01 LK-TITULO         PIC X(40).

       PROCEDURE DIVISION USING LK-TITULO.
       INICIO.
           MOVE ZERO  TO WKS-TOT-CARTAS.
           MOVE ZERO  TO WKS-TOT-ETIQUETAS.
           MOVE ZEROS TO T-ZONAS.

           SORT SOR-TEM
           ASCENDING SCP SCARTA SRENGLON
           USING ARC-CPT
           OUTPUT PROCEDURE 2000-GENERA-CORREO.

           EXIT PROGRAM.

       2000-GENERA-CORREO.
           OPEN OUTPUT REP-ORD.
           OPEN OUTPUT ARC-ETQ.

           MOVE ZERO TO WKS-EOF.
           RETURN SOR-TEM
               AT END MOVE 1 TO WKS-EOF.

           PERFORM 2100-RENGLON UNTIL WKS-EOF = 1.

           PERFORM 3000-CONTEO-ZONAS.

           CLOSE ARC-ETQ.
           CLOSE REP-ORD.

      *    El renglon cero de cada carta trae la etiqueta; los
      *    demas se imprimen con el avance que les dio el programa
      *    de cartas.
       2100-RENGLON.
           IF SRENGLON = ZERO
               PERFORM 2200-ETIQUETA
           ELSE
               MOVE SLINEA TO LINEA
               IF SAVANCE = ZERO
                   WRITE LINEA AFTER PAGE
               ELSE
                   WRITE LINEA AFTER SAVANCE LINES.

           RETURN SOR-TEM
               AT END MOVE 1 TO WKS-EOF.

       2200-ETIQUETA.
           ADD 1 TO WKS-TOT-CARTAS.
           COMPUTE WKS-Z = SZONA + 1.
           ADD 1 TO T-ZONA (WKS-Z).

           IF SCP NOT = ZERO
               ADD 1 TO WKS-TOT-ETIQUETAS
               MOVE SETQ-ID     TO ETQ-ID-CLIENTE
               MOVE SETQ-NOMBRE TO ETQ-NOMBRE
               MOVE SETQ-CALLE  TO ETQ-CALLE
               MOVE SETQ-CIUDAD TO ETQ-CIUDAD
               MOVE SCP         TO ETQ-CP
               WRITE REG-ETQ.

       3000-CONTEO-ZONAS.
           MOVE LK-TITULO TO WKS-EN-TITULO.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 2.

           PERFORM 3100-LINEA-ZONA
               VARYING WKS-Z FROM 1 BY 1 UNTIL WKS-Z > 100.

           MOVE WKS-TOT-CARTAS    TO WKS-PI-CARTAS.
           MOVE WKS-TOT-ETIQUETAS TO WKS-PI-ETQ.
           MOVE WKS-PIE TO LINEA.
           WRITE LINEA AFTER 2.

           DISPLAY "CARTAS ORDENADAS POR CP: " WKS-TOT-CARTAS
               " ETIQUETAS: " WKS-TOT-ETIQUETAS.

       3100-LINEA-ZONA.
           IF T-ZONA (WKS-Z) NOT = ZERO
               COMPUTE WKS-DZ-ZONA = WKS-Z - 1
               MOVE T-ZONA (WKS-Z) TO WKS-DZ-CARTAS
               IF WKS-Z = 1
                   MOVE "SIN DOMICILIO" TO WKS-DZ-NOTA
               ELSE
                   MOVE SPACES TO WKS-DZ-NOTA
               END-IF
               MOVE WKS-DET-ZONA TO LINEA
               WRITE LINEA AFTER 1.
