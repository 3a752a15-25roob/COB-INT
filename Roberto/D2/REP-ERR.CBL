       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-ERR.
      *    Reporte matutino de excepciones: lista los errores de
      *    archivo que los programas dejaron en el registro central
      *    ARC-ERR (subprograma ERR-ARC) durante la noche, agrupados
      *    por severidad -- primero los de severidad alta, que piden
      *    atencion antes de abrir ventanillas -- y dentro de cada
      *    grupo en el orden en que ocurrieron, con subtotal por
      *    grupo y total general.
      *    La noche se toma desde el dia anterior a la fecha del
      *    sistema; REP_ERR_DESDE (AAAAMMDD) permite pedir otra
      *    fecha de arranque, por ejemplo despues de un fin de
      *    semana largo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-ERR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ERR.
           SELECT REP-EXC ASSIGN TO PRINTER.
           SELECT SOR-TEM ASSIGN TO SORT.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-ERR.
           COPY REGERR.

       FD REP-EXC.
       01 LINEA          PIC X(132).

      *    El orden de severidad (1 alta, 2 media, 3 baja) va al
      *    frente de la llave; detras, la imagen completa del
      *    renglon de ARC-ERR, que ya empieza con fecha y hora.
       SD SOR-TEM.
       01 SREG-ERR.
           03 SORDEN         PIC 9.
           03 SFECHA         PIC 9(08).
           03 SHORA          PIC 9(06).
           03 SRESTO         PIC X(87).

       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-FS-ERR        PIC XX.
       01 WKS-EOF           PIC 9.

       01 WKS-PARM          PIC X(80).
       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).
       01 WKS-FECHA-DESDE   PIC 9(08).
       01 WKS-FEC-AYER.
           03 WKS-AY-ANO    PIC 9(04).
           03 WKS-AY-MES    PIC 9(02).
           03 WKS-AY-DIA    PIC 9(02).
       01 WKS-BI-REM        PIC 99.
       01 WKS-COCIENTE      PIC 9(04).

      *    Corte por severidad en la salida del sort.
       01 WKS-ORDEN-ANT     PIC 9.
       01 WKS-SUBTOTAL      PIC 9(05) VALUE ZERO.
       01 WKS-TOT-LEIDOS    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-NOCHE     PIC 9(05) VALUE ZERO.
       01 WKS-TOT-ALTA      PIC 9(05) VALUE ZERO.
       01 WKS-TOT-MEDIA     PIC 9(05) VALUE ZERO.
       01 WKS-TOT-BAJA      PIC 9(05) VALUE ZERO.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(44)
                   VALUE "EXCEPCIONES DE ARCHIVO DE LA NOCHE".

       01 WKS-ENCB.
           03 FILLER         PIC X(07) VALUE "FECHA: ".
           03 WKS-ENCB-FECHA PIC 9(08).
           03 FILLER         PIC X(16) VALUE "   ERRORES DESDE".
           03 FILLER         PIC X(01) VALUE SPACE.
           03 WKS-ENCB-DESDE PIC 9(08).

       01 WKS-ENC-SEV.
           03 FILLER         PIC X(11) VALUE "SEVERIDAD: ".
           03 WKS-ES-NOMBRE  PIC X(40).

       01 WKS-ENCC.
           03 FILLER         PIC X(10) VALUE "FECHA".
           03 FILLER         PIC X(08) VALUE "HORA".
           03 FILLER         PIC X(10) VALUE "PROGRAMA".
           03 FILLER         PIC X(22) VALUE "PARRAFO".
           03 FILLER         PIC X(10) VALUE "ARCHIVO".
           03 FILLER         PIC X(10) VALUE "OPERACION".
           03 FILLER         PIC X(04) VALUE "FS".
           03 FILLER         PIC X(30) VALUE "LLAVE".

       01 WKS-DET1.
           03 WKS-DT-FECHA   PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-HORA    PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-PROG    PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-PARRAFO PIC X(20).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-ARCHIVO PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-OPER    PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-FS      PIC XX.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-LLAVE   PIC X(30).

       01 WKS-SUB.
           03 FILLER         PIC X(22) VALUE "ERRORES EN EL GRUPO: ".
           03 WKS-SUB-CANT   PIC ZZ,ZZ9.

       01 WKS-SIN-ERR.
           03 FILLER         PIC X(44)
                   VALUE "SIN ERRORES DE ARCHIVO REGISTRADOS.".

       01 WKS-PIE1.
           03 FILLER         PIC X(08) VALUE "ALTA: ".
           03 WKS-PIE-ALTA   PIC ZZ,ZZ9.
           03 FILLER         PIC X(10) VALUE "  MEDIA: ".
           03 WKS-PIE-MEDIA  PIC ZZ,ZZ9.
           03 FILLER         PIC X(09) VALUE "  BAJA: ".
           03 WKS-PIE-BAJA   PIC ZZ,ZZ9.
           03 FILLER         PIC X(10) VALUE "  TOTAL: ".
           03 WKS-PIE-TOTAL  PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.

           SORT SOR-TEM
           ASCENDING SORDEN SFECHA SHORA
           INPUT PROCEDURE 2000-SELECCIONA-ERRORES
           OUTPUT PROCEDURE 3000-IMPRIME-ERRORES.

           PERFORM 4000-FIN.
           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           DISPLAY "REP_ERR_DESDE" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM (1:8) IS NUMERIC
               MOVE WKS-PARM (1:8) TO WKS-FECHA-DESDE
           ELSE
               PERFORM 1100-CALCULA-AYER
               MOVE WKS-FEC-AYER TO WKS-FECHA-DESDE.

           OPEN OUTPUT REP-EXC.

           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-FECHA-HOY   TO WKS-ENCB-FECHA.
           MOVE WKS-FECHA-DESDE TO WKS-ENCB-DESDE.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 2.

      *    Dia anterior a la fecha del sistema; el dia primero
      *    regresa al ultimo dia del mes anterior (con febrero de
      *    ano bisiesto) y el primero de enero al 31 de diciembre.
       1100-CALCULA-AYER.
           MOVE WKS-FECHA-HOY TO WKS-FEC-AYER.
           IF WKS-AY-DIA > 1
               SUBTRACT 1 FROM WKS-AY-DIA
           ELSE
               IF WKS-AY-MES = 1
                   MOVE 12 TO WKS-AY-MES
                   SUBTRACT 1 FROM WKS-AY-ANO
               ELSE
                   SUBTRACT 1 FROM WKS-AY-MES
               END-IF
               MOVE T-DIA (WKS-AY-MES) TO WKS-AY-DIA
               IF WKS-AY-MES = 2
                   DIVIDE WKS-AY-ANO BY 4 GIVING WKS-COCIENTE
                       REMAINDER WKS-BI-REM
                   IF WKS-BI-REM = ZERO
                       MOVE 29 TO WKS-AY-DIA.

      *-------------------SELECCION--------------------------------*
      *    Solo pasan al sort los renglones de la noche, con el
      *    orden de su severidad al frente.
       2000-SELECCIONA-ERRORES.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-ERR.
           IF WKS-FS-ERR = "35"
               MOVE 1 TO WKS-EOF
           ELSE
               READ ARC-ERR
                   AT END MOVE 1 TO WKS-EOF.

           PERFORM 2100-REVISA-ERROR UNTIL WKS-EOF = 1.

           IF WKS-FS-ERR NOT = "35"
               CLOSE ARC-ERR.

       2100-REVISA-ERROR.
           ADD 1 TO WKS-TOT-LEIDOS.

           IF ERR-FECHA NOT < WKS-FECHA-DESDE
               MOVE REG-ERR TO SREG-ERR (2:101)
               EVALUATE TRUE
                   WHEN ERR-ALTA
                       MOVE 1 TO SORDEN
                   WHEN ERR-MEDIA
                       MOVE 2 TO SORDEN
                   WHEN OTHER
                       MOVE 3 TO SORDEN
               END-EVALUATE
               RELEASE SREG-ERR.

           READ ARC-ERR
               AT END MOVE 1 TO WKS-EOF.

      *-------------------REPORTE----------------------------------*
       3000-IMPRIME-ERRORES.
           MOVE ZERO TO WKS-ORDEN-ANT.
           MOVE ZERO TO WKS-EOF.
           RETURN SOR-TEM
               AT END MOVE 1 TO WKS-EOF.

           IF WKS-EOF = 1
               MOVE WKS-SIN-ERR TO LINEA
               WRITE LINEA AFTER 3.

           PERFORM 3100-IMPRIME-ERROR UNTIL WKS-EOF = 1.

           IF WKS-ORDEN-ANT NOT = ZERO
               PERFORM 3300-CIERRA-GRUPO.

       3100-IMPRIME-ERROR.
           IF SORDEN NOT = WKS-ORDEN-ANT
               IF WKS-ORDEN-ANT NOT = ZERO
                   PERFORM 3300-CIERRA-GRUPO
               END-IF
               PERFORM 3200-ABRE-GRUPO.

           MOVE SREG-ERR (2:101) TO REG-ERR.
           MOVE ERR-FECHA     TO WKS-DT-FECHA.
           MOVE ERR-HORA      TO WKS-DT-HORA.
           MOVE ERR-PROGRAMA  TO WKS-DT-PROG.
           MOVE ERR-PARRAFO   TO WKS-DT-PARRAFO.
           MOVE ERR-ARCHIVO   TO WKS-DT-ARCHIVO.
           MOVE ERR-OPERACION TO WKS-DT-OPER.
           MOVE ERR-STATUS    TO WKS-DT-FS.
           MOVE ERR-LLAVE     TO WKS-DT-LLAVE.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

           ADD 1 TO WKS-SUBTOTAL.
           ADD 1 TO WKS-TOT-NOCHE.
           EVALUATE SORDEN
               WHEN 1
                   ADD 1 TO WKS-TOT-ALTA
               WHEN 2
                   ADD 1 TO WKS-TOT-MEDIA
               WHEN OTHER
                   ADD 1 TO WKS-TOT-BAJA
           END-EVALUATE.

           RETURN SOR-TEM
               AT END MOVE 1 TO WKS-EOF.

       3200-ABRE-GRUPO.
           MOVE SORDEN TO WKS-ORDEN-ANT.
           MOVE ZERO TO WKS-SUBTOTAL.
           EVALUATE SORDEN
               WHEN 1
                   MOVE "A - ALTA (FALLA PERMANENTE O DE ESPACIO)"
                       TO WKS-ES-NOMBRE
               WHEN 2
                   MOVE "M - MEDIA (LLAVE O SECUENCIA)"
                       TO WKS-ES-NOMBRE
               WHEN OTHER
                   MOVE "B - BAJA (NO ENCONTRADO Y AVISOS)"
                       TO WKS-ES-NOMBRE
           END-EVALUATE.
           MOVE WKS-ENC-SEV TO LINEA.
           WRITE LINEA AFTER 3.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 1.

       3300-CIERRA-GRUPO.
           MOVE WKS-SUBTOTAL TO WKS-SUB-CANT.
           MOVE WKS-SUB TO LINEA.
           WRITE LINEA AFTER 2.

       4000-FIN.
           MOVE WKS-TOT-ALTA  TO WKS-PIE-ALTA.
           MOVE WKS-TOT-MEDIA TO WKS-PIE-MEDIA.
           MOVE WKS-TOT-BAJA  TO WKS-PIE-BAJA.
           MOVE WKS-TOT-NOCHE TO WKS-PIE-TOTAL.
           MOVE WKS-PIE1 TO LINEA.
           WRITE LINEA AFTER 3.

           CLOSE REP-EXC.

           DISPLAY "ERRORES DE ARCHIVO DESDE " WKS-FECHA-DESDE ": "
               WKS-TOT-NOCHE " (ALTA: " WKS-TOT-ALTA ")".
