       IDENTIFICATION DIVISION.
       PROGRAM-ID. REV-RFC.
      *    Revision completa de los RFC de ARC-DIR para limpiarlos
      *    antes de la corrida de constancias de enero (CONS-PAG):
      *    1. RFC invalidos segun RFC-VAL (estructura, fecha real,
      *       digito de la homoclave), con el motivo;
      *    2. RFC que aparecen en mas de un cliente, agrupados por
      *       RFC con el ID y nombre de cada uno.
      *    Solo lectura; los RFC en blanco no se revisan. Se corre a
      *    peticion: la captura de MANT-CLI y MANT-COR ya valida los
      *    RFC nuevos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-DIR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-ID-CLIENTE
               FILE STATUS IS WKS-FS-DIR.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
           SELECT REP-RFC ASSIGN TO PRINTER.
           SELECT SOR-TEM ASSIGN TO SORT.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-DIR.
           COPY REGDIR.

       FD CLIENTES.
           COPY REGCLI.

       FD REP-RFC.
       01 LINEA          PIC X(132).

       SD SOR-TEM.
       01 SREG-RFC.
           03 SRFC           PIC X(13).
           03 SID-CLIENTE    PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WKS-FS-DIR        PIC XX.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-EOF           PIC 9.

       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).

       01 WKS-RFC           PIC X(13).
       01 WKS-RFC-ST        PIC 9.

      *    Corte por RFC en la salida del sort.
       01 WKS-RFC-ANT       PIC X(13).
       01 WKS-ID-ANT        PIC 9(06).
       01 WKS-EN-GRUPO      PIC 9(04).

       01 WKS-TOT-LEIDOS    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-BLANCO    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-INVAL     PIC 9(06) VALUE ZERO.
       01 WKS-TOT-GRUPOS    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-COMPART   PIC 9(06) VALUE ZERO.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(40)
                   VALUE "REVISION DE RFC DEL ARCHIVO DE CONTACTO".

       01 WKS-ENCB.
           03 FILLER         PIC X(07) VALUE "FECHA: ".
           03 WKS-ENCB-FECHA PIC 9(08).

       01 WKS-ENC-INV.
           03 FILLER         PIC X(24) VALUE "RFC INVALIDOS".
       01 WKS-ENC-INV2.
           03 FILLER         PIC X(08) VALUE "CLIENTE".
           03 FILLER         PIC X(15) VALUE "RFC".
           03 FILLER         PIC X(24) VALUE "MOTIVO".

       01 WKS-DET-INV.
           03 WKS-DI-ID      PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DI-RFC     PIC X(13).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DI-MOTIVO  PIC X(24).

       01 WKS-ENC-DUP.
           03 FILLER         PIC X(36)
                   VALUE "RFC COMPARTIDOS POR MAS DE UN ID".
       01 WKS-ENC-DUP2.
           03 FILLER         PIC X(15) VALUE "RFC".
           03 FILLER         PIC X(08) VALUE "CLIENTE".
           03 FILLER         PIC X(30) VALUE "NOMBRE".

       01 WKS-DET-DUP.
           03 WKS-DD-RFC     PIC X(13).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DD-ID      PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DD-NOM     PIC X(30).

       01 WKS-PIE1.
           03 FILLER         PIC X(19) VALUE "CONTACTOS LEIDOS: ".
           03 WKS-PIE-LEI    PIC ZZZ,ZZ9.
           03 FILLER         PIC X(12) VALUE "  SIN RFC: ".
           03 WKS-PIE-BLA    PIC ZZZ,ZZ9.
           03 FILLER         PIC X(13) VALUE "  INVALIDOS: ".
           03 WKS-PIE-INV    PIC ZZZ,ZZ9.

       01 WKS-PIE2.
           03 FILLER         PIC X(19) VALUE "RFC COMPARTIDOS: ".
           03 WKS-PIE-GRU    PIC ZZZ,ZZ9.
           03 FILLER         PIC X(16) VALUE "  EN CLIENTES: ".
           03 WKS-PIE-COM    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.

           IF WKS-FS-DIR = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE CONTACTO ARC-DIR"
               MOVE 8 TO RETURN-CODE
           ELSE
               SORT SOR-TEM
               ASCENDING SRFC SID-CLIENTE
               INPUT PROCEDURE 2000-REVISA-CONTACTOS
               OUTPUT PROCEDURE 3000-COMPARTIDOS.

           PERFORM 4000-FIN.
           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           OPEN INPUT ARC-DIR.
           OPEN INPUT CLIENTES.
           OPEN OUTPUT REP-RFC.

           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-FECHA-HOY TO WKS-ENCB-FECHA.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 2.

      *-------------------RFC INVALIDOS----------------------------*
      *    Cada RFC se lista si no pasa y se manda al sort, ya en
      *    mayusculas, para buscar los compartidos.
       2000-REVISA-CONTACTOS.
           MOVE WKS-ENC-INV TO LINEA.
           WRITE LINEA AFTER 2.
           MOVE WKS-ENC-INV2 TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE ZERO TO WKS-EOF.
           READ ARC-DIR NEXT
               AT END MOVE 1 TO WKS-EOF.

           PERFORM 2100-REVISA-RFC UNTIL WKS-EOF = 1.

       2100-REVISA-RFC.
           ADD 1 TO WKS-TOT-LEIDOS.

           IF DIR-RFC = SPACES
               ADD 1 TO WKS-TOT-BLANCO
           ELSE
               MOVE DIR-RFC TO WKS-RFC
               CALL "RFC-VAL" USING WKS-RFC WKS-RFC-ST
               IF WKS-RFC-ST NOT = ZERO
                   PERFORM 2200-ESCRIBE-INVALIDO
               END-IF
               MOVE WKS-RFC        TO SRFC
               MOVE DIR-ID-CLIENTE TO SID-CLIENTE
               RELEASE SREG-RFC.

           READ ARC-DIR NEXT
               AT END MOVE 1 TO WKS-EOF.

       2200-ESCRIBE-INVALIDO.
           ADD 1 TO WKS-TOT-INVAL.
           MOVE DIR-ID-CLIENTE TO WKS-DI-ID.
           MOVE DIR-RFC        TO WKS-DI-RFC.
           EVALUATE WKS-RFC-ST
               WHEN 1
                   MOVE "RFC MAL FORMADO" TO WKS-DI-MOTIVO
               WHEN 2
                   MOVE "FECHA DEL RFC INVALIDA" TO WKS-DI-MOTIVO
               WHEN OTHER
                   MOVE "HOMOCLAVE NO CORRESPONDE" TO WKS-DI-MOTIVO
           END-EVALUATE.
           MOVE WKS-DET-INV TO LINEA.
           WRITE LINEA AFTER 1.

      *-------------------RFC COMPARTIDOS--------------------------*
      *    Al segundo cliente con el mismo RFC se imprime tambien el
      *    primero, que quedo guardado en el corte.
       3000-COMPARTIDOS.
           MOVE WKS-ENC-DUP TO LINEA.
           WRITE LINEA AFTER 3.
           MOVE WKS-ENC-DUP2 TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE SPACES TO WKS-RFC-ANT.
           MOVE ZERO TO WKS-EN-GRUPO.
           MOVE ZERO TO WKS-EOF.
           RETURN SOR-TEM
               AT END MOVE 1 TO WKS-EOF.

           PERFORM 3100-COMPARA-RFC UNTIL WKS-EOF = 1.

       3100-COMPARA-RFC.
           IF SRFC = WKS-RFC-ANT
               IF WKS-EN-GRUPO = 1
                   ADD 1 TO WKS-TOT-GRUPOS
                   MOVE WKS-ID-ANT TO WKS-DD-ID
                   PERFORM 3200-ESCRIBE-COMPARTIDO
               END-IF
               MOVE SID-CLIENTE TO WKS-DD-ID
               PERFORM 3200-ESCRIBE-COMPARTIDO
               ADD 1 TO WKS-EN-GRUPO
           ELSE
               MOVE SRFC        TO WKS-RFC-ANT
               MOVE SID-CLIENTE TO WKS-ID-ANT
               MOVE 1 TO WKS-EN-GRUPO.

           RETURN SOR-TEM
               AT END MOVE 1 TO WKS-EOF.

      *    Del 900000 en adelante el ID es de cuenta corporativa
      *    (MANT-COR), que no esta en CLIENTES.
       3200-ESCRIBE-COMPARTIDO.
           ADD 1 TO WKS-TOT-COMPART.
           MOVE WKS-RFC-ANT TO WKS-DD-RFC.
           MOVE SPACES TO WKS-DD-NOM.
           IF WKS-DD-ID NOT < 900000
               MOVE "CUENTA CORPORATIVA" TO WKS-DD-NOM
           ELSE
               IF WKS-FS-CLI NOT = "35"
                   MOVE WKS-DD-ID TO ID-CLIENTE
                   READ CLIENTES
                       INVALID KEY
                           MOVE "NO EXISTE EN CLIENTES" TO WKS-DD-NOM
                       NOT INVALID KEY
                           MOVE NOM-CLI TO WKS-DD-NOM.
           MOVE WKS-DET-DUP TO LINEA.
           WRITE LINEA AFTER 1.

       4000-FIN.
           MOVE WKS-TOT-LEIDOS  TO WKS-PIE-LEI.
           MOVE WKS-TOT-BLANCO  TO WKS-PIE-BLA.
           MOVE WKS-TOT-INVAL   TO WKS-PIE-INV.
           MOVE WKS-PIE1 TO LINEA.
           WRITE LINEA AFTER 3.

           MOVE WKS-TOT-GRUPOS  TO WKS-PIE-GRU.
           MOVE WKS-TOT-COMPART TO WKS-PIE-COM.
           MOVE WKS-PIE2 TO LINEA.
           WRITE LINEA AFTER 1.

           IF WKS-FS-DIR NOT = "35"
               CLOSE ARC-DIR.
           IF WKS-FS-CLI NOT = "35"
               CLOSE CLIENTES.
           CLOSE REP-RFC.

           DISPLAY "RFC INVALIDOS: " WKS-TOT-INVAL
               " COMPARTIDOS: " WKS-TOT-GRUPOS.
