       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-RFR.
      *    Reporte del programa de referidos: quien recomendo a
      *    quien (ARC-RFR con los nombres de CLIENTES), que referidos
      *    ya son clientes pagadores con el credito que gano el que
      *    los recomendo, cuales siguen pendientes de su primera
      *    anualidad y cuales quedaron bloqueados y por que
      *    (autorreferido, misma persona, fusionados o referente
      *    inactivo). Solo lee; el credito lo otorga APLI-PAG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-RFR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RFR-ID-CLIENTE
               FILE STATUS IS WKS-FS-RFR.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
           SELECT REP-LRF ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-RFR.
           COPY REGRFR.

       FD CLIENTES.
           COPY REGCLI.

       FD REP-LRF.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-RFR        PIC XX.
       01 WKS-FS-CLI        PIC XX.

       01 WKS-TOT-REFERIDOS PIC 9(05) VALUE ZERO.
       01 WKS-TOT-PAGADORES PIC 9(05) VALUE ZERO.
       01 WKS-TOT-PENDIENTE PIC 9(05) VALUE ZERO.
       01 WKS-TOT-BLOQUEADO PIC 9(05) VALUE ZERO.
       01 WKS-MTO-CREDITOS  PIC 9(09)V99 VALUE ZERO.

       77 WKS-FIN           PIC 9.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(40) VALUE SPACES.
           03 FILLER         PIC X(40)
                   VALUE "PROGRAMA DE REFERIDOS DE CLIENTES".

       01 WKS-ENCC.
           03 FILLER         PIC X(40) VALUE "REFERENTE".
           03 FILLER         PIC X(40) VALUE "REFERIDO".
           03 FILLER         PIC X(10) VALUE "ALTA".
           03 FILLER         PIC X(22) VALUE "ESTADO".
           03 FILLER         PIC X(10) VALUE "CREDITO".

       01 WKS-DET1.
           03 WKS-DT-REFIERE PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-NOM-REF PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-REFERIDO PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-NOM-RDO PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-ALTA    PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-ESTADO  PIC X(20).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-CREDITO PIC $$,$$9.99.

       01 WKS-TRAILER.
           03 FILLER          PIC X(15) VALUE "**** CONTROL: ".
           03 WKS-TRL-REGS    PIC ZZ,ZZ9.
           03 FILLER          PIC X(12) VALUE " REFERIDOS  ".
           03 FILLER          PIC X(11) VALUE "PAGADORES: ".
           03 WKS-TRL-PAGA    PIC ZZ,ZZ9.
           03 FILLER          PIC X(12) VALUE " PENDIENTES ".
           03 WKS-TRL-PEND    PIC ZZ,ZZ9.
           03 FILLER          PIC X(13) VALUE " BLOQUEADOS: ".
           03 WKS-TRL-BLOQ    PIC ZZ,ZZ9.
           03 FILLER          PIC X(11) VALUE " CREDITOS: ".
           03 WKS-TRL-MONTO   PIC $$$,$$$,$$9.99.
           03 FILLER          PIC X(05) VALUE " ****".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           OPEN INPUT ARC-RFR.
           IF WKS-FS-RFR = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE REFERIDOS"
               MOVE 1 TO WKS-FIN
           ELSE
               OPEN INPUT CLIENTES
               OPEN OUTPUT REP-LRF
               MOVE WKS-ENCA TO LINEA
               WRITE LINEA AFTER PAGE
               MOVE WKS-ENCC TO LINEA
               WRITE LINEA AFTER 2
               READ ARC-RFR
                   AT END MOVE 1 TO WKS-FIN.

       2000-PROCESO.
           ADD 1 TO WKS-TOT-REFERIDOS.

           MOVE RFR-ID-REFIERE TO WKS-DT-REFIERE.
           MOVE RFR-ID-REFIERE TO ID-CLIENTE.
           PERFORM 2100-LEE-NOMBRE.
           MOVE NOM-CLI        TO WKS-DT-NOM-REF.

           MOVE RFR-ID-CLIENTE TO WKS-DT-REFERIDO.
           MOVE RFR-ID-CLIENTE TO ID-CLIENTE.
           PERFORM 2100-LEE-NOMBRE.
           MOVE NOM-CLI        TO WKS-DT-NOM-RDO.

           MOVE RFR-FEC-ALTA   TO WKS-DT-ALTA.
           MOVE ZERO           TO WKS-DT-CREDITO.
           PERFORM 2200-DESCRIBE-ESTADO.

           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

           READ ARC-RFR
               AT END MOVE 1 TO WKS-FIN.

      *    Un ID que ya no esta en el padron sale sin nombre.
       2100-LEE-NOMBRE.
           IF WKS-FS-CLI = "35"
               MOVE "*** SIN PADRON ***" TO NOM-CLI
           ELSE
               READ CLIENTES
                   INVALID KEY
                       MOVE "*** NO EXISTE ***" TO NOM-CLI.

       2200-DESCRIBE-ESTADO.
           IF RFR-ACREDITADO
               MOVE "CLIENTE PAGADOR"  TO WKS-DT-ESTADO
               MOVE RFR-IMP-CRED       TO WKS-DT-CREDITO
               ADD 1 TO WKS-TOT-PAGADORES
               ADD RFR-IMP-CRED TO WKS-MTO-CREDITOS
           ELSE
               IF RFR-BLOQUEADO
                   PERFORM 2250-MOTIVO-BLOQUEO
                   ADD 1 TO WKS-TOT-BLOQUEADO
               ELSE
                   MOVE "PENDIENTE"    TO WKS-DT-ESTADO
                   ADD 1 TO WKS-TOT-PENDIENTE.

       2250-MOTIVO-BLOQUEO.
           EVALUATE RFR-MOT-BLOQ
               WHEN "S"
                   MOVE "BLOQ. AUTORREFERIDO" TO WKS-DT-ESTADO
               WHEN "D"
                   MOVE "BLOQ. MISMA PERSONA" TO WKS-DT-ESTADO
               WHEN "F"
                   MOVE "BLOQ. FUSIONADOS"    TO WKS-DT-ESTADO
               WHEN "I"
                   MOVE "BLOQ. REF. INACTIVO" TO WKS-DT-ESTADO
               WHEN OTHER
                   MOVE "BLOQUEADO"           TO WKS-DT-ESTADO
           END-EVALUATE.

       3000-FIN.
           IF WKS-FS-RFR NOT = "35"
               MOVE WKS-TOT-REFERIDOS TO WKS-TRL-REGS
               MOVE WKS-TOT-PAGADORES TO WKS-TRL-PAGA
               MOVE WKS-TOT-PENDIENTE TO WKS-TRL-PEND
               MOVE WKS-TOT-BLOQUEADO TO WKS-TRL-BLOQ
               MOVE WKS-MTO-CREDITOS  TO WKS-TRL-MONTO
               MOVE WKS-TRAILER TO LINEA
               WRITE LINEA AFTER 2
               CLOSE ARC-RFR
               CLOSE REP-LRF.

           IF WKS-FS-RFR NOT = "35" AND WKS-FS-CLI NOT = "35"
               CLOSE CLIENTES.

           DISPLAY "REFERIDOS: " WKS-TOT-REFERIDOS
               " PAGADORES: " WKS-TOT-PAGADORES
               " BLOQUEADOS: " WKS-TOT-BLOQUEADO.
