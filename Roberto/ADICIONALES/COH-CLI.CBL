      *    todavia no puede cumplir. La ultima columna suma la
      *    anualidad de los sobrevivientes vigentes hoy -- lo que la
      *    cohorte sigue dejando.
      *    El cliente reactivado con su mismo ID (registro de
      *    reingresos ARC-REA de MANT-CLI) no cuenta como vigente en
      *    un aniversario que le cayo mientras estuvo de baja, y la
      *    columna de reingresos dice cuantos de la cohorte
      *    regresaron, para no leer su retencion como si nunca se
      *    hubieran ido.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
           SELECT ARC-REA ASSIGN TO DISK
               FILE STATUS IS WKS-FS-REA.
           SELECT REP-COH ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY REGCLI.

       FD ARC-REA.
           COPY REGREA.

       FD REP-COH.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-REA        PIC XX.

      *    Periodos fuera de los clientes reactivados: de la baja
      *    que se deshizo a la fecha del reingreso.
       01 WKS-MAX-REA       PIC 999 VALUE 500.
       01 WKS-NUM-REA       PIC 999 VALUE ZERO.
       01 WKS-REINGRESO     PIC 9.

       01 T-REINGRESOS.
           03 T-REA OCCURS 500 TIMES.
               05 T-RE-ID     PIC 9(06).
               05 T-RE-BAJA   PIC 9(08).
               05 T-RE-FECHA  PIC 9(08).

      *    Un renglon por cohorte (ano de alta, clase de tarjeta),
      *    armado al vuelo con el mismo esquema de busqueda con
               05 T-CO-SOB1   PIC 9(06).
               05 T-CO-SOB2   PIC 9(06).
               05 T-CO-SOB3   PIC 9(06).
               05 T-CO-REING  PIC 9(06).
               05 T-CO-ANUA   PIC 9(09)V99.

      *    Fecha de alta desarmada para construir los aniversarios.

       77 WKS-FIN           PIC 9.
       77 WKS-I             PIC 999.
       77 WKS-R             PIC 999.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(08) VALUE "% 1 ANO".
           03 FILLER         PIC X(09) VALUE "% 2 ANOS".
           03 FILLER         PIC X(09) VALUE "% 3 ANOS".
           03 FILLER         PIC X(09) VALUE "REINGR.".
           03 FILLER         PIC X(14) VALUE "ANUA VIGENTE".

       01 WKS-DET1.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-PCT3    PIC X(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-REING   PIC ZZ,ZZ9.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-ANUA    PIC $$$,$$$,$$9.99.

       01 WKS-PIE.
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           PERFORM 1050-CARGA-REINGRESOS.

           OPEN INPUT CLIENTES.
           IF WKS-FS-CLI = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE CLIENTES"

               CLOSE CLIENTES.

       1050-CARGA-REINGRESOS.
           OPEN INPUT ARC-REA.
           IF WKS-FS-REA = "35"
               CONTINUE
           ELSE
               READ ARC-REA
                   AT END MOVE 1 TO WKS-FIN
                   NOT AT END MOVE ZERO TO WKS-FIN

               PERFORM 1060-AGREGA-REINGRESO UNTIL WKS-FIN = 1

               CLOSE ARC-REA.

           MOVE ZERO TO WKS-FIN.

       1060-AGREGA-REINGRESO.
           IF WKS-NUM-REA < WKS-MAX-REA
               ADD 1 TO WKS-NUM-REA
               MOVE REA-ID-CLIENTE TO T-RE-ID (WKS-NUM-REA)
               MOVE REA-FEC-BAJA   TO T-RE-BAJA (WKS-NUM-REA)
               MOVE REA-FECHA      TO T-RE-FECHA (WKS-NUM-REA)
           ELSE
               DISPLAY "TABLA DE REINGRESOS LLENA, SE OMITEN "
                   "RESTANTES".

           READ ARC-REA
               AT END MOVE 1 TO WKS-FIN.

      *    Cada cliente cae en el renglon de su ano de alta y clase;
      *    para cada corte de 1, 2 y 3 anos se cuenta si el
      *    aniversario ya es medible y si el cliente llego vigente.
               ADD 1 TO T-CO-ALTAS (WKS-COH-IDX)
               PERFORM 1200-MIDE-CORTE
                   VARYING WKS-N FROM 1 BY 1 UNTIL WKS-N > 3
               MOVE ZERO TO WKS-REINGRESO
               PERFORM 1260-BUSCA-REINGRESO
                   VARYING WKS-R FROM 1 BY 1 UNTIL WKS-R > WKS-NUM-REA
               ADD WKS-REINGRESO TO T-CO-REING (WKS-COH-IDX)
               IF CLIENTE-ACTIVO
                   ADD ANUA TO T-CO-ANUA (WKS-COH-IDX).

                       MOVE 1 TO WKS-SOBREVIVE
                   END-IF
               END-IF
               PERFORM 1250-REVISA-AUSENCIA
                   VARYING WKS-R FROM 1 BY 1 UNTIL WKS-R > WKS-NUM-REA
               EVALUATE WKS-N
                   WHEN 1
                       ADD 1 TO T-CO-MED1 (WKS-COH-IDX)
                       ADD WKS-SOBREVIVE TO T-CO-SOB3 (WKS-COH-IDX)
               END-EVALUATE.

      *    Aniversario dentro de un periodo fuera del cliente: no
      *    llego vigente aunque hoy este activo.
       1250-REVISA-AUSENCIA.
           IF T-RE-ID (WKS-R) = ID-CLIENTE
                   AND WKS-ANIV-NUM >= T-RE-BAJA (WKS-R)
                   AND WKS-ANIV-NUM < T-RE-FECHA (WKS-R)
               MOVE ZERO TO WKS-SOBREVIVE.

       1260-BUSCA-REINGRESO.
           IF T-RE-ID (WKS-R) = ID-CLIENTE
               MOVE 1 TO WKS-REINGRESO
               MOVE WKS-MAX-REA TO WKS-R.

       1500-BUSCA-COHORTE.
           MOVE ZERO TO WKS-COH-IDX.
           PERFORM 1550-COMPARA-COHORTE
           MOVE T-CO-ANIO (WKS-I)  TO WKS-DT-ANIO.
           MOVE T-CO-CLASE (WKS-I) TO WKS-DT-CLASE.
           MOVE T-CO-ALTAS (WKS-I) TO WKS-DT-ALTAS.
           MOVE T-CO-REING (WKS-I) TO WKS-DT-REING.
           MOVE T-CO-ANUA (WKS-I)  TO WKS-DT-ANUA.

           PERFORM 3150-PCT-1.
