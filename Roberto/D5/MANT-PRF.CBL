      *    TBID-HOR en la captura de horarios y lo usa REP-AUL para
      *    que las horas por profesor dejen de partirse cuando el
      *    nombre se teclea distinto.
      *    Cada profesor lleva ademas su operador de FIRMA, para que
      *    CAP-NOT sepa que quien captura calificaciones es el
      *    profesor asignado a la materia y no cualquiera.
      *    Tambien la tarifa por hora de clase y la cuenta CLABE con
      *    que NOM-PRF calcula y transfiere el pago del periodo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-PRF.
           COPY REGPRF.

       WORKING-STORAGE SECTION.
      *    Misma semana que captura TBID-HOR.
               05 T-PR-DIS OCCURS 7 TIMES.
                   07 T-PR-DES PIC 9999.
                   07 T-PR-HAS PIC 9999.
               05 T-PR-OPE PIC X(08).
               05 T-PR-TAR PIC 9(05)V99.
               05 T-PR-CLA PIC 9(18).

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
       01 WKS-NOM-CAP      PIC X(15).
       01 WKS-DESDE-CAP    PIC 9999.
       01 WKS-HASTA-CAP    PIC 9999.
       01 WKS-OPE-CAP      PIC X(08).
       01 WKS-OPE-IDX      PIC 99.
       01 WKS-TAR-CAP      PIC 9(05)V99.
       01 WKS-CLA-CAP      PIC 9(18).
       01 WKS-TAR-F        PIC ZZ,ZZ9.99.

       01 WKS-LIN-LISTA.
           03 WKS-LL-ID    PIC 9(03).
           03 WKS-LL-NOM   PIC X(15).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-EST   PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-OPE   PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-TAR   PIC ZZ,ZZ9.99.

       77 WKS-I            PIC 99.
       77 WKS-D            PIC 9.
               MOVE PRF-ID     TO T-PR-ID (WKS-NUM-PRF)
               MOVE PRF-NOMBRE TO T-PR-NOM (WKS-NUM-PRF)
               MOVE PRF-ESTADO TO T-PR-EST (WKS-NUM-PRF)
               MOVE PRF-OPERADOR TO T-PR-OPE (WKS-NUM-PRF)
               MOVE PRF-TARIFA-HORA TO T-PR-TAR (WKS-NUM-PRF)
               MOVE PRF-CLABE  TO T-PR-CLA (WKS-NUM-PRF)
               PERFORM 1150-CARGA-DIA
                   VARYING WKS-D FROM 1 BY 1 UNTIL WKS-D > 7
           ELSE
                   MOVE 1           TO T-PR-EST (WKS-NUM-PRF)
                   MOVE WKS-NUM-PRF TO WKS-PRF-IDX
                   PERFORM 2150-CAPTURA-SEMANA
                   PERFORM 2170-CAPTURA-OPERADOR
                   PERFORM 2190-CAPTURA-PAGO
                   DISPLAY "PROFESOR REGISTRADO" LINE 18 POSITION 10
               ELSE
                   DISPLAY "MAESTRO LLENO" LINE 17 POSITION 10.
           MOVE WKS-DESDE-CAP TO T-PR-DES (WKS-PRF-IDX WKS-D).
           MOVE WKS-HASTA-CAP TO T-PR-HAS (WKS-PRF-IDX WKS-D).

      *    Operador de FIRMA del profesor; en blanco se queda el que
      *    tenia. Un operador no puede ser de dos profesores.
       2170-CAPTURA-OPERADOR.
           DISPLAY "OPERADOR DE FIRMA DEL PROFESOR: "
               LINE 11 POSITION 10.
           DISPLAY T-PR-OPE (WKS-PRF-IDX) LINE 11 POSITION 43.
           MOVE SPACES TO WKS-OPE-CAP.
           ACCEPT WKS-OPE-CAP LINE 12 POSITION 43.

           IF WKS-OPE-CAP NOT = SPACES
               MOVE ZERO TO WKS-OPE-IDX
               PERFORM 2180-COMPARA-OPERADOR
                   VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-NUM-PRF
               IF WKS-OPE-IDX NOT = ZERO
                   DISPLAY "EL OPERADOR YA ES DE OTRO PROFESOR"
                       LINE 17 POSITION 10
               ELSE
                   MOVE WKS-OPE-CAP TO T-PR-OPE (WKS-PRF-IDX).

       2180-COMPARA-OPERADOR.
           IF T-PR-OPE (WKS-I) = WKS-OPE-CAP
                   AND WKS-I NOT = WKS-PRF-IDX
               MOVE WKS-I TO WKS-OPE-IDX
               MOVE WKS-NUM-PRF TO WKS-I.

      *    Tarifa por hora y CLABE; en cero se queda lo que tenia.
       2190-CAPTURA-PAGO.
           MOVE T-PR-TAR (WKS-PRF-IDX) TO WKS-TAR-F.
           DISPLAY "TARIFA POR HORA DE CLASE: " LINE 13 POSITION 10.
           DISPLAY WKS-TAR-F LINE 13 POSITION 43.
           MOVE ZERO TO WKS-TAR-CAP.
           ACCEPT WKS-TAR-CAP LINE 14 POSITION 43.
           IF WKS-TAR-CAP NOT = ZERO
               MOVE WKS-TAR-CAP TO T-PR-TAR (WKS-PRF-IDX).

           DISPLAY "CUENTA CLABE (18 DIGITOS): " LINE 15 POSITION 10.
           DISPLAY T-PR-CLA (WKS-PRF-IDX) LINE 15 POSITION 43.
           MOVE ZERO TO WKS-CLA-CAP.
           ACCEPT WKS-CLA-CAP LINE 16 POSITION 43.
           IF WKS-CLA-CAP NOT = ZERO
               MOVE WKS-CLA-CAP TO T-PR-CLA (WKS-PRF-IDX).

      *-------------------CAMBIO-----------------------------------*
       2200-CAMBIO.
           DISPLAY "ID DE PROFESOR A CAMBIAR: " LINE 11 POSITION 10.
                   LINE 17 POSITION 10
           ELSE
               PERFORM 2150-CAPTURA-SEMANA
               PERFORM 2170-CAPTURA-OPERADOR
               PERFORM 2190-CAPTURA-PAGO
               DISPLAY "DISPONIBILIDAD ACTUALIZADA"
                   LINE 18 POSITION 10.

               MOVE "ACTIVO" TO WKS-LL-EST
           ELSE
               MOVE "RETIRADO" TO WKS-LL-EST.
           MOVE T-PR-OPE (WKS-I) TO WKS-LL-OPE.
           MOVE T-PR-TAR (WKS-I) TO WKS-LL-TAR.
           DISPLAY WKS-LIN-LISTA LINE WKS-LIN POSITION 10.
           ADD 1 TO WKS-LIN.

           MOVE T-PR-ID (WKS-I)  TO PRF-ID.
           MOVE T-PR-NOM (WKS-I) TO PRF-NOMBRE.
           MOVE T-PR-EST (WKS-I) TO PRF-ESTADO.
           MOVE T-PR-OPE (WKS-I) TO PRF-OPERADOR.
           MOVE T-PR-TAR (WKS-I) TO PRF-TARIFA-HORA.
           MOVE T-PR-CLA (WKS-I) TO PRF-CLABE.
           PERFORM 3150-GRABA-DIA
               VARYING WKS-D FROM 1 BY 1 UNTIL WKS-D > 7.
           WRITE REG-PRF.
