
       FD ARC-LIN.
       01 REG-LIN.
           03 LIN-LINEA    PIC X(18).
           03 LIN-METODO   PIC X.

       FD ARC-RSL.
       01 REG-RSL.
           03 RSL-LINEA    PIC X(18).
           03 RSL-ESTADO   PIC X(10).
           03 RSL-DIA-PAGO PIC 99.
           03 RSL-MES-PAGO PIC X(10).
               05 FILLER   PIC 9999.
      *    Digito verificador de la linea de captura.
           03 WKS-DIG-CAP  PIC 99.
      *    En la linea corta de 14 caracteres va en blanco.
           03 WKS-RESTO-CORTA PIC X(04).

      *    Linea larga de 18: el importe en siete digitos con
      *    centavos, la marca de version "2" y el digito verificador
      *    sobre los dieciseis primeros. Las letras del dia quedan
      *    en el mismo lugar que en la corta.
       01 WKS-LINEA-LARGA REDEFINES WKS-LINEA.
           03 WKS-LARGA-BASE.
               05 FILLER   PIC X(08).
               05 FILLER   PIC 9(07).
               05 WKS-LL-VERSION PIC X.
                   88 LINEA-LARGA   VALUE "2".
           03 WKS-LL-DIGITO PIC 99.

      *    DIG-CALC solo toma los primeros WKS-LARGO-CALC
      *    caracteres: 12 en la linea corta, 16 en la larga.
       01 WKS-LINEA-CALC   PIC X(18).

       01 WKS-LARGO-CALC   PIC 99.
       01 WKS-DIG-CALC     PIC 99.
       01 WKS-DIG-LINEA    PIC 99.
       01 WKS-LINEA-VALIDA PIC 9 VALUE 1.

      *    Ano de hoy, para saber si Febrero tiene 28 o 29 dias.
                        WKS-DACT.
           MOVE SPACES TO WKS-MES-PAGO.

           PERFORM 2030-ARMA-CALCULO.
           CALL "DIG-CALC" USING WKS-LINEA-CALC WKS-LARGO-CALC
               WKS-DIG-CALC.

           IF WKS-DIG-CALC = WKS-DIG-LINEA
               MOVE 1 TO WKS-LINEA-VALIDA
               PERFORM 2050-DECODIFICA
           ELSE
           ELSE
               DISPLAY "LINEA DE CAPTURA INVALIDA" LINE 9 POSITION 05.

      *    La marca de version decide cuantos caracteres entran al
      *    digito y donde viene el digito capturado. Una linea corta
      *    con algo despues del digito no es linea: su digito se
      *    deja en cero, que DIG-CALC nunca da.
       2030-ARMA-CALCULO.
           IF LINEA-LARGA
               MOVE WKS-LARGA-BASE TO WKS-LINEA-CALC
               MOVE 16             TO WKS-LARGO-CALC
               MOVE WKS-LL-DIGITO  TO WKS-DIG-LINEA
           ELSE
               MOVE WKS-LINEA-BASE TO WKS-LINEA-CALC
               MOVE 12             TO WKS-LARGO-CALC
               MOVE WKS-DIG-CAP    TO WKS-DIG-LINEA
               IF WKS-RESTO-CORTA NOT = SPACES
                   MOVE ZERO TO WKS-DIG-LINEA.

       2500-LEE-LINEA.
           READ ARC-LIN
               AT END MOVE 1 TO WKS-FIN-LOTE
