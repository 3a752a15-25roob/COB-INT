       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIN-CAP.
      *    Armado de la linea de captura, compartido por CALL igual
      *    que DIG-CALC: es la operacion inversa de la decodificacion
      *    de T-LINCA2. Con el cliente, la fecha de vencimiento y el
      *    importe arma los 14 caracteres: ID del cliente en seis
      *    digitos, las dos letras del dia del ano del vencimiento
      *    (primera letra = bloque de 26 dias, segunda = dia dentro
      *    del bloque, con la misma tabla A=01..Z=26 de T-LINCA2),
      *    el importe en cuatro digitos de pesos enteros y el digito
      *    verificador de DIG-CALC sobre los doce primeros. El
      *    importe con centavos o de mas de 9,999 pesos sale en la
      *    linea larga de 18: las mismas letras, el importe en siete
      *    digitos con centavos, la marca de version "2" y el digito
      *    verificador sobre los dieciseis primeros. La linea sale
      *    valida por construccion, sin que el cajero la arme a
      *    mano.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-LETRAS        PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01 WKS-SPLIT-FECHA.
           03 WKS-SPLIT-ANO  PIC 9(04).
           03 WKS-SPLIT-MES  PIC 99.
           03 WKS-SPLIT-DIA  PIC 99.

       01 WKS-COC           PIC 9(04).
       01 WKS-BI-REM        PIC 99.
       01 WKS-DOY           PIC 9(03).
       01 WKS-INIZ          PIC 99.
       01 WKS-INDE          PIC 99.
       01 WKS-IMP-PESOS     PIC 9(05).
       01 WKS-VERSION       PIC X.
           88 VERSION-CORTA      VALUE "1".
       01 WKS-FEC-ST        PIC 9.

      *    Linea en construccion, con la misma forma que WKS-LINEA
      *    de T-LINCA2.
       01 WKS-LINEA.
           03 WKS-LINEA-BASE.
               05 WKS-LN-CLIENTE PIC 9(06).
               05 WKS-LI         PIC X.
               05 WKS-LD         PIC X.
               05 WKS-LN-IMPORTE PIC 9(04).
           03 WKS-DIG-CAP    PIC 99.
           03 FILLER         PIC X(04).

      *    Linea larga, version 2.
       01 WKS-LINEA-LARGA REDEFINES WKS-LINEA.
           03 WKS-LARGA-BASE.
               05 FILLER         PIC X(08).
               05 WKS-LL-IMPORTE PIC 9(05)V99.
               05 WKS-LL-VERSION PIC X.
           03 WKS-LL-DIGITO  PIC 99.

      *    DIG-CALC solo toma los primeros WKS-LARGO-CALC
      *    caracteres: 12 en la linea corta, 16 en la larga.
       01 WKS-LINEA-CALC    PIC X(18).
       01 WKS-LARGO-CALC    PIC 99.
       01 WKS-DIG-CALC      PIC 99.

       77 WKS-M             PIC 99.

       LINKAGE SECTION.
       01 LK-ID-CLIENTE     PIC 9(06).
      *    Vencimiento de la partida, en formato AAAAMMDD.
       01 LK-FECHA          PIC 9(08).
       01 LK-IMPORTE        PIC 9(05)V99.
      *    Linea corta (14, con blancos al final) o larga (18).
       01 LK-LINEA          PIC X(18).
      *    0 = linea armada; 1 = fecha invalida. Con status
      *    distinto de cero LK-LINEA regresa en blanco.
       01 LK-STATUS         PIC 9.

       PROCEDURE DIVISION USING LK-ID-CLIENTE LK-FECHA LK-IMPORTE
                                LK-LINEA LK-STATUS.
       INICIO.
           PERFORM 1000-INICIO.
           IF LK-STATUS = ZERO
               PERFORM 2000-PROCESO.
           GOBACK.

       1000-INICIO.
           MOVE ZERO   TO LK-STATUS.
           MOVE SPACES TO LK-LINEA.

           CALL "FEC-VAL" USING LK-FECHA WKS-FEC-ST.
           IF WKS-FEC-ST = 1
               MOVE 1 TO LK-STATUS.

      *    La linea corta solo si el importe es de pesos enteros y
      *    cabe en sus cuatro digitos; lo demas va en la larga.
           MOVE LK-IMPORTE TO WKS-IMP-PESOS.
           IF WKS-IMP-PESOS = LK-IMPORTE AND WKS-IMP-PESOS <= 9999
               MOVE "1" TO WKS-VERSION
           ELSE
               MOVE "2" TO WKS-VERSION.

       2000-PROCESO.
           MOVE LK-FECHA TO WKS-SPLIT-FECHA.
           PERFORM 2100-DIA-DEL-ANIO.

      *    Dia del ano N = (INIZ - 1) * 26 + INDE, con INDE de 1 a
      *    26: es la misma cuenta que deshace 2050-DECODIFICA.
           COMPUTE WKS-INIZ = (WKS-DOY - 1) / 26 + 1.
           COMPUTE WKS-INDE = WKS-DOY - (WKS-INIZ - 1) * 26.

           MOVE SPACES TO WKS-LINEA.
           MOVE LK-ID-CLIENTE TO WKS-LN-CLIENTE.
           MOVE WKS-LETRAS (WKS-INIZ:1) TO WKS-LI.
           MOVE WKS-LETRAS (WKS-INDE:1) TO WKS-LD.

           IF VERSION-CORTA
               PERFORM 2200-LINEA-CORTA
           ELSE
               PERFORM 2300-LINEA-LARGA.

           MOVE WKS-LINEA TO LK-LINEA.

      *    Febrero con el mismo criterio de multiplo de 4 que usa
      *    T-LINCA2 al decodificar.
       2100-DIA-DEL-ANIO.
           DIVIDE WKS-SPLIT-ANO BY 4
               GIVING WKS-COC REMAINDER WKS-BI-REM.
           IF WKS-BI-REM = 0
               MOVE 29 TO T-DIA (2)
           ELSE
               MOVE 28 TO T-DIA (2).

           MOVE WKS-SPLIT-DIA TO WKS-DOY.
           PERFORM 2150-SUMA-MES
               VARYING WKS-M FROM 1 BY 1
               UNTIL WKS-M >= WKS-SPLIT-MES.

       2150-SUMA-MES.
           ADD T-DIA (WKS-M) TO WKS-DOY.

       2200-LINEA-CORTA.
           MOVE WKS-IMP-PESOS TO WKS-LN-IMPORTE.

           MOVE WKS-LINEA-BASE TO WKS-LINEA-CALC.
           MOVE 12 TO WKS-LARGO-CALC.
           CALL "DIG-CALC" USING WKS-LINEA-CALC WKS-LARGO-CALC
               WKS-DIG-CALC.
           MOVE WKS-DIG-CALC TO WKS-DIG-CAP.

       2300-LINEA-LARGA.
           MOVE LK-IMPORTE TO WKS-LL-IMPORTE.
           MOVE "2"        TO WKS-LL-VERSION.

           MOVE WKS-LARGA-BASE TO WKS-LINEA-CALC.
           MOVE 16 TO WKS-LARGO-CALC.
           CALL "DIG-CALC" USING WKS-LINEA-CALC WKS-LARGO-CALC
               WKS-DIG-CALC.
           MOVE WKS-DIG-CALC TO WKS-LL-DIGITO.
