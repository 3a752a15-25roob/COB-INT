       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIG-LUH.
      *    Digito verificador Luhn (modulo 10) para el numero de
      *    plastico, que es el que exigen la marca y el grabador:
      *    recibe los 15 digitos del numero sin verificador y
      *    regresa el digito que lo completa. Desde la derecha se
      *    duplica un digito si y otro no, empezando por el ultimo;
      *    un duplicado de dos cifras suma sus dos cifras.
      *    Se llama aparte de DIG-CALC (modulo 97, para el ID y las
      *    lineas de captura) porque el algoritmo es otro.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WKS-SUMA        PIC 9(04).
       01 WKS-DOBLE       PIC 99.
       01 WKS-COC         PIC 9(04).
       01 WKS-RES         PIC 99.
       01 WKS-POS-DER     PIC 99.
       77 WKS-I           PIC 99.

       LINKAGE SECTION.
       01 LK-NUMERO       PIC 9(15).
       01 T-LK-NUMERO REDEFINES LK-NUMERO.
           03 T-LK-DIG OCCURS 15 TIMES PIC 9.
       01 LK-DIGITO       PIC 9.

       PROCEDURE DIVISION USING LK-NUMERO LK-DIGITO.
       INICIO.
           MOVE ZERO TO WKS-SUMA.
           PERFORM 1000-SUMA-DIGITO
               VARYING WKS-I FROM 15 BY -1 UNTIL WKS-I < 1.

           DIVIDE WKS-SUMA BY 10 GIVING WKS-COC REMAINDER WKS-RES.
           IF WKS-RES = ZERO
               MOVE ZERO TO LK-DIGITO
           ELSE
               COMPUTE LK-DIGITO = 10 - WKS-RES.

           EXIT PROGRAM.

      *    Con el verificador a la derecha, la primera posicion de
      *    los 15 (contando desde la derecha) es la que se duplica.
       1000-SUMA-DIGITO.
           COMPUTE WKS-POS-DER = 16 - WKS-I.
           DIVIDE WKS-POS-DER BY 2 GIVING WKS-COC REMAINDER WKS-RES.

           IF WKS-RES = 1
               COMPUTE WKS-DOBLE = T-LK-DIG (WKS-I) * 2
               IF WKS-DOBLE > 9
                   SUBTRACT 9 FROM WKS-DOBLE
               END-IF
               ADD WKS-DOBLE TO WKS-SUMA
           ELSE
               ADD T-LK-DIG (WKS-I) TO WKS-SUMA.
