      *    Linea de captura de la bitacora REG-LOG, partida en sus
      *    campos, compartida por todos los que sacan de ella el
      *    cliente o el importe. Conviven dos versiones:
      *      corta (14): cliente, letras, importe en cuatro digitos
      *                  de pesos enteros y digito verificador, con
      *                  blancos en las posiciones 15 a 18;
      *      larga (18): cliente, letras, importe en siete digitos
      *                  con centavos, marca de version "2" y digito
      *                  verificador.
      *    El cliente y las letras estan en el mismo lugar en las
      *    dos; el importe se toma de la vista que corresponda a la
      *    marca y se deja en WKS-CAP-IMPORTE.
      *    Los IDs de 900000 en adelante son cuentas corporativas
      *    (ARC-COR): la linea consolidada de EDO-COR que APLI-PAG
      *    reparte entre los miembros de la cuenta.
       01 WKS-LINEA-CAP.
           03 WKS-CAP-CLIENTE PIC 9(06).
               88 LINEA-CORPORATIVA VALUE 900000 THRU 999999.
           03 WKS-CAP-LETRAS  PIC XX.
           03 FILLER          PIC X(10).

       01 WKS-LINEA-CORTA REDEFINES WKS-LINEA-CAP.
           03 FILLER          PIC X(08).
           03 WKS-CC-IMPORTE  PIC 9(04).
           03 WKS-CC-DIGITO   PIC 99.
           03 FILLER          PIC X(04).

       01 WKS-LINEA-LARGA REDEFINES WKS-LINEA-CAP.
           03 FILLER          PIC X(08).
           03 WKS-CL-IMPORTE  PIC 9(05)V99.
           03 WKS-CL-VERSION  PIC X.
               88 LINEA-LARGA     VALUE "2".
           03 WKS-CL-DIGITO   PIC 99.

       01 WKS-CAP-IMPORTE     PIC 9(05)V99.
