      *    Renglon de carta en espera de ordenarse por codigo postal
      *    para el correo (ORD-CAR). Cada carta lleva primero su
      *    renglon cero con los datos de la etiqueta del sobre y
      *    luego sus renglones impresos con el avance de cada uno
      *    (cero = hoja nueva). CP cero = carta sin domicilio.
       01 REG-CPT.
           03 CPT-LLAVE.
               05 CPT-CP         PIC 9(05).
               05 CPT-CARTA      PIC 9(06).
               05 CPT-RENGLON    PIC 9(03).
           03 CPT-AVANCE         PIC 9(02).
           03 CPT-LINEA          PIC X(132).
           03 CPT-ETIQUETA REDEFINES CPT-LINEA.
               05 CPT-ETQ-ID     PIC 9(06).
               05 CPT-ETQ-NOMBRE PIC X(30).
               05 CPT-ETQ-CALLE  PIC X(30).
               05 CPT-ETQ-CIUDAD PIC X(20).
               05 FILLER         PIC X(46).
