      *    Cargo de colegiatura generado por FACT-COL: uno por
      *    cliente pagador y mes facturado, con la suma de las
      *    colegiaturas de todos los alumnos que paga. APLI-PAG lo
      *    carga a ARC-CXC como tipo 8 con el mes en CXC-PARC. La
      *    colegiatura esta exenta de IVA: la base es el importe y
      *    la tasa y el impuesto van en cero.
       01 REG-FCO.
           03 FCO-ID-CLIENTE PIC 9(06).
           03 FCO-ANIO       PIC 9(04).
           03 FCO-MES        PIC 99.
           03 FCO-NOM        PIC X(20).
           03 FCO-IMPORTE    PIC 9(05)V99.
           03 FCO-FEC-VENC   PIC 9(08).
