      *    cargo de producto lleva el nombre del producto en
      *    FAC-NOM-TAR y nunca se parte en mensualidades.
           03 FAC-PRODUCTO   PIC 99.
      *    IVA trasladado: FAC-IMPORTE es el total del cargo, la
      *    base gravable mas el impuesto a la tasa de ARC-IVA
      *    vigente al facturar (subprograma IVA-CAL).
           03 FAC-BASE       PIC 9(05)V99.
           03 FAC-TASA-IVA   PIC 99V99.
           03 FAC-IVA        PIC 9(05)V99.
