      *    Factura de proyecto emitida al cliente patrocinador
      *    (MANT-FPR): una por proyecto y periodo AAAAMM, indexada
      *    por FPF-LLAVE para que el periodo no se facture dos
      *    veces. Guarda las condiciones con las que se emitio: las
      *    horas aprobadas del periodo y la tarifa en el cobro por
      *    hora, horas y tarifa en cero con la cuota fija.
       01 REG-FPF.
           03 FPF-LLAVE.
               05 FPF-ID-PROY    PIC 9(02).
               05 FPF-PERIODO    PIC 9(06).
           03 FPF-ID-CLIENTE  PIC 9(06).
           03 FPF-TIPO        PIC X.
           03 FPF-HORAS       PIC 9(05)V9.
           03 FPF-TARIFA      PIC 9(05)V99.
           03 FPF-IMPORTE     PIC 9(10)V99.
           03 FPF-EMITIO      PIC X(08).
           03 FPF-FEC-EMI     PIC 9(08).
