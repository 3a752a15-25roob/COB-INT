      *    CNS-CLABE: cuenta CLABE para la dispersion de pagos de
      *    DIS-CON; en cero el consultor no entra al archivo del
      *    banco.
      *    CNS-CLABE-REV: en S el banco rechazo una transferencia a
      *    esa cuenta (RES-TRF) y DIS-CON no la vuelve a usar hasta
      *    que se capture de nuevo en MANT-CNS.
       01 REG-CNS.
           03 CNS-ID      PIC 9(04).
           03 CNS-NOMBRE  PIC X(30).
           03 CNS-ESTADO  PIC 9.
               88 CNS-ACTIVO   VALUE 1.
           03 CNS-CLABE   PIC 9(18).
           03 CNS-CLABE-REV PIC X.
               88 CNS-CLABE-REVISAR VALUE "S".
