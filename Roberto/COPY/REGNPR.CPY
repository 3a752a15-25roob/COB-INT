      *    Pago a profesores por hora de clase: un renglon por mes,
      *    ciclo y profesor de la corrida de NOM-PRF, con las horas
      *    pagadas, la tarifa y el importe. NPR-ESTADO en T cuando
      *    el importe ya entro al archivo del banco, para que repetir
      *    la corrida del mes no pague dos veces; en C quedo sin
      *    CLABE y la siguiente corrida lo vuelve a intentar.
       01 REG-NPR.
           03 NPR-LLAVE.
               05 NPR-PERIODO    PIC 9(06).
               05 NPR-CICLO      PIC X(05).
               05 NPR-ID-PROF    PIC 9(03).
           03 NPR-HORAS      PIC 9(04).
           03 NPR-TARIFA     PIC 9(05)V99.
           03 NPR-IMPORTE    PIC 9(07)V99.
           03 NPR-ESTADO     PIC X.
               88 NPR-TRANSFERIDO VALUE "T".
               88 NPR-SIN-CLABE   VALUE "C".
           03 NPR-FECHA      PIC 9(08).
           03 NPR-OPERADOR   PIC X(08).
