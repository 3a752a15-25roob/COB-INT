      *    Transferencia enviada al banco por DIS-CON, una por DET
      *    del archivo ARC-TRF, indexada por el folio que viaja en el
      *    DET como referencia y que el banco regresa en su archivo
      *    de respuesta. DTR-ECO-FECHA y DTR-ID-CONS son la llave del
      *    renglon de ARC-ECO que se pago (fecha en cero cuando el
      *    DET fue solo por gastos de viaje). RES-TRF postea la
      *    respuesta: E = enviada sin respuesta, C = confirmada por
      *    el banco, R = rechazada con el motivo del banco.
       01 REG-DTR.
           03 DTR-FOLIO      PIC 9(08).
           03 DTR-FEC-ENVIO  PIC 9(08).
           03 DTR-ID-CONS    PIC 9(04).
           03 DTR-NOMBRE     PIC X(30).
           03 DTR-CLABE      PIC 9(18).
           03 DTR-ECO-FECHA  PIC 9(08).
           03 DTR-NETO       PIC 9(13)V99.
           03 DTR-GASTOS     PIC 9(09)V99.
           03 DTR-IMPORTE    PIC 9(13)V99.
           03 DTR-ESTADO     PIC X.
               88 DTR-ENVIADA     VALUE "E".
               88 DTR-CONFIRMADA  VALUE "C".
               88 DTR-RECHAZADA   VALUE "R".
           03 DTR-MOTIVO     PIC X(20).
           03 DTR-FEC-RESP   PIC 9(08).
           03 DTR-OPERADOR   PIC X(08).
