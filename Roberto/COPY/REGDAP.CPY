      *    Detalle de aplicacion de pagos: APLI-PAG reparte cada
      *    linea de captura entre las partidas del cliente en el
      *    orden de ARC-OAP y deja aqui un registro por cada
      *    partida que abono (y uno por lo que aparto en suspenso),
      *    con la llave de la linea en la bitacora (texto de la
      *    linea, fecha de captura y consecutivo dentro de ella).
      *    REV-PAG y CHQ-DEV sacan exactamente estos importes al
      *    reversar, y EDO-CTA muestra el pago partido por partida.
      *    DAP-ESTADO: A = aplicado, R = reversado, D = cheque
      *    devuelto.
       01 REG-DAP.
           03 DAP-LLAVE.
               05 DAP-LINEA      PIC X(18).
               05 DAP-FECHA      PIC 9(06).
               05 DAP-SEC        PIC 99.
           03 DAP-CXC-LLAVE.
               05 DAP-ID-CLIENTE PIC 9(06).
               05 DAP-ANIO       PIC 9(04).
               05 DAP-TIPO       PIC 9.
               05 DAP-PARC       PIC 99.
           03 DAP-IMPORTE     PIC 9(05)V99.
           03 DAP-ESTADO      PIC X.
               88 DAP-APLICADO   VALUE "A".
               88 DAP-REVERSADO  VALUE "R".
               88 DAP-DEVUELTO   VALUE "D".
