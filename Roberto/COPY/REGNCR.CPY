      *    Registro permanente de notas de credito (NOT-CRE): una
      *    por correccion supervisada de un cargo facturado de mas
      *    (anualidad tipo 1 o producto tipo 6), con su numero de
      *    la secuencia ARC-SEC, la partida que rebaja, el importe
      *    acreditado partido en base e IVA en la misma proporcion
      *    que el cargo, el codigo de motivo y quien autorizo.
      *    EDO-CTA la muestra como su propio movimiento; en la
      *    partida entra como abono, asi que el saldo que envejece
      *    EDAD-CXC ya viene sin ella.
       01 REG-NCR.
           03 NCR-NUMERO     PIC 9(12).
           03 NCR-DIGITO     PIC 99.
           03 NCR-FECHA      PIC 9(08).
           03 NCR-OPERADOR   PIC X(08).
           03 NCR-CXC-LLAVE.
               05 NCR-ID-CLIENTE PIC 9(06).
               05 NCR-ANIO       PIC 9(04).
               05 NCR-TIPO       PIC 9.
               05 NCR-PARC       PIC 99.
           03 NCR-IMPORTE    PIC 9(05)V99.
           03 NCR-BASE       PIC 9(05)V99.
           03 NCR-IVA        PIC 9(05)V99.
           03 NCR-SALDO-ANT  PIC 9(05)V99.
           03 NCR-MOTIVO     PIC 99.
