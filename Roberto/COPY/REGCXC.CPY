      *    lleva el ID del producto del catalogo ARC-PRD, para que
      *    dos productos del mismo cliente y ano no choquen de
      *    llave.
      *    El credito por referido (tipo 7) lo abre APLI-PAG al
      *    cliente que recomendo, con el credito en el abono y en el
      *    saldo como el suspenso, y se descarga contra su siguiente
      *    anualidad.
      *    La colegiatura (tipo 8) la carga APLI-PAG de los cargos
      *    de FACT-COL: una partida por cliente pagador y mes, con
      *    el mes facturado en CXC-PARC; su desglose por alumno
      *    queda en ARC-DCO.
       01 REG-CXC.
           03 CXC-LLAVE.
               05 CXC-ID-CLIENTE PIC 9(06).
      *    con saldo en cero: el cargo original sigue visible y el
      *    importe perdonado queda en el registro ARC-CON.
               88 CXC-CONDONADA  VALUE 4.
      *    La devolucion (DEV-CRE) cierra el credito de baja (tipo
      *    3) en estado 5: el importe pagado al cliente queda en
      *    CXC-IMP-CARGO contra el credito de CXC-IMP-ABONO y el
      *    saldo en cero; el pago sale por transferencia o cheque.
               88 CXC-DEVUELTA   VALUE 5.
      *    La nota de credito (NOT-CRE) entra al cargo como abono y
      *    deja la partida pagada o parcial como cualquier pago; el
      *    detalle de la nota queda en el registro ARC-NCR.
      *    IVA trasladado del cargo: CXC-IMP-CARGO es el total, la
      *    base gravable mas el impuesto a la tasa vigente al cargar
      *    (subprograma IVA-CAL). Las partidas anteriores al IVA
      *    quedan con la base igual al cargo y tasa cero (CONV-IVA);
      *    el credito de baja y el suspenso no son cargo y llevan
      *    los tres en cero.
           03 CXC-BASE        PIC 9(05)V99.
           03 CXC-TASA-IVA    PIC 99V99.
           03 CXC-IVA         PIC 9(05)V99.
