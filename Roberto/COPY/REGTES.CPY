      *    Bitacora de tesoreria: un registro por cada movimiento de
      *    dinero con el banco que no pasa por la caja ni por los
      *    depositos de ARC-DEP -- el cargo domiciliado aceptado que
      *    postea DOM-BAN, la transferencia a consultor de DIS-CON y
      *    la devolucion de credito de baja de DEV-CRE (transferencia
      *    o cheque), la comision a agentes de venta de COM-AGE y el
      *    pago por hora de clase a profesores de NOM-PRF.
      *    Cada programa la abre en EXTEND y la crea si no
      *    existe; la lee la posicion diaria de tesoreria TES-DIA y
      *    la poliza diaria de cartera POL-CXC.
       01 REG-TES.
           03 TES-FECHA      PIC 9(08).
           03 TES-ORIGEN     PIC X(08).
           03 TES-SENTIDO    PIC X.
               88 TES-ENTRADA    VALUE "E".
               88 TES-SALIDA     VALUE "S".
      *    D = cargo domiciliado, T = transferencia, C = cheque.
           03 TES-MEDIO      PIC X.
           03 TES-ID         PIC 9(06).
           03 TES-REFERENCIA PIC X(20).
           03 TES-IMPORTE    PIC 9(09)V99.
