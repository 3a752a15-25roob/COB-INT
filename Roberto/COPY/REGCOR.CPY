      *    Cuenta corporativa: la empresa que paga las anualidades
      *    de las tarjetas de sus empleados. Su ID vive en el rango
      *    reservado 900000-999999, que MANT-CLI y LOT-CLI ya no
      *    dan a clientes, para que la linea de captura consolidada
      *    lleve el ID de la cuenta en el lugar del cliente sin
      *    confundirse con uno. El domicilio, telefono y RFC de la
      *    empresa van en ARC-DIR bajo el mismo ID, y a ese
      *    domicilio salen las cartas de los miembros. La mantiene
      *    MANT-COR; la leen EDO-COR, APLI-PAG, EDO-CTA, CARTA-ANU
      *    y CARTA-COB.
       01 REG-COR.
           03 COR-ID         PIC 9(06).
           03 COR-NOMBRE     PIC X(30).
      *    1 = activa, 0 = dada de baja (sus miembros vuelven a
      *    recibir la correspondencia en su propio domicilio).
           03 COR-ESTADO     PIC 9.
               88 COR-ACTIVA     VALUE 1.
           03 COR-FEC-ALTA   PIC 9(08).
