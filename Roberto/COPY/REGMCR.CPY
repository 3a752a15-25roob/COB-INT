      *    Miembro de una cuenta corporativa: archivo companero de
      *    CLIENTES indexado por el ID del cliente (un cliente paga
      *    por una sola empresa), con llave alterna por la cuenta
      *    para recorrer a todos sus miembros en orden de ID. Lo
      *    graba MANT-COR.
       01 REG-MCR.
           03 MCR-ID-CLIENTE PIC 9(06).
           03 MCR-ID-COR     PIC 9(06).
           03 MCR-FEC-ALTA   PIC 9(08).
