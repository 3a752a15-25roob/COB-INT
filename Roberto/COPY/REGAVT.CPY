      *    Historia de avisos de cambio de tarifa (AVI-TAR): un
      *    registro por cliente y cambio aprobado (clase + fecha
      *    efectiva), con la fecha en que salio la carta, las
      *    cuotas anterior y nueva y el aniversario en que se le
      *    cobrara la nueva por primera vez. Es la constancia de
      *    que el cliente fue avisado antes del cargo, y la llave
      *    impide que una corrida posterior le repita el aviso.
      *    Indexado por la llave; se conserva completo.
       01 REG-AVT.
           03 AVT-LLAVE.
               05 AVT-ID-CLIENTE PIC 9(06).
               05 AVT-CLA-TAR    PIC 9.
               05 AVT-FEC-EFEC   PIC 9(08).
           03 AVT-FEC-AVISO   PIC 9(08).
           03 AVT-ANUA-ANT    PIC 9(05)V99.
           03 AVT-ANUA-NUEVA  PIC 9(05)V99.
           03 AVT-FEC-ANIV    PIC 9(08).
      *    Registro de contacto al que fue la carta (el del cliente
      *    o el de su cuenta corporativa) y marca cuando no habia
      *    domicilio registrado.
           03 AVT-DIR-ID      PIC 9(06).
           03 AVT-SIN-DOMIC   PIC X.
               88 AVT-SIN-DOMICILIO VALUE "S".
