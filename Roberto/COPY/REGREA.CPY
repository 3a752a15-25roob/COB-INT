      *    Registro de reingresos: un renglon por cada cliente dado
      *    de baja que MANT-CLI regresa a activo con su mismo ID
      *    (antes el mostrador le daba un alta nueva y FUS-CLI tenia
      *    que juntar los dos ID despues). La reactivacion limpia
      *    FEC-BAJA y MOT-BAJA de CLIENTES, asi que la baja anterior
      *    y su tarjeta quedan aqui para que REP-BAJA siga contando
      *    la baja en su mes y COH-CLI sepa cuanto tiempo estuvo
      *    fuera el cliente. Secuencial, se abre en EXTEND.
      *    REA-SALDO-AUT = "S" cuando el cliente regreso con saldo
      *    vencido y el supervisor autorizo no exigirlo antes;
      *    REA-CARGO es el cargo prorrateado (con IVA) por lo que
      *    resta del ano de tarjeta en curso.
       01 REG-REA.
           03 REA-ID-CLIENTE PIC 9(06).
           03 REA-FECHA      PIC 9(08).
           03 REA-MOTIVO     PIC X(30).
           03 REA-FEC-BAJA   PIC 9(08).
           03 REA-MOT-BAJA   PIC 99.
           03 REA-NOM-TAR    PIC X(20).
           03 REA-CLA-TAR    PIC 9.
           03 REA-SALDO      PIC 9(07)V99.
           03 REA-SALDO-AUT  PIC X.
               88 REA-SALDO-AUTORIZADO VALUE "S".
           03 REA-CARGO      PIC 9(05)V99.
           03 REA-OPERADOR   PIC X(08).
