      *    Maestro de plasticos: una tarjeta fisica por registro,
      *    indexado por su numero (16 digitos, el ultimo verificador
      *    Luhn de DIG-LUH) con llave alterna por ID-CLIENTE. Lo
      *    escribe solo el subprograma PLS-ARC (emision en el alta y
      *    el reingreso, bloqueo en la baja, reposicion por perdida
      *    o robo); EMB-PLS manda al grabador los pendientes y
      *    renueva los que vencen, y CONS-CLI muestra el vigente.
       01 REG-PLS.
           03 PLS-NUMERO      PIC 9(16).
           03 PLS-ID-CLIENTE  PIC 9(06).
           03 PLS-CLA-TAR     PIC 9.
           03 PLS-FEC-EMISION PIC 9(08).
           03 PLS-FEC-VENCE   PIC 9(08).
      *    A = vigente, B = bloqueado por baja del cliente,
      *    P = reportado perdido, R = reportado robado. Los tres
      *    bloqueos son definitivos: el plastico no se reactiva,
      *    se emite otro.
           03 PLS-ESTADO      PIC X.
               88 PLS-VIGENTE      VALUE "A".
               88 PLS-BLOQUEADO    VALUE "B".
               88 PLS-PERDIDO      VALUE "P".
               88 PLS-ROBADO       VALUE "R".
           03 PLS-FEC-ESTADO  PIC 9(08).
      *    Origen de la emision: A = alta o reingreso del cliente,
      *    P = reposicion de un plastico perdido o robado (su
      *    numero queda en PLS-REEMPLAZA), N = renovacion por
      *    vencimiento.
           03 PLS-ORIGEN      PIC X.
               88 PLS-DE-ALTA      VALUE "A".
               88 PLS-DE-REPOSICION VALUE "P".
               88 PLS-DE-RENOVACION VALUE "N".
           03 PLS-REEMPLAZA   PIC 9(16).
      *    "S" mientras el plastico no ha salido en un archivo de
      *    grabado de EMB-PLS; la fecha es la del ultimo envio.
           03 PLS-POR-GRABAR  PIC X.
               88 PLS-PENDIENTE-GRABAR VALUE "S".
           03 PLS-FEC-GRABADO PIC 9(08).
