      *    Expediente de aclaracion de cliente (ACLA-CXC): un caso
      *    por reclamacion sobre una partida de ARC-CXC, con su
      *    numero consecutivo, la partida en disputa, la categoria
      *    del reclamo, el operador que lo atiende y, al cerrarlo,
      *    la resolucion supervisada que lo resolvio. La historia
      *    de cambios de estado queda aparte en ARC-ACH (REGACH).
      *    Mientras el caso este vigente, CARTA-COB y REC-MOR se
      *    saltan la partida (subprograma ACR-VAL).
       01 REG-ACR.
           03 ACR-NUMERO      PIC 9(06).
           03 ACR-CXC-LLAVE.
               05 ACR-ID-CLIENTE PIC 9(06).
               05 ACR-ANIO       PIC 9(04).
               05 ACR-TIPO       PIC 9.
               05 ACR-PARC       PIC 99.
           03 ACR-CATEGORIA   PIC 9.
               88 ACR-CARGO-NO-REC  VALUE 1.
               88 ACR-IMPORTE-MAL   VALUE 2.
               88 ACR-PAGO-NO-APL   VALUE 3.
               88 ACR-CARGO-DOBLE   VALUE 4.
               88 ACR-OTRA          VALUE 5.
           03 ACR-FEC-APERTURA PIC 9(08).
           03 ACR-CAPTURO     PIC X(08).
           03 ACR-ASIGNADO    PIC X(08).
           03 ACR-ESTADO      PIC X.
               88 ACR-ABIERTA       VALUE "A".
               88 ACR-EN-REVISION   VALUE "I".
               88 ACR-RESUELTA      VALUE "R".
               88 ACR-VIGENTE       VALUE "A" "I".
      *    La resolucion es una de las acciones supervisadas que ya
      *    existen sobre la cartera: condonacion del recargo
      *    (COND-REC), nota de credito (NOT-CRE), reverso de pago
      *    (REV-PAG) o reclamo improcedente. ACR-REFERENCIA guarda
      *    el folio de la nota o la fecha del movimiento que la
      *    respalda.
           03 ACR-RESOLUCION  PIC X.
               88 ACR-RES-CONDONA   VALUE "C".
               88 ACR-RES-NOTA      VALUE "N".
               88 ACR-RES-REVERSO   VALUE "V".
               88 ACR-RES-RECHAZO   VALUE "X".
           03 ACR-FEC-RESOL   PIC 9(08).
           03 ACR-SUPERVISOR  PIC X(08).
           03 ACR-REFERENCIA  PIC X(12).
           03 ACR-DESCRIPCION PIC X(40).
