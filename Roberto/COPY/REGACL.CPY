      *    Agente que dio de alta al cliente: archivo companero de
      *    CLIENTES indexado por el ID del cliente, lo graban
      *    MANT-CLI y LOT-CLI en el alta y lo avanza COM-AGE. La
      *    comision se paga una sola vez, en el mes en que la
      *    primera anualidad del cliente queda cobrada completa, y
      *    se recupera si el cliente se da de baja dentro de los
      *    meses de gracia contados desde su FEC-ING.
       01 REG-ACL.
           03 ACL-ID-CLIENTE PIC 9(06).
           03 ACL-ID-AGENTE  PIC 9(04).
           03 ACL-FEC-ALTA   PIC 9(08).
      *    P = pendiente de cobro, C = comision pagada, R = comision
      *    recuperada por baja temprana, X = baja antes de cobrar
      *    (nunca genera comision).
           03 ACL-ESTADO     PIC X.
               88 ACL-PENDIENTE   VALUE "P".
               88 ACL-COMISIONADO VALUE "C".
               88 ACL-RECUPERADO  VALUE "R".
               88 ACL-CANCELADO   VALUE "X".
           03 ACL-MES-COM    PIC 9(06).
           03 ACL-IMP-COM    PIC 9(05)V99.
           03 ACL-MES-REC    PIC 9(06).
