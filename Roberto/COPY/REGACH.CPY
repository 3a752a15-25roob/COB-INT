      *    Historia de un expediente de aclaracion (ACLA-CXC): un
      *    registro por cada cambio de estado, reasignacion o nota
      *    de seguimiento, con quien lo hizo y cuando.
       01 REG-ACH.
           03 ACH-NUMERO      PIC 9(06).
           03 ACH-FECHA       PIC 9(08).
           03 ACH-HORA        PIC 9(06).
           03 ACH-OPERADOR    PIC X(08).
           03 ACH-ESTADO      PIC X.
           03 ACH-ASIGNADO    PIC X(08).
           03 ACH-NOTA        PIC X(40).
