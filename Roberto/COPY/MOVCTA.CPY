      *    Tipos de movimiento de la cartera ARC-CXC que la poliza
      *    diaria POL-CXC lleva a contabilidad, cada uno con su
      *    renglon en el mapeo de cuentas ARC-CTA bajo este mismo
      *    nombre (la cuenta de cargo recibe el debe y la de abono
      *    el haber, igual que los renglones de tipo de tarjeta de
      *    POL-CON). MANT-FIN los captura y avisa de los que falten.
      *     1 pago aplicado a partidas        (banco / cartera)
      *     2 pago apartado en suspenso       (banco / suspenso)
      *     3 recargo por mora, base          (cartera / ingreso)
      *     4 IVA de recargos y comisiones    (cartera / IVA)
      *     5 castigo de CAST-CXC             (estimacion / cartera)
      *     6 condonacion de COND-REC         (ingreso / cartera)
      *     7 cheque devuelto, abono que sale (cartera / banco)
      *     8 comision de cheque devuelto     (cartera / ingreso)
      *     9 reverso de pago de REV-PAG      (cartera / banco)
      *    10 nota de credito de NOT-CRE      (bonificacion / cartera)
      *    11 devolucion de saldo a favor     (saldo a favor / banco)
       01 WKS-NOM-MOVS.
           03 FILLER    PIC X(20) VALUE "MOV PAGO APLICADO".
           03 FILLER    PIC X(20) VALUE "MOV PAGO A SUSPENSO".
           03 FILLER    PIC X(20) VALUE "MOV RECARGO".
           03 FILLER    PIC X(20) VALUE "MOV IVA DE CARGOS".
           03 FILLER    PIC X(20) VALUE "MOV CASTIGO".
           03 FILLER    PIC X(20) VALUE "MOV CONDONACION".
           03 FILLER    PIC X(20) VALUE "MOV CHEQUE DEVUELTO".
           03 FILLER    PIC X(20) VALUE "MOV COMISION CHEQUE".
           03 FILLER    PIC X(20) VALUE "MOV REVERSO DE PAGO".
           03 FILLER    PIC X(20) VALUE "MOV NOTA DE CREDITO".
           03 FILLER    PIC X(20) VALUE "MOV DEVOLUCION".

       01 T-NOM-MOVS REDEFINES WKS-NOM-MOVS.
           03 T-MOV-NOM OCCURS 11 TIMES PIC X(20).

       01 WKS-NUM-MOVS      PIC 99 VALUE 11.
