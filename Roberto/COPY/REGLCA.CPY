      *    Linea de captura vigente de cada partida abierta de la
      *    cartera: un registro por partida de ARC-CXC (misma llave),
      *    armado por GEN-LCA con el subprograma LIN-CAP sobre el
      *    saldo y el vencimiento de la partida. CARTA-ANU, IMP-REC
      *    y EDO-CTA imprimen de aqui la linea que el cliente lleva
      *    al banco; la partida pagada o cerrada pierde su linea en
      *    la siguiente corrida.
       01 REG-LCA.
           03 LCA-LLAVE.
               05 LCA-ID-CLIENTE PIC 9(06).
               05 LCA-ANIO       PIC 9(04).
               05 LCA-TIPO       PIC 9.
               05 LCA-PARC       PIC 99.
           03 LCA-LINEA       PIC X(18).
           03 LCA-IMPORTE     PIC 9(05)V99.
           03 LCA-FEC-VENC    PIC 9(08).
           03 LCA-FEC-GEN     PIC 9(08).
