      *    Categorias de gastos de viaje de los consultores con su
      *    tope mensual por consultor (CAP-GAS lo revisa al capturar
      *    y al aprobar; REP-GAS y REP-MAR las usan para desglosar).
      *    Codigo, descripcion y tope con dos decimales.
       01 WKS-CATGAS.
           03 FILLER    PIC X(20) VALUE "TTRANSPORTE  0800000".
           03 FILLER    PIC X(20) VALUE "HHOSPEDAJE   1500000".
           03 FILLER    PIC X(20) VALUE "AALIMENTOS   0600000".
           03 FILLER    PIC X(20) VALUE "OOTROS       0300000".

       01 T-CATGAS REDEFINES WKS-CATGAS.
           03 T-CG OCCURS 4 TIMES.
               05 T-CG-COD  PIC X.
               05 T-CG-DES  PIC X(12).
               05 T-CG-TOPE PIC 9(05)V99.
