      *    Anualidad dejada de cobrar por exencion: FACT-ANU graba un
      *    registro por cliente exento y mes facturado, con el cargo
      *    que hubiera salido (ya con el descuento por antiguedad),
      *    lo exentado, el tipo y quien la autorizo. Indexado por
      *    cliente y mes, para que volver a correr el mes lo regrabe
      *    en lugar de duplicarlo. Lo resume REP-EXE.
       01 REG-EXF.
           03 EXF-LLAVE.
               05 EXF-MES-FAC    PIC 9(06).
               05 EXF-ID-CLIENTE PIC 9(06).
           03 EXF-TIPO       PIC X.
           03 EXF-PCT        PIC 9(03)V99.
           03 EXF-AUTORIZO   PIC X(08).
           03 EXF-CARGO      PIC 9(05)V99.
           03 EXF-EXENTO     PIC 9(05)V99.
           03 EXF-FEC-VENC   PIC 9(08).
