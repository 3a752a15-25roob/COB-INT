      *    Catalogo de ciclos escolares, indexado por CIC-CICLO (la
      *    misma clave de ciclo de TBID-HOR, p. ej. 2026A): fecha de
      *    inicio y de fin de clases. Lo mantiene MANT-INS; de ahi
      *    salen los meses de colegiatura que factura FACT-COL.
       01 REG-CIC.
           03 CIC-CICLO      PIC X(05).
           03 CIC-FEC-INI    PIC 9(08).
           03 CIC-FEC-FIN    PIC 9(08).
