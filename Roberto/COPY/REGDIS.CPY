      *    Lista de distribucion de reportes: que departamento
      *    recibe cada reporte del archivo ARC-RIM y cuantas copias.
      *    La llave va por departamento para que DIST-REP arme el
      *    paquete de cada uno leyendo en secuencia. La frecuencia
      *    dice cuando se espera el reporte en ARC-RIM: D = cada
      *    noche habil, M = solo en fin de mes, E = eventual (no se
      *    reclama si no llega). La mantiene MANT-DIS.
       01 REG-DIS.
           03 DIS-LLAVE.
               05 DIS-DEPTO      PIC X(08).
               05 DIS-REPORTE    PIC X(08).
           03 DIS-COPIAS     PIC 99.
           03 DIS-FRECUENCIA PIC X.
               88 DIS-DIARIO     VALUE "D".
               88 DIS-MENSUAL    VALUE "M".
               88 DIS-EVENTUAL   VALUE "E".
           03 DIS-FEC-ALTA   PIC 9(08).
           03 DIS-OPERADOR   PIC X(08).
