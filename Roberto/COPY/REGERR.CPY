      *    Registro central de errores de archivo (subprograma
      *    ERR-ARC): un renglon por cada FILE STATUS de falla, con
      *    el programa y parrafo donde ocurrio, el archivo, la
      *    operacion, el estatus y la llave en turno. La severidad
      *    la asigna ERR-ARC segun la clase del estatus; de aqui
      *    salen el reporte matutino de excepciones (REP-ERR) y el
      *    conteo de errores al cierre de LOTE-TAR.
       01 REG-ERR.
           03 ERR-FECHA      PIC 9(08).
           03 ERR-HORA       PIC 9(06).
           03 ERR-PROGRAMA   PIC X(08).
           03 ERR-PARRAFO    PIC X(30).
           03 ERR-ARCHIVO    PIC X(08).
           03 ERR-OPERACION  PIC X(08).
           03 ERR-STATUS     PIC XX.
           03 ERR-SEVERIDAD  PIC X.
               88 ERR-ALTA        VALUE "A".
               88 ERR-MEDIA       VALUE "M".
               88 ERR-BAJA        VALUE "B".
           03 ERR-LLAVE      PIC X(30).
