      *    Catalogo de codigos postales del Servicio Postal
      *    Mexicano: un registro por asentamiento (colonia,
      *    fraccionamiento, pueblo...) de cada CP, con el municipio
      *    y el estado al que pertenece. Lo reconstruye CAR-CPO con
      *    el archivo que publica SEPOMEX y lo consultan por CPO-VAL
      *    las capturas de domicilio de MANT-CLI y LOT-CLI.
       01 REG-CPO.
           03 CPO-LLAVE.
               05 CPO-CP         PIC 9(05).
               05 CPO-ID-ASENTA  PIC 9(04).
           03 CPO-ASENTA         PIC X(40).
           03 CPO-TIPO-ASENTA    PIC X(20).
           03 CPO-MUNICIPIO      PIC X(30).
           03 CPO-ESTADO         PIC X(20).
           03 CPO-CIUDAD         PIC X(30).
