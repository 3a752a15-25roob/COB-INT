           03 T-LIN OCCURS 18 TIMES PIC X.

      *    Cuantos de los 18 caracteres de LK-LINEA son significativos
      *    (el resto se ignora); DIG-VER usa los 18, T-LINCA2 usa 12
      *    en la linea de captura corta y 16 en la larga.
       01 LK-LARGO                 PIC 99.
       01 LK-DIGITO                PIC 99.

