      *    Detalle diario de ventas ARC-VTD: un registro por fecha,
      *    sucursal (la misma VTA-SUC del historico ARC-VTA) y linea
      *    de producto -- tarjetas nuevas, productos adicionales y
      *    renovaciones. Lo capturan CAP-VTD en pantalla o desde el
      *    archivo que mandan las sucursales; recapturar la misma
      *    llave regraba el importe. ACU-VTD lo suma al cierre del
      *    mes en el registro del ano y sucursal de ARC-VTA, y
      *    REP-VTD abre el mes por linea y por dia de la semana.
       01 REG-VTD.
           03 VTD-LLAVE.
               05 VTD-FECHA       PIC 9(08).
               05 VTD-SUC         PIC 9(03).
               05 VTD-LINEA       PIC X.
                   88 VTD-NUEVAS        VALUE "N".
                   88 VTD-ADICIONALES   VALUE "A".
                   88 VTD-RENOVACIONES  VALUE "R".
                   88 VTD-LINEA-VALIDA  VALUE "N" "A" "R".
           03 VTD-IMPORTE     PIC 9(06)V99.
           03 VTD-ORIGEN      PIC X.
               88 VTD-PANTALLA      VALUE "P".
               88 VTD-LOTE          VALUE "L".
           03 VTD-OPERADOR    PIC X(08).
