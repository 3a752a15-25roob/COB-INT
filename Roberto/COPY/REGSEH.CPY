      *    Pista de las sesiones de caja (CORT-CAJ): un renglon por
      *    cada apertura o cierre, con el operador firmado que lo
      *    hizo y la sesion (operador y fecha) sobre la que actuo.
      *    Es lo que lee ACT-OPE para la segregacion de funciones:
      *    la sesion de un cajero que otro operador abre y cierra.
       01 REG-SEH.
           03 SEH-FECHA      PIC 9(08).
           03 SEH-HORA       PIC 9(06).
           03 SEH-OPERADOR   PIC X(08).
           03 SEH-ACCION     PIC X.
               88 SEH-APERTURA    VALUE "A".
               88 SEH-CIERRE      VALUE "C".
           03 SEH-SES-OPERADOR PIC X(08).
           03 SEH-SES-FECHA  PIC 9(08).
