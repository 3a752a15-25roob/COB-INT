      *    deja APLICADA, SUSPENSO o CERRADO; REV-PAG la marca
      *    REVERSADA y CHQ-DEV la marca DEVUELTA.
      *    LOG-METODO: E = efectivo, C = cheque, T = transferencia.
      *    LOG-LINEA trae la linea corta de 14 caracteres (importe
      *    en pesos enteros, seguida de blancos) o la linea larga de
      *    18 (importe con centavos y marca de version 2); los que
      *    leen el importe lo sacan con la copia LINCAP.
       01 REG-LOG.
           03 LOG-FECHA    PIC 9(06).
           03 LOG-OPERADOR PIC X(08).
           03 LOG-LINEA    PIC X(18).
           03 LOG-ESTADO   PIC X(10).
           03 LOG-DIA-PAGO PIC 99.
           03 LOG-MES-PAGO PIC X(10).
