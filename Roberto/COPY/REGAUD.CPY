      *    Pista de auditoria del mantenimiento de clientes: un
      *    registro por cada alta, cambio, baja o reingreso (REINGR)
      *    aplicado a CLIENTES, con la imagen del registro antes y
      *    despues del movimiento (el alta lleva la imagen anterior
      *    en espacios).
       01 REG-AUD.
           03 AUD-FECHA    PIC 9(08).
           03 AUD-OPERADOR PIC X(08).
