      *    Movimiento de comision de agentes: un renglon por cliente
      *    comisionado (C) o recuperado (R) en el mes de la corrida
      *    de COM-AGE, indexado por mes, agente y cliente para que
      *    el estado de cuenta salga agrupado por agente. MCO-ESTADO
      *    en D cuando el renglon ya entro a una transferencia (o se
      *    compenso contra el saldo en contra), para que repetir la
      *    corrida del mes no pague dos veces.
       01 REG-MCO.
           03 MCO-LLAVE.
               05 MCO-PERIODO    PIC 9(06).
               05 MCO-ID-AGENTE  PIC 9(04).
               05 MCO-ID-CLIENTE PIC 9(06).
           03 MCO-TIPO       PIC X.
               88 MCO-COMISION    VALUE "C".
               88 MCO-RECUPERA    VALUE "R".
           03 MCO-CLA-TAR    PIC 9.
           03 MCO-BASE       PIC 9(07)V99.
           03 MCO-PCT        PIC 99V99.
           03 MCO-IMPORTE    PIC 9(07)V99.
           03 MCO-ESTADO     PIC X.
               88 MCO-DISPERSADO  VALUE "D".
