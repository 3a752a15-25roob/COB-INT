      *    Pista de auditoria de la historia de tarifas ARC-TAS: un
      *    registro por cada alta, cambio o baja de MANT-TAS, con la
      *    imagen del renglon antes y despues, al estilo de las
      *    pistas ARC-AUC y ARC-AUF.
       01 REG-AUT.
           03 AUT-FECHA    PIC 9(08).
           03 AUT-OPERADOR PIC X(08).
           03 AUT-HORA     PIC 9(06).
           03 AUT-OPER     PIC X(06).
           03 AUT-ANTES    PIC X(55).
           03 AUT-DESPUES  PIC X(55).
