           03 AUC-OPERADOR PIC X(08).
           03 AUC-HORA     PIC 9(06).
           03 AUC-OPER     PIC X(06).
           03 AUC-ANTES    PIC X(81).
           03 AUC-DESPUES  PIC X(81).
