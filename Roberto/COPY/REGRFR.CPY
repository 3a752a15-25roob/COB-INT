      *    Referido del programa de recomendaciones: archivo
      *    companero de CLIENTES indexado por el ID del cliente
      *    referido, con el ID del cliente que lo recomendo. Lo dan
      *    de alta MANT-CLI y LOT-CLI junto con el cliente nuevo;
      *    APLI-PAG lo acredita cuando el referido termina de pagar
      *    su primera anualidad (credito tipo 7 en la cartera del
      *    que recomendo, por el importe de ARC-CRF segun la clase
      *    de tarjeta del referido) y FUS-CLI lo bloquea cuando los
      *    dos resultan ser la misma persona. Lo lista REP-RFR.
       01 REG-RFR.
           03 RFR-ID-CLIENTE PIC 9(06).
           03 RFR-ID-REFIERE PIC 9(06).
           03 RFR-FEC-ALTA   PIC 9(08).
           03 RFR-ESTADO     PIC X.
               88 RFR-PENDIENTE  VALUE "P".
               88 RFR-ACREDITADO VALUE "A".
               88 RFR-BLOQUEADO  VALUE "B".
      *    Motivo del bloqueo: S = se refirio a si mismo, D = mismo
      *    nombre que el que recomienda (duplicado), F = fusionados
      *    por FUS-CLI, I = el que recomienda ya no esta activo.
           03 RFR-MOT-BLOQ   PIC X.
           03 RFR-FEC-CRED   PIC 9(08).
           03 RFR-IMP-CRED   PIC 9(05)V99.
