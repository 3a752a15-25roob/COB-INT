      *    Historia de tarifas de una asignacion de ARC-PRO
      *    (MANT-TAS): cada renglon es la tarifa que rige desde
      *    TAS-VIGENCIA hasta el dia anterior a la siguiente
      *    vigencia de la misma asignacion. Antes de la primera
      *    vigencia rige la del propio renglon de ARC-PRO. La
      *    asignacion se identifica igual que en los rechazos:
      *    proyecto, ID de consultor del catalogo y fecha de inicio.
      *    TAS-MENSUAL aplica a las asignaciones de mensualidad fija
      *    y TAS-TARIFA-HORA a las de pago por hora.
       01 REG-TAS.
           03 TAS-LLAVE.
               05 TAS-ID-PROY    PIC 9(02).
               05 TAS-ID-CONS    PIC 9(04).
               05 TAS-FEC-INI    PIC 9(08).
               05 TAS-VIGENCIA   PIC 9(08).
           03 TAS-MENSUAL    PIC 9(08)V99.
           03 TAS-TARIFA-HORA PIC 9(05)V99.
           03 TAS-CAPTURO    PIC X(08).
           03 TAS-FEC-CAP    PIC 9(08).
