      *    Cambios de tarifa capturados en MANT-TAR, pendientes de
      *    que un segundo operador los apruebe: uno por movimiento
      *    capturado, A = alta de tarifa, C = cambio (espacios/cero
      *    = sin cambio), B = tope de vigencia (la fecha tope viaja
      *    en TPD-FEC-FIN). AVI-TAR lee los aprobados con fecha
      *    efectiva futura para avisar a los clientes afectados.
       01 REG-TPD.
           03 TPD-TIPO     PIC X.
           03 TPD-CLA      PIC 9.
           03 TPD-FEC-EFE  PIC 9(08).
           03 TPD-NOM      PIC X(07).
           03 TPD-ANU      PIC 9999.
           03 TPD-FEC-FIN  PIC 9(08).
           03 TPD-CAPTURO  PIC X(08).
           03 TPD-FEC-CAP  PIC 9(08).
           03 TPD-ESTADO   PIC X.
               88 TPD-PENDIENTE   VALUE "P".
               88 TPD-APROBADO    VALUE "A".
               88 TPD-RECHAZADO   VALUE "R".
           03 TPD-APROBO   PIC X(08).
           03 TPD-FEC-APR  PIC 9(08).
