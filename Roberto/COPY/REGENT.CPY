      *    Bitacora de entrega de reportes: un registro por fecha de
      *    proceso, departamento y reporte que DIST-REP mando en el
      *    paquete, con las copias y lineas enviadas. El departamento
      *    acusa el recibo en ACU-ENT, que deja quien y cuando.
       01 REG-ENT.
           03 ENT-LLAVE.
               05 ENT-FECHA      PIC 9(08).
               05 ENT-DEPTO      PIC X(08).
               05 ENT-REPORTE    PIC X(08).
           03 ENT-COPIAS     PIC 99.
           03 ENT-LINEAS     PIC 9(06).
           03 ENT-SALIDA     PIC X.
               88 ENT-IMPRESO    VALUE "I".
               88 ENT-EXPORTADO  VALUE "X".
           03 ENT-FEC-ENV    PIC 9(08).
           03 ENT-HORA-ENV   PIC 9(06).
           03 ENT-ESTADO     PIC X.
               88 ENT-ENVIADO    VALUE "E".
               88 ENT-ACUSADO    VALUE "A".
           03 ENT-FEC-ACU    PIC 9(08).
           03 ENT-RECIBIO    PIC X(08).
