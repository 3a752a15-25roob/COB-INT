      *    Faltas de profesores ARC-FAP (CAP-FAL): un registro por
      *    falta capturada, con el profesor del maestro ARC-PRF, el
      *    ciclo de cuyo horario se toman las sesiones afectadas y
      *    el rango de fechas (inicial y final inclusive).
       01 REG-FAP.
           03 FAP-ID-PROF   PIC 9(03).
           03 FAP-CICLO     PIC X(05).
           03 FAP-FEC-INI   PIC 9(08).
           03 FAP-FEC-FIN   PIC 9(08).
           03 FAP-MOTIVO    PIC X(30).
           03 FAP-FEC-CAP   PIC 9(08).
           03 FAP-OPERADOR  PIC X(08).
