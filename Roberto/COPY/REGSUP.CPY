      *    Sesiones afectadas por faltas de profesores ARC-SUP
      *    (CAP-FAL): una por fecha y sesion del horario ARC-HOR
      *    que tocaba dar al profesor ausente. Nace pendiente; al
      *    asignarle suplente queda cubierta y, si el grupo se queda
      *    sin clase, perdida (suplente en cero). TBID-ASI no toma
      *    asistencia de una sesion perdida o todavia pendiente.
       01 REG-SUP.
           03 SUP-LLAVE.
               05 SUP-FECHA       PIC 9(08).
               05 SUP-CICLO       PIC X(05).
               05 SUP-GRUPO       PIC X(03).
               05 SUP-MATERIA     PIC X(04).
           03 SUP-DIA         PIC X(09).
           03 SUP-HORA        PIC 9999.
           03 SUP-AULA        PIC X(06).
           03 SUP-ID-TITULAR  PIC 9(03).
           03 SUP-ID-SUPLENTE PIC 9(03).
           03 SUP-ESTADO      PIC X.
               88 SUP-PENDIENTE   VALUE "P".
               88 SUP-CUBIERTA    VALUE "C".
               88 SUP-PERDIDA     VALUE "S".
           03 SUP-FEC-ASIG    PIC 9(08).
           03 SUP-OPERADOR    PIC X(08).
