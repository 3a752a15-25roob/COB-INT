      *    Calendario de sesiones ARC-CSE (EXP-SES): el horario
      *    semanal de cada grupo desdoblado en una sesion por fecha
      *    entre el inicio y el fin del ciclo de ARC-CIC, sin los
      *    feriados de ARC-CAL. La clave es la misma de ARC-SUP.
      *    Nace programada; TBID-ASI solo pasa lista de una sesion
      *    que este aqui y al hacerlo la marca impartida. Cuando
      *    TBID-HOR cambia el horario se regeneran las programadas
      *    de hoy en adelante; las impartidas no se tocan.
       01 REG-SES.
           03 SES-LLAVE.
               05 SES-FECHA       PIC 9(08).
               05 SES-CICLO       PIC X(05).
               05 SES-GRUPO       PIC X(03).
               05 SES-MATERIA     PIC X(04).
           03 SES-DIA         PIC X(09).
           03 SES-HORA        PIC 9999.
           03 SES-AULA        PIC X(06).
           03 SES-PROF        PIC X(15).
           03 SES-ID-PROF     PIC 9(03).
           03 SES-ESTADO      PIC X.
               88 SES-PROGRAMADA  VALUE "P".
               88 SES-IMPARTIDA   VALUE "I".
           03 SES-FEC-GEN     PIC 9(08).
