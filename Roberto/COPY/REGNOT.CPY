      *    Calificacion de un alumno en una materia y periodo de
      *    evaluacion (CAP-NOT), escala 0.0 a 10.0. La captura solo
      *    la hace el profesor asignado a la materia en ARC-HOR; se
      *    corrige regrabando el mismo registro. REP-BOL arma con
      *    ellas las boletas y el resumen de reprobados del grupo.
       01 REG-NOT.
           03 NOT-LLAVE.
               05 NOT-CICLO      PIC X(05).
               05 NOT-GRUPO      PIC X(03).
               05 NOT-MATERIA    PIC X(04).
               05 NOT-PERIODO    PIC 9.
               05 NOT-ALUMNO     PIC 9(04).
           03 NOT-CALIF      PIC 99V9.
           03 NOT-ID-PROF    PIC 9(03).
           03 NOT-CAPTURO    PIC X(08).
           03 NOT-FEC-CAP    PIC 9(08).
