      *    Hoja semanal de horas de un consultor en un proyecto
      *    (CAP-HRS): semana de lunes a domingo con las horas de cada
      *    dia. El corte de PROY-NOM paga las asignaciones por hora
      *    solo con las hojas aprobadas; quien aprueba no puede ser
      *    quien capturo.
       01 REG-HRS.
           03 HRS-LLAVE.
               05 HRS-ID-CONS    PIC 9(04).
               05 HRS-ID-PROY    PIC 9(02).
               05 HRS-SEMANA     PIC 9(08).
           03 HRS-DIAS.
               05 HRS-HORAS      PIC 99V9 OCCURS 7 TIMES.
           03 HRS-TOTAL      PIC 9(03)V9.
           03 HRS-ESTADO     PIC X.
               88 HRS-CAPTURADA  VALUE "C".
               88 HRS-APROBADA   VALUE "A".
           03 HRS-CAPTURO    PIC X(08).
           03 HRS-FEC-CAP    PIC 9(08).
           03 HRS-APROBO     PIC X(08).
           03 HRS-FEC-APR    PIC 9(08).
