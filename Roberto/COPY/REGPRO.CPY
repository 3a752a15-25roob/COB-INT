           03 FECHA-INICIO      PIC 9(08).
           03 FECHA-TERMINO     PIC 9(08).
           03 ID-CONSULTOR      PIC 9(04).
      *    Forma de pago de la asignacion: M (o espacio, renglones
      *    anteriores) = mensualidad fija prorrateada por CAL-ING;
      *    H = por hora, el corte paga las horas aprobadas en las
      *    hojas semanales de ARC-HRS (CAP-HRS) a PRO-TARIFA-HORA.
           03 PRO-TIPO-PAGO     PIC X.
               88 PRO-POR-HORA       VALUE "H".
           03 PRO-TARIFA-HORA   PIC 9(05)V99.
