      *    Rechazo estructurado del corte de PROY-NOM: el renglon
      *    SREG-PRO completo mas el motivo (1 = fechas invalidas,
      *    2 = menor a una mensualidad, 3 = excede el limite, 4 =
      *    semana sin hoja de horas, 5 = hoja de horas sin aprobar)
      *    y la marca de reprocesado, para que REV-REJ pueda
      *    corregirlo y reenviarlo al siguiente corte sin aplicarlo
      *    dos veces.
       01 REG-REJ.
           03 REJ-ID-PROYECTO PIC 9(02).
           03 REJ-STATUS      PIC 9(02).
               88 REJ-FECHAS-MALAS   VALUE 1.
               88 REJ-MENOR-MENSUAL  VALUE 2.
               88 REJ-EXCEDE-LIMITE  VALUE 3.
               88 REJ-SIN-HOJA       VALUE 4.
               88 REJ-HOJA-PENDIENTE VALUE 5.
           03 REJ-REPROC      PIC X.
               88 REJ-REPROCESADO    VALUE "S".
      *    ID del consultor del catalogo ARC-CNS; cero en renglones
      *    anteriores al catalogo.
           03 REJ-ID-CONSULTOR PIC 9(04).
      *    Lunes de la semana que falta, en los motivos 4 y 5; cero
      *    en los demas.
           03 REJ-SEMANA       PIC 9(08).
