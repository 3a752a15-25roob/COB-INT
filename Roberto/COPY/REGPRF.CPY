      *    Maestro de profesores ARC-PRF (MANT-PRF): ID, nombre,
      *    estado y ventana de disponibilidad por dia LUNES..DOMINGO
      *    (0000-0000 = no labora). PRF-OPERADOR es el operador de
      *    FIRMA del profesor: con el se comprueba que quien captura
      *    calificaciones es el profesor asignado a la materia.
      *    PRF-TARIFA-HORA es lo que se paga por hora de clase dada
      *    y PRF-CLABE la cuenta a la que NOM-PRF transfiere el pago
      *    (en cero el profesor no entra al archivo del banco).
       01 REG-PRF.
           03 PRF-ID      PIC 9(03).
           03 PRF-NOMBRE  PIC X(15).
           03 PRF-ESTADO  PIC 9.
               88 PRF-ACTIVO   VALUE 1.
           03 PRF-DISP OCCURS 7 TIMES.
               05 PRF-DESDE PIC 9999.
               05 PRF-HASTA PIC 9999.
           03 PRF-OPERADOR PIC X(08).
           03 PRF-TARIFA-HORA PIC 9(05)V99.
           03 PRF-CLABE    PIC 9(18).
