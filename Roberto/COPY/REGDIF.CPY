      *    Calendario de ingreso diferido de anualidades (DIF-ANU):
      *    un registro por cliente y ano facturado con la base de
      *    todas sus partidas de anualidad (tipo 1, todas las
      *    mensualidades del plan), la cobertura de un ano a partir
      *    del primer vencimiento (igual que el credito de baja de
      *    MANT-CLI), lo devengado al ingreso hasta el ultimo mes
      *    corrido y lo liberado contra el credito de baja.
      *    DIF-ESTADO: V = vigente, T = terminado (todo devengado),
      *    C = cancelado por baja, H = anterior al diferimiento (se
      *    registro completo como ingreso al facturarse).
      *    DIF-REC-PER guarda lo devengado en DIF-ULT-PER para que
      *    la corrida del mismo mes se pueda repetir sin duplicar.
       01 REG-DIF.
           03 DIF-LLAVE.
               05 DIF-ID-CLIENTE PIC 9(06).
               05 DIF-ANIO       PIC 9(04).
           03 DIF-NOM-TAR     PIC X(20).
           03 DIF-FEC-INI     PIC 9(08).
           03 DIF-FEC-FIN     PIC 9(08).
           03 DIF-BASE        PIC 9(05)V99.
           03 DIF-RECONOCIDO  PIC 9(05)V99.
           03 DIF-LIBERADO    PIC 9(05)V99.
           03 DIF-ULT-PER     PIC 9(06).
           03 DIF-REC-PER     PIC 9(05)V99.
           03 DIF-ESTADO      PIC X.
               88 DIF-VIGENTE    VALUE "V".
               88 DIF-TERMINADO  VALUE "T".
               88 DIF-CANCELADO  VALUE "C".
               88 DIF-ANTERIOR   VALUE "H".
