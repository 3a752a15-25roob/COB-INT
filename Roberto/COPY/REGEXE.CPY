      *    Registro de exenciones de anualidad, indexado por
      *    ID-CLIENTE (uno por cliente): empleados, VIP corporativos
      *    y cuentas de cortesia que no deben pagar la anualidad.
      *    Lo mantiene MANT-EXE bajo firma de nivel 3 (el operador
      *    que autorizo queda en EXE-AUTORIZO); FACT-ANU rebaja el
      *    cargo de anualidad en EXE-PCT (100 = exencion total) y
      *    REC-MOR no le cobra recargos a la anualidad del cliente
      *    exento. EXE-FEC-VENCE en ceros = sin vencimiento.
       01 REG-EXE.
           03 EXE-ID-CLIENTE PIC 9(06).
           03 EXE-TIPO       PIC X.
               88 EXE-EMPLEADO   VALUE "E".
               88 EXE-VIP        VALUE "V".
               88 EXE-CORTESIA   VALUE "C".
           03 EXE-PCT        PIC 9(03)V99.
           03 EXE-FEC-VENCE  PIC 9(08).
           03 EXE-AUTORIZO   PIC X(08).
           03 EXE-FEC-ALTA   PIC 9(08).
           03 EXE-ESTADO     PIC X.
               88 EXE-ACTIVA     VALUE "A".
               88 EXE-CANCELADA  VALUE "C".
