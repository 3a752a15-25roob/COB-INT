      *    Condiciones de facturacion de un proyecto al cliente que lo
      *    patrocina (MANT-FPR): un registro por proyecto del maestro
      *    ARC-MPRO, indexado por FPR-ID-PROY. El proyecto se cobra
      *    por hora aprobada en ARC-HRS a FPR-TARIFA (tipo H) o con
      *    la cuota fija mensual FPR-CUOTA (tipo F). FPR-MARGEN es el
      *    margen objetivo en porciento contra el que REP-MAR marca
      *    los proyectos que quedan abajo; en cero rige el margen
      *    general del reporte.
       01 REG-FPR.
           03 FPR-ID-PROY     PIC 9(02).
           03 FPR-ID-CLIENTE  PIC 9(06).
           03 FPR-TIPO        PIC X.
               88 FPR-POR-HORA    VALUE "H".
               88 FPR-CUOTA-FIJA  VALUE "F".
           03 FPR-TARIFA      PIC 9(05)V99.
           03 FPR-CUOTA       PIC 9(08)V99.
           03 FPR-MARGEN      PIC 99V9.
           03 FPR-CAPTURO     PIC X(08).
           03 FPR-FEC-CAP     PIC 9(08).
