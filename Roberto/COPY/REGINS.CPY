      *    Inscripcion del alumno en un ciclo, indexada por ciclo y
      *    ID de alumno (el ALU-ID de la lista de ARC-ALU). Lleva el
      *    grupo, el plan de colegiatura -- mensual, un cargo por
      *    cada mes del ciclo, o pago unico al inicio -- con su
      *    importe, y el responsable del pago: INS-ID-CLIENTE es el
      *    cliente de CLIENTES que paga (a el se le abre el cargo en
      *    ARC-CXC) y los datos de contacto son los de la persona a
      *    quien se le llama por la colegiatura vencida.
      *    INS-COLEGIATURA es la mensualidad en el plan mensual y el
      *    importe completo del ciclo en el pago unico. La baja
      *    conserva el registro: FACT-COL deja de facturar a partir
      *    del mes de INS-FEC-BAJA.
       01 REG-INS.
           03 INS-LLAVE.
               05 INS-CICLO      PIC X(05).
               05 INS-ALUMNO     PIC 9(04).
           03 INS-GRUPO          PIC X(03).
           03 INS-NOMBRE         PIC X(30).
           03 INS-PLAN           PIC X.
               88 INS-MENSUAL        VALUE "M".
               88 INS-PAGO-UNICO     VALUE "U".
           03 INS-COLEGIATURA    PIC 9(05)V99.
           03 INS-ID-CLIENTE     PIC 9(06).
           03 INS-RESPONSABLE    PIC X(30).
           03 INS-TELEFONO       PIC X(10).
           03 INS-CORREO         PIC X(40).
           03 INS-ESTADO         PIC X.
               88 INS-ACTIVA         VALUE "A".
               88 INS-BAJA           VALUE "B".
           03 INS-FEC-ALTA       PIC 9(08).
           03 INS-FEC-BAJA       PIC 9(08).
           03 INS-OPERADOR       PIC X(08).
