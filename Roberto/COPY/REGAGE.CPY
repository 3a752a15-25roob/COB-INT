      *    Catalogo de agentes de venta (MANT-AGE): los agentes que
      *    levantan altas en las sucursales. MANT-CLI y LOT-CLI
      *    piden el agente en el alta; COM-AGE les paga la comision
      *    por transferencia a su cuenta CLABE (en cero el agente no
      *    entra al archivo del banco) y deja en AGE-SALDO-CONTRA
      *    lo que las recuperaciones de un mes dejaron por encima de
      *    sus comisiones, para descontarlo en la siguiente corrida.
       01 REG-AGE.
           03 AGE-ID           PIC 9(04).
           03 AGE-NOMBRE       PIC X(30).
           03 AGE-SUC          PIC 9(03).
           03 AGE-ESTADO       PIC 9.
               88 AGE-ACTIVO       VALUE 1.
           03 AGE-CLABE        PIC 9(18).
           03 AGE-SALDO-CONTRA PIC 9(07)V99.
