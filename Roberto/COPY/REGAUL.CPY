      *    Catalogo de aulas ARC-AUL (MANT-AUL): la clave de aula es
      *    la misma de HOR-AULA en el horario. TBID-HOR rechaza un
      *    aula que no este aqui y avisa cuando la lista del grupo
      *    no cabe en el cupo; REP-AUL saca la ocupacion contra el
      *    cupo. Un aula dada de baja queda en el catalogo con
      *    AUL-ESTADO en cero y ya no se puede asignar.
       01 REG-AUL.
           03 AUL-CODIGO     PIC X(06).
           03 AUL-EDIFICIO   PIC X(10).
           03 AUL-CUPO       PIC 9(03).
           03 AUL-TIPO       PIC X.
               88 AUL-SALON       VALUE "S".
               88 AUL-LABORATORIO VALUE "L".
               88 AUL-GIMNASIO    VALUE "G".
           03 AUL-ESTADO     PIC 9.
               88 AUL-ACTIVA      VALUE 1.
           03 AUL-OPERADOR   PIC X(08).
