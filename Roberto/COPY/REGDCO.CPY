      *    Desglose por alumno del cargo de colegiatura, indexado
      *    por mes facturado, cliente pagador, ciclo y alumno. Lo
      *    graba FACT-COL (una recorrida del mes borra y reescribe
      *    los renglones de ese mes) y REP-COL lo usa para repartir
      *    el saldo vencido del cargo tipo 8 entre los alumnos que
      *    lo forman.
       01 REG-DCO.
           03 DCO-LLAVE.
               05 DCO-ANIO       PIC 9(04).
               05 DCO-MES        PIC 99.
               05 DCO-ID-CLIENTE PIC 9(06).
               05 DCO-CICLO      PIC X(05).
               05 DCO-ALUMNO     PIC 9(04).
           03 DCO-GRUPO          PIC X(03).
           03 DCO-IMPORTE        PIC 9(05)V99.
