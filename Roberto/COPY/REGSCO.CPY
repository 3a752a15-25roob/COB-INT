      *    Calificacion de comportamiento de pago del cliente, en
      *    archivo companero de CLIENTES indexado por el mismo ID.
      *    La rehace completa cada corrida de SCO-CLI a partir de la
      *    historia del cliente; la leen GEST-CXC (orden de la lista
      *    de trabajo), CONS-CLI y la vista previa de BAJA-AUT.
      *    SCO-PUNTOS va de 0 (peor) a 100 (mejor); SCO-CALIF lo
      *    agrupa en A (80 o mas), B (60 a 79), C (40 a 59) y D
      *    (menos de 40), y N cuando el cliente todavia no tiene
      *    historia de pagos que calificar. Los contadores son la
      *    base del calculo, para que cobranza vea por que salio asi.
       01 REG-SCO.
           03 SCO-ID-CLIENTE PIC 9(06).
           03 SCO-PUNTOS     PIC 9(03).
           03 SCO-CALIF      PIC X.
               88 SCO-CALIF-A    VALUE "A".
               88 SCO-CALIF-B    VALUE "B".
               88 SCO-CALIF-C    VALUE "C".
               88 SCO-CALIF-D    VALUE "D".
               88 SCO-SIN-HIST   VALUE "N".
           03 SCO-FECHA      PIC 9(08).
      *    Abonos a partidas ya pagadas y sus dias de atraso contra
      *    el vencimiento de la partida.
           03 SCO-PAGOS      PIC 9(05).
           03 SCO-SUM-DIAS   PIC 9(07).
           03 SCO-DIAS-PROM  PIC 9(04).
           03 SCO-PROM-ROTAS PIC 9(03).
           03 SCO-DEVUELTOS  PIC 9(03).
           03 SCO-CNV-ROTOS  PIC 9(03).
           03 SCO-CASTIGOS   PIC 9(03).
