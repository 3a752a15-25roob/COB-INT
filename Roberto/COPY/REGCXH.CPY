      *    Historico de la cartera de anualidades (DEP-CXC): las
      *    partidas ya liquidadas (pagadas, castigadas o condonadas,
      *    con saldo en cero) de anos viejos salen de ARC-CXC y se
      *    guardan aqui con la misma llave y la imagen completa de
      *    REG-CXC, mas la fecha en que se depuraron. EDO-CTA y
      *    CONS-PAG leen este archivo junto con la cartera viva para
      *    los anos depurados.
       01 REG-CXH.
           03 CXH-LLAVE.
               05 CXH-ID-CLIENTE PIC 9(06).
               05 CXH-ANIO       PIC 9(04).
               05 CXH-TIPO       PIC 9.
               05 CXH-PARC       PIC 99.
           03 CXH-RESTO       PIC X(68).
           03 CXH-FEC-DEPURA  PIC 9(08).
