      *    Gasto de viaje o viatico de un consultor (CAP-GAS), por
      *    folio consecutivo: consultor del catalogo ARC-CNS, proyecto
      *    de su asignacion en ARC-PRO, fecha del comprobante,
      *    categoria de CATGAS, importe y referencia del comprobante.
      *    Lo aprueba (o rechaza) un operador de nivel 3 distinto de
      *    quien lo capturo; DIS-CON paga lo aprobado junto con la
      *    transferencia del consultor y lo deja pagado, con el
      *    folio de la transferencia (ARC-DTR) en GAS-FOLIO-TRF; si
      *    el banco la rechaza, RES-TRF lo regresa a aprobado.
       01 REG-GAS.
           03 GAS-FOLIO       PIC 9(06).
           03 GAS-ID-CONS     PIC 9(04).
           03 GAS-ID-PROY     PIC 9(02).
           03 GAS-FECHA       PIC 9(08).
           03 GAS-CATEGORIA   PIC X.
           03 GAS-IMPORTE     PIC 9(07)V99.
           03 GAS-COMPROBANTE PIC X(15).
           03 GAS-ESTADO      PIC X.
               88 GAS-CAPTURADO   VALUE "C".
               88 GAS-APROBADO    VALUE "A".
               88 GAS-RECHAZADO   VALUE "R".
               88 GAS-PAGADO      VALUE "P".
           03 GAS-CAPTURO     PIC X(08).
           03 GAS-FEC-CAP     PIC 9(08).
           03 GAS-APROBO      PIC X(08).
           03 GAS-FEC-APR     PIC 9(08).
           03 GAS-FEC-PAGO    PIC 9(08).
           03 GAS-FOLIO-TRF   PIC 9(08).
