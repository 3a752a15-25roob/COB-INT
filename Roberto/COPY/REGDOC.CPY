      *    Documentos de identidad del cliente (expediente de
      *    cumplimiento): un registro por cliente y tipo de
      *    documento, indexado por ID-CLIENTE y tipo. Lo captura la
      *    pantalla DOC-CLI (opcion de MANT-CLI); el ID no tiene que
      *    existir todavia en CLIENTES, para poder recibir los
      *    documentos antes del alta. DOC-VAL lo revisa en el alta
      *    y REP-DOC lista cada mes los faltantes y los que vencen.
      *    Tipo 1 = identificacion oficial, 2 = comprobante de
      *    domicilio; DOC-CLASE dice cual (INE, PASAPORTE, RECIBO
      *    LUZ...). DOC-FEC-VENCE en cero = documento sin
      *    vencimiento.
       01 REG-DOC.
           03 DOC-LLAVE.
               05 DOC-ID-CLIENTE PIC 9(06).
               05 DOC-TIPO       PIC 9.
                   88 DOC-IDENTIFICACION VALUE 1.
                   88 DOC-DOMICILIO      VALUE 2.
           03 DOC-CLASE      PIC X(12).
           03 DOC-NUMERO     PIC X(20).
           03 DOC-FEC-EXPED  PIC 9(08).
           03 DOC-FEC-VENCE  PIC 9(08).
      *    Operador que tuvo el documento a la vista y fecha en que
      *    lo capturo.
           03 DOC-OPERADOR   PIC X(08).
           03 DOC-FEC-VERIF  PIC 9(08).
