       01 WKS-INGRESO      PIC 9(08)V99.
       01 WKS-FEC-INI      PIC 9(08).
       01 WKS-FEC-TER      PIC 9(08).
      *    Forma de pago: M = mensualidad fija, H = por hora con su
      *    propia tarifa (vease REGPRO).
       01 WKS-TIPO-PAGO    PIC X.
       01 WKS-TARIFA       PIC 9(05)V99.

      *    Catalogo de consultores ARC-CNS en memoria.
       01 WKS-FS-CNS       PIC XX.
               ACCEPT WKS-FEC-INI LINE 12 POSITION 38
               DISPLAY "FECHA TERMINO (YYYYMMDD): "
                   LINE 13 POSITION 10
               ACCEPT WKS-FEC-TER LINE 13 POSITION 38
               PERFORM 2120-CAPTURA-PAGO.

           IF ASIGNA-OK
               IF WKS-CONSULTOR = SPACES
                   DISPLAY "EL CONSULTOR ES OBLIGATORIO"
                       LINE 17 POSITION 10.

           IF ASIGNA-OK
               PERFORM 2130-VALIDA-PAGO.

           IF ASIGNA-OK
               MOVE WKS-FEC-INI TO WKS-FEC-VALIDA
               PERFORM 2400-VALIDA-FECHA.
           ACCEPT WKS-OK LINE 20 POSITION 45.
           MOVE SPACES TO WKS-OK.

      *    Por hora se pide la tarifa; la mensualidad capturada
      *    queda solo como referencia del contrato.
       2120-CAPTURA-PAGO.
           DISPLAY "PAGO (M=MENSUAL FIJO, H=POR HORA): "
               LINE 14 POSITION 10.
           ACCEPT WKS-TIPO-PAGO LINE 14 POSITION 46.
           MOVE ZERO TO WKS-TARIFA.
           IF WKS-TIPO-PAGO = "H"
               DISPLAY "TARIFA POR HORA: " LINE 15 POSITION 10
               ACCEPT WKS-TARIFA LINE 15 POSITION 34.

      *    La hoja semanal de horas se captura por ID de consultor:
      *    una asignacion por hora sin ID del catalogo nunca se
      *    podria pagar.
       2130-VALIDA-PAGO.
           IF WKS-TIPO-PAGO NOT = "M" AND WKS-TIPO-PAGO NOT = "H"
               MOVE "N" TO WKS-OK
               DISPLAY "FORMA DE PAGO INVALIDA" LINE 17 POSITION 10
           ELSE
               IF WKS-TIPO-PAGO = "H"
                   IF WKS-TARIFA = ZERO
                       MOVE "N" TO WKS-OK
                       DISPLAY "LA TARIFA POR HORA ES OBLIGATORIA"
                           LINE 17 POSITION 10
                   ELSE
                       IF WKS-ID-CONS = ZERO
                           MOVE "N" TO WKS-OK
                           DISPLAY "EL PAGO POR HORA REQUIERE "
                               "CONSULTOR DEL CATALOGO"
                               LINE 17 POSITION 10.

      *    El proyecto debe existir en el maestro y seguir activo;
      *    uno retirado ya no recibe asignaciones nuevas.
       2150-VALIDA-PROYECTO.
           MOVE WKS-FEC-INI   TO FECHA-INICIO.
           MOVE WKS-FEC-TER   TO FECHA-TERMINO.
           MOVE WKS-ID-CONS   TO ID-CONSULTOR.
           MOVE WKS-TIPO-PAGO TO PRO-TIPO-PAGO.
           MOVE WKS-TARIFA    TO PRO-TARIFA-HORA.
           WRITE REG-PRO.

           CLOSE ARC-PRO.
