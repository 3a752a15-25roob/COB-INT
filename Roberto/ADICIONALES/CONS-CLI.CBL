      *    Consulta de clientes en pantalla, solo lectura: se teclea
      *    un ID-CLIENTE y se muestran nombre, clave y nombre de
      *    tarjeta, anualidad, fecha de ingreso y estatus, junto con
      *    la tarifa que LINK-CAT resolveria hoy para ese cliente
      *    y su calificacion de pago de ARC-SCO (SCO-CLI) y el
      *    plastico actual del cliente en ARC-PLS con su estado;
      *    desde ahi se puede paginar hacia adelante en orden de
      *    llave. Antes la unica forma de ver un cliente era correr
      *    un reporte completo y buscarlo en el listado.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES.
      *    Calificacion de pago por cliente (SCO-CLI).
           SELECT ARC-SCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCO-ID-CLIENTE
               FILE STATUS IS WKS-FS-SCO.
      *    Maestro de plasticos (PLS-ARC), por la llave alterna del
      *    cliente.
           SELECT ARC-PLS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLS-NUMERO
               ALTERNATE RECORD KEY IS PLS-ID-CLIENTE WITH DUPLICATES
               FILE STATUS IS WKS-FS-PLS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY REGCLI.

       FD ARC-SCO.
           COPY REGSCO.

       FD ARC-PLS.
           COPY REGPLS.

       WORKING-STORAGE SECTION.
       01 WKS-OPCION       PIC X.
       01 WKS-FIN          PIC X VALUE "N".
       01 WKS-TARIFA-F     PIC $$,$$9.99.
       01 WKS-EST-TXT      PIC X(08).

       01 WKS-FS-SCO       PIC XX.
       01 WKS-PUNTOS-F     PIC ZZ9.

      *    Plastico que se muestra: el vigente, o si no tiene, el
      *    ultimo que se le emitio.
       01 WKS-FS-PLS       PIC XX.
       01 WKS-FIN-PLS      PIC 9.
       01 WKS-PLS-NUMERO   PIC 9(16).
       01 WKS-PLS-VENCE    PIC 9(08).
       01 WKS-PLS-EST-TXT  PIC X(10).

      *    Digito verificador del ID, con DIG-CALC igual que en
      *    MANT-CLI: se valida al teclear y se muestra junto al ID.
       01 WKS-DIG-LINEA    PIC X(18).
               GOBACK.

           OPEN INPUT CLIENTES.
           OPEN INPUT ARC-SCO.
           OPEN INPUT ARC-PLS.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY WKS-EST-TXT          LINE 09 POSITION 35.

           PERFORM 2300-TARIFA-CATALOGO.
           PERFORM 2320-CALIFICACION.
           PERFORM 2330-PLASTICO.

      *    Tarifa que LINK-CAT resolveria hoy para este cliente, por
      *    si la guardada en el registro ya quedo vieja respecto al
               DISPLAY WKS-TARIFA-F         LINE 10 POSITION 35
               DISPLAY WKS-TRA-NTAR         LINE 10 POSITION 46.

      *    Calificacion de pago que dejo la ultima corrida de
      *    SCO-CLI, con la fecha en que se calculo.
       2320-CALIFICACION.
           DISPLAY "CALIFICACION:     " LINE 11 POSITION 10.
           MOVE "N" TO SCO-CALIF.
           IF WKS-FS-SCO NOT = "35"
               MOVE ID-CLIENTE TO SCO-ID-CLIENTE
               READ ARC-SCO
                   INVALID KEY
                       MOVE "N" TO SCO-CALIF.

           IF SCO-SIN-HIST
               DISPLAY "SIN HISTORIA"       LINE 11 POSITION 35
           ELSE
               MOVE SCO-PUNTOS TO WKS-PUNTOS-F
               DISPLAY SCO-CALIF            LINE 11 POSITION 35
               DISPLAY WKS-PUNTOS-F         LINE 11 POSITION 37
               DISPLAY "PUNTOS AL"          LINE 11 POSITION 41
               DISPLAY SCO-FECHA            LINE 11 POSITION 51.

      *    Plastico actual: el vigente si lo hay (o el que esta por
      *    grabar), si no el de emision mas reciente con el estado en
      *    que quedo.
       2330-PLASTICO.
           DISPLAY "PLASTICO:         " LINE 12 POSITION 10.
           MOVE ZERO TO WKS-PLS-NUMERO.
           MOVE ZERO TO WKS-FIN-PLS.
           IF WKS-FS-PLS = "35"
               MOVE 1 TO WKS-FIN-PLS
           ELSE
               MOVE ID-CLIENTE TO PLS-ID-CLIENTE
               START ARC-PLS KEY IS EQUAL TO PLS-ID-CLIENTE
                   INVALID KEY MOVE 1 TO WKS-FIN-PLS.

           PERFORM 2340-REVISA-PLASTICO UNTIL WKS-FIN-PLS = 1.

           IF WKS-PLS-NUMERO = ZERO
               DISPLAY "SIN PLASTICO"       LINE 12 POSITION 35
           ELSE
               DISPLAY WKS-PLS-NUMERO       LINE 12 POSITION 35
               DISPLAY "ESTADO:           " LINE 13 POSITION 10
               DISPLAY WKS-PLS-EST-TXT      LINE 13 POSITION 35
               DISPLAY "VENCE"              LINE 13 POSITION 47
               DISPLAY WKS-PLS-VENCE        LINE 13 POSITION 53.

       2340-REVISA-PLASTICO.
           READ ARC-PLS NEXT
               AT END MOVE 1 TO WKS-FIN-PLS.

           IF WKS-FIN-PLS = ZERO
               IF PLS-ID-CLIENTE NOT = ID-CLIENTE
                   MOVE 1 TO WKS-FIN-PLS
               ELSE
                   IF PLS-VIGENTE OR WKS-PLS-NUMERO = ZERO
                           OR PLS-NUMERO > WKS-PLS-NUMERO
                       PERFORM 2345-TOMA-PLASTICO
                       IF PLS-VIGENTE
                           MOVE 1 TO WKS-FIN-PLS.

       2345-TOMA-PLASTICO.
           MOVE PLS-NUMERO    TO WKS-PLS-NUMERO.
           MOVE PLS-FEC-VENCE TO WKS-PLS-VENCE.
           EVALUATE TRUE
               WHEN PLS-VIGENTE AND PLS-PENDIENTE-GRABAR
                   MOVE "POR GRABAR" TO WKS-PLS-EST-TXT
               WHEN PLS-VIGENTE
                   MOVE "VIGENTE"    TO WKS-PLS-EST-TXT
               WHEN PLS-BLOQUEADO
                   MOVE "BLOQUEADO"  TO WKS-PLS-EST-TXT
               WHEN PLS-PERDIDO
                   MOVE "PERDIDO"    TO WKS-PLS-EST-TXT
               WHEN PLS-ROBADO
                   MOVE "ROBADO"     TO WKS-PLS-EST-TXT
           END-EVALUATE.

       2500-PAGINA.
           DISPLAY "S = SIGUIENTE CLIENTE, OTRA TECLA = NUEVA "
               "CONSULTA" LINE 20 POSITION 10.

       3000-FIN.
           CLOSE CLIENTES.
           IF WKS-FS-SCO NOT = "35"
               CLOSE ARC-SCO.
           IF WKS-FS-PLS NOT = "35"
               CLOSE ARC-PLS.
