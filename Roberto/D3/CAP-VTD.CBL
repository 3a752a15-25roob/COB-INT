       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP-VTD.
      *    Captura del detalle diario de ventas ARC-VTD por fecha,
      *    sucursal y linea de producto (tarjetas nuevas, productos
      *    adicionales y renovaciones). El historico ARC-VTA solo
      *    guarda un importe por mes y sucursal y, cuando un mes
      *    salia flojo, nadie podia decir en que linea se cayo.
      *    En pantalla se captura un dia y una sucursal con sus tres
      *    lineas; si ya estaban capturadas se muestran y se
      *    regraban. En modo lote (variable de ambiente VTD_LOTE en
      *    S, igual que VTAS_LOTE de T-VTAS) se carga el archivo que
      *    mandan las sucursales, ARC-VDS, sin operador en la
      *    terminal. Fechas de un mes ya cerrado por CIERRE-MES no
      *    se capturan (PER-LCK). El cierre del mes lo sube ACU-VTD
      *    al historico.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-VTD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VTD-LLAVE
               FILE STATUS IS WKS-FS-VTD.
      *    Lote de las sucursales: un registro por fecha, sucursal
      *    y linea con su importe del dia.
           SELECT ARC-VDS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-VDS.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-VTD.
           COPY REGVTD.

       FD ARC-VDS.
       01 REG-VDS.
           03 VDS-FECHA    PIC 9(08).
           03 VDS-SUC      PIC 9(03).
           03 VDS-LINEA    PIC X.
           03 VDS-IMPORTE  PIC 9(06)V99.

       WORKING-STORAGE SECTION.
       01 WKS-FS-VTD        PIC XX.
       01 WKS-FS-VDS        PIC XX.

      *    Firma de operador (subprograma FIRMA): nivel de captura.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "CAP-VTD ".

       01 WKS-LOTE          PIC X VALUE "N".
           88 MODO-LOTE          VALUE "S".

       01 WKS-FIN           PIC X VALUE "N".
           88 WKS-TERMINA        VALUE "S".
       01 WKS-ESPERA        PIC X.

      *    Lineas de producto en el orden en que se capturan.
       01 WKS-LINEAS.
           03 FILLER    PIC X(22) VALUE "NTARJETAS NUEVAS".
           03 FILLER    PIC X(22) VALUE "APRODUCTOS ADICIONALES".
           03 FILLER    PIC X(22) VALUE "RRENOVACIONES".
       01 T-LINEAS REDEFINES WKS-LINEAS.
           03 T-LIN OCCURS 3 TIMES.
               05 T-LIN-COD  PIC X.
               05 T-LIN-NOM  PIC X(21).

      *    Dia y sucursal en captura.
       01 WKS-FECHA         PIC 9(08).
       01 WKS-SUC           PIC 9(03).
       01 WKS-IMPORTE       PIC 9(06)V99.
       01 WKS-IMPORTE-F     PIC ZZZ,ZZ9.99.
       01 WKS-EXISTE        PIC X.
       01 WKS-LLAVE-GRA     PIC X(12).
       01 WKS-FV-STATUS     PIC 9.
       01 WKS-LIN           PIC 9(02).

      *    Candado de periodo (subprograma PER-LCK).
       01 WKS-PL-STATUS     PIC 9.

       01 WKS-VDS-OK        PIC X.
       01 WKS-FIN-VDS       PIC 9.
       01 WKS-CARGADOS      PIC 9(05) VALUE ZERO.
       01 WKS-RECHAZADOS    PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           IF MODO-LOTE
               PERFORM 1500-PROCESA-LOTE
           ELSE
               PERFORM 2000-CAPTURA-DIA UNTIL WKS-TERMINA.
           CLOSE ARC-VTD.
           STOP RUN.

       1000-INICIO.
           DISPLAY "VTD_LOTE" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-LOTE FROM ENVIRONMENT-VALUE.

           IF MODO-LOTE
               MOVE "LOTE" TO WKS-OPERADOR
           ELSE
               MOVE 2 TO WKS-FIRMA-NIVEL
               CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
                   WKS-OPERADOR WKS-FIRMA-ST
               IF WKS-FIRMA-ST = 1
                   STOP RUN.

           OPEN I-O ARC-VTD.
           IF WKS-FS-VTD = "35"
               OPEN OUTPUT ARC-VTD
               CLOSE ARC-VTD
               OPEN I-O ARC-VTD.

      *-------------------CARGA EN LOTE----------------------------*
      *    Cada registro valido de ARC-VDS se graba (o regraba) en
      *    el detalle; los invalidos se rechazan contados.
       1500-PROCESA-LOTE.
           OPEN INPUT ARC-VDS.
           IF WKS-FS-VDS = "35"
               DISPLAY "NO EXISTE LOTE DE VENTAS DIARIAS ARC-VDS"
           ELSE
               READ ARC-VDS
                   AT END MOVE 1 TO WKS-FIN-VDS
                   NOT AT END MOVE ZERO TO WKS-FIN-VDS

               PERFORM 1550-POSTEA-REGISTRO UNTIL WKS-FIN-VDS = 1

               CLOSE ARC-VDS.

           DISPLAY "REGISTROS CARGADOS: " WKS-CARGADOS
               " RECHAZADOS: " WKS-RECHAZADOS.

       1550-POSTEA-REGISTRO.
           PERFORM 1560-VALIDA-REGISTRO.

           IF WKS-VDS-OK = "S"
               MOVE VDS-FECHA   TO VTD-FECHA
               MOVE VDS-SUC     TO VTD-SUC
               MOVE VDS-LINEA   TO VTD-LINEA
               MOVE VDS-IMPORTE TO WKS-IMPORTE
               PERFORM 2300-GRABA-LINEA
               ADD 1 TO WKS-CARGADOS
           ELSE
               ADD 1 TO WKS-RECHAZADOS
               DISPLAY "REGISTRO DE LOTE RECHAZADO: " VDS-FECHA " "
                   VDS-SUC " " VDS-LINEA.

           READ ARC-VDS
               AT END MOVE 1 TO WKS-FIN-VDS.

       1560-VALIDA-REGISTRO.
           MOVE "S" TO WKS-VDS-OK.

           IF VDS-FECHA NOT NUMERIC OR VDS-SUC NOT NUMERIC
                   OR VDS-IMPORTE NOT NUMERIC
               MOVE "N" TO WKS-VDS-OK
           ELSE
               IF VDS-SUC = ZERO
                   MOVE "N" TO WKS-VDS-OK
               ELSE
                   MOVE VDS-FECHA TO WKS-FECHA
                   CALL "FEC-VAL" USING WKS-FECHA WKS-FV-STATUS
                   IF WKS-FV-STATUS = 1
                       MOVE "N" TO WKS-VDS-OK
                   ELSE
                       CALL "PER-LCK" USING WKS-FECHA WKS-PL-STATUS
                       IF WKS-PL-STATUS = 1
                           MOVE "N" TO WKS-VDS-OK.

           MOVE VDS-LINEA TO VTD-LINEA.
           IF NOT VTD-LINEA-VALIDA
               MOVE "N" TO WKS-VDS-OK.

      *-------------------CAPTURA EN PANTALLA----------------------*
       2000-CAPTURA-DIA.
           DISPLAY SPACES LINE 01 POSITION 01 ERASE.
           DISPLAY "VENTAS DEL DIA POR LINEA DE PRODUCTO"
               LINE 01 POSITION 20.
           DISPLAY "FECHA (AAAAMMDD, 0 = TERMINAR): "
               LINE 03 POSITION 10.
           ACCEPT WKS-FECHA LINE 03 POSITION 44.

           IF WKS-FECHA = ZERO
               MOVE "S" TO WKS-FIN
           ELSE
               PERFORM 2100-VALIDA-DIA
               DISPLAY "TECLA ENTER PARA CONTINUAR..."
                   LINE 20 POSITION 10
               ACCEPT WKS-ESPERA LINE 20 POSITION 45.

       2100-VALIDA-DIA.
           CALL "FEC-VAL" USING WKS-FECHA WKS-FV-STATUS.
           MOVE ZERO TO WKS-PL-STATUS.
           IF WKS-FV-STATUS = ZERO
               CALL "PER-LCK" USING WKS-FECHA WKS-PL-STATUS.

           IF WKS-FV-STATUS = 1
               DISPLAY "FECHA INVALIDA" LINE 17 POSITION 10
           ELSE
           IF WKS-PL-STATUS = 1
               DISPLAY "EL MES YA ESTA CERRADO, NO SE CAPTURA"
                   LINE 17 POSITION 10
           ELSE
               DISPLAY "SUCURSAL: " LINE 04 POSITION 10
               ACCEPT WKS-SUC LINE 04 POSITION 44
               IF WKS-SUC = ZERO
                   DISPLAY "SUCURSAL INVALIDA (000 ES EL CONSOLIDADO "
                       "HISTORICO)" LINE 17 POSITION 10
               ELSE
                   DISPLAY "LINEA" LINE 06 POSITION 10
                   DISPLAY "ACTUAL" LINE 06 POSITION 36
                   DISPLAY "IMPORTE" LINE 06 POSITION 48
                   PERFORM 2200-CAPTURA-LINEA
                       VARYING WKS-LIN FROM 1 BY 1 UNTIL WKS-LIN > 3
                   DISPLAY "VENTAS DEL DIA GRABADAS"
                       LINE 17 POSITION 10.

      *    Muestra lo que ya tenia la linea ese dia y graba lo que
      *    se teclea.
       2200-CAPTURA-LINEA.
           MOVE WKS-FECHA          TO VTD-FECHA.
           MOVE WKS-SUC            TO VTD-SUC.
           MOVE T-LIN-COD (WKS-LIN) TO VTD-LINEA.
           DISPLAY T-LIN-NOM (WKS-LIN) LINE (WKS-LIN + 6) POSITION 10.
           READ ARC-VTD
               INVALID KEY
                   MOVE ZERO TO WKS-IMPORTE-F
               NOT INVALID KEY
                   MOVE VTD-IMPORTE TO WKS-IMPORTE-F
           END-READ.
           DISPLAY WKS-IMPORTE-F LINE (WKS-LIN + 6) POSITION 34.
           ACCEPT WKS-IMPORTE LINE (WKS-LIN + 6) POSITION 48.

           MOVE WKS-FECHA          TO VTD-FECHA.
           MOVE WKS-SUC            TO VTD-SUC.
           MOVE T-LIN-COD (WKS-LIN) TO VTD-LINEA.
           PERFORM 2300-GRABA-LINEA.

      *    Graba la llave armada en VTD-LLAVE con WKS-IMPORTE: si ya
      *    existe se regraba (recaptura), si no se escribe nueva.
       2300-GRABA-LINEA.
           MOVE "S" TO WKS-EXISTE.
           MOVE VTD-LLAVE TO WKS-LLAVE-GRA.
           READ ARC-VTD
               INVALID KEY
                   MOVE "N" TO WKS-EXISTE.

           MOVE WKS-LLAVE-GRA TO VTD-LLAVE.
           MOVE WKS-IMPORTE  TO VTD-IMPORTE.
           MOVE WKS-OPERADOR TO VTD-OPERADOR.
           IF MODO-LOTE
               MOVE "L" TO VTD-ORIGEN
           ELSE
               MOVE "P" TO VTD-ORIGEN.

           IF WKS-EXISTE = "S"
               REWRITE REG-VTD
           ELSE
               WRITE REG-VTD.
