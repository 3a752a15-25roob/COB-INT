       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIST-REP.
      *    Distribucion de los reportes de la noche: con la lista de
      *    ARC-DIS (MANT-DIS) arma el paquete de cada departamento
      *    con los reportes que quedaron en ARC-RIM para la fecha de
      *    proceso, cada uno con sus copias y precedido de una
      *    portada con lo que lleva el paquete. Las lineas salen con
      *    el avance de papel original, igual que en REIMP-REP.
      *    Cada reporte entregado queda en la bitacora ARC-ENT para
      *    que el departamento acuse el recibo en ACU-ENT. Al final
      *    imprime las excepciones: reportes que se esperaban esa
      *    noche (diarios en dia habil, de fin de mes al cierre) y
      *    que no llegaron a ARC-RIM.
      *    Parametros por ambiente: DIST_REP_FECHA (AAAAMMDD, si no
      *    viene es la fecha de hoy) y DIST_REP_SALIDA (X exporta
      *    los paquetes a ARC-DEX en lugar de imprimirlos; la
      *    portada va tambien en el archivo).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-DIS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-LLAVE
               FILE STATUS IS WKS-FS-DIS.
           SELECT ARC-ENT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-LLAVE
               FILE STATUS IS WKS-FS-ENT.
           SELECT ARC-RIM ASSIGN TO DISK
               FILE STATUS IS WKS-FS-RIM.
           SELECT ARC-CAL ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CAL.
           SELECT ARC-DEX ASSIGN TO DISK
               FILE STATUS IS WKS-FS-DEX.
           SELECT REP-DIS ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-DIS.
           COPY REGDIS.

       FD ARC-ENT.
           COPY REGENT.

       FD ARC-RIM.
       01 REG-RIM.
           03 RIM-REPORTE PIC X(08).
           03 RIM-FECHA   PIC 9(08).
           03 RIM-AVANCE  PIC 9(02).
           03 RIM-LINEA   PIC X(132).

       FD ARC-CAL.
           COPY REGCAL.

      *    Paquete exportado: cada linea con su departamento, su
      *    reporte (PORTADA para la hoja de portada) y su avance.
       FD ARC-DEX.
       01 REG-DEX.
           03 DEX-DEPTO   PIC X(08).
           03 DEX-REPORTE PIC X(08).
           03 DEX-FECHA   PIC 9(08).
           03 DEX-AVANCE  PIC 9(02).
           03 DEX-LINEA   PIC X(132).

       FD REP-DIS.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-DIS        PIC XX.
       01 WKS-FS-ENT        PIC XX.
       01 WKS-FS-RIM        PIC XX.
       01 WKS-FS-CAL        PIC XX.
       01 WKS-FS-DEX        PIC XX.

       01 WKS-PARM          PIC X(80).
       01 WKS-FECHA-PROC    PIC 9(08).
       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).
       01 WKS-HORA-CAP.
           03 WKS-HORA6     PIC 9(06).
           03 FILLER        PIC 99.

       01 WKS-SALIDA        PIC X VALUE "I".
           88 SALIDA-EXPORTA      VALUE "X".

      *    Dia de la fecha de proceso segun ARC-CAL; sin calendario
      *    se toma como habil y no fin de mes.
       01 WKS-CAL-TIPO      PIC X VALUE "H".
       01 WKS-CAL-FMES      PIC X VALUE "N".
           88 ES-FIN-DE-MES       VALUE "S".

       01 WKS-FIN           PIC 9 VALUE ZERO.
       01 WKS-FIN-DIS       PIC 9.
       01 WKS-FIN-RIM       PIC 9.
       01 WKS-DEPTO-ACT     PIC X(08).

      *    Reportes que llegaron a ARC-RIM en la fecha de proceso y
      *    sus lineas, de una sola pasada al archivo.
       01 WKS-NUM-LLE       PIC 99 VALUE ZERO.
       01 T-LLEGADOS.
           03 T-LLE OCCURS 60 TIMES.
               05 T-LL-REPORTE PIC X(08).
               05 T-LL-LINEAS  PIC 9(06).

      *    Renglones de la lista del departamento en turno.
       01 WKS-NUM-PAQ       PIC 99 VALUE ZERO.
       01 T-PAQUETE.
           03 T-PAQ OCCURS 60 TIMES.
               05 T-PQ-REPORTE PIC X(08).
               05 T-PQ-COPIAS  PIC 99.
               05 T-PQ-LINEAS  PIC 9(06).
               05 T-PQ-ESPERA  PIC X.

      *    Reportes esperados que no llegaron, con cuantos
      *    departamentos se quedaron sin ellos.
       01 WKS-NUM-FAL       PIC 99 VALUE ZERO.
       01 T-FALTANTES.
           03 T-FAL OCCURS 60 TIMES.
               05 T-FA-REPORTE PIC X(08).
               05 T-FA-FRECUENCIA PIC X.
               05 T-FA-DEPTOS  PIC 99.

       01 WKS-AVANCE        PIC 99.
       01 WKS-LIN-SAL       PIC X(132).
       01 WKS-REP-SAL       PIC X(08).

       01 WKS-TOT-DEPTOS    PIC 9(04) VALUE ZERO.
       01 WKS-TOT-ENTREGAS  PIC 9(05) VALUE ZERO.
       01 WKS-TOT-LINEAS    PIC 9(07) VALUE ZERO.

       77 WKS-I             PIC 99.
       77 WKS-J             PIC 99.
       77 WKS-C             PIC 99.
       77 WKS-K             PIC 99.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-POR1.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(40)
                   VALUE "PAQUETE DE REPORTES".

       01 WKS-POR2.
           03 FILLER         PIC X(14) VALUE "DEPARTAMENTO: ".
           03 WKS-PO-DEPTO   PIC X(08).
           03 FILLER         PIC X(20) VALUE "   FECHA DE PROCESO:".
           03 FILLER         PIC X(01) VALUE SPACE.
           03 WKS-PO-FECHA   PIC 9(08).

       01 WKS-POR3.
           03 FILLER         PIC X(10) VALUE "REPORTE".
           03 FILLER         PIC X(08) VALUE "COPIAS".
           03 FILLER         PIC X(10) VALUE "LINEAS".
           03 FILLER         PIC X(20) VALUE "SITUACION".

       01 WKS-POR-DET.
           03 WKS-PD-REPORTE PIC X(08).
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-PD-COPIAS  PIC Z9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-PD-LINEAS  PIC ZZZ,ZZ9.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-PD-SITUA   PIC X(20).

       01 WKS-POR4.
           03 FILLER         PIC X(44)
               VALUE "RECIBIDO POR: ____________________  FECHA: ".
           03 FILLER         PIC X(12) VALUE "__________".

       01 WKS-ENCX.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(50)
               VALUE "REPORTES ESPERADOS QUE NO LLEGARON A ARC-RIM".

       01 WKS-ENCX2.
           03 FILLER         PIC X(20) VALUE "FECHA DE PROCESO: ".
           03 WKS-EX-FECHA   PIC 9(08).

       01 WKS-ENCX3.
           03 FILLER         PIC X(10) VALUE "REPORTE".
           03 FILLER         PIC X(14) VALUE "FRECUENCIA".
           03 FILLER         PIC X(26)
               VALUE "DEPARTAMENTOS SIN COPIA".

       01 WKS-DETX.
           03 WKS-DX-REPORTE PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DX-FREC    PIC X(10).
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-DX-DEPTOS  PIC Z9.

       01 WKS-SIN-FAL.
           03 FILLER         PIC X(40)
               VALUE "LLEGARON TODOS LOS REPORTES ESPERADOS.".

       01 WKS-PIE1.
           03 FILLER         PIC X(16) VALUE "DEPARTAMENTOS: ".
           03 WKS-PIE-DEP    PIC Z,ZZ9.
           03 FILLER         PIC X(14) VALUE "  ENTREGAS: ".
           03 WKS-PIE-ENT    PIC ZZ,ZZ9.
           03 FILLER         PIC X(12) VALUE "  LINEAS: ".
           03 WKS-PIE-LIN    PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(14) VALUE "  FALTANTES: ".
           03 WKS-PIE-FAL    PIC Z9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN-DIS = 1.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           DISPLAY "DIST_REP_FECHA" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM NOT = SPACES
               MOVE WKS-PARM (1:8) TO WKS-FECHA-PROC
           ELSE
               MOVE WKS-FECHA-HOY TO WKS-FECHA-PROC.

           DISPLAY "DIST_REP_SALIDA" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM (1:1) = "X"
               MOVE "X" TO WKS-SALIDA.

           PERFORM 1100-LEE-CALENDARIO.
           PERFORM 1200-CUENTA-LLEGADOS.

           MOVE 1 TO WKS-FIN-DIS.
           OPEN INPUT ARC-DIS.
           IF WKS-FS-DIS = "35"
               DISPLAY "NO EXISTE LA LISTA DE DISTRIBUCION ARC-DIS"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO WKS-FIN-DIS
               MOVE LOW-VALUES TO DIS-LLAVE
               START ARC-DIS KEY IS NOT LESS THAN DIS-LLAVE
                   INVALID KEY MOVE 1 TO WKS-FIN-DIS
               END-START
               IF WKS-FIN-DIS = ZERO
                   READ ARC-DIS NEXT
                       AT END MOVE 1 TO WKS-FIN-DIS.

           OPEN I-O ARC-ENT.
           IF WKS-FS-ENT = "35"
               OPEN OUTPUT ARC-ENT
               CLOSE ARC-ENT
               OPEN I-O ARC-ENT.

           OPEN OUTPUT REP-DIS.
           IF SALIDA-EXPORTA
               OPEN OUTPUT ARC-DEX.

       1100-LEE-CALENDARIO.
           OPEN INPUT ARC-CAL.
           IF WKS-FS-CAL = "35"
               DISPLAY "SIN CALENDARIO ARC-CAL, SE TOMA DIA HABIL"
           ELSE
               READ ARC-CAL
                   AT END MOVE 1 TO WKS-FIN
               END-READ
               PERFORM 1150-BUSCA-FECHA UNTIL WKS-FIN = 1
               CLOSE ARC-CAL.

           MOVE ZERO TO WKS-FIN.

       1150-BUSCA-FECHA.
           IF CAL-FECHA = WKS-FECHA-PROC
               MOVE CAL-TIPO    TO WKS-CAL-TIPO
               MOVE CAL-FIN-MES TO WKS-CAL-FMES
               MOVE 1 TO WKS-FIN
           ELSE
               READ ARC-CAL
                   AT END MOVE 1 TO WKS-FIN.

      *    Una pasada a ARC-RIM para saber que reportes de la fecha
      *    de proceso llegaron y con cuantas lineas.
       1200-CUENTA-LLEGADOS.
           MOVE ZERO TO WKS-FIN-RIM.
           OPEN INPUT ARC-RIM.
           IF WKS-FS-RIM = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE REPORTES ARC-RIM"
           ELSE
               READ ARC-RIM
                   AT END MOVE 1 TO WKS-FIN-RIM
               END-READ
               PERFORM 1250-CUENTA-LINEA UNTIL WKS-FIN-RIM = 1
               CLOSE ARC-RIM.

       1250-CUENTA-LINEA.
           IF RIM-FECHA = WKS-FECHA-PROC
               MOVE ZERO TO WKS-K
               PERFORM 1260-BUSCA-LLEGADO
                   VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-LLE
               IF WKS-K = ZERO AND WKS-NUM-LLE < 60
                   ADD 1 TO WKS-NUM-LLE
                   MOVE WKS-NUM-LLE TO WKS-K
                   MOVE RIM-REPORTE TO T-LL-REPORTE (WKS-K)
                   MOVE ZERO        TO T-LL-LINEAS (WKS-K)
               END-IF
               IF WKS-K NOT = ZERO
                   ADD 1 TO T-LL-LINEAS (WKS-K).

           READ ARC-RIM
               AT END MOVE 1 TO WKS-FIN-RIM.

       1260-BUSCA-LLEGADO.
           IF T-LL-REPORTE (WKS-I) = RIM-REPORTE
               MOVE WKS-I TO WKS-K
               MOVE WKS-NUM-LLE TO WKS-I.

      *-------------------PAQUETE POR DEPARTAMENTO-----------------*
       2000-PROCESO.
           MOVE DIS-DEPTO TO WKS-DEPTO-ACT.
           MOVE ZERO TO WKS-NUM-PAQ.
           PERFORM 2100-JUNTA-RENGLON
               UNTIL WKS-FIN-DIS = 1 OR DIS-DEPTO NOT = WKS-DEPTO-ACT.

           ADD 1 TO WKS-TOT-DEPTOS.
           PERFORM 2300-PORTADA.
           PERFORM 2400-ENTREGA-REPORTE
               VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > WKS-NUM-PAQ.

      *    Un reporte se espera hoy si es diario y el dia es habil,
      *    o si es de fin de mes y hoy cierra el mes.
       2100-JUNTA-RENGLON.
           IF WKS-NUM-PAQ < 60
               ADD 1 TO WKS-NUM-PAQ
               MOVE DIS-REPORTE TO T-PQ-REPORTE (WKS-NUM-PAQ)
               MOVE DIS-COPIAS  TO T-PQ-COPIAS (WKS-NUM-PAQ)
               MOVE "N"         TO T-PQ-ESPERA (WKS-NUM-PAQ)
               IF (DIS-DIARIO AND WKS-CAL-TIPO = "H")
                       OR (DIS-MENSUAL AND ES-FIN-DE-MES)
                   MOVE "S" TO T-PQ-ESPERA (WKS-NUM-PAQ)
               END-IF
               PERFORM 2150-LINEAS-LLEGADAS
               IF T-PQ-LINEAS (WKS-NUM-PAQ) = ZERO
                       AND T-PQ-ESPERA (WKS-NUM-PAQ) = "S"
                   PERFORM 2200-ANOTA-FALTANTE
               END-IF
           ELSE
               DISPLAY "PAQUETE LLENO, SE OMITE " DIS-DEPTO " "
                   DIS-REPORTE.

           READ ARC-DIS NEXT
               AT END MOVE 1 TO WKS-FIN-DIS.

       2150-LINEAS-LLEGADAS.
           MOVE ZERO TO T-PQ-LINEAS (WKS-NUM-PAQ).
           PERFORM 2160-BUSCA-LINEAS
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-LLE.

       2160-BUSCA-LINEAS.
           IF T-LL-REPORTE (WKS-I) = DIS-REPORTE
               MOVE T-LL-LINEAS (WKS-I) TO T-PQ-LINEAS (WKS-NUM-PAQ)
               MOVE WKS-NUM-LLE TO WKS-I.

       2200-ANOTA-FALTANTE.
           MOVE ZERO TO WKS-K.
           PERFORM 2250-BUSCA-FALTANTE
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-FAL.

           IF WKS-K = ZERO AND WKS-NUM-FAL < 60
               ADD 1 TO WKS-NUM-FAL
               MOVE WKS-NUM-FAL    TO WKS-K
               MOVE DIS-REPORTE    TO T-FA-REPORTE (WKS-K)
               MOVE DIS-FRECUENCIA TO T-FA-FRECUENCIA (WKS-K)
               MOVE ZERO           TO T-FA-DEPTOS (WKS-K).

           IF WKS-K NOT = ZERO
               ADD 1 TO T-FA-DEPTOS (WKS-K).

       2250-BUSCA-FALTANTE.
           IF T-FA-REPORTE (WKS-I) = DIS-REPORTE
               MOVE WKS-I TO WKS-K
               MOVE WKS-NUM-FAL TO WKS-I.

      *    Portada del paquete: que lleva, cuantas copias y lo que
      *    no llego, con el espacio para la firma de recibido.
       2300-PORTADA.
           MOVE "PORTADA"    TO WKS-REP-SAL.
           MOVE WKS-POR1     TO WKS-LIN-SAL.
           MOVE ZERO         TO WKS-AVANCE.
           PERFORM 2800-SACA-LINEA.
           MOVE WKS-DEPTO-ACT  TO WKS-PO-DEPTO.
           MOVE WKS-FECHA-PROC TO WKS-PO-FECHA.
           MOVE WKS-POR2     TO WKS-LIN-SAL.
           MOVE 2            TO WKS-AVANCE.
           PERFORM 2800-SACA-LINEA.
           MOVE WKS-POR3     TO WKS-LIN-SAL.
           PERFORM 2800-SACA-LINEA.

           PERFORM 2350-RENGLON-PORTADA
               VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > WKS-NUM-PAQ.

           MOVE WKS-POR4     TO WKS-LIN-SAL.
           MOVE 3            TO WKS-AVANCE.
           PERFORM 2800-SACA-LINEA.

       2350-RENGLON-PORTADA.
           MOVE T-PQ-REPORTE (WKS-J) TO WKS-PD-REPORTE.
           MOVE T-PQ-COPIAS (WKS-J)  TO WKS-PD-COPIAS.
           MOVE T-PQ-LINEAS (WKS-J)  TO WKS-PD-LINEAS.
           IF T-PQ-LINEAS (WKS-J) NOT = ZERO
               MOVE "INCLUIDO"             TO WKS-PD-SITUA
           ELSE
               IF T-PQ-ESPERA (WKS-J) = "S"
                   MOVE "NO LLEGO A ARC-RIM" TO WKS-PD-SITUA
               ELSE
                   MOVE "NO CORRESPONDE HOY" TO WKS-PD-SITUA.
           MOVE WKS-POR-DET  TO WKS-LIN-SAL.
           MOVE 1            TO WKS-AVANCE.
           PERFORM 2800-SACA-LINEA.

      *    Las copias del reporte, una tras otra, y su entrega en
      *    la bitacora. Lo que no llego no se entrega.
       2400-ENTREGA-REPORTE.
           IF T-PQ-LINEAS (WKS-J) NOT = ZERO
               PERFORM 2500-SACA-COPIA
                   VARYING WKS-C FROM 1 BY 1
                   UNTIL WKS-C > T-PQ-COPIAS (WKS-J)
               PERFORM 2600-ANOTA-ENTREGA.

       2500-SACA-COPIA.
           MOVE T-PQ-REPORTE (WKS-J) TO WKS-REP-SAL.
           MOVE ZERO TO WKS-FIN-RIM.
           OPEN INPUT ARC-RIM.
           READ ARC-RIM
               AT END MOVE 1 TO WKS-FIN-RIM.
           PERFORM 2550-COPIA-LINEA UNTIL WKS-FIN-RIM = 1.
           CLOSE ARC-RIM.

       2550-COPIA-LINEA.
           IF RIM-REPORTE = WKS-REP-SAL
                   AND RIM-FECHA = WKS-FECHA-PROC
               MOVE RIM-LINEA  TO WKS-LIN-SAL
               MOVE RIM-AVANCE TO WKS-AVANCE
               PERFORM 2800-SACA-LINEA
               ADD 1 TO WKS-TOT-LINEAS.

           READ ARC-RIM
               AT END MOVE 1 TO WKS-FIN-RIM.

      *    Si el paquete se vuelve a correr, la entrega se actualiza
      *    pero un acuse que ya se dio se respeta.
       2600-ANOTA-ENTREGA.
           ADD 1 TO WKS-TOT-ENTREGAS.
           ACCEPT WKS-HORA-CAP FROM TIME.
           MOVE WKS-FECHA-PROC       TO ENT-FECHA.
           MOVE WKS-DEPTO-ACT        TO ENT-DEPTO.
           MOVE T-PQ-REPORTE (WKS-J) TO ENT-REPORTE.
           READ ARC-ENT
               INVALID KEY
                   MOVE "E"    TO ENT-ESTADO
                   MOVE ZERO   TO ENT-FEC-ACU
                   MOVE SPACES TO ENT-RECIBIO.

           MOVE T-PQ-COPIAS (WKS-J)  TO ENT-COPIAS.
           MOVE T-PQ-LINEAS (WKS-J)  TO ENT-LINEAS.
           MOVE WKS-SALIDA           TO ENT-SALIDA.
           MOVE WKS-FECHA-HOY        TO ENT-FEC-ENV.
           MOVE WKS-HORA6            TO ENT-HORA-ENV.
           WRITE REG-ENT
               INVALID KEY
                   REWRITE REG-ENT.

      *    Salida de una linea del paquete: a la impresora con su
      *    avance (cero es salto de hoja) o al archivo de exportacion.
       2800-SACA-LINEA.
           IF SALIDA-EXPORTA
               MOVE WKS-DEPTO-ACT  TO DEX-DEPTO
               MOVE WKS-REP-SAL    TO DEX-REPORTE
               MOVE WKS-FECHA-PROC TO DEX-FECHA
               MOVE WKS-AVANCE     TO DEX-AVANCE
               MOVE WKS-LIN-SAL    TO DEX-LINEA
               WRITE REG-DEX
           ELSE
               MOVE WKS-LIN-SAL TO LINEA
               IF WKS-AVANCE = ZERO
                   WRITE LINEA AFTER PAGE
               ELSE
                   WRITE LINEA AFTER WKS-AVANCE LINES.

      *-------------------EXCEPCIONES------------------------------*
       3000-FIN.
           MOVE WKS-ENCX TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-FECHA-PROC TO WKS-EX-FECHA.
           MOVE WKS-ENCX2 TO LINEA.
           WRITE LINEA AFTER 2.
           MOVE WKS-ENCX3 TO LINEA.
           WRITE LINEA AFTER 2.

           PERFORM 3100-IMPRIME-FALTANTE
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-FAL.

           IF WKS-NUM-FAL = ZERO
               MOVE WKS-SIN-FAL TO LINEA
               WRITE LINEA AFTER 1.

           MOVE WKS-TOT-DEPTOS   TO WKS-PIE-DEP.
           MOVE WKS-TOT-ENTREGAS TO WKS-PIE-ENT.
           MOVE WKS-TOT-LINEAS   TO WKS-PIE-LIN.
           MOVE WKS-NUM-FAL      TO WKS-PIE-FAL.
           MOVE WKS-PIE1 TO LINEA.
           WRITE LINEA AFTER 3.

           IF WKS-FS-DIS NOT = "35"
               CLOSE ARC-DIS.
           CLOSE ARC-ENT.
           CLOSE REP-DIS.
           IF SALIDA-EXPORTA
               CLOSE ARC-DEX.

           DISPLAY "DIST-REP " WKS-FECHA-PROC " DEPARTAMENTOS: "
               WKS-TOT-DEPTOS " ENTREGAS: " WKS-TOT-ENTREGAS
               " FALTANTES: " WKS-NUM-FAL.

       3100-IMPRIME-FALTANTE.
           MOVE T-FA-REPORTE (WKS-I) TO WKS-DX-REPORTE.
           IF T-FA-FRECUENCIA (WKS-I) = "M"
               MOVE "FIN DE MES" TO WKS-DX-FREC
           ELSE
               MOVE "DIARIO"     TO WKS-DX-FREC.
           MOVE T-FA-DEPTOS (WKS-I) TO WKS-DX-DEPTOS.
           MOVE WKS-DETX TO LINEA.
           WRITE LINEA AFTER 1.
