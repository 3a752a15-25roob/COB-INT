       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP-FAL.
      *    Faltas de profesores y suplencias. Se captura la falta por
      *    ID del maestro ARC-PRF, ciclo y rango de fechas (ARC-FAP);
      *    de ahi salen todas las sesiones del horario ARC-HOR que
      *    tocaba dar al profesor en esas fechas -- brincando los
      *    feriados del calendario ARC-CAL -- y quedan, una por
      *    fecha, en ARC-SUP como pendientes de suplente.
      *    La lista de sesiones afectadas sugiere suplentes: profesores
      *    activos cuya ventana de disponibilidad del dia cubre la
      *    hora, que no dan clase a esa hora en el horario del ciclo,
      *    que no estan ellos mismos en falta y que no cubren ya otra
      *    sesion a la misma hora. El suplente se asigna por sesion
      *    fechada; si nadie cubre, la sesion queda sin clase y
      *    TBID-ASI ya no toma asistencia de ella. El resumen del mes
      *    lo imprime REP-FAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-FAP ASSIGN TO DISK
               FILE STATUS IS WKS-FS-FAP.
           SELECT ARC-SUP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-LLAVE
               FILE STATUS IS WKS-FS-SUP.
           SELECT ARC-PRF ASSIGN TO DISK
               FILE STATUS IS WKS-FS-PRF.
      *    Horario guardado por TBID-HOR.
           SELECT ARC-HOR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-HOR.
      *    Calendario de proceso: los feriados no tienen clase.
           SELECT ARC-CAL ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CAL.
           SELECT REP-SUP ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-FAP.
           COPY REGFAP.

       FD ARC-SUP.
           COPY REGSUP.

       FD ARC-PRF.
           COPY REGPRF.

      *    Mismo registro que graba TBID-HOR.
       FD ARC-HOR.
       01 REG-HOR.
           03 HOR-CICLO     PIC X(05).
           03 HOR-GRUPO     PIC X(03).
           03 HOR-MATERIA   PIC X(04).
           03 HOR-DIA       PIC X(09).
           03 HOR-HORA      PIC 9999.
           03 HOR-AULA      PIC X(06).
           03 HOR-PROF      PIC X(15).
           03 HOR-ID-PROF   PIC 9(03).

       FD ARC-CAL.
           COPY REGCAL.

       FD REP-SUP.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-FAP       PIC XX.
       01 WKS-FS-SUP       PIC XX.
       01 WKS-FS-PRF       PIC XX.
       01 WKS-FS-HOR       PIC XX.
       01 WKS-FS-CAL       PIC XX.

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
           88 WKS-TERMINA       VALUE "S".
       01 WKS-OK           PIC X.
           88 FALTA-OK          VALUE "S".
       01 WKS-ESPERA       PIC X.

      *    Firma de operador (subprograma FIRMA): nivel de captura.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "CAP-FAL".

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

      *    Misma semana que captura TBID-HOR.
       01 WKS-DIAS.
           03 FILLER    PIC X(09) VALUE "LUNES".
           03 FILLER    PIC X(09) VALUE "MARTES".
           03 FILLER    PIC X(09) VALUE "MIERCOLES".
           03 FILLER    PIC X(09) VALUE "JUEVES".
           03 FILLER    PIC X(09) VALUE "VIERNES".
           03 FILLER    PIC X(09) VALUE "SABADO".
           03 FILLER    PIC X(09) VALUE "DOMINGO".

       01 T-DIAS REDEFINES WKS-DIAS.
           03 T-DI OCCURS 7 TIMES PIC X(09).

      *    Maestro de profesores en memoria, como en TBID-HOR.
       01 WKS-MAX-PRF       PIC 99 VALUE 30.
       01 WKS-NUM-PRF       PIC 99 VALUE ZERO.
       01 WKS-PRF-IDX       PIC 99.
       01 WKS-FIN-PRF       PIC 9.

       01 T-CAT-PROFES.
           03 T-CPR OCCURS 30 TIMES.
               05 T-CP-ID  PIC 9(03).
               05 T-CP-NOM PIC X(15).
               05 T-CP-EST PIC 9.
               05 T-CP-DIS OCCURS 7 TIMES.
                   07 T-CP-DES PIC 9999.
                   07 T-CP-HAS PIC 9999.

      *    Horario completo (todos los ciclos y grupos) en memoria.
       01 WKS-MAX-HOR       PIC 999 VALUE 500.
       01 WKS-NUM-HOR       PIC 999 VALUE ZERO.
       01 WKS-FIN-HOR       PIC 9.

       01 T-HORARIO.
           03 T-HOR OCCURS 500 TIMES.
               05 T-HO-CICLO  PIC X(05).
               05 T-HO-GRUPO  PIC X(03).
               05 T-HO-MAT    PIC X(04).
               05 T-HO-DIA    PIC X(09).
               05 T-HO-HORA   PIC 9999.
               05 T-HO-AULA   PIC X(06).
               05 T-HO-IDPR   PIC 9(03).

      *    Feriados del calendario de proceso.
       01 WKS-MAX-FER       PIC 999 VALUE 400.
       01 WKS-NUM-FER       PIC 999 VALUE ZERO.
       01 WKS-FIN-CAL       PIC 9.
       01 WKS-ES-FERIADO    PIC 9.

       01 T-FERIADOS.
           03 T-FER OCCURS 400 TIMES PIC 9(08).

      *    Faltas ya capturadas: un profesor en falta no se sugiere
      *    como suplente, y una falta nueva no puede traslapar otra
      *    del mismo profesor.
       01 WKS-MAX-FAL       PIC 999 VALUE 300.
       01 WKS-NUM-FAL       PIC 999 VALUE ZERO.
       01 WKS-FIN-FAP       PIC 9.

       01 T-FALTAS.
           03 T-FAL OCCURS 300 TIMES.
               05 T-FA-ID   PIC 9(03).
               05 T-FA-INI  PIC 9(08).
               05 T-FA-FIN  PIC 9(08).

      *    Sesiones afectadas de un rango de fechas, leidas de
      *    ARC-SUP para la lista y para saber quien ya cubre a que
      *    hora.
       01 WKS-MAX-SES       PIC 999 VALUE 300.
       01 WKS-NUM-SES       PIC 999 VALUE ZERO.
       01 WKS-FIN-SUP       PIC 9.
       01 WKS-CAR-INI       PIC 9(08).
       01 WKS-CAR-FIN       PIC 9(08).

       01 T-SESIONES.
           03 T-SES OCCURS 300 TIMES.
               05 T-SE-FECHA  PIC 9(08).
               05 T-SE-CICLO  PIC X(05).
               05 T-SE-GRUPO  PIC X(03).
               05 T-SE-MAT    PIC X(04).
               05 T-SE-DIA    PIC X(09).
               05 T-SE-HORA   PIC 9999.
               05 T-SE-AULA   PIC X(06).
               05 T-SE-TIT    PIC 9(03).
               05 T-SE-SUP    PIC 9(03).
               05 T-SE-EST    PIC X.

      *    Captura.
       01 WKS-ID-CAP       PIC 9(03).
       01 WKS-CICLO        PIC X(05).
       01 WKS-GRUPO        PIC X(03).
       01 WKS-MATERIA      PIC X(04).
       01 WKS-INI-CAP      PIC 9(08).
       01 WKS-FIN-CAP      PIC 9(08).
       01 WKS-FECHA-CAP    PIC 9(08).
       01 WKS-MOTIVO       PIC X(30).
       01 WKS-SUP-CAP      PIC 9(03).
       01 WKS-FV-STATUS    PIC 9.
       01 WKS-NUEVAS       PIC 999.

      *    Busqueda en el maestro por ID y del dia de la semana por
      *    nombre.
       01 WKS-ID-BUS       PIC 9(03).
       01 WKS-DIA-BUS      PIC X(09).
       01 WKS-DIA-IDX      PIC 9.

      *    Sesion contra la que se revisa a cada candidato.
       01 WKS-CK-FECHA     PIC 9(08).
       01 WKS-CK-CICLO     PIC X(05).
       01 WKS-CK-GRUPO     PIC X(03).
       01 WKS-CK-MAT       PIC X(04).
       01 WKS-CK-HORA      PIC 9999.
       01 WKS-CK-DIA       PIC 9.
       01 WKS-CK-TIT       PIC 9(03).
       01 WKS-CAND-OK      PIC 9.
       01 WKS-NUM-CAND     PIC 99.

      *    Fechas: serie de dias como en PROY-NOM (con esta serie el
      *    lunes da 3 en el modulo 7) para sacar el dia de la semana
      *    del inicio de la falta, y un dia adelante para recorrerla.
       01 WKS-DIAS-MES     PIC X(24)
               VALUE "312831303130313130313031".
       01 T-DIAS-MES REDEFINES WKS-DIAS-MES.
           03 T-DM OCCURS 12 TIMES PIC 99.

       01 WKS-SE-FECHA.
           03 WKS-SE-ANO  PIC 9(04).
           03 WKS-SE-MES  PIC 9(02).
           03 WKS-SE-DIA  PIC 9(02).
       01 WKS-SE-NUM REDEFINES WKS-SE-FECHA PIC 9(08).
       01 WKS-SERIE        PIC 9(08).
       01 WKS-DOY          PIC 9(03).
       01 WKS-BI-REM       PIC 99.
       01 WKS-COC          PIC 9(08).
       01 WKS-DOW          PIC 9.
       77 WKS-DM           PIC 99.

      *    Lista impresa: titular a listar (cero = todos).
       01 WKS-TIT-REP      PIC 9(03).
       01 WKS-IMPRESAS     PIC 999.

       77 WKS-I            PIC 999.
       77 WKS-H            PIC 999.
       77 WKS-F            PIC 999.
       77 WKS-S            PIC 999.
       77 WKS-P            PIC 99.
       77 WKS-C            PIC 9.
       77 WKS-LIN          PIC 99.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(25) VALUE SPACES.
           03 FILLER         PIC X(45)
                   VALUE "SESIONES AFECTADAS POR FALTAS DE PROFESORES".

       01 WKS-ENCB.
           03 FILLER         PIC X(05) VALUE "DEL: ".
           03 WKS-EB-INI     PIC 9(08).
           03 FILLER         PIC X(06) VALUE "  AL: ".
           03 WKS-EB-FIN     PIC 9(08).

       01 WKS-ENCC.
           03 FILLER         PIC X(10) VALUE "FECHA".
           03 FILLER         PIC X(10) VALUE "DIA".
           03 FILLER         PIC X(06) VALUE "HORA".
           03 FILLER         PIC X(06) VALUE "CICLO".
           03 FILLER         PIC X(04) VALUE "GPO".
           03 FILLER         PIC X(05) VALUE "MAT".
           03 FILLER         PIC X(07) VALUE "AULA".
           03 FILLER         PIC X(21) VALUE "PROFESOR".
           03 FILLER         PIC X(11) VALUE "ESTADO".
           03 FILLER         PIC X(08) VALUE "SUPLENTE".

       01 WKS-DET1.
           03 WKS-DT-FECHA   PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-DIA     PIC X(09).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-HORA    PIC 9999.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-CICLO   PIC X(05).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-GRUPO   PIC X(03).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-MAT     PIC X(04).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-AULA    PIC X(06).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-TIT     PIC 9(03).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-TNOM    PIC X(15).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-EST     PIC X(10).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-SUP     PIC ZZZ.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-DT-SNOM    PIC X(15).

      *    Suplentes sugeridos, cuatro por renglon.
       01 WKS-DET2.
           03 FILLER         PIC X(14) VALUE "   SUGERIDOS: ".
           03 WKS-D2-CANDS.
               05 WKS-D2-CAND OCCURS 4 TIMES.
                   07 WKS-D2-ID    PIC X(03).
                   07 WKS-D2-SEP   PIC X(01).
                   07 WKS-D2-NOM   PIC X(15).
                   07 WKS-D2-BLA   PIC X(03).

       01 WKS-DET3.
           03 FILLER         PIC X(14) VALUE SPACES.
           03 FILLER         PIC X(40)
                   VALUE "SIN PROFESORES LIBRES A ESA HORA".

       01 WKS-DET4.
           03 FILLER         PIC X(40)
                   VALUE "SIN SESIONES AFECTADAS EN EL RANGO".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-TERMINA.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           DISPLAY SPACES ERASE.
           MOVE 2 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-OPERADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               GOBACK.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           PERFORM 1100-CARGA-PROFES.
           IF WKS-NUM-PRF = ZERO
               DISPLAY "NO EXISTE MAESTRO DE PROFESORES"
               GOBACK.

           PERFORM 1200-CARGA-HORARIO.
           PERFORM 1300-CARGA-FERIADOS.
           PERFORM 1400-CARGA-FALTAS.

           OPEN I-O ARC-SUP.
           IF WKS-FS-SUP = "35"
               OPEN OUTPUT ARC-SUP
               CLOSE ARC-SUP
               OPEN I-O ARC-SUP.

       1100-CARGA-PROFES.
           OPEN INPUT ARC-PRF.
           IF WKS-FS-PRF = "35"
               CONTINUE
           ELSE
               READ ARC-PRF
                   AT END MOVE 1 TO WKS-FIN-PRF
                   NOT AT END MOVE 0 TO WKS-FIN-PRF

               PERFORM 1150-AGREGA-PROFESOR UNTIL WKS-FIN-PRF = 1

               CLOSE ARC-PRF.

       1150-AGREGA-PROFESOR.
           IF WKS-NUM-PRF < WKS-MAX-PRF
               ADD 1 TO WKS-NUM-PRF
               MOVE PRF-ID     TO T-CP-ID (WKS-NUM-PRF)
               MOVE PRF-NOMBRE TO T-CP-NOM (WKS-NUM-PRF)
               MOVE PRF-ESTADO TO T-CP-EST (WKS-NUM-PRF)
               PERFORM 1160-AGREGA-DIA
                   VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > 7
           ELSE
               DISPLAY "MAESTRO DE PROFESORES LLENO, SE OMITEN "
                   "RESTANTES".

           READ ARC-PRF
               AT END MOVE 1 TO WKS-FIN-PRF.

       1160-AGREGA-DIA.
           MOVE PRF-DESDE (WKS-P) TO T-CP-DES (WKS-NUM-PRF WKS-P).
           MOVE PRF-HASTA (WKS-P) TO T-CP-HAS (WKS-NUM-PRF WKS-P).

       1200-CARGA-HORARIO.
           OPEN INPUT ARC-HOR.
           IF WKS-FS-HOR = "35"
               DISPLAY "NO EXISTE HORARIO GUARDADO"
           ELSE
               READ ARC-HOR
                   AT END MOVE 1 TO WKS-FIN-HOR
                   NOT AT END MOVE 0 TO WKS-FIN-HOR

               PERFORM 1250-AGREGA-CELDA UNTIL WKS-FIN-HOR = 1

               CLOSE ARC-HOR.

      *    Solo las celdas con hora asignada son sesiones.
       1250-AGREGA-CELDA.
           IF HOR-HORA NOT = ZERO
               IF WKS-NUM-HOR < WKS-MAX-HOR
                   ADD 1 TO WKS-NUM-HOR
                   MOVE HOR-CICLO   TO T-HO-CICLO (WKS-NUM-HOR)
                   MOVE HOR-GRUPO   TO T-HO-GRUPO (WKS-NUM-HOR)
                   MOVE HOR-MATERIA TO T-HO-MAT (WKS-NUM-HOR)
                   MOVE HOR-DIA     TO T-HO-DIA (WKS-NUM-HOR)
                   MOVE HOR-HORA    TO T-HO-HORA (WKS-NUM-HOR)
                   MOVE HOR-AULA    TO T-HO-AULA (WKS-NUM-HOR)
                   MOVE HOR-ID-PROF TO T-HO-IDPR (WKS-NUM-HOR)
               ELSE
                   DISPLAY "TABLA DE HORARIO LLENA, SE OMITE "
                       HOR-GRUPO " " HOR-MATERIA.

           READ ARC-HOR
               AT END MOVE 1 TO WKS-FIN-HOR.

       1300-CARGA-FERIADOS.
           OPEN INPUT ARC-CAL.
           IF WKS-FS-CAL = "35"
               CONTINUE
           ELSE
               READ ARC-CAL
                   AT END MOVE 1 TO WKS-FIN-CAL
                   NOT AT END MOVE 0 TO WKS-FIN-CAL

               PERFORM 1350-AGREGA-FERIADO UNTIL WKS-FIN-CAL = 1

               CLOSE ARC-CAL.

       1350-AGREGA-FERIADO.
           IF CAL-FERIADO
               IF WKS-NUM-FER < WKS-MAX-FER
                   ADD 1 TO WKS-NUM-FER
                   MOVE CAL-FECHA TO T-FER (WKS-NUM-FER).

           READ ARC-CAL
               AT END MOVE 1 TO WKS-FIN-CAL.

       1400-CARGA-FALTAS.
           OPEN INPUT ARC-FAP.
           IF WKS-FS-FAP = "35"
               CONTINUE
           ELSE
               READ ARC-FAP
                   AT END MOVE 1 TO WKS-FIN-FAP
                   NOT AT END MOVE 0 TO WKS-FIN-FAP

               PERFORM 1450-AGREGA-FALTA UNTIL WKS-FIN-FAP = 1

               CLOSE ARC-FAP.

       1450-AGREGA-FALTA.
           PERFORM 1460-GUARDA-FALTA.

           READ ARC-FAP
               AT END MOVE 1 TO WKS-FIN-FAP.

       1460-GUARDA-FALTA.
           IF WKS-NUM-FAL < WKS-MAX-FAL
               ADD 1 TO WKS-NUM-FAL
               MOVE FAP-ID-PROF TO T-FA-ID (WKS-NUM-FAL)
               MOVE FAP-FEC-INI TO T-FA-INI (WKS-NUM-FAL)
               MOVE FAP-FEC-FIN TO T-FA-FIN (WKS-NUM-FAL)
           ELSE
               DISPLAY "TABLA DE FALTAS LLENA, SE OMITEN RESTANTES".

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "FALTAS DE PROFESORES Y SUPLENCIAS"
               LINE 01 POSITION 23.
           DISPLAY "1. CAPTURAR FALTA DE PROFESOR"
               LINE 03 POSITION 10.
           DISPLAY "2. ASIGNAR SUPLENTE A UNA SESION"
               LINE 04 POSITION 10.
           DISPLAY "3. IMPRIMIR SESIONES AFECTADAS"
               LINE 05 POSITION 10.
           DISPLAY "4. TERMINAR"               LINE 06 POSITION 10.
           DISPLAY "OPCION: "                  LINE 08 POSITION 10.
           ACCEPT WKS-OPCION                   LINE 08 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-CAPTURA-FALTA
               WHEN 2
                   PERFORM 2300-ASIGNA-SUPLENTE
               WHEN 3
                   PERFORM 2800-PIDE-LISTA
               WHEN 4
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 11 POSITION 10
           END-EVALUATE.

           IF NOT WKS-TERMINA
               DISPLAY "TECLA ENTER PARA CONTINUAR..."
                   LINE 20 POSITION 10
               ACCEPT WKS-ESPERA LINE 20 POSITION 45.

      *-------------------CAPTURA DE FALTA-------------------------*
      *    Profesor del maestro, ciclo del horario y rango de fechas;
      *    la falta no puede traslapar otra del mismo profesor. Al
      *    grabarla se generan sus sesiones y se imprime la lista con
      *    los suplentes sugeridos.
       2100-CAPTURA-FALTA.
           MOVE "S" TO WKS-OK.
           DISPLAY "ID DE PROFESOR: " LINE 11 POSITION 10.
           ACCEPT WKS-ID-CAP LINE 11 POSITION 30.
           MOVE WKS-ID-CAP TO WKS-ID-BUS.
           PERFORM 8000-BUSCA-PROFESOR.
           IF WKS-PRF-IDX = ZERO
               MOVE "N" TO WKS-OK
               DISPLAY "NO EXISTE PROFESOR CON ESE ID"
                   LINE 17 POSITION 10
           ELSE
               DISPLAY T-CP-NOM (WKS-PRF-IDX) LINE 11 POSITION 36.

           IF FALTA-OK
               DISPLAY "CICLO (EJ 2026A): " LINE 12 POSITION 10
               ACCEPT WKS-CICLO LINE 12 POSITION 30
               DISPLAY "FECHA INICIAL (YYYYMMDD): "
                   LINE 13 POSITION 10
               ACCEPT WKS-INI-CAP LINE 13 POSITION 38
               CALL "FEC-VAL" USING WKS-INI-CAP WKS-FV-STATUS
               IF WKS-FV-STATUS = 1
                   MOVE "N" TO WKS-OK
                   DISPLAY "FECHA INICIAL INVALIDA"
                       LINE 17 POSITION 10.

           IF FALTA-OK
               DISPLAY "FECHA FINAL (YYYYMMDD):   "
                   LINE 14 POSITION 10
               ACCEPT WKS-FIN-CAP LINE 14 POSITION 38
               CALL "FEC-VAL" USING WKS-FIN-CAP WKS-FV-STATUS
               IF WKS-FV-STATUS = 1 OR WKS-FIN-CAP < WKS-INI-CAP
                   MOVE "N" TO WKS-OK
                   DISPLAY "FECHA FINAL INVALIDA O ANTERIOR A LA "
                       "INICIAL" LINE 17 POSITION 10.

           IF FALTA-OK
               PERFORM 2150-CHECA-TRASLAPE
                   VARYING WKS-F FROM 1 BY 1
                   UNTIL WKS-F > WKS-NUM-FAL.

           IF FALTA-OK
               DISPLAY "MOTIVO: " LINE 15 POSITION 10
               ACCEPT WKS-MOTIVO LINE 15 POSITION 20
               PERFORM 2170-GRABA-FALTA
               PERFORM 2200-GENERA-SESIONES
               DISPLAY "SESIONES AFECTADAS: " LINE 18 POSITION 10
               DISPLAY WKS-NUEVAS LINE 18 POSITION 31
               MOVE WKS-INI-CAP TO WKS-CAR-INI
               MOVE WKS-FIN-CAP TO WKS-CAR-FIN
               MOVE WKS-ID-CAP  TO WKS-TIT-REP
               PERFORM 2600-IMPRIME-AFECTADAS.

       2150-CHECA-TRASLAPE.
           IF T-FA-ID (WKS-F) = WKS-ID-CAP
                   AND T-FA-INI (WKS-F) <= WKS-FIN-CAP
                   AND T-FA-FIN (WKS-F) >= WKS-INI-CAP
               MOVE "N" TO WKS-OK
               DISPLAY "YA HAY UNA FALTA DEL PROFESOR EN ESAS FECHAS"
                   LINE 17 POSITION 10
               MOVE WKS-NUM-FAL TO WKS-F.

       2170-GRABA-FALTA.
           OPEN EXTEND ARC-FAP.
           IF WKS-FS-FAP = "35"
               OPEN OUTPUT ARC-FAP.

           MOVE WKS-ID-CAP    TO FAP-ID-PROF.
           MOVE WKS-CICLO     TO FAP-CICLO.
           MOVE WKS-INI-CAP   TO FAP-FEC-INI.
           MOVE WKS-FIN-CAP   TO FAP-FEC-FIN.
           MOVE WKS-MOTIVO    TO FAP-MOTIVO.
           MOVE WKS-FECHA-HOY TO FAP-FEC-CAP.
           MOVE WKS-OPERADOR  TO FAP-OPERADOR.
           WRITE REG-FAP.
           CLOSE ARC-FAP.

           PERFORM 1460-GUARDA-FALTA.

      *    Recorre el rango dia por dia: el dia de la semana del
      *    inicio sale de la serie y de ahi avanza de uno en uno.
      *    Cada sesion del profesor en el ciclo ese dia de la semana
      *    queda pendiente en ARC-SUP; la que ya estaba no se toca.
       2200-GENERA-SESIONES.
           MOVE ZERO TO WKS-NUEVAS.
           MOVE WKS-INI-CAP TO WKS-SE-NUM.
           PERFORM 8100-FECHA-A-SERIE.
           COMPUTE WKS-COC = WKS-SERIE + 4.
           DIVIDE 7 INTO WKS-COC GIVING WKS-COC
               REMAINDER WKS-DOW.
           COMPUTE WKS-DIA-IDX = WKS-DOW + 1.

           PERFORM 2220-REVISA-DIA
               UNTIL WKS-SE-NUM > WKS-FIN-CAP.

       2220-REVISA-DIA.
           MOVE ZERO TO WKS-ES-FERIADO.
           PERFORM 2230-COMPARA-FERIADO
               VARYING WKS-F FROM 1 BY 1 UNTIL WKS-F > WKS-NUM-FER.

           IF WKS-ES-FERIADO = ZERO
               PERFORM 2240-SESION-DEL-DIA
                   VARYING WKS-H FROM 1 BY 1
                   UNTIL WKS-H > WKS-NUM-HOR.

           PERFORM 8200-SUMA-DIA.
           IF WKS-DIA-IDX = 7
               MOVE 1 TO WKS-DIA-IDX
           ELSE
               ADD 1 TO WKS-DIA-IDX.

       2230-COMPARA-FERIADO.
           IF T-FER (WKS-F) = WKS-SE-NUM
               MOVE 1 TO WKS-ES-FERIADO
               MOVE WKS-NUM-FER TO WKS-F.

       2240-SESION-DEL-DIA.
           IF T-HO-CICLO (WKS-H) = WKS-CICLO
                   AND T-HO-IDPR (WKS-H) = WKS-ID-CAP
                   AND T-HO-DIA (WKS-H) = T-DI (WKS-DIA-IDX)
               MOVE WKS-SE-NUM          TO SUP-FECHA
               MOVE WKS-CICLO           TO SUP-CICLO
               MOVE T-HO-GRUPO (WKS-H)  TO SUP-GRUPO
               MOVE T-HO-MAT (WKS-H)    TO SUP-MATERIA
               MOVE T-HO-DIA (WKS-H)    TO SUP-DIA
               MOVE T-HO-HORA (WKS-H)   TO SUP-HORA
               MOVE T-HO-AULA (WKS-H)   TO SUP-AULA
               MOVE WKS-ID-CAP          TO SUP-ID-TITULAR
               MOVE ZERO                TO SUP-ID-SUPLENTE
               SET SUP-PENDIENTE TO TRUE
               MOVE ZERO                TO SUP-FEC-ASIG
               MOVE WKS-OPERADOR        TO SUP-OPERADOR
               WRITE REG-SUP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WKS-NUEVAS.

      *-------------------ASIGNACION DE SUPLENTE-------------------*
      *    La sesion se identifica por fecha, ciclo, grupo y materia.
      *    Se muestran los profesores libres y se pide el suplente;
      *    cero deja la sesion sin clase. Se puede reasignar.
       2300-ASIGNA-SUPLENTE.
           MOVE "S" TO WKS-OK.
           DISPLAY "FECHA DE LA SESION (YYYYMMDD): "
               LINE 11 POSITION 10.
           ACCEPT WKS-FECHA-CAP LINE 11 POSITION 43.
           DISPLAY "CICLO (EJ 2026A): " LINE 12 POSITION 10.
           ACCEPT WKS-CICLO LINE 12 POSITION 30.
           DISPLAY "GRUPO (EJ 101): "   LINE 13 POSITION 10.
           ACCEPT WKS-GRUPO LINE 13 POSITION 30.
           DISPLAY "MATERIA (EJ SO): "  LINE 14 POSITION 10.
           ACCEPT WKS-MATERIA LINE 14 POSITION 30.

           PERFORM 2310-LEE-SESION.
           IF FALTA-OK
               PERFORM 2350-MUESTRA-SESION
               PERFORM 2400-LISTA-CANDIDATOS
               DISPLAY "ID DE SUPLENTE (0 = SIN CLASE): "
                   LINE 16 POSITION 10
               ACCEPT WKS-SUP-CAP LINE 16 POSITION 44
               IF WKS-SUP-CAP NOT = ZERO
                   PERFORM 2450-VALIDA-SUPLENTE.

           IF FALTA-OK
               PERFORM 2310-LEE-SESION
               MOVE WKS-SUP-CAP   TO SUP-ID-SUPLENTE
               IF WKS-SUP-CAP = ZERO
                   SET SUP-PERDIDA TO TRUE
               ELSE
                   SET SUP-CUBIERTA TO TRUE
               END-IF
               MOVE WKS-FECHA-HOY TO SUP-FEC-ASIG
               MOVE WKS-OPERADOR  TO SUP-OPERADOR
               REWRITE REG-SUP
               IF SUP-CUBIERTA
                   DISPLAY "SUPLENTE ASIGNADO" LINE 18 POSITION 10
               ELSE
                   DISPLAY "SESION SIN CLASE" LINE 18 POSITION 10.

       2310-LEE-SESION.
           MOVE WKS-FECHA-CAP TO SUP-FECHA.
           MOVE WKS-CICLO     TO SUP-CICLO.
           MOVE WKS-GRUPO     TO SUP-GRUPO.
           MOVE WKS-MATERIA   TO SUP-MATERIA.
           READ ARC-SUP
               INVALID KEY
                   MOVE "N" TO WKS-OK
                   DISPLAY "LA SESION NO ESTA AFECTADA POR NINGUNA "
                       "FALTA" LINE 17 POSITION 10.

       2350-MUESTRA-SESION.
           MOVE SUP-ID-TITULAR TO WKS-ID-BUS.
           PERFORM 8000-BUSCA-PROFESOR.

           DISPLAY SPACES ERASE.
           DISPLAY "SESION AFECTADA" LINE 01 POSITION 30.
           DISPLAY SUP-FECHA   LINE 03 POSITION 10.
           DISPLAY SUP-DIA     LINE 03 POSITION 20.
           DISPLAY SUP-HORA    LINE 03 POSITION 31.
           DISPLAY SUP-GRUPO   LINE 03 POSITION 37.
           DISPLAY SUP-MATERIA LINE 03 POSITION 42.
           DISPLAY SUP-AULA    LINE 03 POSITION 48.
           DISPLAY "TITULAR: " LINE 04 POSITION 10.
           DISPLAY SUP-ID-TITULAR LINE 04 POSITION 20.
           IF WKS-PRF-IDX NOT = ZERO
               DISPLAY T-CP-NOM (WKS-PRF-IDX) LINE 04 POSITION 25.
           IF SUP-CUBIERTA
               DISPLAY "CUBIERTA POR: " LINE 05 POSITION 10
               DISPLAY SUP-ID-SUPLENTE LINE 05 POSITION 25.
           IF SUP-PERDIDA
               DISPLAY "SIN CLASE" LINE 05 POSITION 10.

      *    Profesores libres para la sesion leida: hasta ocho en
      *    pantalla.
       2400-LISTA-CANDIDATOS.
           PERFORM 2410-CONTEXTO-SESION.
           MOVE SUP-FECHA TO WKS-CAR-INI.
           MOVE SUP-FECHA TO WKS-CAR-FIN.
           PERFORM 2500-CARGA-SESIONES.

           DISPLAY "PROFESORES LIBRES:" LINE 06 POSITION 10.
           MOVE ZERO TO WKS-NUM-CAND.
           MOVE 6 TO WKS-LIN.
           IF WKS-CK-DIA NOT = ZERO
               PERFORM 2420-MUESTRA-CANDIDATO
                   VARYING WKS-P FROM 1 BY 1
                   UNTIL WKS-P > WKS-NUM-PRF.

           IF WKS-NUM-CAND = ZERO
               DISPLAY "NINGUNO" LINE 07 POSITION 12.

       2410-CONTEXTO-SESION.
           MOVE SUP-FECHA      TO WKS-CK-FECHA.
           MOVE SUP-CICLO      TO WKS-CK-CICLO.
           MOVE SUP-GRUPO      TO WKS-CK-GRUPO.
           MOVE SUP-MATERIA    TO WKS-CK-MAT.
           MOVE SUP-HORA       TO WKS-CK-HORA.
           MOVE SUP-ID-TITULAR TO WKS-CK-TIT.
           MOVE SUP-DIA        TO WKS-DIA-BUS.
           PERFORM 8300-BUSCA-DIA.
           MOVE WKS-DIA-IDX    TO WKS-CK-DIA.

       2420-MUESTRA-CANDIDATO.
           PERFORM 2550-CHECA-CANDIDATO.
           IF WKS-CAND-OK = 1
               ADD 1 TO WKS-NUM-CAND
               IF WKS-LIN < 14
                   ADD 1 TO WKS-LIN
                   DISPLAY T-CP-ID (WKS-P) LINE WKS-LIN POSITION 12
                   DISPLAY T-CP-NOM (WKS-P) LINE WKS-LIN POSITION 18.

      *    El suplente tecleado debe estar en el maestro y pasar las
      *    mismas reglas que los sugeridos.
       2450-VALIDA-SUPLENTE.
           MOVE WKS-SUP-CAP TO WKS-ID-BUS.
           PERFORM 8000-BUSCA-PROFESOR.
           IF WKS-PRF-IDX = ZERO OR WKS-CK-DIA = ZERO
               MOVE "N" TO WKS-OK
               DISPLAY "NO EXISTE PROFESOR CON ESE ID"
                   LINE 17 POSITION 10
           ELSE
               MOVE WKS-PRF-IDX TO WKS-P
               PERFORM 2550-CHECA-CANDIDATO
               IF WKS-CAND-OK = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "EL PROFESOR NO ESTA LIBRE O DISPONIBLE A "
                       "ESA HORA" LINE 17 POSITION 10.

      *    Sesiones de ARC-SUP entre WKS-CAR-INI y WKS-CAR-FIN; la
      *    llave va por fecha al frente.
       2500-CARGA-SESIONES.
           MOVE ZERO TO WKS-NUM-SES.
           MOVE ZERO TO WKS-FIN-SUP.
           MOVE WKS-CAR-INI TO SUP-FECHA.
           MOVE LOW-VALUES  TO SUP-CICLO.
           MOVE LOW-VALUES  TO SUP-GRUPO.
           MOVE LOW-VALUES  TO SUP-MATERIA.
           START ARC-SUP KEY IS NOT LESS THAN SUP-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-SUP.

           PERFORM 2510-LEE-SESION UNTIL WKS-FIN-SUP = 1.

       2510-LEE-SESION.
           READ ARC-SUP NEXT
               AT END MOVE 1 TO WKS-FIN-SUP.

           IF WKS-FIN-SUP = ZERO
               IF SUP-FECHA > WKS-CAR-FIN
                   MOVE 1 TO WKS-FIN-SUP
               ELSE
                   PERFORM 2520-AGREGA-SESION.

       2520-AGREGA-SESION.
           IF WKS-NUM-SES < WKS-MAX-SES
               ADD 1 TO WKS-NUM-SES
               MOVE SUP-FECHA       TO T-SE-FECHA (WKS-NUM-SES)
               MOVE SUP-CICLO       TO T-SE-CICLO (WKS-NUM-SES)
               MOVE SUP-GRUPO       TO T-SE-GRUPO (WKS-NUM-SES)
               MOVE SUP-MATERIA     TO T-SE-MAT (WKS-NUM-SES)
               MOVE SUP-DIA         TO T-SE-DIA (WKS-NUM-SES)
               MOVE SUP-HORA        TO T-SE-HORA (WKS-NUM-SES)
               MOVE SUP-AULA        TO T-SE-AULA (WKS-NUM-SES)
               MOVE SUP-ID-TITULAR  TO T-SE-TIT (WKS-NUM-SES)
               MOVE SUP-ID-SUPLENTE TO T-SE-SUP (WKS-NUM-SES)
               MOVE SUP-ESTADO      TO T-SE-EST (WKS-NUM-SES)
           ELSE
               DISPLAY "TABLA DE SESIONES LLENA, SE OMITEN "
                   "RESTANTES"
               MOVE 1 TO WKS-FIN-SUP.

      *    Candidato WKS-P contra la sesion WKS-CK-*: activo, no es
      *    el titular, su ventana del dia cubre la hora, no da clase
      *    a esa hora en el ciclo, no esta en falta esa fecha y no
      *    cubre ya otra sesion a la misma hora.
       2550-CHECA-CANDIDATO.
           MOVE 1 TO WKS-CAND-OK.
           IF T-CP-EST (WKS-P) NOT = 1
                   OR T-CP-ID (WKS-P) = WKS-CK-TIT
               MOVE ZERO TO WKS-CAND-OK.

           IF WKS-CAND-OK = 1
               IF T-CP-DES (WKS-P WKS-CK-DIA) = ZERO
                   OR WKS-CK-HORA < T-CP-DES (WKS-P WKS-CK-DIA)
                   OR WKS-CK-HORA > T-CP-HAS (WKS-P WKS-CK-DIA)
                   MOVE ZERO TO WKS-CAND-OK.

           IF WKS-CAND-OK = 1
               PERFORM 2560-CHECA-HORARIO
                   VARYING WKS-H FROM 1 BY 1
                   UNTIL WKS-H > WKS-NUM-HOR.

           IF WKS-CAND-OK = 1
               PERFORM 2570-CHECA-FALTA
                   VARYING WKS-F FROM 1 BY 1
                   UNTIL WKS-F > WKS-NUM-FAL.

           IF WKS-CAND-OK = 1
               PERFORM 2580-CHECA-SUPLENCIA
                   VARYING WKS-S FROM 1 BY 1
                   UNTIL WKS-S > WKS-NUM-SES.

       2560-CHECA-HORARIO.
           IF T-HO-CICLO (WKS-H) = WKS-CK-CICLO
                   AND T-HO-IDPR (WKS-H) = T-CP-ID (WKS-P)
                   AND T-HO-DIA (WKS-H) = T-DI (WKS-CK-DIA)
                   AND T-HO-HORA (WKS-H) = WKS-CK-HORA
               MOVE ZERO TO WKS-CAND-OK
               MOVE WKS-NUM-HOR TO WKS-H.

       2570-CHECA-FALTA.
           IF T-FA-ID (WKS-F) = T-CP-ID (WKS-P)
                   AND T-FA-INI (WKS-F) <= WKS-CK-FECHA
                   AND T-FA-FIN (WKS-F) >= WKS-CK-FECHA
               MOVE ZERO TO WKS-CAND-OK
               MOVE WKS-NUM-FAL TO WKS-F.

      *    La misma sesion no cuenta: al reasignar, el suplente
      *    actual sigue siendo valido para ella.
       2580-CHECA-SUPLENCIA.
           IF T-SE-FECHA (WKS-S) = WKS-CK-FECHA
                   AND T-SE-HORA (WKS-S) = WKS-CK-HORA
                   AND T-SE-EST (WKS-S) = "C"
                   AND T-SE-SUP (WKS-S) = T-CP-ID (WKS-P)
               IF T-SE-CICLO (WKS-S) NOT = WKS-CK-CICLO
                       OR T-SE-GRUPO (WKS-S) NOT = WKS-CK-GRUPO
                       OR T-SE-MAT (WKS-S) NOT = WKS-CK-MAT
                   MOVE ZERO TO WKS-CAND-OK
                   MOVE WKS-NUM-SES TO WKS-S.

      *-------------------LISTA DE SESIONES AFECTADAS--------------*
       2800-PIDE-LISTA.
           MOVE "S" TO WKS-OK.
           DISPLAY "FECHA INICIAL (YYYYMMDD): " LINE 11 POSITION 10.
           ACCEPT WKS-CAR-INI LINE 11 POSITION 38.
           CALL "FEC-VAL" USING WKS-CAR-INI WKS-FV-STATUS.
           IF WKS-FV-STATUS = 1
               MOVE "N" TO WKS-OK
               DISPLAY "FECHA INICIAL INVALIDA" LINE 17 POSITION 10.

           IF FALTA-OK
               DISPLAY "FECHA FINAL (YYYYMMDD):   "
                   LINE 12 POSITION 10
               ACCEPT WKS-CAR-FIN LINE 12 POSITION 38
               CALL "FEC-VAL" USING WKS-CAR-FIN WKS-FV-STATUS
               IF WKS-FV-STATUS = 1 OR WKS-CAR-FIN < WKS-CAR-INI
                   MOVE "N" TO WKS-OK
                   DISPLAY "FECHA FINAL INVALIDA O ANTERIOR A LA "
                       "INICIAL" LINE 17 POSITION 10.

           IF FALTA-OK
               DISPLAY "ID DE PROFESOR (0 = TODOS): "
                   LINE 13 POSITION 10
               ACCEPT WKS-TIT-REP LINE 13 POSITION 38
               PERFORM 2600-IMPRIME-AFECTADAS.

      *    Una linea por sesion del rango (del titular pedido, o de
      *    todos) y, bajo las pendientes, los suplentes sugeridos.
       2600-IMPRIME-AFECTADAS.
           PERFORM 2500-CARGA-SESIONES.

           OPEN OUTPUT REP-SUP.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-CAR-INI TO WKS-EB-INI.
           MOVE WKS-CAR-FIN TO WKS-EB-FIN.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 1.
           MOVE WKS-ENCC TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE ZERO TO WKS-IMPRESAS.
           PERFORM 2650-IMPRIME-SESION
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-SES.

           IF WKS-IMPRESAS = ZERO
               MOVE WKS-DET4 TO LINEA
               WRITE LINEA AFTER 2.

           CLOSE REP-SUP.
           DISPLAY "LISTA DE SESIONES IMPRESA" LINE 19 POSITION 10.

       2650-IMPRIME-SESION.
           IF WKS-TIT-REP = ZERO OR T-SE-TIT (WKS-I) = WKS-TIT-REP
               ADD 1 TO WKS-IMPRESAS
               PERFORM 2660-ARMA-DETALLE
               MOVE WKS-DET1 TO LINEA
               WRITE LINEA AFTER 1
               IF T-SE-EST (WKS-I) = "P"
                   PERFORM 2700-IMPRIME-SUGERIDOS.

       2660-ARMA-DETALLE.
           MOVE T-SE-FECHA (WKS-I) TO WKS-DT-FECHA.
           MOVE T-SE-DIA (WKS-I)   TO WKS-DT-DIA.
           MOVE T-SE-HORA (WKS-I)  TO WKS-DT-HORA.
           MOVE T-SE-CICLO (WKS-I) TO WKS-DT-CICLO.
           MOVE T-SE-GRUPO (WKS-I) TO WKS-DT-GRUPO.
           MOVE T-SE-MAT (WKS-I)   TO WKS-DT-MAT.
           MOVE T-SE-AULA (WKS-I)  TO WKS-DT-AULA.
           MOVE T-SE-TIT (WKS-I)   TO WKS-DT-TIT.
           MOVE T-SE-TIT (WKS-I)   TO WKS-ID-BUS.
           PERFORM 8000-BUSCA-PROFESOR.
           IF WKS-PRF-IDX = ZERO
               MOVE SPACES TO WKS-DT-TNOM
           ELSE
               MOVE T-CP-NOM (WKS-PRF-IDX) TO WKS-DT-TNOM.

           EVALUATE T-SE-EST (WKS-I)
               WHEN "C"
                   MOVE "CUBIERTA"  TO WKS-DT-EST
               WHEN "S"
                   MOVE "SIN CLASE" TO WKS-DT-EST
               WHEN OTHER
                   MOVE "PENDIENTE" TO WKS-DT-EST
           END-EVALUATE.

           MOVE T-SE-SUP (WKS-I) TO WKS-DT-SUP.
           MOVE SPACES TO WKS-DT-SNOM.
           IF T-SE-SUP (WKS-I) NOT = ZERO
               MOVE T-SE-SUP (WKS-I) TO WKS-ID-BUS
               PERFORM 8000-BUSCA-PROFESOR
               IF WKS-PRF-IDX NOT = ZERO
                   MOVE T-CP-NOM (WKS-PRF-IDX) TO WKS-DT-SNOM.

       2700-IMPRIME-SUGERIDOS.
           MOVE T-SE-FECHA (WKS-I) TO WKS-CK-FECHA.
           MOVE T-SE-CICLO (WKS-I) TO WKS-CK-CICLO.
           MOVE T-SE-GRUPO (WKS-I) TO WKS-CK-GRUPO.
           MOVE T-SE-MAT (WKS-I)   TO WKS-CK-MAT.
           MOVE T-SE-HORA (WKS-I)  TO WKS-CK-HORA.
           MOVE T-SE-TIT (WKS-I)   TO WKS-CK-TIT.
           MOVE T-SE-DIA (WKS-I)   TO WKS-DIA-BUS.
           PERFORM 8300-BUSCA-DIA.
           MOVE WKS-DIA-IDX        TO WKS-CK-DIA.

           MOVE SPACES TO WKS-D2-CANDS.
           MOVE ZERO TO WKS-C.
           MOVE ZERO TO WKS-NUM-CAND.
           IF WKS-CK-DIA NOT = ZERO
               PERFORM 2750-SUGIERE-CANDIDATO
                   VARYING WKS-P FROM 1 BY 1
                   UNTIL WKS-P > WKS-NUM-PRF.

           IF WKS-C NOT = ZERO
               MOVE WKS-DET2 TO LINEA
               WRITE LINEA AFTER 1.

           IF WKS-NUM-CAND = ZERO
               MOVE WKS-DET3 TO LINEA
               WRITE LINEA AFTER 1.

       2750-SUGIERE-CANDIDATO.
           PERFORM 2550-CHECA-CANDIDATO.
           IF WKS-CAND-OK = 1
               ADD 1 TO WKS-NUM-CAND
               ADD 1 TO WKS-C
               MOVE T-CP-ID (WKS-P)  TO WKS-D2-ID (WKS-C)
               MOVE T-CP-NOM (WKS-P) TO WKS-D2-NOM (WKS-C)
               IF WKS-C = 4
                   MOVE WKS-DET2 TO LINEA
                   WRITE LINEA AFTER 1
                   MOVE SPACES TO WKS-D2-CANDS
                   MOVE ZERO TO WKS-C.

      *-------------------RUTINAS----------------------------------*
       8000-BUSCA-PROFESOR.
           MOVE ZERO TO WKS-PRF-IDX.
           PERFORM 8050-COMPARA-PROFESOR
               VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > WKS-NUM-PRF.

       8050-COMPARA-PROFESOR.
           IF T-CP-ID (WKS-P) = WKS-ID-BUS
               MOVE WKS-P TO WKS-PRF-IDX
               MOVE WKS-NUM-PRF TO WKS-P.

      *    Serie = ano * 365 + bisiestos de los anos anteriores + dia
      *    del ano, igual que en PROY-NOM.
       8100-FECHA-A-SERIE.
           DIVIDE WKS-SE-ANO BY 4 GIVING WKS-DM
               REMAINDER WKS-BI-REM.
           IF WKS-BI-REM = 0
               MOVE 29 TO T-DM (2)
           ELSE
               MOVE 28 TO T-DM (2).

           MOVE ZERO TO WKS-DOY.
           IF WKS-SE-MES > 1
               PERFORM 8150-SUMA-MES
                   VARYING WKS-DM FROM 1 BY 1
                   UNTIL WKS-DM >= WKS-SE-MES.
           ADD WKS-SE-DIA TO WKS-DOY.

           COMPUTE WKS-SERIE = (WKS-SE-ANO * 365)
               + ((WKS-SE-ANO - 1) / 4) + WKS-DOY.

       8150-SUMA-MES.
           ADD T-DM (WKS-DM) TO WKS-DOY.

       8200-SUMA-DIA.
           DIVIDE WKS-SE-ANO BY 4 GIVING WKS-DM
               REMAINDER WKS-BI-REM.
           IF WKS-BI-REM = 0
               MOVE 29 TO T-DM (2)
           ELSE
               MOVE 28 TO T-DM (2).

           IF WKS-SE-DIA < T-DM (WKS-SE-MES)
               ADD 1 TO WKS-SE-DIA
           ELSE
               MOVE 1 TO WKS-SE-DIA
               IF WKS-SE-MES = 12
                   MOVE 1 TO WKS-SE-MES
                   ADD 1 TO WKS-SE-ANO
               ELSE
                   ADD 1 TO WKS-SE-MES.

      *    Indice 1..7 del dia de la semana por su nombre; cero si
      *    no es ninguno.
       8300-BUSCA-DIA.
           MOVE ZERO TO WKS-DIA-IDX.
           PERFORM 8350-COMPARA-DIA
               VARYING WKS-C FROM 1 BY 1 UNTIL WKS-C > 7.

       8350-COMPARA-DIA.
           IF T-DI (WKS-C) = WKS-DIA-BUS
               MOVE WKS-C TO WKS-DIA-IDX
               MOVE 7 TO WKS-C.

       3000-FIN.
           CLOSE ARC-SUP.
