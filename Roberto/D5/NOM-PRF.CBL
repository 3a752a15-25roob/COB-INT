       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOM-PRF.
      *    Pago a profesores por hora de clase del mes. Las sesiones
      *    programadas salen del horario ARC-HOR del ciclo, fechadas
      *    dia por dia dentro del mes (y de las fechas del ciclo en
      *    ARC-CIC), brincando los feriados de ARC-CAL. Si la sesion
      *    quedo afectada por una falta (ARC-SUP, de CAP-FAL) no se
      *    le paga al titular: se le paga al suplente que la cubrio
      *    y, sin suplente, a nadie. Solo se paga la sesion de la que
      *    se tomo asistencia en ARC-ASI (TBID-ASI). Cada sesion es
      *    una hora de clase y se paga a la tarifa por hora del
      *    maestro ARC-PRF.
      *    Imprime el estado de pago por profesor y arma el archivo
      *    de transferencias ARC-TRP para el banco (HDR, un DET por
      *    profesor con CLABE, nombre e importe, y TRL con los
      *    totales de control, igual que COM-AGE y DIS-CON). Cada
      *    transferencia se anota como salida en la bitacora de
      *    tesoreria ARC-TES y el pago del mes queda en ARC-NPR para
      *    que una segunda corrida no pague dos veces.
      *    Ciclo (parametro NOM_PRF_CICLO, obligatorio) y mes a
      *    pagar AAAAMM (parametro NOM_PRF_PERIODO o, sin el, el mes
      *    en curso).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-PRF ASSIGN TO DISK
               FILE STATUS IS WKS-FS-PRF.
      *    Horario guardado por TBID-HOR.
           SELECT ARC-HOR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-HOR.
      *    Calendario de proceso: los feriados no tienen clase.
           SELECT ARC-CAL ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CAL.
           SELECT ARC-CIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIC-CICLO
               FILE STATUS IS WKS-FS-CIC.
      *    Sesiones afectadas por faltas de profesores (CAP-FAL).
           SELECT ARC-SUP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-LLAVE
               FILE STATUS IS WKS-FS-SUP.
      *    Pase de lista de TBID-ASI.
           SELECT ARC-ASI ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ASI.
           SELECT ARC-NPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NPR-LLAVE
               FILE STATUS IS WKS-FS-NPR.
           SELECT ARC-TRP ASSIGN TO DISK.
           SELECT ARC-TES ASSIGN TO DISK
               FILE STATUS IS WKS-FS-TES.
           SELECT REP-NPR ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
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

       FD ARC-CIC.
           COPY REGCIC.

       FD ARC-SUP.
           COPY REGSUP.

      *    Mismo registro que graba TBID-ASI.
       FD ARC-ASI.
       01 REG-ASI.
           03 ASI-CICLO    PIC X(05).
           03 ASI-GRUPO    PIC X(03).
           03 ASI-MATERIA  PIC X(04).
           03 ASI-DIA      PIC X(09).
           03 ASI-FECHA    PIC 9(08).
           03 ASI-ALUMNO   PIC 9(04).
           03 ASI-PRESENTE PIC X.

       FD ARC-NPR.
           COPY REGNPR.

       FD ARC-TRP.
       01 REG-TRP          PIC X(66).

       FD ARC-TES.
           COPY REGTES.

       FD REP-NPR.
       01 LINEA            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-PRF       PIC XX.
       01 WKS-FS-HOR       PIC XX.
       01 WKS-FS-CAL       PIC XX.
       01 WKS-FS-CIC       PIC XX.
       01 WKS-FS-SUP       PIC XX.
       01 WKS-FS-ASI       PIC XX.
       01 WKS-FS-NPR       PIC XX.
       01 WKS-FS-TES       PIC XX.

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

       01 WKS-PARM         PIC X(80).
       01 WKS-CICLO        PIC X(05).
       01 WKS-PERIODO.
           03 WKS-PER-ANIO PIC 9(04).
           03 WKS-PER-MES  PIC 9(02).
       01 WKS-PER-INI      PIC 9(08).
       01 WKS-PER-FIN      PIC 9(08).

      *    Registro de trabajo del archivo al banco, con sus tres
      *    vistas (HDR/DET/TRL), igual que COM-AGE.
       01 WKS-REG-TRAB     PIC X(66).

       01 WKS-VISTA-HDR REDEFINES WKS-REG-TRAB.
           03 WKS-HDR-MARCA  PIC X(03).
           03 WKS-HDR-FECHA  PIC 9(08).
           03 FILLER         PIC X(55).

       01 WKS-VISTA-DET REDEFINES WKS-REG-TRAB.
           03 WKS-DET-MARCA  PIC X(03).
           03 WKS-DET-CLABE  PIC 9(18).
           03 WKS-DET-NOMBRE PIC X(30).
           03 WKS-DET-NETO   PIC 9(13)V99.

       01 WKS-VISTA-TRL REDEFINES WKS-REG-TRAB.
           03 WKS-TRL-MARCA  PIC X(03).
           03 WKS-TRL-REGS   PIC 9(06).
           03 WKS-TRL-MONTO  PIC 9(13)V99.
           03 FILLER         PIC X(42).

      *    Firma de operador (subprograma FIRMA): mandar dinero al
      *    banco exige nivel 3, igual que DIS-CON.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "NOM-PRF ".

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

      *    Maestro de profesores en memoria con lo acumulado en el
      *    mes: sesiones programadas como titular, las que se dejaron
      *    de dar por falta, las que cubrio como suplente, las que
      *    no tienen asistencia, las horas pagadas, el importe y el
      *    resultado para el estado de pago.
       01 WKS-MAX-PRF       PIC 99 VALUE 30.
       01 WKS-NUM-PRF       PIC 99 VALUE ZERO.
       01 WKS-PRF-IDX       PIC 99.
       01 WKS-FIN-PRF       PIC 9.

       01 T-PAGOS.
           03 T-PAG OCCURS 30 TIMES.
               05 T-PG-ID  PIC 9(03).
               05 T-PG-NOM PIC X(15).
               05 T-PG-TAR PIC 9(05)V99.
               05 T-PG-CLA PIC 9(18).
               05 T-PG-PRO PIC 9(04).
               05 T-PG-FAL PIC 9(04).
               05 T-PG-SUP PIC 9(04).
               05 T-PG-SIN PIC 9(04).
               05 T-PG-HRS PIC 9(04).
               05 T-PG-IMP PIC 9(07)V99.
               05 T-PG-RES PIC X(16).

      *    Celdas del horario del ciclo con hora asignada.
       01 WKS-MAX-HOR       PIC 999 VALUE 500.
       01 WKS-NUM-HOR       PIC 999 VALUE ZERO.
       01 WKS-FIN-HOR       PIC 9.

       01 T-HORARIO.
           03 T-HOR OCCURS 500 TIMES.
               05 T-HO-GRUPO  PIC X(03).
               05 T-HO-MAT    PIC X(04).
               05 T-HO-DIA    PIC X(09).
               05 T-HO-IDPR   PIC 9(03).

      *    Feriados del calendario de proceso.
       01 WKS-MAX-FER       PIC 999 VALUE 400.
       01 WKS-NUM-FER       PIC 999 VALUE ZERO.
       01 WKS-FIN-CAL       PIC 9.
       01 WKS-ES-FERIADO    PIC 9.

       01 T-FERIADOS.
           03 T-FER OCCURS 400 TIMES PIC 9(08).

      *    Sesiones del mes con asistencia tomada: una por grupo,
      *    materia y fecha, aunque ARC-ASI traiga un renglon por
      *    alumno.
       01 WKS-MAX-ASI       PIC 9(04) VALUE 2000.
       01 WKS-NUM-ASI       PIC 9(04) VALUE ZERO.
       01 WKS-FIN-ASI       PIC 9.

       01 T-ASISTENCIAS.
           03 T-ASI OCCURS 2000 TIMES.
               05 T-AS-GRUPO  PIC X(03).
               05 T-AS-MAT    PIC X(04).
               05 T-AS-FECHA  PIC 9(08).

      *    Sesion que se busca en la tabla de asistencias.
       01 WKS-CK-GRUPO     PIC X(03).
       01 WKS-CK-MAT       PIC X(04).
       01 WKS-CK-FECHA     PIC 9(08).
       01 WKS-HUBO-CLASE   PIC X.

      *    Titular de la sesion y profesor al que se le paga.
       01 WKS-ID-BUS       PIC 9(03).
       01 WKS-TIT-IDX      PIC 99.
       01 WKS-PAG-IDX      PIC 99.
       01 WKS-NPR-EXISTE   PIC X.

      *    Fechas: serie de dias como en PROY-NOM (con esta serie el
      *    lunes da 3 en el modulo 7) para sacar el dia de la semana
      *    del primer dia a pagar, y un dia adelante para recorrer
      *    el mes.
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
       01 WKS-DIA-IDX      PIC 9.
       77 WKS-DM           PIC 99.

       01 WKS-TOT-SES      PIC 9(06) VALUE ZERO.
       01 WKS-TOT-HRS      PIC 9(06) VALUE ZERO.
       01 WKS-TOT-SIN-PRF  PIC 9(06) VALUE ZERO.
       01 WKS-TOT-TRANSF   PIC 9(06) VALUE ZERO.
       01 WKS-MTO-TRANSF   PIC 9(13)V99 VALUE ZERO.

       77 WKS-H            PIC 999.
       77 WKS-F            PIC 999.
       77 WKS-A            PIC 9(04).
       77 WKS-P            PIC 99.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(27) VALUE SPACES.
           03 FILLER         PIC X(35)
                   VALUE "PAGO A PROFESORES POR HORA DE CLASE".

       01 WKS-ENCB.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 FILLER         PIC X(07) VALUE "CICLO: ".
           03 WKS-ENC-CIC    PIC X(05).
           03 FILLER         PIC X(11) VALUE "  PERIODO: ".
           03 WKS-ENC-PER    PIC 9(06).
           03 FILLER         PIC X(07) VALUE "  DEL: ".
           03 WKS-ENC-INI    PIC 9(08).
           03 FILLER         PIC X(06) VALUE "  AL: ".
           03 WKS-ENC-FIN    PIC 9(08).

       01 WKS-PRF-LIN.
           03 FILLER         PIC X(10) VALUE "PROFESOR: ".
           03 WKS-PL-ID      PIC 9(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-PL-NOM     PIC X(15).
           03 FILLER         PIC X(19) VALUE "  TARIFA POR HORA: ".
           03 WKS-PL-TAR     PIC $$$,$$9.99.
           03 FILLER         PIC X(09) VALUE "  CLABE: ".
           03 WKS-PL-CLA     PIC 9(18).

       01 WKS-DET1.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(13) VALUE "PROGRAMADAS: ".
           03 WKS-DT-PRO     PIC ZZZ9.
           03 FILLER         PIC X(14) VALUE "  POR FALTA: -".
           03 WKS-DT-FAL     PIC ZZZ9.
           03 FILLER         PIC X(15) VALUE "  SUPLENCIAS: +".
           03 WKS-DT-SUP     PIC ZZZ9.
           03 FILLER         PIC X(19) VALUE "  SIN ASISTENCIA: -".
           03 WKS-DT-SIN     PIC ZZZ9.
           03 FILLER         PIC X(17) VALUE "  HORAS PAGADAS: ".
           03 WKS-DT-HRS     PIC ZZZ9.

       01 WKS-DET2.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE "IMPORTE: ".
           03 WKS-DT-IMP     PIC $$,$$$,$$9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-RES     PIC X(16).

       01 WKS-TRAILER.
           03 FILLER          PIC X(15) VALUE "**** CONTROL: ".
           03 WKS-TRL-REGS-F  PIC ZZZ,ZZ9.
           03 FILLER          PIC X(16) VALUE " TRANSFERENCIAS ".
           03 FILLER          PIC X(07) VALUE "MONTO: ".
           03 WKS-TRL-MONTO-F PIC $$,$$$,$$$,$$9.99.
           03 FILLER          PIC X(11) VALUE " SESIONES: ".
           03 WKS-TRL-SES-F   PIC ZZZ,ZZ9.
           03 FILLER          PIC X(08) VALUE " HORAS: ".
           03 WKS-TRL-HRS-F   PIC ZZZ,ZZ9.
           03 FILLER          PIC X(05) VALUE " ****".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-REVISA-DIA
               UNTIL WKS-SE-NUM > WKS-PER-FIN.
           PERFORM 2500-PAGA-PROFESOR
               VARYING WKS-PRF-IDX FROM 1 BY 1
               UNTIL WKS-PRF-IDX > WKS-NUM-PRF.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           DISPLAY SPACES ERASE.
           MOVE 3 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-OPERADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               GOBACK.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           DISPLAY "NOM_PRF_CICLO" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           MOVE WKS-PARM (1:5) TO WKS-CICLO.
           IF WKS-CICLO = SPACES
               DISPLAY "FALTA EL CICLO A PAGAR (NOM_PRF_CICLO)"
               MOVE 8 TO RETURN-CODE
               GOBACK.

           MOVE SPACES TO WKS-PARM.
           DISPLAY "NOM_PRF_PERIODO" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM NOT = SPACES
               MOVE WKS-PARM (1:6) TO WKS-PERIODO
           ELSE
               MOVE WKS-FECHA-HOY (1:6) TO WKS-PERIODO.

           IF WKS-PER-MES < 1 OR WKS-PER-MES > 12
               DISPLAY "MES A PAGAR INVALIDO: " WKS-PERIODO
               MOVE 8 TO RETURN-CODE
               GOBACK.

           PERFORM 1100-CARGA-PROFES.
           IF WKS-NUM-PRF = ZERO
               DISPLAY "NO EXISTE MAESTRO DE PROFESORES"
               MOVE 8 TO RETURN-CODE
               GOBACK.

           PERFORM 1500-RANGO-FECHAS.
           PERFORM 1200-CARGA-HORARIO.
           PERFORM 1300-CARGA-FERIADOS.
           PERFORM 1400-CARGA-ASISTENCIA.

           OPEN INPUT ARC-SUP.
           OPEN I-O ARC-NPR.
           IF WKS-FS-NPR = "35"
               OPEN OUTPUT ARC-NPR
               CLOSE ARC-NPR
               OPEN I-O ARC-NPR.

           OPEN OUTPUT ARC-TRP.
           OPEN OUTPUT REP-NPR.
           OPEN EXTEND ARC-TES.
           IF WKS-FS-TES = "35"
               OPEN OUTPUT ARC-TES.
           PERFORM 1800-ENCABEZADOS.

           MOVE WKS-PER-INI TO WKS-SE-NUM.
           PERFORM 8100-FECHA-A-SERIE.
           COMPUTE WKS-COC = WKS-SERIE + 4.
           DIVIDE 7 INTO WKS-COC GIVING WKS-COC
               REMAINDER WKS-DOW.
           COMPUTE WKS-DIA-IDX = WKS-DOW + 1.

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
               MOVE PRF-ID          TO T-PG-ID (WKS-NUM-PRF)
               MOVE PRF-NOMBRE      TO T-PG-NOM (WKS-NUM-PRF)
               MOVE PRF-TARIFA-HORA TO T-PG-TAR (WKS-NUM-PRF)
               MOVE PRF-CLABE       TO T-PG-CLA (WKS-NUM-PRF)
               MOVE ZERO            TO T-PG-PRO (WKS-NUM-PRF)
               MOVE ZERO            TO T-PG-FAL (WKS-NUM-PRF)
               MOVE ZERO            TO T-PG-SUP (WKS-NUM-PRF)
               MOVE ZERO            TO T-PG-SIN (WKS-NUM-PRF)
               MOVE ZERO            TO T-PG-HRS (WKS-NUM-PRF)
               MOVE ZERO            TO T-PG-IMP (WKS-NUM-PRF)
               MOVE SPACES          TO T-PG-RES (WKS-NUM-PRF)
           ELSE
               DISPLAY "MAESTRO DE PROFESORES LLENO, SE OMITEN "
                   "RESTANTES".

           READ ARC-PRF
               AT END MOVE 1 TO WKS-FIN-PRF.

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

      *    Solo las celdas del ciclo con hora asignada son sesiones.
       1250-AGREGA-CELDA.
           IF HOR-CICLO = WKS-CICLO AND HOR-HORA NOT = ZERO
               IF WKS-NUM-HOR < WKS-MAX-HOR
                   ADD 1 TO WKS-NUM-HOR
                   MOVE HOR-GRUPO   TO T-HO-GRUPO (WKS-NUM-HOR)
                   MOVE HOR-MATERIA TO T-HO-MAT (WKS-NUM-HOR)
                   MOVE HOR-DIA     TO T-HO-DIA (WKS-NUM-HOR)
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

       1400-CARGA-ASISTENCIA.
           OPEN INPUT ARC-ASI.
           IF WKS-FS-ASI = "35"
               DISPLAY "NO HAY ASISTENCIA TOMADA, NO SE PAGAN HORAS"
           ELSE
               READ ARC-ASI
                   AT END MOVE 1 TO WKS-FIN-ASI
                   NOT AT END MOVE 0 TO WKS-FIN-ASI

               PERFORM 1450-AGREGA-ASISTENCIA UNTIL WKS-FIN-ASI = 1

               CLOSE ARC-ASI.

       1450-AGREGA-ASISTENCIA.
           IF ASI-CICLO = WKS-CICLO
                   AND ASI-FECHA NOT < WKS-PER-INI
                   AND ASI-FECHA NOT > WKS-PER-FIN
               MOVE ASI-GRUPO   TO WKS-CK-GRUPO
               MOVE ASI-MATERIA TO WKS-CK-MAT
               MOVE ASI-FECHA   TO WKS-CK-FECHA
               PERFORM 8400-BUSCA-ASISTENCIA
               IF WKS-HUBO-CLASE = "N"
                   PERFORM 1460-GUARDA-SESION.

           READ ARC-ASI
               AT END MOVE 1 TO WKS-FIN-ASI.

       1460-GUARDA-SESION.
           IF WKS-NUM-ASI < WKS-MAX-ASI
               ADD 1 TO WKS-NUM-ASI
               MOVE ASI-GRUPO   TO T-AS-GRUPO (WKS-NUM-ASI)
               MOVE ASI-MATERIA TO T-AS-MAT (WKS-NUM-ASI)
               MOVE ASI-FECHA   TO T-AS-FECHA (WKS-NUM-ASI)
           ELSE
               DISPLAY "TABLA DE ASISTENCIA LLENA, SE OMITE "
                   ASI-GRUPO " " ASI-MATERIA " " ASI-FECHA.

      *    Del primero al ultimo dia del mes, recortado a las fechas
      *    de clases del ciclo si esta en ARC-CIC.
       1500-RANGO-FECHAS.
           MOVE WKS-PER-ANIO TO WKS-SE-ANO.
           MOVE WKS-PER-MES  TO WKS-SE-MES.
           MOVE 1            TO WKS-SE-DIA.
           MOVE WKS-SE-NUM   TO WKS-PER-INI.

           DIVIDE WKS-SE-ANO BY 4 GIVING WKS-DM
               REMAINDER WKS-BI-REM.
           IF WKS-BI-REM = 0
               MOVE 29 TO T-DM (2)
           ELSE
               MOVE 28 TO T-DM (2).
           MOVE T-DM (WKS-SE-MES) TO WKS-SE-DIA.
           MOVE WKS-SE-NUM   TO WKS-PER-FIN.

           OPEN INPUT ARC-CIC.
           IF WKS-FS-CIC = "35"
               DISPLAY "SIN CATALOGO DE CICLOS, SE TOMA EL MES "
                   "COMPLETO"
           ELSE
               MOVE WKS-CICLO TO CIC-CICLO
               READ ARC-CIC
                   INVALID KEY
                       DISPLAY "CICLO SIN FECHAS, SE TOMA EL MES "
                           "COMPLETO: " WKS-CICLO
                   NOT INVALID KEY
                       PERFORM 1550-RECORTA-CICLO
               END-READ
               CLOSE ARC-CIC.

       1550-RECORTA-CICLO.
           IF CIC-FEC-INI > WKS-PER-INI
               MOVE CIC-FEC-INI TO WKS-PER-INI.
           IF CIC-FEC-FIN < WKS-PER-FIN
               MOVE CIC-FEC-FIN TO WKS-PER-FIN.

       1800-ENCABEZADOS.
           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "HDR" TO WKS-HDR-MARCA.
           MOVE WKS-FECHA-HOY TO WKS-HDR-FECHA.
           MOVE WKS-REG-TRAB TO REG-TRP.
           WRITE REG-TRP.

           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-CICLO   TO WKS-ENC-CIC.
           MOVE WKS-PERIODO TO WKS-ENC-PER.
           MOVE WKS-PER-INI TO WKS-ENC-INI.
           MOVE WKS-PER-FIN TO WKS-ENC-FIN.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 1.

      *-------------------SESIONES DEL MES-------------------------*
      *    Recorre el mes dia por dia: el dia de la semana del
      *    primero sale de la serie y de ahi avanza de uno en uno.
       2000-REVISA-DIA.
           MOVE ZERO TO WKS-ES-FERIADO.
           PERFORM 2050-COMPARA-FERIADO
               VARYING WKS-F FROM 1 BY 1 UNTIL WKS-F > WKS-NUM-FER.

           IF WKS-ES-FERIADO = ZERO
               PERFORM 2100-SESION-DEL-DIA
                   VARYING WKS-H FROM 1 BY 1
                   UNTIL WKS-H > WKS-NUM-HOR.

           PERFORM 8200-SUMA-DIA.
           IF WKS-DIA-IDX = 7
               MOVE 1 TO WKS-DIA-IDX
           ELSE
               ADD 1 TO WKS-DIA-IDX.

       2050-COMPARA-FERIADO.
           IF T-FER (WKS-F) = WKS-SE-NUM
               MOVE 1 TO WKS-ES-FERIADO
               MOVE WKS-NUM-FER TO WKS-F.

       2100-SESION-DEL-DIA.
           IF T-HO-DIA (WKS-H) = T-DI (WKS-DIA-IDX)
               PERFORM 2150-SESION.

      *    La sesion se programa al titular; se le paga a el, al
      *    suplente que la cubrio o a nadie, y solo si se tomo
      *    asistencia.
       2150-SESION.
           ADD 1 TO WKS-TOT-SES.
           MOVE T-HO-IDPR (WKS-H) TO WKS-ID-BUS.
           PERFORM 8000-BUSCA-PROFESOR.
           MOVE WKS-PRF-IDX TO WKS-TIT-IDX.
           IF WKS-TIT-IDX = ZERO
               ADD 1 TO WKS-TOT-SIN-PRF
           ELSE
               ADD 1 TO T-PG-PRO (WKS-TIT-IDX).

           MOVE WKS-TIT-IDX TO WKS-PAG-IDX.
           IF WKS-FS-SUP NOT = "35"
               PERFORM 2200-CHECA-SUPLENCIA.

           IF WKS-PAG-IDX NOT = ZERO
               MOVE T-HO-GRUPO (WKS-H) TO WKS-CK-GRUPO
               MOVE T-HO-MAT (WKS-H)   TO WKS-CK-MAT
               MOVE WKS-SE-NUM         TO WKS-CK-FECHA
               PERFORM 8400-BUSCA-ASISTENCIA
               IF WKS-HUBO-CLASE = "S"
                   ADD 1 TO T-PG-HRS (WKS-PAG-IDX)
               ELSE
                   ADD 1 TO T-PG-SIN (WKS-PAG-IDX).

       2200-CHECA-SUPLENCIA.
           MOVE WKS-SE-NUM         TO SUP-FECHA.
           MOVE WKS-CICLO          TO SUP-CICLO.
           MOVE T-HO-GRUPO (WKS-H) TO SUP-GRUPO.
           MOVE T-HO-MAT (WKS-H)   TO SUP-MATERIA.
           READ ARC-SUP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2250-SESION-AFECTADA.

       2250-SESION-AFECTADA.
           IF WKS-TIT-IDX NOT = ZERO
               ADD 1 TO T-PG-FAL (WKS-TIT-IDX).

           MOVE ZERO TO WKS-PAG-IDX.
           IF SUP-CUBIERTA
               MOVE SUP-ID-SUPLENTE TO WKS-ID-BUS
               PERFORM 8000-BUSCA-PROFESOR
               MOVE WKS-PRF-IDX TO WKS-PAG-IDX
               IF WKS-PAG-IDX NOT = ZERO
                   ADD 1 TO T-PG-SUP (WKS-PAG-IDX).

      *-------------------PAGO POR PROFESOR------------------------*
      *    Importe = horas pagadas * tarifa. Con CLABE se transfiere;
      *    sin CLABE queda pendiente en ARC-NPR. El profesor que ya
      *    se transfirio en una corrida anterior del mismo mes y
      *    ciclo no vuelve a pagarse.
       2500-PAGA-PROFESOR.
           IF T-PG-PRO (WKS-PRF-IDX) > ZERO
                   OR T-PG-SUP (WKS-PRF-IDX) > ZERO
               PERFORM 2550-CALCULA-PAGO
               PERFORM 2700-ESTADO-PAGO.

       2550-CALCULA-PAGO.
           COMPUTE T-PG-IMP (WKS-PRF-IDX) =
               T-PG-HRS (WKS-PRF-IDX) * T-PG-TAR (WKS-PRF-IDX).
           ADD T-PG-HRS (WKS-PRF-IDX) TO WKS-TOT-HRS.

           MOVE WKS-PERIODO           TO NPR-PERIODO.
           MOVE WKS-CICLO             TO NPR-CICLO.
           MOVE T-PG-ID (WKS-PRF-IDX) TO NPR-ID-PROF.
           MOVE "S" TO WKS-NPR-EXISTE.
           READ ARC-NPR
               INVALID KEY MOVE "N" TO WKS-NPR-EXISTE.

           IF WKS-NPR-EXISTE = "S" AND NPR-TRANSFERIDO
               MOVE "YA PAGADO" TO T-PG-RES (WKS-PRF-IDX)
           ELSE
               IF T-PG-HRS (WKS-PRF-IDX) = ZERO
                   MOVE "SIN HORAS" TO T-PG-RES (WKS-PRF-IDX)
               ELSE
                   IF T-PG-TAR (WKS-PRF-IDX) = ZERO
                       MOVE "SIN TARIFA" TO T-PG-RES (WKS-PRF-IDX)
                   ELSE
                       IF T-PG-CLA (WKS-PRF-IDX) = ZERO
                           MOVE "SIN CLABE" TO T-PG-RES (WKS-PRF-IDX)
                           SET NPR-SIN-CLABE TO TRUE
                           PERFORM 2650-GRABA-PAGO
                       ELSE
                           PERFORM 2600-TRANSFIERE
                           SET NPR-TRANSFERIDO TO TRUE
                           PERFORM 2650-GRABA-PAGO.

       2600-TRANSFIERE.
           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "DET" TO WKS-DET-MARCA.
           MOVE T-PG-CLA (WKS-PRF-IDX) TO WKS-DET-CLABE.
           MOVE T-PG-NOM (WKS-PRF-IDX) TO WKS-DET-NOMBRE.
           MOVE T-PG-IMP (WKS-PRF-IDX) TO WKS-DET-NETO.
           MOVE WKS-REG-TRAB TO REG-TRP.
           WRITE REG-TRP.
           ADD 1 TO WKS-TOT-TRANSF.
           ADD T-PG-IMP (WKS-PRF-IDX) TO WKS-MTO-TRANSF.

           MOVE WKS-FECHA-HOY          TO TES-FECHA.
           MOVE "NOM-PRF "             TO TES-ORIGEN.
           MOVE "S"                    TO TES-SENTIDO.
           MOVE "T"                    TO TES-MEDIO.
           MOVE T-PG-ID (WKS-PRF-IDX)  TO TES-ID.
           MOVE T-PG-NOM (WKS-PRF-IDX) TO TES-REFERENCIA.
           MOVE T-PG-IMP (WKS-PRF-IDX) TO TES-IMPORTE.
           WRITE REG-TES.

           MOVE "TRANSFERIDO" TO T-PG-RES (WKS-PRF-IDX).

       2650-GRABA-PAGO.
           MOVE T-PG-HRS (WKS-PRF-IDX) TO NPR-HORAS.
           MOVE T-PG-TAR (WKS-PRF-IDX) TO NPR-TARIFA.
           MOVE T-PG-IMP (WKS-PRF-IDX) TO NPR-IMPORTE.
           MOVE WKS-FECHA-HOY          TO NPR-FECHA.
           MOVE WKS-OPERADOR           TO NPR-OPERADOR.
           IF WKS-NPR-EXISTE = "S"
               REWRITE REG-NPR
           ELSE
               WRITE REG-NPR
                   INVALID KEY
                       DISPLAY "PAGO DUPLICADO: " NPR-LLAVE.

      *-------------------ESTADO DE PAGO---------------------------*
       2700-ESTADO-PAGO.
           MOVE T-PG-ID (WKS-PRF-IDX)  TO WKS-PL-ID.
           MOVE T-PG-NOM (WKS-PRF-IDX) TO WKS-PL-NOM.
           MOVE T-PG-TAR (WKS-PRF-IDX) TO WKS-PL-TAR.
           MOVE T-PG-CLA (WKS-PRF-IDX) TO WKS-PL-CLA.
           MOVE WKS-PRF-LIN TO LINEA.
           WRITE LINEA AFTER 2.

           MOVE T-PG-PRO (WKS-PRF-IDX) TO WKS-DT-PRO.
           MOVE T-PG-FAL (WKS-PRF-IDX) TO WKS-DT-FAL.
           MOVE T-PG-SUP (WKS-PRF-IDX) TO WKS-DT-SUP.
           MOVE T-PG-SIN (WKS-PRF-IDX) TO WKS-DT-SIN.
           MOVE T-PG-HRS (WKS-PRF-IDX) TO WKS-DT-HRS.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE T-PG-IMP (WKS-PRF-IDX) TO WKS-DT-IMP.
           MOVE T-PG-RES (WKS-PRF-IDX) TO WKS-DT-RES.
           MOVE WKS-DET2 TO LINEA.
           WRITE LINEA AFTER 1.

      *-------------------RUTINAS----------------------------------*
       8000-BUSCA-PROFESOR.
           MOVE ZERO TO WKS-PRF-IDX.
           PERFORM 8050-COMPARA-PROFESOR
               VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > WKS-NUM-PRF.

       8050-COMPARA-PROFESOR.
           IF T-PG-ID (WKS-P) = WKS-ID-BUS
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

      *    Sesion (grupo, materia, fecha) con asistencia tomada.
       8400-BUSCA-ASISTENCIA.
           MOVE "N" TO WKS-HUBO-CLASE.
           PERFORM 8450-COMPARA-ASISTENCIA
               VARYING WKS-A FROM 1 BY 1 UNTIL WKS-A > WKS-NUM-ASI.

       8450-COMPARA-ASISTENCIA.
           IF T-AS-GRUPO (WKS-A) = WKS-CK-GRUPO
                   AND T-AS-MAT (WKS-A) = WKS-CK-MAT
                   AND T-AS-FECHA (WKS-A) = WKS-CK-FECHA
               MOVE "S" TO WKS-HUBO-CLASE
               MOVE WKS-NUM-ASI TO WKS-A.

       3000-FIN.
           MOVE SPACES TO WKS-REG-TRAB.
           MOVE "TRL" TO WKS-TRL-MARCA.
           MOVE WKS-TOT-TRANSF TO WKS-TRL-REGS.
           MOVE WKS-MTO-TRANSF TO WKS-TRL-MONTO.
           MOVE WKS-REG-TRAB TO REG-TRP.
           WRITE REG-TRP.

           MOVE WKS-TOT-TRANSF TO WKS-TRL-REGS-F.
           MOVE WKS-MTO-TRANSF TO WKS-TRL-MONTO-F.
           MOVE WKS-TOT-SES    TO WKS-TRL-SES-F.
           MOVE WKS-TOT-HRS    TO WKS-TRL-HRS-F.
           MOVE WKS-TRAILER TO LINEA.
           WRITE LINEA AFTER 2.

           IF WKS-FS-SUP NOT = "35"
               CLOSE ARC-SUP.
           CLOSE ARC-NPR.
           CLOSE ARC-TRP.
           CLOSE ARC-TES.
           CLOSE REP-NPR.

           DISPLAY "SESIONES PROGRAMADAS: " WKS-TOT-SES
               " HORAS PAGADAS: " WKS-TOT-HRS.
           DISPLAY "TRANSFERENCIAS: " WKS-TOT-TRANSF
               " MONTO: " WKS-MTO-TRANSF.
           IF WKS-TOT-SIN-PRF > ZERO
               DISPLAY "SESIONES DE PROFESORES NO CATALOGADOS: "
                   WKS-TOT-SIN-PRF.
