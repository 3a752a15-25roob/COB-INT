       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXP-SES.
      *    Desdobla el horario semanal ARC-HOR de un ciclo (de un
      *    grupo o, con el grupo en blanco, de todos) en sesiones con
      *    fecha en ARC-CSE, del inicio al fin de clases del ciclo en
      *    ARC-CIC, brincando los feriados de ARC-CAL. Compartido por
      *    CALL: lo llaman GEN-SES para generar el calendario del
      *    ciclo y TBID-HOR cada vez que guarda cambios al horario.
      *    La primera vez se genera el ciclo completo. Si el ciclo o
      *    grupo ya tiene sesiones, solo se regeneran las de hoy en
      *    adelante: se borran las programadas y se vuelven a sacar
      *    del horario nuevo. Una sesion impartida (con asistencia
      *    tomada en TBID-ASI) nunca se borra ni se reemplaza.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARC-CSE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-LLAVE
               FILE STATUS IS WKS-FS-SES.
       DATA DIVISION.
       FILE SECTION.
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

       FD ARC-CSE.
           COPY REGSES.

       WORKING-STORAGE SECTION.
       01 WKS-FS-HOR       PIC XX.
       01 WKS-FS-CAL       PIC XX.
       01 WKS-FS-CIC       PIC XX.
       01 WKS-FS-SES       PIC XX.

       01 WKS-HOY          PIC 9(06).
       01 WKS-FECHA-HOY    PIC 9(08).

      *    Rango de clases del ciclo y primer dia a regenerar.
       01 WKS-CIC-INI      PIC 9(08).
       01 WKS-CIC-FIN      PIC 9(08).
       01 WKS-DESDE        PIC 9(08).
       01 WKS-YA-HAY       PIC 9.
       01 WKS-FIN-SES      PIC 9.

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

      *    Celdas del horario con hora asignada.
       01 WKS-MAX-HOR       PIC 999 VALUE 500.
       01 WKS-NUM-HOR       PIC 999 VALUE ZERO.
       01 WKS-FIN-HOR       PIC 9.

       01 T-HORARIO.
           03 T-HOR OCCURS 500 TIMES.
               05 T-HO-GRUPO  PIC X(03).
               05 T-HO-MAT    PIC X(04).
               05 T-HO-DIA    PIC X(09).
               05 T-HO-HORA   PIC 9999.
               05 T-HO-AULA   PIC X(06).
               05 T-HO-PROF   PIC X(15).
               05 T-HO-IDPR   PIC 9(03).

      *    Feriados del calendario de proceso.
       01 WKS-MAX-FER       PIC 999 VALUE 400.
       01 WKS-NUM-FER       PIC 999 VALUE ZERO.
       01 WKS-FIN-CAL       PIC 9.
       01 WKS-ES-FERIADO    PIC 9.

       01 T-FERIADOS.
           03 T-FER OCCURS 400 TIMES PIC 9(08).

      *    Fechas: la misma serie de dias de NOM-PRF (el lunes da 3
      *    en el modulo 7) para el dia de la semana del primer dia, y
      *    un dia adelante para recorrer el ciclo.
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

       77 WKS-H            PIC 999.
       77 WKS-F            PIC 999.

       LINKAGE SECTION.
      *    Ciclo a desdoblar (la clave de ARC-CIC, p. ej. 2026A).
       01 LK-CICLO           PIC X(05).
      *    Grupo a regenerar; en blanco, todos los grupos del ciclo.
       01 LK-GRUPO           PIC X(03).
      *    Sesiones programadas que se grabaron y que se borraron.
       01 LK-GENERADAS       PIC 9(05).
       01 LK-BORRADAS        PIC 9(05).
      *    0 = generado; 1 = el ciclo no tiene fechas en ARC-CIC.
       01 LK-STATUS          PIC 9.

       PROCEDURE DIVISION USING LK-CICLO LK-GRUPO LK-GENERADAS
               LK-BORRADAS LK-STATUS.
       INICIO.
           PERFORM 1000-INICIO.
           IF LK-STATUS = ZERO
               PERFORM 2000-BORRA-PROGRAMADAS
               PERFORM 3000-GENERA-SESIONES
               CLOSE ARC-CSE.
           GOBACK.

       1000-INICIO.
           MOVE ZERO TO LK-STATUS.
           MOVE ZERO TO LK-GENERADAS.
           MOVE ZERO TO LK-BORRADAS.
           MOVE ZERO TO WKS-NUM-HOR.
           MOVE ZERO TO WKS-NUM-FER.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           PERFORM 1100-LEE-CICLO.
           IF LK-STATUS = ZERO
               PERFORM 1200-CARGA-HORARIO
               PERFORM 1300-CARGA-FERIADOS
               OPEN I-O ARC-CSE
               IF WKS-FS-SES = "35"
                   OPEN OUTPUT ARC-CSE
                   CLOSE ARC-CSE
                   OPEN I-O ARC-CSE
               END-IF
               PERFORM 1500-PRIMER-DIA.

       1100-LEE-CICLO.
           OPEN INPUT ARC-CIC.
           IF WKS-FS-CIC = "35"
               MOVE 1 TO LK-STATUS
           ELSE
               MOVE LK-CICLO TO CIC-CICLO
               READ ARC-CIC
                   INVALID KEY
                       MOVE 1 TO LK-STATUS
                   NOT INVALID KEY
                       MOVE CIC-FEC-INI TO WKS-CIC-INI
                       MOVE CIC-FEC-FIN TO WKS-CIC-FIN
               END-READ
               CLOSE ARC-CIC.

       1200-CARGA-HORARIO.
           OPEN INPUT ARC-HOR.
           IF WKS-FS-HOR = "35"
               CONTINUE
           ELSE
               READ ARC-HOR
                   AT END MOVE 1 TO WKS-FIN-HOR
                   NOT AT END MOVE 0 TO WKS-FIN-HOR

               PERFORM 1250-AGREGA-CELDA UNTIL WKS-FIN-HOR = 1

               CLOSE ARC-HOR.

      *    Solo las celdas del ciclo (y del grupo) con hora asignada
      *    son sesiones.
       1250-AGREGA-CELDA.
           IF HOR-CICLO = LK-CICLO AND HOR-HORA NOT = ZERO
                   AND (LK-GRUPO = SPACES OR HOR-GRUPO = LK-GRUPO)
               IF WKS-NUM-HOR < WKS-MAX-HOR
                   ADD 1 TO WKS-NUM-HOR
                   MOVE HOR-GRUPO   TO T-HO-GRUPO (WKS-NUM-HOR)
                   MOVE HOR-MATERIA TO T-HO-MAT (WKS-NUM-HOR)
                   MOVE HOR-DIA     TO T-HO-DIA (WKS-NUM-HOR)
                   MOVE HOR-HORA    TO T-HO-HORA (WKS-NUM-HOR)
                   MOVE HOR-AULA    TO T-HO-AULA (WKS-NUM-HOR)
                   MOVE HOR-PROF    TO T-HO-PROF (WKS-NUM-HOR)
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

      *    Sin sesiones previas del ciclo o grupo se genera desde el
      *    inicio de clases; con sesiones ya generadas, el pasado se
      *    queda como esta y se regenera de hoy en adelante.
       1500-PRIMER-DIA.
           MOVE ZERO TO WKS-YA-HAY.
           MOVE WKS-CIC-INI TO WKS-DESDE.
           PERFORM 1550-POSICIONA.
           PERFORM 1560-BUSCA-EXISTENTE UNTIL WKS-FIN-SES = 1.

           IF WKS-YA-HAY = 1 AND WKS-FECHA-HOY > WKS-CIC-INI
               MOVE WKS-FECHA-HOY TO WKS-DESDE.

       1550-POSICIONA.
           MOVE ZERO TO WKS-FIN-SES.
           MOVE WKS-DESDE   TO SES-FECHA.
           MOVE SPACES      TO SES-CICLO.
           MOVE SPACES      TO SES-GRUPO.
           MOVE SPACES      TO SES-MATERIA.
           START ARC-CSE KEY IS NOT LESS THAN SES-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-SES.

       1560-BUSCA-EXISTENTE.
           READ ARC-CSE NEXT RECORD
               AT END MOVE 1 TO WKS-FIN-SES.
           IF WKS-FIN-SES = ZERO
               IF SES-FECHA > WKS-CIC-FIN
                   MOVE 1 TO WKS-FIN-SES
               ELSE
                   IF SES-CICLO = LK-CICLO
                           AND (LK-GRUPO = SPACES
                                OR SES-GRUPO = LK-GRUPO)
                       MOVE 1 TO WKS-YA-HAY
                       MOVE 1 TO WKS-FIN-SES.

      *-----------------BORRA LO QUE SE REGENERA-------------------*
      *    De la fecha de arranque al fin del ciclo se borran las
      *    sesiones programadas del ciclo o grupo; las impartidas se
      *    quedan.
       2000-BORRA-PROGRAMADAS.
           IF WKS-YA-HAY = 1
               PERFORM 1550-POSICIONA
               PERFORM 2050-BORRA-SESION UNTIL WKS-FIN-SES = 1.

       2050-BORRA-SESION.
           READ ARC-CSE NEXT RECORD
               AT END MOVE 1 TO WKS-FIN-SES.
           IF WKS-FIN-SES = ZERO
               IF SES-FECHA > WKS-CIC-FIN
                   MOVE 1 TO WKS-FIN-SES
               ELSE
                   IF SES-CICLO = LK-CICLO AND SES-PROGRAMADA
                           AND (LK-GRUPO = SPACES
                                OR SES-GRUPO = LK-GRUPO)
                       DELETE ARC-CSE RECORD
                       ADD 1 TO LK-BORRADAS.

      *-------------------GENERA SESIONES-------------------------*
      *    Recorre del dia de arranque al fin del ciclo: el dia de
      *    la semana del primero sale de la serie y de ahi avanza de
      *    uno en uno.
       3000-GENERA-SESIONES.
           MOVE WKS-DESDE TO WKS-SE-NUM.
           PERFORM 8100-FECHA-A-SERIE.
           COMPUTE WKS-COC = WKS-SERIE + 4.
           DIVIDE 7 INTO WKS-COC GIVING WKS-COC
               REMAINDER WKS-DOW.
           COMPUTE WKS-DIA-IDX = WKS-DOW + 1.

           PERFORM 3100-REVISA-DIA
               UNTIL WKS-SE-NUM > WKS-CIC-FIN.

       3100-REVISA-DIA.
           MOVE ZERO TO WKS-ES-FERIADO.
           PERFORM 3150-COMPARA-FERIADO
               VARYING WKS-F FROM 1 BY 1 UNTIL WKS-F > WKS-NUM-FER.

           IF WKS-ES-FERIADO = ZERO
               PERFORM 3200-SESION-DEL-DIA
                   VARYING WKS-H FROM 1 BY 1
                   UNTIL WKS-H > WKS-NUM-HOR.

           PERFORM 8200-SUMA-DIA.
           IF WKS-DIA-IDX = 7
               MOVE 1 TO WKS-DIA-IDX
           ELSE
               ADD 1 TO WKS-DIA-IDX.

       3150-COMPARA-FERIADO.
           IF T-FER (WKS-F) = WKS-SE-NUM
               MOVE 1 TO WKS-ES-FERIADO
               MOVE WKS-NUM-FER TO WKS-F.

       3200-SESION-DEL-DIA.
           IF T-HO-DIA (WKS-H) = T-DI (WKS-DIA-IDX)
               PERFORM 3250-GRABA-SESION.

      *    Si ya hay una sesion impartida con la misma clave se deja
      *    la que esta.
       3250-GRABA-SESION.
           MOVE WKS-SE-NUM          TO SES-FECHA.
           MOVE LK-CICLO            TO SES-CICLO.
           MOVE T-HO-GRUPO (WKS-H)  TO SES-GRUPO.
           MOVE T-HO-MAT (WKS-H)    TO SES-MATERIA.
           MOVE T-HO-DIA (WKS-H)    TO SES-DIA.
           MOVE T-HO-HORA (WKS-H)   TO SES-HORA.
           MOVE T-HO-AULA (WKS-H)   TO SES-AULA.
           MOVE T-HO-PROF (WKS-H)   TO SES-PROF.
           MOVE T-HO-IDPR (WKS-H)   TO SES-ID-PROF.
           MOVE "P"                 TO SES-ESTADO.
           MOVE WKS-FECHA-HOY       TO SES-FEC-GEN.
           WRITE REG-SES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO LK-GENERADAS.

      *    Serie = ano * 365 + bisiestos de los anos anteriores + dia
      *    del ano, igual que en NOM-PRF.
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
