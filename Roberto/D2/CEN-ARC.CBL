       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEN-ARC.
      *    Censo nocturno de los archivos maestros y bitacoras que
      *    mas crecen: CLIENTES, ARC-CXC, ARC-LOG, ARC-AUD, ARC-JRN,
      *    ARC-RIM y ARC-ASI. Cuenta los registros de cada uno y su
      *    fecha mas vieja y mas reciente (alta del cliente,
      *    vencimiento de la partida, fecha de la linea, del
      *    movimiento, del reporte o de la asistencia) y lo agrega a
      *    la historia ARC-CEN, de donde TEN-ARC saca la tendencia.
      *    Corre como ultimo paso de LOTE-CXC, con la fecha de
      *    proceso en CEN_ARC_FECHA (sin ella, la fecha de hoy). Un
      *    archivo que no existe queda en el censo con cero
      *    registros; uno que no se puede leer queda marcado y se
      *    registra en ARC-ERR, sin detener el censo de los demas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-ARC.
           SELECT ARC-CXC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CXC-LLAVE
               FILE STATUS IS WKS-FS-ARC.
           SELECT ARC-LOG ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ARC.
           SELECT ARC-AUD ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ARC.
           SELECT ARC-JRN ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ARC.
           SELECT ARC-RIM ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ARC.
           SELECT ARC-ASI ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ARC.
           SELECT ARC-CEN ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CEN.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY REGCLI.

       FD ARC-CXC.
           COPY REGCXC.

       FD ARC-LOG.
           COPY REGLOG.

       FD ARC-AUD.
           COPY REGAUD.

      *    Mismo registro que graba JRN-ARC.
       FD ARC-JRN.
       01 REG-JRN.
           03 JRN-FECHA    PIC 9(08).
           03 JRN-HORA     PIC 9(06).
           03 JRN-ARCHIVO  PIC X(08).
           03 JRN-OPER     PIC X.
           03 JRN-IMAGEN   PIC X(100).

       FD ARC-RIM.
       01 REG-RIM.
           03 RIM-REPORTE PIC X(08).
           03 RIM-FECHA   PIC 9(08).
           03 RIM-AVANCE  PIC 9(02).
           03 RIM-LINEA   PIC X(132).

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

       FD ARC-CEN.
           COPY REGCEN.

       WORKING-STORAGE SECTION.
       01 WKS-FS-ARC        PIC XX.
       01 WKS-FS-CEN        PIC XX.

       01 WKS-PARM          PIC X(80).
       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-PROC    PIC 9(08).
       01 WKS-HORA-CAP.
           03 WKS-HORA6     PIC 9(06).
           03 FILLER        PIC 99.

      *    Acumulados del archivo en turno.
       01 WKS-ARCHIVO       PIC X(08).
       01 WKS-REGISTROS     PIC 9(09).
       01 WKS-FEC-ANT       PIC 9(08).
       01 WKS-FEC-REC       PIC 9(08).
       01 WKS-FECHA-REG     PIC 9(08).
       01 WKS-SITUACION     PIC X.
       01 WKS-EOF           PIC 9.

       01 WKS-TOT-ARCHIVOS  PIC 99 VALUE ZERO.

      *    Registro de errores de archivo (subprograma ERR-ARC).
       01 WKS-ERR-PROG     PIC X(08) VALUE "CEN-ARC".
       01 WKS-ERR-PARRAFO  PIC X(30).
       01 WKS-ERR-ARCHIVO  PIC X(08).
       01 WKS-ERR-OPER     PIC X(08).
       01 WKS-ERR-FS       PIC XX.
       01 WKS-ERR-LLAVE    PIC X(30).

       01 WKS-CEN-MAL      PIC X VALUE "N".
           88 CENSO-SIN-HISTORIA  VALUE "S".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           IF NOT CENSO-SIN-HISTORIA
               PERFORM 2000-PROCESO.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           DISPLAY "CEN_ARC_FECHA" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM NOT = SPACES
               MOVE WKS-PARM (1:8) TO WKS-FECHA-PROC
           ELSE
               ACCEPT WKS-HOY FROM DATE
               STRING "20" DELIMITED BY SIZE
                      WKS-HOY DELIMITED BY SIZE
                      INTO WKS-FECHA-PROC.

           OPEN EXTEND ARC-CEN.
           IF WKS-FS-CEN = "35"
               OPEN OUTPUT ARC-CEN.

           IF WKS-FS-CEN NOT = "00"
               MOVE "1000-INICIO" TO WKS-ERR-PARRAFO
               MOVE "ARC-CEN"     TO WKS-ERR-ARCHIVO
               MOVE "OPEN"        TO WKS-ERR-OPER
               MOVE WKS-FS-CEN    TO WKS-ERR-FS
               MOVE SPACES        TO WKS-ERR-LLAVE
               PERFORM 9700-ANOTA-ERROR
               MOVE "S" TO WKS-CEN-MAL.

       2000-PROCESO.
           PERFORM 2100-CENSO-CLIENTES.
           PERFORM 2200-CENSO-CXC.
           PERFORM 2300-CENSO-LOG.
           PERFORM 2400-CENSO-AUD.
           PERFORM 2500-CENSO-JRN.
           PERFORM 2600-CENSO-RIM.
           PERFORM 2700-CENSO-ASI.

      *-------------------UN PARRAFO POR ARCHIVO-------------------*
       2100-CENSO-CLIENTES.
           MOVE "CLIENTES" TO WKS-ARCHIVO.
           PERFORM 2800-INICIA-CONTEO.
           OPEN INPUT CLIENTES.
           PERFORM 2850-REVISA-APERTURA.
           IF WKS-SITUACION = "S"
               READ CLIENTES
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2150-CUENTA-CLIENTE UNTIL WKS-EOF = 1
               CLOSE CLIENTES.
           PERFORM 2950-GRABA-CENSO.

       2150-CUENTA-CLIENTE.
           MOVE FEC-ING TO WKS-FECHA-REG.
           PERFORM 2900-ACUMULA.
           READ CLIENTES
               AT END MOVE 1 TO WKS-EOF.

       2200-CENSO-CXC.
           MOVE "ARC-CXC" TO WKS-ARCHIVO.
           PERFORM 2800-INICIA-CONTEO.
           OPEN INPUT ARC-CXC.
           PERFORM 2850-REVISA-APERTURA.
           IF WKS-SITUACION = "S"
               READ ARC-CXC
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2250-CUENTA-CXC UNTIL WKS-EOF = 1
               CLOSE ARC-CXC.
           PERFORM 2950-GRABA-CENSO.

       2250-CUENTA-CXC.
           MOVE CXC-FEC-VENC TO WKS-FECHA-REG.
           PERFORM 2900-ACUMULA.
           READ ARC-CXC
               AT END MOVE 1 TO WKS-EOF.

      *    La bitacora de lineas guarda la fecha en AAMMDD.
       2300-CENSO-LOG.
           MOVE "ARC-LOG" TO WKS-ARCHIVO.
           PERFORM 2800-INICIA-CONTEO.
           OPEN INPUT ARC-LOG.
           PERFORM 2850-REVISA-APERTURA.
           IF WKS-SITUACION = "S"
               READ ARC-LOG
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2350-CUENTA-LOG UNTIL WKS-EOF = 1
               CLOSE ARC-LOG.
           PERFORM 2950-GRABA-CENSO.

       2350-CUENTA-LOG.
           MOVE ZERO TO WKS-FECHA-REG.
           IF LOG-FECHA NOT = ZERO
               STRING "20" DELIMITED BY SIZE
                      LOG-FECHA DELIMITED BY SIZE
                      INTO WKS-FECHA-REG.
           PERFORM 2900-ACUMULA.
           READ ARC-LOG
               AT END MOVE 1 TO WKS-EOF.

       2400-CENSO-AUD.
           MOVE "ARC-AUD" TO WKS-ARCHIVO.
           PERFORM 2800-INICIA-CONTEO.
           OPEN INPUT ARC-AUD.
           PERFORM 2850-REVISA-APERTURA.
           IF WKS-SITUACION = "S"
               READ ARC-AUD
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2450-CUENTA-AUD UNTIL WKS-EOF = 1
               CLOSE ARC-AUD.
           PERFORM 2950-GRABA-CENSO.

       2450-CUENTA-AUD.
           MOVE AUD-FECHA TO WKS-FECHA-REG.
           PERFORM 2900-ACUMULA.
           READ ARC-AUD
               AT END MOVE 1 TO WKS-EOF.

       2500-CENSO-JRN.
           MOVE "ARC-JRN" TO WKS-ARCHIVO.
           PERFORM 2800-INICIA-CONTEO.
           OPEN INPUT ARC-JRN.
           PERFORM 2850-REVISA-APERTURA.
           IF WKS-SITUACION = "S"
               READ ARC-JRN
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2550-CUENTA-JRN UNTIL WKS-EOF = 1
               CLOSE ARC-JRN.
           PERFORM 2950-GRABA-CENSO.

       2550-CUENTA-JRN.
           MOVE JRN-FECHA TO WKS-FECHA-REG.
           PERFORM 2900-ACUMULA.
           READ ARC-JRN
               AT END MOVE 1 TO WKS-EOF.

       2600-CENSO-RIM.
           MOVE "ARC-RIM" TO WKS-ARCHIVO.
           PERFORM 2800-INICIA-CONTEO.
           OPEN INPUT ARC-RIM.
           PERFORM 2850-REVISA-APERTURA.
           IF WKS-SITUACION = "S"
               READ ARC-RIM
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2650-CUENTA-RIM UNTIL WKS-EOF = 1
               CLOSE ARC-RIM.
           PERFORM 2950-GRABA-CENSO.

       2650-CUENTA-RIM.
           MOVE RIM-FECHA TO WKS-FECHA-REG.
           PERFORM 2900-ACUMULA.
           READ ARC-RIM
               AT END MOVE 1 TO WKS-EOF.

       2700-CENSO-ASI.
           MOVE "ARC-ASI" TO WKS-ARCHIVO.
           PERFORM 2800-INICIA-CONTEO.
           OPEN INPUT ARC-ASI.
           PERFORM 2850-REVISA-APERTURA.
           IF WKS-SITUACION = "S"
               READ ARC-ASI
                   AT END MOVE 1 TO WKS-EOF
               END-READ
               PERFORM 2750-CUENTA-ASI UNTIL WKS-EOF = 1
               CLOSE ARC-ASI.
           PERFORM 2950-GRABA-CENSO.

       2750-CUENTA-ASI.
           MOVE ASI-FECHA TO WKS-FECHA-REG.
           PERFORM 2900-ACUMULA.
           READ ARC-ASI
               AT END MOVE 1 TO WKS-EOF.

      *-------------------APOYO------------------------------------*
       2800-INICIA-CONTEO.
           MOVE ZERO TO WKS-REGISTROS.
           MOVE ZERO TO WKS-FEC-ANT.
           MOVE ZERO TO WKS-FEC-REC.
           MOVE ZERO TO WKS-EOF.
           MOVE "S"  TO WKS-SITUACION.

      *    Un archivo que no existe cuenta cero; cualquier otro
      *    estado en la apertura va al registro de errores.
       2850-REVISA-APERTURA.
           IF WKS-FS-ARC = "35"
               MOVE "N" TO WKS-SITUACION
           ELSE
               IF WKS-FS-ARC NOT = "00"
                   MOVE "E" TO WKS-SITUACION
                   MOVE "2850-REVISA-APERTURA" TO WKS-ERR-PARRAFO
                   MOVE WKS-ARCHIVO TO WKS-ERR-ARCHIVO
                   MOVE "OPEN"      TO WKS-ERR-OPER
                   MOVE WKS-FS-ARC  TO WKS-ERR-FS
                   MOVE SPACES      TO WKS-ERR-LLAVE
                   PERFORM 9700-ANOTA-ERROR.

      *    Las fechas en cero (cliente sin fecha de ingreso, partida
      *    sin vencimiento) cuentan como registro pero no como fecha.
       2900-ACUMULA.
           ADD 1 TO WKS-REGISTROS.
           IF WKS-FECHA-REG NOT = ZERO
               IF WKS-FEC-ANT = ZERO OR WKS-FECHA-REG < WKS-FEC-ANT
                   MOVE WKS-FECHA-REG TO WKS-FEC-ANT
               END-IF
               IF WKS-FECHA-REG > WKS-FEC-REC
                   MOVE WKS-FECHA-REG TO WKS-FEC-REC.

       2950-GRABA-CENSO.
           ACCEPT WKS-HORA-CAP FROM TIME.
           MOVE WKS-FECHA-PROC TO CEN-FECHA.
           MOVE WKS-HORA6      TO CEN-HORA.
           MOVE WKS-ARCHIVO    TO CEN-ARCHIVO.
           MOVE WKS-REGISTROS  TO CEN-REGISTROS.
           MOVE WKS-FEC-ANT    TO CEN-FEC-ANT.
           MOVE WKS-FEC-REC    TO CEN-FEC-REC.
           MOVE WKS-SITUACION  TO CEN-SITUACION.
           WRITE REG-CEN.

           IF WKS-FS-CEN NOT = "00"
               MOVE "2950-GRABA-CENSO" TO WKS-ERR-PARRAFO
               MOVE "ARC-CEN"      TO WKS-ERR-ARCHIVO
               MOVE "WRITE"        TO WKS-ERR-OPER
               MOVE WKS-FS-CEN     TO WKS-ERR-FS
               MOVE WKS-ARCHIVO    TO WKS-ERR-LLAVE
               PERFORM 9700-ANOTA-ERROR
           ELSE
               ADD 1 TO WKS-TOT-ARCHIVOS
               DISPLAY "CENSO " WKS-ARCHIVO " REGISTROS: "
                   WKS-REGISTROS " DEL " WKS-FEC-ANT " AL "
                   WKS-FEC-REC.

       3000-FIN.
           IF NOT CENSO-SIN-HISTORIA
               CLOSE ARC-CEN.

           DISPLAY "ARCHIVOS CENSADOS: " WKS-TOT-ARCHIVOS.

      *    Un archivo que no se pudo leer solo se registra; sin
      *    historia del censo el paso sale con error.
       9700-ANOTA-ERROR.
           CALL "ERR-ARC" USING WKS-ERR-PROG WKS-ERR-PARRAFO
               WKS-ERR-ARCHIVO WKS-ERR-OPER WKS-ERR-FS
               WKS-ERR-LLAVE.
           IF WKS-ERR-ARCHIVO = "ARC-CEN"
               MOVE 8 TO RETURN-CODE.
