       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACT-COL.
      *    Corrida de facturacion de colegiaturas: dado un mes de
      *    facturacion, recorre las inscripciones ARC-INS (MANT-INS)
      *    y por cada alumno al que le toca colegiatura ese mes --
      *    plan mensual, cada mes entre el inicio y el fin del ciclo
      *    en ARC-CIC; pago unico, solo el mes de inicio -- suma su
      *    importe al cliente que paga. Sale un cargo por cliente
      *    pagador en ARC-FCO, que APLI-PAG carga a la cartera como
      *    tipo 8, y el desglose por alumno en ARC-DCO para el
      *    reporte de colegiaturas vencidas REP-COL.
      *    La colegiatura vence el dia 10 del mes facturado y esta
      *    exenta de IVA. La inscripcion dada de baja deja de
      *    facturar desde el mes de su baja.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-INS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INS-LLAVE
               FILE STATUS IS WKS-FS-INS.
           SELECT ARC-CIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIC-CICLO
               FILE STATUS IS WKS-FS-CIC.
           SELECT ARC-FCO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-FCO.
           SELECT ARC-DCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCO-LLAVE
               FILE STATUS IS WKS-FS-DCO.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-INS.
           COPY REGINS.

       FD ARC-CIC.
           COPY REGCIC.

       FD ARC-FCO.
           COPY REGFCO.

       FD ARC-DCO.
           COPY REGDCO.

       WORKING-STORAGE SECTION.
       01 WKS-FS-INS        PIC XX.
       01 WKS-FS-CIC        PIC XX.
       01 WKS-FS-FCO        PIC XX.
       01 WKS-FS-DCO        PIC XX.

      *    Mes a facturar (AAAAMM): de la variable de ambiente si la
      *    dejo LOTE-TAR, si no se pregunta en pantalla, igual que
      *    en FACT-ANU.
       01 WKS-PARM          PIC X(80).
       01 WKS-MES-FAC.
           03 WKS-MF-ANIO   PIC 9(04).
           03 WKS-MF-MES    PIC 9(02).
       01 WKS-MES-FAC-N REDEFINES WKS-MES-FAC PIC 9(06).
       01 WKS-MES-OK        PIC X VALUE "N".
           88 MES-VALIDO         VALUE "S".

      *    Meses de inicio, fin y baja (AAAAMM) contra los que se
      *    compara el mes facturado.
       01 WKS-FEC-INI.
           03 WKS-FI-MES    PIC 9(06).
           03 WKS-FI-DIA    PIC 9(02).
       01 WKS-FEC-FIN.
           03 WKS-FF-MES    PIC 9(06).
           03 WKS-FF-DIA    PIC 9(02).
       01 WKS-FEC-BAJA.
           03 WKS-FB-MES    PIC 9(06).
           03 WKS-FB-DIA    PIC 9(02).

       01 WKS-FEC-VENC.
           03 WKS-FV-MES    PIC 9(06).
           03 WKS-FV-DIA    PIC 9(02) VALUE 10.

       01 WKS-TOCA          PIC X.
           88 TOCA-COLEGIATURA   VALUE "S".

      *    Clientes pagadores del mes con la suma de las
      *    colegiaturas de sus alumnos; al final sale un cargo por
      *    renglon.
       01 WKS-MAX-PAG       PIC 999 VALUE 500.
       01 WKS-NUM-PAG       PIC 999 VALUE ZERO.
       01 WKS-PAG-IDX       PIC 999.
       77 WKS-P             PIC 999.

       01 T-PAGADORES.
           03 T-PAG OCCURS 500 TIMES.
               05 T-PG-ID   PIC 9(06).
               05 T-PG-IMP  PIC 9(05)V99.

      *    Nombre fijo del cargo: el mes facturado ya va en la
      *    llave (ano y parcialidad) y EDAD-CXC/EST-CXC agrupan la
      *    cartera por este nombre.
       01 WKS-NOM-CARGO     PIC X(20) VALUE "COLEGIATURA".

       01 WKS-TOT-ALU       PIC 9(06) VALUE ZERO.
       01 WKS-TOT-SIN-CIC   PIC 9(06) VALUE ZERO.
       01 WKS-TOT-BORRADOS  PIC 9(06) VALUE ZERO.
       01 WKS-TOTAL-REG     PIC 9(06) VALUE ZERO.
       01 WKS-TOTAL-IMP     PIC 9(09)V99 VALUE ZERO.
       01 WKS-TOT-REG-F     PIC ZZZ,ZZ9.
       01 WKS-TOT-IMP-F     PIC $$$,$$$,$$9.99.

       01 WKS-ABIERTOS      PIC 9 VALUE ZERO.
       01 WKS-FIN-DCO       PIC 9.
       77 WKS-FIN           PIC 9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           GOBACK.

      *    El mes se valida ANTES de abrir los archivos: el OPEN
      *    OUTPUT trunca el archivo de cargos anterior.
       1000-INICIO.
           PERFORM 1100-OBTIENE-MES UNTIL MES-VALIDO.

           IF WKS-FIN = 1
               CONTINUE
           ELSE
               OPEN INPUT ARC-INS
               IF WKS-FS-INS = "35"
                   DISPLAY "NO EXISTE ARCHIVO DE INSCRIPCIONES"
                   MOVE 1 TO WKS-FIN
               ELSE
                   MOVE 1 TO WKS-ABIERTOS
                   OPEN INPUT ARC-CIC
                   OPEN OUTPUT ARC-FCO
                   PERFORM 1300-ABRE-DESGLOSE
                   READ ARC-INS
                       AT END MOVE 1 TO WKS-FIN.

       1100-OBTIENE-MES.
           DISPLAY "FACT_COL_MES" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.

           IF WKS-PARM NOT = SPACES
               MOVE WKS-PARM (1:6) TO WKS-MES-FAC
           ELSE
               DISPLAY SPACES ERASE
               DISPLAY "FACTURACION DE COLEGIATURAS" LINE 01
                   POSITION 27
               DISPLAY "MES A FACTURAR (AAAAMM): " LINE 10 POSITION 05
               ACCEPT WKS-MES-FAC LINE 10 POSITION 40.

           PERFORM 1200-VALIDA-MES.

           IF NOT MES-VALIDO AND WKS-PARM NOT = SPACES
               DISPLAY "MES INVALIDO EN PARAMETROS: " WKS-PARM
               MOVE "S" TO WKS-MES-OK
               MOVE 1 TO WKS-FIN
               MOVE 8 TO RETURN-CODE.

       1200-VALIDA-MES.
           IF WKS-MF-MES < 1 OR WKS-MF-MES > 12
                   OR WKS-MF-ANIO = ZERO
               MOVE "N" TO WKS-MES-OK
               DISPLAY "MES A FACTURAR INVALIDO"
           ELSE
               MOVE "S" TO WKS-MES-OK.

      *    El desglose se crea la primera vez; una recorrida del mes
      *    borra antes los renglones que ese mes ya tenia, para que
      *    no quede el de un alumno que ya no se factura.
       1300-ABRE-DESGLOSE.
           OPEN I-O ARC-DCO.
           IF WKS-FS-DCO = "35"
               OPEN OUTPUT ARC-DCO
               CLOSE ARC-DCO
               OPEN I-O ARC-DCO.

           MOVE WKS-MF-ANIO TO DCO-ANIO.
           MOVE WKS-MF-MES  TO DCO-MES.
           MOVE ZERO        TO DCO-ID-CLIENTE.
           MOVE LOW-VALUES  TO DCO-CICLO.
           MOVE ZERO        TO DCO-ALUMNO.
           MOVE ZERO        TO WKS-FIN-DCO.
           START ARC-DCO KEY IS NOT LESS THAN DCO-LLAVE
               INVALID KEY MOVE 1 TO WKS-FIN-DCO.

           PERFORM 1350-BORRA-RENGLON UNTIL WKS-FIN-DCO = 1.

       1350-BORRA-RENGLON.
           READ ARC-DCO NEXT
               AT END MOVE 1 TO WKS-FIN-DCO.

           IF WKS-FIN-DCO = ZERO
               IF DCO-ANIO NOT = WKS-MF-ANIO
                       OR DCO-MES NOT = WKS-MF-MES
                   MOVE 1 TO WKS-FIN-DCO
               ELSE
                   DELETE ARC-DCO
                   ADD 1 TO WKS-TOT-BORRADOS.

       2000-PROCESO.
           PERFORM 2100-REVISA-MES.

           IF TOCA-COLEGIATURA
               PERFORM 2200-ACUMULA-PAGADOR
               PERFORM 2300-GRABA-DESGLOSE.

           READ ARC-INS
               AT END MOVE 1 TO WKS-FIN.

      *    Le toca colegiatura si el mes facturado cae en el ciclo
      *    segun su plan y la inscripcion no se habia dado de baja
      *    antes de ese mes.
       2100-REVISA-MES.
           MOVE "N" TO WKS-TOCA.
           MOVE INS-CICLO TO CIC-CICLO.
           READ ARC-CIC
               INVALID KEY
                   ADD 1 TO WKS-TOT-SIN-CIC
                   DISPLAY "CICLO SIN FECHAS, NO SE FACTURA: "
                       INS-CICLO " ALUMNO " INS-ALUMNO
               NOT INVALID KEY
                   MOVE CIC-FEC-INI TO WKS-FEC-INI
                   MOVE CIC-FEC-FIN TO WKS-FEC-FIN
                   IF INS-MENSUAL
                       IF WKS-MES-FAC-N >= WKS-FI-MES
                               AND WKS-MES-FAC-N <= WKS-FF-MES
                           MOVE "S" TO WKS-TOCA
                       END-IF
                   ELSE
                       IF WKS-MES-FAC-N = WKS-FI-MES
                           MOVE "S" TO WKS-TOCA.

           IF TOCA-COLEGIATURA AND INS-BAJA
               MOVE INS-FEC-BAJA TO WKS-FEC-BAJA
               IF WKS-FB-MES <= WKS-MES-FAC-N
                   MOVE "N" TO WKS-TOCA.

       2200-ACUMULA-PAGADOR.
           MOVE ZERO TO WKS-PAG-IDX.
           PERFORM 2250-COMPARA-PAGADOR
               VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > WKS-NUM-PAG.

           IF WKS-PAG-IDX = ZERO
               IF WKS-NUM-PAG < WKS-MAX-PAG
                   ADD 1 TO WKS-NUM-PAG
                   MOVE WKS-NUM-PAG    TO WKS-PAG-IDX
                   MOVE INS-ID-CLIENTE TO T-PG-ID (WKS-PAG-IDX)
                   MOVE ZERO           TO T-PG-IMP (WKS-PAG-IDX)
               ELSE
                   DISPLAY "TABLA DE PAGADORES LLENA, NO SE FACTURA "
                       "ALUMNO " INS-ALUMNO
                   MOVE "N" TO WKS-TOCA.

           IF TOCA-COLEGIATURA
               ADD INS-COLEGIATURA TO T-PG-IMP (WKS-PAG-IDX)
               ADD 1 TO WKS-TOT-ALU.

       2250-COMPARA-PAGADOR.
           IF T-PG-ID (WKS-P) = INS-ID-CLIENTE
               MOVE WKS-P TO WKS-PAG-IDX
               MOVE WKS-NUM-PAG TO WKS-P.

       2300-GRABA-DESGLOSE.
           IF TOCA-COLEGIATURA
               MOVE WKS-MF-ANIO     TO DCO-ANIO
               MOVE WKS-MF-MES      TO DCO-MES
               MOVE INS-ID-CLIENTE  TO DCO-ID-CLIENTE
               MOVE INS-CICLO       TO DCO-CICLO
               MOVE INS-ALUMNO      TO DCO-ALUMNO
               MOVE INS-GRUPO       TO DCO-GRUPO
               MOVE INS-COLEGIATURA TO DCO-IMPORTE
               WRITE REG-DCO
                   INVALID KEY REWRITE REG-DCO.

      *    Un cargo por cliente pagador con la suma del mes.
       2500-GRABA-CARGO.
           MOVE T-PG-ID (WKS-P)  TO FCO-ID-CLIENTE.
           MOVE WKS-MF-ANIO      TO FCO-ANIO.
           MOVE WKS-MF-MES       TO FCO-MES.
           MOVE WKS-NOM-CARGO    TO FCO-NOM.
           MOVE T-PG-IMP (WKS-P) TO FCO-IMPORTE.
           MOVE WKS-FEC-VENC     TO FCO-FEC-VENC.
           WRITE REG-FCO.

           ADD 1           TO WKS-TOTAL-REG.
           ADD FCO-IMPORTE TO WKS-TOTAL-IMP.

       3000-FIN.
           IF WKS-ABIERTOS = 1
               MOVE WKS-MES-FAC-N TO WKS-FV-MES
               PERFORM 2500-GRABA-CARGO
                   VARYING WKS-P FROM 1 BY 1
                   UNTIL WKS-P > WKS-NUM-PAG
               CLOSE ARC-INS
               CLOSE ARC-CIC
               CLOSE ARC-FCO
               CLOSE ARC-DCO.

           MOVE WKS-TOTAL-REG TO WKS-TOT-REG-F.
           MOVE WKS-TOTAL-IMP TO WKS-TOT-IMP-F.
           DISPLAY "CARGOS GENERADOS: " WKS-TOT-REG-F
               " IMPORTE: " WKS-TOT-IMP-F.
           MOVE WKS-TOT-ALU TO WKS-TOT-REG-F.
           DISPLAY "ALUMNOS FACTURADOS: " WKS-TOT-REG-F.
           IF WKS-TOT-SIN-CIC > ZERO
               MOVE WKS-TOT-SIN-CIC TO WKS-TOT-REG-F
               DISPLAY "INSCRIPCIONES SIN FECHAS DE CICLO: "
                   WKS-TOT-REG-F.
           IF WKS-TOT-BORRADOS > ZERO
               MOVE WKS-TOT-BORRADOS TO WKS-TOT-REG-F
               DISPLAY "DESGLOSE ANTERIOR DEL MES REEMPLAZADO: "
                   WKS-TOT-REG-F.
