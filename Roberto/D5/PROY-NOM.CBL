      *    Totales por consultor del corte (bruto, retencion y neto)
      *    para que DIS-CON arme el archivo de dispersion al banco
      *    sin volver a correr la nomina.
           SELECT ARC-ECO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ECO.
      *    Historico de los cortes anteriores de ARC-ECO, para la
      *    constancia anual de retenciones de CON-RET.
           SELECT ARC-ECH ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ECH.
      *    Ausencias reportadas de los consultores (CAP-AUS): los
      *    dias ausentes dentro de la asignacion se descuentan del
      *    ingreso del corte.
           SELECT ARC-AUS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUS.
      *    Hojas semanales de horas (CAP-HRS): las asignaciones por
      *    hora se pagan con las horas aprobadas, no con CAL-ING.
           SELECT ARC-HRS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRS-LLAVE
               FILE STATUS IS WKS-FS-HRS.
      *    Historia de tarifas de las asignaciones (MANT-TAS): cada
      *    tarifa se cobra solo por los dias en que estuvo vigente.
           SELECT ARC-TAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAS-LLAVE
               FILE STATUS IS WKS-FS-TAS.
       DATA DIVISION.
       FILE SECTION.
      * FD ARC-PRO VALUE OF TITLE WKS-ETIQ-SEC.
           03 SFECHA-INICIO     PIC 9(08).
           03 SFECHA-TERMINO    PIC 9(08).
           03 SID-CONSULTOR     PIC 9(04).
           03 STIPO-PAGO        PIC X.
               88 SPOR-HORA          VALUE "H".
           03 STARIFA-HORA      PIC 9(05)V99.
      
      * FD ARC-CAT VALUE OF TITLE WKS-ETIQ-IND.
       FD ARC-CAT.
           03 TCO-FEC-INI     PIC 9(08).
           03 TCO-FEC-TER     PIC 9(08).
           03 TCO-ID-CONS     PIC 9(04).
           03 TCO-TIPO-PAGO   PIC X.
           03 TCO-TARIFA      PIC 9(05)V99.

       FD R-CONSUL.
       01 LINEAS           PIC X(132).

       FD ARC-ECO.
           COPY REGECO.

       FD ARC-ECH.
       01 REG-ECH          PIC X(108).

       FD ARC-AUS.
       01 REG-AUS.
           03 AUS-FEC-INI  PIC 9(08).
           03 AUS-FEC-FIN  PIC 9(08).

       FD ARC-HRS.
           COPY REGHRS.

       FD ARC-TAS.
           COPY REGTAS.


       WORKING-STORAGE SECTION.

       01 WKS-FS-ECO       PIC XX.
       01 WKS-FS-ECH       PIC XX.
       01 WKS-FIN-ECO      PIC 9.

      *    Apoyo de la copia de reimpresion (vease ARC-RIM).
       01 WKS-FS-RIM       PIC XX.
       01 WKS-RIM-NOM1     PIC X(08) VALUE "PROYNOM1".
               05 T-AU-INI PIC 9(08).
               05 T-AU-FIN PIC 9(08).

      *    Area de enlace aparte para valuar la ausencia y los
      *    tramos de tarifa con el mismo CAL-ING sin pisar los datos
      *    del renglon en curso.
       01 WKS-LINK-AUS.
           03 WKS-AUS-INICIO   PIC 9(08).
           03 WKS-AUS-TERMIN   PIC 9(08).
           03 FILLER       PIC X(12) VALUE "  AUSENTES: ".
           03 WKS-PD-AUS   PIC ZZZZ9.

      *    Asignaciones por hora: sin ARC-HRS ninguna semana tiene
      *    hoja. WKS-HRS-RECHAZA = S solo en la nomina, para que el
      *    estado personal no duplique los rechazos al repetir el
      *    calculo.
       01 WKS-FS-HRS       PIC XX.
       01 WKS-HAY-HRS      PIC 9 VALUE ZERO.
       01 WKS-HRS-RECHAZA  PIC X.
       01 WKS-HRS-EXISTE   PIC 9.
       01 WKS-HRS-PAGADAS  PIC 9(05)V9.
       01 WKS-HRS-TOPE     PIC 9(08).
       01 WKS-HRS-LUNES.
           03 WKS-HL-ANO   PIC 9(04).
           03 WKS-HL-MES   PIC 9(02).
           03 WKS-HL-DIA   PIC 9(02).
       01 WKS-HRS-COC      PIC 9(08).
       01 WKS-HRS-DOW      PIC 9.
       01 WKS-SER-LUN      PIC 9(08).
       01 WKS-SER-INI-H    PIC 9(08).
       01 WKS-SER-FIN-H    PIC 9(08).
       01 WKS-SER-TER-H    PIC 9(08).
       01 WKS-SER-COR-H    PIC 9(08).
       01 WKS-SER-DIA-H    PIC 9(08).
       77 WKS-HD           PIC 9.
       01 WKS-HRS-IMPORTE  PIC 9(11)V999.
       01 WKS-TARIFA-DIA   PIC 9(05)V99.

      *    Historia de tarifas de ARC-TAS en memoria, en el orden de
      *    su llave: los cambios de una asignacion quedan juntos y
      *    por fecha de vigencia.
       01 WKS-FS-TAS       PIC XX.
       01 WKS-MAX-TAS      PIC 999 VALUE 200.
       01 WKS-NUM-TAS      PIC 999 VALUE ZERO.
       01 WKS-FIN-TAS      PIC 9.
       77 WKS-TA           PIC 999.

       01 T-TASAS.
           03 T-TAS OCCURS 200 TIMES.
               05 T-TA-PROY  PIC 99.
               05 T-TA-CONS  PIC 9(04).
               05 T-TA-INI   PIC 9(08).
               05 T-TA-VIG   PIC 9(08).
               05 T-TA-MEN   PIC 9(08)V99.
               05 T-TA-HORA  PIC 9(05)V99.

      *    Tramos de tarifa del renglon en curso: el 1 es la tarifa
      *    del propio renglon desde su inicio y cada cambio de
      *    ARC-TAS dentro del rango abre otro. T-TR-DESDE es el
      *    inicio que recibe CAL-ING, que cobra desde el dia
      *    siguiente: la fecha de inicio en el tramo 1 y el dia
      *    anterior a la vigencia en los demas. T-TR-SERIE es la
      *    serie de la vigencia, para las horas dia por dia.
       01 WKS-MAX-TR       PIC 99 VALUE 12.
       01 WKS-NUM-TR       PIC 99.
       77 WKS-TR           PIC 99.

       01 T-TRAMOS-TAS.
           03 T-TRT OCCURS 12 TIMES.
               05 T-TR-VIG   PIC 9(08).
               05 T-TR-DESDE PIC 9(08).
               05 T-TR-SERIE PIC 9(08).
               05 T-TR-MEN   PIC 9(08)V99.
               05 T-TR-HORA  PIC 9(05)V99.

      *    Mensualidad mas baja y mas alta de los tramos (limites de
      *    plausibilidad) y la tarifa vigente al corte (la que sale
      *    en el detalle).
       01 WKS-TAS-MIN      PIC 9(08)V99.
       01 WKS-TAS-MAX      PIC 9(08)V99.
       01 WKS-TAS-VIG-MEN  PIC 9(08)V99.
       01 WKS-TAS-VIG-HORA PIC 9(05)V99.

      *    Rango a valuar por tramos: inicio como lo recibe CAL-ING,
      *    termino, y ultimo dia cobrado; total y status como los
      *    regresa CAL-ING.
       01 WKS-TV-DESDE     PIC 9(08).
       01 WKS-TV-TERMIN    PIC 9(08).
       01 WKS-TV-HASTA     PIC 9(08).
       01 WKS-TV-TOTAL     PIC 9(13)V99.
       01 WKS-TV-STATUS    PIC 9.
       01 WKS-TV-INI-TR    PIC 9(08).
       01 WKS-TV-FIN-TR    PIC 9(08).

      *    Corte capturado para todo el corrido: 0 = hoy (como
      *    siempre), 99999999 = la FECHA-TERMINO de cada proyecto
      *    (valor del contrato completo), u otra fecha = fin del
           03 WKS-ING-MEND PIC ZZZ,ZZ9.99.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-ING-TOT1 PIC ZZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-TIPO-DET PIC X(08).
           
       01 WKS-PIE1.
           03 FILLER       PIC X(20) VALUE SPACES.
           PERFORM 1500-CARGA-CONSULTORES.
           PERFORM 1700-CARGA-RETENCION.
           PERFORM 1900-CARGA-AUSENCIAS.
           PERFORM 1800-ABRE-HORAS.
           PERFORM 1850-CARGA-TASAS.
           PERFORM 1060-LEE-CHECKPOINT.
           PERFORM 1070-PIDE-STATUS.
           PERFORM 1072-PIDE-MODO-PRORR.
           IF ES-SIMULACION
               CONTINUE
           ELSE
               PERFORM 1080-PASA-HISTORICO
               OPEN OUTPUT ARC-ECO.

           MOVE ZERO TO WKS-GRAN-TOT-R1.
           MOVE ZERO TO WKS-GRAN-CONT-R1.

      *    Antes de rehacer ARC-ECO, los renglones del corte anterior
      *    pasan al historico ARC-ECH, que es el que suma CON-RET
      *    para la constancia anual. Los de la misma fecha no pasan:
      *    este corte los vuelve a grabar, y un corte repetido en el
      *    dia no debe contar dos veces en el mes.
       1080-PASA-HISTORICO.
           OPEN INPUT ARC-ECO.
           IF WKS-FS-ECO = "35"
               CONTINUE
           ELSE
               PERFORM 1082-COPIA-HISTORICO.

       1082-COPIA-HISTORICO.
           OPEN EXTEND ARC-ECH.
           IF WKS-FS-ECH = "35"
               OPEN OUTPUT ARC-ECH.

           MOVE ZERO TO WKS-FIN-ECO.
           READ ARC-ECO
               AT END MOVE 1 TO WKS-FIN-ECO.

           PERFORM 1085-COPIA-ESTADO UNTIL WKS-FIN-ECO = 1.

           CLOSE ARC-ECH.
           CLOSE ARC-ECO.

       1085-COPIA-ESTADO.
           IF ECO-FECHA NOT = WKS-RIM-FECHA
               WRITE REG-ECH FROM REG-ECO.

           READ ARC-ECO
               AT END MOVE 1 TO WKS-FIN-ECO.

      *    ARC-MPRO todavia no existe en una instalacion nueva hasta
      *    que alguien de alta el primer proyecto (igual que ARC-CKP
      *    mas abajo); en ese caso se arranca con el catalogo vacio
           PERFORM 2252-FORMATEAR-FECHA.
           MOVE WKS-FORM-FEC       TO WKS-FEC-TERD.

      *----------CAL-ING------------

           MOVE SFECHA-INICIO      TO WKS-FEC-INICIO.
           ELSE
               MOVE WKS-FEC-CORTE-CAP TO WKS-FEC-CORTE.

      *    Con cambios de tarifa el detalle muestra la vigente al
      *    corte.
           PERFORM 2242-ARMA-TRAMOS.
           MOVE WKS-TAS-VIG-MEN    TO WKS-ING-MEND.
           MOVE SPACES             TO WKS-TIPO-DET.
           IF SPOR-HORA
               MOVE WKS-TAS-VIG-HORA TO WKS-ING-MEND
               MOVE "POR HORA"     TO WKS-TIPO-DET.

      *    Limites de plausibilidad del ingreso total: al menos una
      *    mensualidad (la mas baja de sus tarifas) y no mas de 50
      *    anos de mensualidades (la mas alta) de este proyecto.
           MOVE WKS-TAS-MIN               TO WKS-ING-TOT-MIN.
           COMPUTE WKS-ING-TOT-MAX = WKS-TAS-MAX * 600.

           IF SPOR-HORA
               MOVE "S" TO WKS-HRS-RECHAZA
               PERFORM 2230-VALUA-POR-HORA
           ELSE
               PERFORM 2240-VALUA-RENGLON.

           MOVE WKS-ING-TOTALD     TO WKS-ING-TOT1.

      *    rechazos y no entra a los acumulados ni al detalle. Un
      *    rango de fechas invalido se distingue de un monto fuera
      *    de rango, ya que WKS-ING-TOTALD queda en cero y no por
      *    ser una mensualidad pequena. Por hora no hay mensualidad
      *    que sirva de limite: solo cuenta el rango de fechas.
           IF WKS-CAL-STATUS = 1
               MOVE 1 TO WKS-REJ-FLAG
               MOVE 1 TO WKS-REJ-MOTIVO
           ELSE
           IF SPOR-HORA
               MOVE 0 TO WKS-REJ-FLAG
           ELSE
               IF WKS-ING-TOTALD < WKS-ING-TOT-MIN
                   MOVE 1 TO WKS-REJ-FLAG
               MOVE WKS-REJ-MOTIVO    TO REJ-MOTIVO
               MOVE "N"               TO REJ-REPROC
               MOVE SID-CONSULTOR     TO REJ-ID-CONSULTOR
               MOVE ZERO              TO REJ-SEMANA
               WRITE REG-REJ
           ELSE
               PERFORM 2253-DESCUENTA-AUSENCIAS
           RETURN SOR-TEM
           AT END MOVE 1           TO WKS-FINR1.

      *    Asignacion por hora: el ingreso del renglon son las horas
      *    aprobadas en ARC-HRS de los dias que van del inicio de la
      *    asignacion a su termino o al corte, lo que llegue antes,
      *    cada dia a la tarifa por hora vigente ese dia (la del
      *    renglon o la del cambio de ARC-TAS que ya rija). La
      *    semana cerrada de ese tramo sin hoja aprobada es un
      *    rechazo (4 = sin hoja, 5 = hoja sin aprobar) pendiente en
      *    ARC-REJ, y el resto del renglon se paga igual. Un corte
      *    anterior al inicio es rango invalido, como en CAL-ING.
       2230-VALUA-POR-HORA.
           MOVE ZERO TO WKS-CAL-STATUS.
           MOVE ZERO TO WKS-ING-TOTALD.
           MOVE ZERO TO WKS-HRS-PAGADAS.
           MOVE ZERO TO WKS-HRS-IMPORTE.
           PERFORM 2251-CORTE-EFECTIVO.

           IF SFECHA-TERMINO < SFECHA-INICIO
                   OR WKS-CORTE-EFE < SFECHA-INICIO
               MOVE 1 TO WKS-CAL-STATUS
           ELSE
               PERFORM 2232-PREPARA-SEMANAS
               PERFORM 2234-REVISA-SEMANA
                   UNTIL WKS-SER-LUN > WKS-SER-FIN-H
               COMPUTE WKS-ING-TOTALD ROUNDED = WKS-HRS-IMPORTE.

      *    Series del inicio, del tope pagado (termino o corte), del
      *    termino y del corte, y el lunes de la semana del inicio.
       2232-PREPARA-SEMANAS.
           MOVE SFECHA-INICIO TO WKS-HRS-LUNES.
           IF SFECHA-INICIO < 20000101
               MOVE 20000103 TO WKS-HRS-LUNES.

           MOVE WKS-HRS-LUNES TO WKS-SE-FECHA.
           PERFORM 8100-FECHA-A-SERIE.
           MOVE WKS-SERIE TO WKS-SER-INI-H.

           MOVE SFECHA-TERMINO TO WKS-HRS-TOPE.
           IF WKS-CORTE-EFE < WKS-HRS-TOPE
               MOVE WKS-CORTE-EFE TO WKS-HRS-TOPE.
           MOVE WKS-HRS-TOPE TO WKS-SE-FECHA.
           PERFORM 8100-FECHA-A-SERIE.
           MOVE WKS-SERIE TO WKS-SER-FIN-H.

           MOVE SFECHA-TERMINO TO WKS-SE-FECHA.
           PERFORM 8100-FECHA-A-SERIE.
           MOVE WKS-SERIE TO WKS-SER-TER-H.

           MOVE WKS-CORTE-EFE TO WKS-SE-FECHA.
           PERFORM 8100-FECHA-A-SERIE.
           MOVE WKS-SERIE TO WKS-SER-COR-H.

           COMPUTE WKS-HRS-COC = WKS-SER-INI-H + 4.
           DIVIDE 7 INTO WKS-HRS-COC GIVING WKS-HRS-COC
               REMAINDER WKS-HRS-DOW.
           COMPUTE WKS-SER-LUN = WKS-SER-INI-H - WKS-HRS-DOW.
           PERFORM 8250-RESTA-DIA WKS-HRS-DOW TIMES.

      *    Una semana: con hoja aprobada suma las horas de sus dias
      *    dentro del tramo; sin ella, si la semana ya cerro (su
      *    domingo o el termino de la asignacion ya paso al corte),
      *    se rechaza en la nomina.
       2234-REVISA-SEMANA.
           MOVE ZERO TO WKS-HRS-EXISTE.
           IF WKS-HAY-HRS = 1
               MOVE SID-CONSULTOR TO HRS-ID-CONS
               MOVE SID-PROYECTO  TO HRS-ID-PROY
               MOVE WKS-HRS-LUNES TO HRS-SEMANA
               MOVE 1 TO WKS-HRS-EXISTE
               READ ARC-HRS
                   INVALID KEY MOVE ZERO TO WKS-HRS-EXISTE.

           IF WKS-HRS-EXISTE = 1 AND HRS-APROBADA
               PERFORM 2236-SUMA-DIA
                   VARYING WKS-HD FROM 1 BY 1 UNTIL WKS-HD > 7
           ELSE
               IF WKS-SER-LUN + 6 <= WKS-SER-COR-H
                       OR WKS-SER-TER-H <= WKS-SER-COR-H
                   IF WKS-HRS-RECHAZA = "S"
                       PERFORM 2238-RECHAZA-SEMANA.

           ADD 7 TO WKS-SER-LUN.
           PERFORM 8200-SUMA-DIA 7 TIMES.

       2236-SUMA-DIA.
           COMPUTE WKS-SER-DIA-H = WKS-SER-LUN + WKS-HD - 1.
           IF WKS-SER-DIA-H >= WKS-SER-INI-H
                   AND WKS-SER-DIA-H <= WKS-SER-FIN-H
               ADD HRS-HORAS (WKS-HD) TO WKS-HRS-PAGADAS
               PERFORM 2237-TARIFA-DIA
               COMPUTE WKS-HRS-IMPORTE = WKS-HRS-IMPORTE
                   + (HRS-HORAS (WKS-HD) * WKS-TARIFA-DIA).

       2238-RECHAZA-SEMANA.
           MOVE SID-PROYECTO      TO REJ-ID-PROYECTO.
           MOVE SSTATUS-PROY      TO REJ-STATUS.
           MOVE SNOMBRE-CONSULTOR TO REJ-CONSULTOR.
           MOVE SINGRESO-MENSUAL  TO REJ-INGRESO.
           MOVE SFECHA-INICIO     TO REJ-FEC-INI.
           MOVE SFECHA-TERMINO    TO REJ-FEC-TER.
           IF WKS-HRS-EXISTE = 1
               MOVE 5             TO REJ-MOTIVO
           ELSE
               MOVE 4             TO REJ-MOTIVO.
           MOVE "N"               TO REJ-REPROC.
           MOVE SID-CONSULTOR     TO REJ-ID-CONSULTOR.
           MOVE WKS-HRS-LUNES     TO REJ-SEMANA.
           WRITE REG-REJ.

       2237-TARIFA-DIA.
           MOVE T-TR-HORA (1) TO WKS-TARIFA-DIA.
           PERFORM 2239-CHECA-TRAMO-DIA
               VARYING WKS-TR FROM 2 BY 1 UNTIL WKS-TR > WKS-NUM-TR.

       2239-CHECA-TRAMO-DIA.
           IF WKS-SER-DIA-H >= T-TR-SERIE (WKS-TR)
               MOVE T-TR-HORA (WKS-TR) TO WKS-TARIFA-DIA.

      *    Mensualidad fija: sin cambios de tarifa es el mismo CAL-ING
      *    de siempre; con cambios, cada tramo se valua con su propia
      *    tarifa hasta el corte efectivo.
       2240-VALUA-RENGLON.
           IF WKS-NUM-TR = 1
               CALL "CAL-ING" USING WKS-LINK-DATA
           ELSE
               MOVE SFECHA-INICIO  TO WKS-TV-DESDE
               MOVE SFECHA-TERMINO TO WKS-TV-TERMIN
               MOVE WKS-CORTE-EFE  TO WKS-TV-HASTA
               PERFORM 2245-VALUA-TRAMOS
               MOVE WKS-TV-TOTAL   TO WKS-ING-TOTALD
               MOVE WKS-TV-STATUS  TO WKS-CAL-STATUS.

      *    Tramos de tarifa del renglon: la tarifa propia desde el
      *    inicio y los cambios de ARC-TAS de la misma asignacion
      *    (proyecto, ID de consultor y fecha de inicio) con vigencia
      *    dentro del rango, ya en orden de vigencia. Un renglon sin
      *    ID de consultor no tiene cambios.
       2242-ARMA-TRAMOS.
           PERFORM 2251-CORTE-EFECTIVO.
           MOVE 1                TO WKS-NUM-TR.
           MOVE SFECHA-INICIO    TO T-TR-VIG (1).
           MOVE SFECHA-INICIO    TO T-TR-DESDE (1).
           MOVE ZERO             TO T-TR-SERIE (1).
           MOVE SINGRESO-MENSUAL TO T-TR-MEN (1).
           MOVE STARIFA-HORA     TO T-TR-HORA (1).

           IF SID-CONSULTOR = ZERO OR WKS-NUM-TAS = ZERO
               CONTINUE
           ELSE
               PERFORM 2243-BUSCA-CAMBIO
                   VARYING WKS-TA FROM 1 BY 1
                   UNTIL WKS-TA > WKS-NUM-TAS.

           MOVE SINGRESO-MENSUAL TO WKS-TAS-MIN.
           MOVE SINGRESO-MENSUAL TO WKS-TAS-MAX.
           MOVE SINGRESO-MENSUAL TO WKS-TAS-VIG-MEN.
           MOVE STARIFA-HORA     TO WKS-TAS-VIG-HORA.
           PERFORM 2247-LIMITES-TRAMO
               VARYING WKS-TR FROM 2 BY 1 UNTIL WKS-TR > WKS-NUM-TR.

       2243-BUSCA-CAMBIO.
           IF T-TA-PROY (WKS-TA) = SID-PROYECTO
                   AND T-TA-CONS (WKS-TA) = SID-CONSULTOR
                   AND T-TA-INI (WKS-TA) = SFECHA-INICIO
                   AND T-TA-VIG (WKS-TA) > SFECHA-INICIO
                   AND T-TA-VIG (WKS-TA) NOT > SFECHA-TERMINO
               IF WKS-NUM-TR < WKS-MAX-TR
                   ADD 1 TO WKS-NUM-TR
                   MOVE T-TA-VIG (WKS-TA)  TO T-TR-VIG (WKS-NUM-TR)
                   MOVE T-TA-MEN (WKS-TA)  TO T-TR-MEN (WKS-NUM-TR)
                   MOVE T-TA-HORA (WKS-TA) TO T-TR-HORA (WKS-NUM-TR)
                   MOVE T-TA-VIG (WKS-TA)  TO WKS-SE-FECHA
                   PERFORM 8100-FECHA-A-SERIE
                   MOVE WKS-SERIE    TO T-TR-SERIE (WKS-NUM-TR)
                   PERFORM 8300-DIA-ANTERIOR
                   MOVE WKS-SE-FECHA TO T-TR-DESDE (WKS-NUM-TR)
               ELSE
                   DISPLAY "TRAMOS DE TARIFA LLENOS: PROYECTO "
                       SID-PROYECTO " CONSULTOR " SID-CONSULTOR.

       2247-LIMITES-TRAMO.
           IF T-TR-MEN (WKS-TR) < WKS-TAS-MIN
               MOVE T-TR-MEN (WKS-TR) TO WKS-TAS-MIN.
           IF T-TR-MEN (WKS-TR) > WKS-TAS-MAX
               MOVE T-TR-MEN (WKS-TR) TO WKS-TAS-MAX.
           IF T-TR-VIG (WKS-TR) NOT > WKS-CORTE-EFE
               MOVE T-TR-MEN (WKS-TR)  TO WKS-TAS-VIG-MEN
               MOVE T-TR-HORA (WKS-TR) TO WKS-TAS-VIG-HORA.

      *    Valua el rango (WKS-TV-DESDE, WKS-TV-HASTA] tramo por
      *    tramo: cada uno llama a CAL-ING con su tarifa, desde el
      *    mayor de su inicio y el del rango, con corte en el menor
      *    de su ultimo dia y el del rango. Rango invalido igual que
      *    en CAL-ING: termino o ultimo dia antes del inicio.
       2245-VALUA-TRAMOS.
           MOVE ZERO TO WKS-TV-TOTAL.
           MOVE ZERO TO WKS-TV-STATUS.
           IF WKS-TV-TERMIN < WKS-TV-DESDE
                   OR WKS-TV-HASTA < WKS-TV-DESDE
               MOVE 1 TO WKS-TV-STATUS
           ELSE
               PERFORM 2246-VALUA-TRAMO
                   VARYING WKS-TR FROM 1 BY 1
                   UNTIL WKS-TR > WKS-NUM-TR.

       2246-VALUA-TRAMO.
           MOVE T-TR-DESDE (WKS-TR) TO WKS-TV-INI-TR.
           IF WKS-TV-INI-TR < WKS-TV-DESDE
               MOVE WKS-TV-DESDE TO WKS-TV-INI-TR.

           MOVE WKS-TV-HASTA TO WKS-TV-FIN-TR.
           IF WKS-TR < WKS-NUM-TR
               IF T-TR-DESDE (WKS-TR + 1) < WKS-TV-FIN-TR
                   MOVE T-TR-DESDE (WKS-TR + 1) TO WKS-TV-FIN-TR.

           IF WKS-TV-INI-TR < WKS-TV-FIN-TR
               MOVE WKS-TV-INI-TR     TO WKS-AUS-INICIO
               MOVE WKS-TV-TERMIN     TO WKS-AUS-TERMIN
               MOVE T-TR-MEN (WKS-TR) TO WKS-AUS-MENSUA
               MOVE WKS-MODO-PRORR    TO WKS-AUS-MODO
               MOVE WKS-TV-FIN-TR     TO WKS-AUS-CORTE
               CALL "CAL-ING" USING WKS-LINK-AUS
               IF WKS-AUS-STATUS = ZERO
                   ADD WKS-AUS-TOTALD TO WKS-TV-TOTAL.

       2252-FORMATEAR-FECHA.
           MOVE WKS-SPDIA          TO WKS-DAY.
           SET WKS-I               TO 1 
           MOVE T-MES (WKS-I)      TO WKS-MONTH.
           MOVE WKS-SPANO          TO WKS-YEAR.
           
       2251-CORTE-EFECTIVO.
           IF WKS-FEC-CORTE = ZERO
               ACCEPT WKS-HOY FROM DATE
               STRING "20" DELIMITED BY SIZE
           ELSE
               MOVE WKS-FEC-CORTE TO WKS-CORTE-EFE.

      *    Descuenta del ingreso del renglon las ausencias del
      *    consultor que caen dentro de la asignacion, valuadas con
      *    el mismo CAL-ING y modo del corrido: los dias de la
      *    ausencia hasta el corte, cada uno a la tarifa que regia.
      *    Tambien deja en WKS-DIAS-AUS-LIN los dias ausentes del
      *    renglon para el estado personal.
       2253-DESCUENTA-AUSENCIAS.
           MOVE ZERO TO WKS-DIAS-AUS-LIN.
           PERFORM 2251-CORTE-EFECTIVO.

           IF SID-CONSULTOR = ZERO OR WKS-NUM-AUS = ZERO
               CONTINUE
           ELSE
           IF WKS-AUS-A > SFECHA-TERMINO
               MOVE SFECHA-TERMINO TO WKS-AUS-A.

      *    CAL-ING cobra desde el dia siguiente a su inicio: la
      *    ausencia arranca el dia anterior (sin salir del tramo ya
      *    cobrado del renglon) y termina en su ultimo dia o en el
      *    corte, lo que llegue antes.
           MOVE WKS-AUS-DE TO WKS-SE-FECHA.
           PERFORM 8300-DIA-ANTERIOR.
           MOVE WKS-SE-FECHA TO WKS-TV-DESDE.
           IF WKS-TV-DESDE < SFECHA-INICIO
               MOVE SFECHA-INICIO TO WKS-TV-DESDE.
           MOVE WKS-AUS-A TO WKS-TV-TERMIN.
           MOVE WKS-AUS-A TO WKS-TV-HASTA.
           IF WKS-TV-HASTA > WKS-CORTE-EFE
               MOVE WKS-CORTE-EFE TO WKS-TV-HASTA.
           PERFORM 2245-VALUA-TRAMOS.

      *    Por hora la ausencia ya no trae horas (CAP-HRS no las
      *    deja capturar): solo cuenta para los dias ausentes.
           IF WKS-TV-STATUS = ZERO AND NOT SPOR-HORA
               IF WKS-TV-TOTAL >= WKS-ING-TOTALD
                   MOVE ZERO TO WKS-ING-TOTALD
               ELSE
                   SUBTRACT WKS-TV-TOTAL FROM WKS-ING-TOTALD.

      *    Dias ausentes dentro del corte efectivo.
           IF WKS-AUS-A > WKS-CORTE-EFE
           ELSE
               MOVE WKS-FEC-CORTE-CAP TO WKS-FEC-CORTE.

           PERFORM 2242-ARMA-TRAMOS.
           IF SPOR-HORA
               MOVE "N" TO WKS-HRS-RECHAZA
               PERFORM 2230-VALUA-POR-HORA
           ELSE
               PERFORM 2240-VALUA-RENGLON.

           MOVE WKS-TAS-MIN TO WKS-ING-TOT-MIN.
           COMPUTE WKS-ING-TOT-MAX = WKS-TAS-MAX * 600.
           IF SPOR-HORA
               MOVE ZERO TO WKS-ING-TOT-MIN
               MOVE WKS-ING-TOTALD TO WKS-ING-TOT-MAX.

           IF WKS-CAL-STATUS = 1
                   OR WKS-ING-TOTALD < WKS-ING-TOT-MIN
           MOVE WKS-TEM-NOMPRO   TO WKS-DC-PROY.
           MOVE SFECHA-INICIO    TO WKS-DC-INI.
           MOVE SFECHA-TERMINO   TO WKS-DC-TER.
           MOVE WKS-TAS-VIG-MEN  TO WKS-DC-MEN.
           IF SPOR-HORA
               MOVE WKS-TAS-VIG-HORA TO WKS-DC-MEN.
           MOVE WKS-ING-TOTALD   TO WKS-DC-TOT.
           MOVE WKS-DET-CONS TO LINEAS.
           MOVE 1 TO WKS-RIM-AVANCE
               MOVE WKS-RETENCION    TO ECO-RETENCION
               MOVE WKS-NETO-CONS    TO ECO-NETO
               MOVE "P"              TO ECO-ESTADO
               MOVE SPACES           TO ECO-MOTIVO
               WRITE REG-ECO.

       2875-CALCULA-RETENCION.
           CLOSE R-CATPRO.
           CLOSE ARC-REJ.
           CLOSE R-CONSUL.
           IF WKS-HAY-HRS = 1
               CLOSE ARC-HRS.
           IF ES-SIMULACION
               CONTINUE
           ELSE
           ELSE
               WRITE LINEAS AFTER WKS-RIM-AVANCE LINES.

      *    Serie = ano * 365 + bisiestos de los anos anteriores + dia
      *    del ano; diferencia de series = dias entre fechas. Los
      *    bisiestos son los de ANTES del ano de la fecha: el 29 de
      *    febrero del ano en curso ya lo cuenta el dia del ano, y
      *    contarlo dos veces brincaba un dia al pasar de diciembre
      *    a enero de un ano bisiesto. Con esta serie el lunes da 3
      *    en el modulo 7.
       8100-FECHA-A-SERIE.
           DIVIDE WKS-SE-ANO BY 4 GIVING WKS-DM
               REMAINDER WKS-BI-REM.
           ADD WKS-SE-DIA TO WKS-DOY.

           COMPUTE WKS-SERIE = (WKS-SE-ANO * 365)
               + ((WKS-SE-ANO - 1) / 4) + WKS-DOY.

       8150-SUMA-MES.
           ADD T-DM (WKS-DM) TO WKS-DOY.

      *    Un dia adelante / atras sobre el lunes en turno de las
      *    hojas de horas.
       8200-SUMA-DIA.
           PERFORM 8260-FEBRERO-HL.
           IF WKS-HL-DIA < T-DM (WKS-HL-MES)
               ADD 1 TO WKS-HL-DIA
           ELSE
               MOVE 1 TO WKS-HL-DIA
               IF WKS-HL-MES = 12
                   MOVE 1 TO WKS-HL-MES
                   ADD 1 TO WKS-HL-ANO
               ELSE
                   ADD 1 TO WKS-HL-MES.

       8250-RESTA-DIA.
           IF WKS-HL-DIA > 1
               SUBTRACT 1 FROM WKS-HL-DIA
           ELSE
               IF WKS-HL-MES = 1
                   MOVE 12 TO WKS-HL-MES
                   SUBTRACT 1 FROM WKS-HL-ANO
                   MOVE 31 TO WKS-HL-DIA
               ELSE
                   SUBTRACT 1 FROM WKS-HL-MES
                   PERFORM 8260-FEBRERO-HL
                   MOVE T-DM (WKS-HL-MES) TO WKS-HL-DIA.

       8260-FEBRERO-HL.
           DIVIDE WKS-HL-ANO BY 4 GIVING WKS-DM
               REMAINDER WKS-BI-REM.
           IF WKS-BI-REM = 0
               MOVE 29 TO T-DM (2)
           ELSE
               MOVE 28 TO T-DM (2).

      *    Dia anterior a la fecha de WKS-SE-FECHA, en el mismo
      *    lugar.
       8300-DIA-ANTERIOR.
           IF WKS-SE-DIA > 1
               SUBTRACT 1 FROM WKS-SE-DIA
           ELSE
               IF WKS-SE-MES = 1
                   MOVE 12 TO WKS-SE-MES
                   SUBTRACT 1 FROM WKS-SE-ANO
                   MOVE 31 TO WKS-SE-DIA
               ELSE
                   SUBTRACT 1 FROM WKS-SE-MES
                   PERFORM 8310-FEBRERO-SE
                   MOVE T-DM (WKS-SE-MES) TO WKS-SE-DIA.

       8310-FEBRERO-SE.
           DIVIDE WKS-SE-ANO BY 4 GIVING WKS-DM
               REMAINDER WKS-BI-REM.
           IF WKS-BI-REM = 0
               MOVE 29 TO T-DM (2)
           ELSE
               MOVE 28 TO T-DM (2).

       1300-CARGA-STATUS.
           OPEN INPUT ARC-MST.
           IF WKS-FS-MST = "35"
           READ ARC-AUS
               AT END MOVE 1 TO WKS-FIN-AUS.

      *    Sin hojas de horas todavia, toda semana de una asignacion
      *    por hora sale como faltante.
       1800-ABRE-HORAS.
           OPEN INPUT ARC-HRS.
           IF WKS-FS-HRS = "35"
               MOVE ZERO TO WKS-HAY-HRS
           ELSE
               MOVE 1 TO WKS-HAY-HRS.

      *    Sin historia de tarifas cada renglon cobra su propia
      *    tarifa, como siempre.
       1850-CARGA-TASAS.
           OPEN INPUT ARC-TAS.
           IF WKS-FS-TAS = "35"
               CONTINUE
           ELSE
               READ ARC-TAS NEXT
                   AT END MOVE 1 TO WKS-FIN-TAS
                   NOT AT END MOVE ZERO TO WKS-FIN-TAS

               PERFORM 1860-AGREGA-TASA UNTIL WKS-FIN-TAS = 1

               CLOSE ARC-TAS.

       1860-AGREGA-TASA.
           IF WKS-NUM-TAS < WKS-MAX-TAS
               ADD 1 TO WKS-NUM-TAS
               MOVE TAS-ID-PROY     TO T-TA-PROY (WKS-NUM-TAS)
               MOVE TAS-ID-CONS     TO T-TA-CONS (WKS-NUM-TAS)
               MOVE TAS-FEC-INI     TO T-TA-INI (WKS-NUM-TAS)
               MOVE TAS-VIGENCIA    TO T-TA-VIG (WKS-NUM-TAS)
               MOVE TAS-MENSUAL     TO T-TA-MEN (WKS-NUM-TAS)
               MOVE TAS-TARIFA-HORA TO T-TA-HORA (WKS-NUM-TAS)
           ELSE
               DISPLAY "HISTORIA DE TARIFAS LLENA, SE OMITEN "
                   "RESTANTES".

           READ ARC-TAS NEXT
               AT END MOVE 1 TO WKS-FIN-TAS.

      *    Sin tabla de retencion el estado personal sale en bruto,
      *    como siempre.
       1700-CARGA-RETENCION.
