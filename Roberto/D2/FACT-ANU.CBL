      *    cuyo aniversario de FEC-ING cae en ese mes genera un cargo
      *    en ARC-FAC con la tarifa vigente a la fecha de vencimiento
      *    segun LINK-CAT. Es el paso que faltaba entre los reportes
      *    de tarjetas y la cobranza real. Cada cargo lleva su base,
      *    la tasa de IVA vigente (IVA-CAL) y el impuesto; el
      *    importe del cargo es la base mas el IVA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WKS-FS-PRD.
           SELECT ARC-SUS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-SUS.
      *    Exenciones de anualidad (MANT-EXE): la exencion activa y
      *    vigente al vencimiento rebaja el cargo en su porcentaje, y
      *    lo dejado de cobrar queda en ARC-EXF por mes y cliente
      *    para el reporte REP-EXE. Sin registro nadie esta exento.
           SELECT ARC-EXE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXE-ID-CLIENTE
               FILE STATUS IS WKS-FS-EXE.
           SELECT ARC-EXF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXF-LLAVE
               FILE STATUS IS WKS-FS-EXF.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           03 SUS-FEC-ALTA   PIC 9(08).
           03 SUS-FEC-BAJA   PIC 9(08).

       FD ARC-EXE.
           COPY REGEXE.

       FD ARC-EXF.
           COPY REGEXF.

       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-TOTAL-REG     PIC 9(06) VALUE ZERO.
       01 WKS-TOTAL-IMP     PIC 9(09)V99 VALUE ZERO.
       01 WKS-SIN-TARIFA    PIC 9(06) VALUE ZERO.
       01 WKS-TOTAL-IVA     PIC 9(09)V99 VALUE ZERO.
       01 WKS-TOT-REG-F     PIC ZZZ,ZZ9.
       01 WKS-TOT-IMP-F     PIC $$$,$$$,$$9.99.
       01 WKS-TOT-IVA-F     PIC $$$,$$$,$$9.99.

      *    Parametros de IVA-CAL.
       01 WKS-IVA-BASE      PIC 9(09)V99.
       01 WKS-IVA-TASA      PIC 99V99.
       01 WKS-IVA-MTO       PIC 9(09)V99.

       01 WKS-ABIERTOS      PIC 9 VALUE ZERO.

               05 T-SU-PRD  PIC 99.
               05 T-SU-BAJA PIC 9(08).

      *    Exenciones: disponibilidad del registro, cargo antes de
      *    la exencion y lo dejado de cobrar en la corrida.
       01 WKS-FS-EXE        PIC XX.
       01 WKS-FS-EXF        PIC XX.
       01 WKS-EXE-DISP      PIC 9 VALUE ZERO.
       01 WKS-EXE-CARGO     PIC 9(05)V99.
       01 WKS-EXE-MONTO     PIC 9(05)V99.
       01 WKS-TOT-EXENTOS   PIC 9(06) VALUE ZERO.
       01 WKS-TOT-EXE-IMP   PIC 9(09)V99 VALUE ZERO.
       01 WKS-TOT-EXE-F     PIC $$$,$$$,$$9.99.

       01 WKS-ES-HAB        PIC X.
       01 WKS-DOY           PIC 999.
       01 WKS-SERIE         PIC 9(07).
               PERFORM 1700-CARGA-SUSCRIPCIONES
               OPEN INPUT CLIENTES
               OPEN OUTPUT ARC-FAC
               PERFORM 1800-ABRE-EXENCIONES
               READ CLIENTES
                   AT END MOVE 1 TO WKS-FIN.

           READ ARC-SUS
               AT END MOVE 1 TO WKS-S.

      *    El de exenciones es opcional; el de exento por mes se
      *    crea la primera vez y una recorrida del mes reescribe.
       1800-ABRE-EXENCIONES.
           OPEN INPUT ARC-EXE.
           IF WKS-FS-EXE = "35"
               MOVE ZERO TO WKS-EXE-DISP
           ELSE
               MOVE 1 TO WKS-EXE-DISP
               OPEN I-O ARC-EXF
               IF WKS-FS-EXF = "35"
                   OPEN OUTPUT ARC-EXF
                   CLOSE ARC-EXF
                   OPEN I-O ARC-EXF.

       1100-OBTIENE-MES.
           DISPLAY "FACT_ANU_MES" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.

           PERFORM 2150-BUSCA-TARIFA.
           PERFORM 2160-APLICA-DESCUENTO.
           IF WKS-EXE-DISP = 1
               PERFORM 2180-APLICA-EXENCION.

           MOVE ID-CLIENTE  TO FAC-ID-CLIENTE.
           MOVE CLA-TAR     TO FAC-CLA-TAR.

      *    Con plan de pagos el cargo sale partido en mensualidades;
      *    sin plan, el cargo completo de una exhibicion de siempre.
      *    Exento al cien por ciento no lleva cargo de anualidad
      *    (los productos adicionales se facturan igual).
           IF WKS-IMP-CARGO NOT = ZERO
               PERFORM 2120-CARGO-ANUALIDAD.

           PERFORM 2600-GENERA-PRODUCTOS.

       2120-CARGO-ANUALIDAD.
           PERFORM 2200-BUSCA-PLAN.

           IF WKS-PLA-IDX = ZERO
               MOVE WKS-IMP-CARGO TO FAC-BASE
               PERFORM 2500-CALCULA-IVA
               MOVE WKS-FEC-VENC  TO FAC-FEC-VENC
               MOVE ZERO          TO FAC-PARC
               MOVE ZERO          TO FAC-NUM-PARC
               WRITE REG-FAC
               ADD 1              TO WKS-TOTAL-REG
               ADD FAC-IMPORTE    TO WKS-TOTAL-IMP
               ADD FAC-IVA        TO WKS-TOTAL-IVA
           ELSE
               PERFORM 2300-GENERA-PLAN.

      *    IVA trasladado sobre la base ya puesta en FAC-BASE; el
      *    importe del cargo es la base mas el impuesto.
       2500-CALCULA-IVA.
           MOVE FAC-BASE TO WKS-IVA-BASE.
           CALL "IVA-CAL" USING WKS-IVA-BASE WKS-IVA-TASA WKS-IVA-MTO.
           MOVE WKS-IVA-TASA TO FAC-TASA-IVA.
           MOVE WKS-IVA-MTO  TO FAC-IVA.
           COMPUTE FAC-IMPORTE = FAC-BASE + FAC-IVA.

      *    Un cargo mas por cada producto adicional con suscripcion
      *    activa del cliente, con la cuota de la linea del catalogo

       2680-ESCRIBE-CARGO-PROD.
           MOVE T-PD-NOM (WKS-PRD-IDX) TO FAC-NOM-TAR.
           MOVE T-PD-CUO (WKS-PRD-IDX) TO FAC-BASE.
           PERFORM 2500-CALCULA-IVA.
           MOVE WKS-FEC-VENC-ANU       TO FAC-FEC-VENC.
           MOVE ZERO                   TO FAC-PARC.
           MOVE ZERO                   TO FAC-NUM-PARC.

           ADD 1           TO WKS-TOTAL-REG.
           ADD FAC-IMPORTE TO WKS-TOTAL-IMP.
           ADD FAC-IVA     TO WKS-TOTAL-IVA.

      *    Se regresan los campos de anualidad por si el cliente
      *    trae mas suscripciones o el siguiente uso del registro.
               MOVE WKS-P TO WKS-DSC-IDX
               ADD 15 TO WKS-P.

      *    Exencion del cliente (MANT-EXE): activa y sin vencer al
      *    vencimiento de la anualidad. Rebaja el cargo ya con
      *    descuento en su porcentaje y deja el renglon del mes en
      *    ARC-EXF con lo dejado de cobrar y quien lo autorizo.
       2180-APLICA-EXENCION.
           MOVE ID-CLIENTE TO EXE-ID-CLIENTE.
           READ ARC-EXE
               INVALID KEY MOVE "C" TO EXE-ESTADO.

           IF EXE-ACTIVA
                   AND (EXE-FEC-VENCE = ZERO
                       OR EXE-FEC-VENCE >= WKS-FEC-VENC-ANU)
               MOVE WKS-IMP-CARGO TO WKS-EXE-CARGO
               COMPUTE WKS-EXE-MONTO ROUNDED =
                   WKS-EXE-CARGO * EXE-PCT / 100
               SUBTRACT WKS-EXE-MONTO FROM WKS-IMP-CARGO
               ADD 1             TO WKS-TOT-EXENTOS
               ADD WKS-EXE-MONTO TO WKS-TOT-EXE-IMP

               MOVE WKS-MES-FAC      TO EXF-MES-FAC
               MOVE ID-CLIENTE       TO EXF-ID-CLIENTE
               MOVE EXE-TIPO         TO EXF-TIPO
               MOVE EXE-PCT          TO EXF-PCT
               MOVE EXE-AUTORIZO     TO EXF-AUTORIZO
               MOVE WKS-EXE-CARGO    TO EXF-CARGO
               MOVE WKS-EXE-MONTO    TO EXF-EXENTO
               MOVE WKS-FEC-VENC-ANU TO EXF-FEC-VENC
               WRITE REG-EXF
                   INVALID KEY REWRITE REG-EXF.

       2200-BUSCA-PLAN.
           MOVE ZERO TO WKS-PLA-IDX.
           PERFORM 2250-COMPARA-PLAN
      *    sobrantes en la primera, cada una venciendo un mes
      *    despues de la anterior (mismo recorte de dia que el
      *    vencimiento de la primera). La suma de las parcialidades
      *    reproduce exactamente el cargo (ya con descuento). El
      *    IVA se calcula sobre la base de cada mensualidad.
       2300-GENERA-PLAN.
           MOVE T-PLA-MEN (WKS-PLA-IDX) TO WKS-PARC-NUM.
           DIVIDE WKS-IMP-CARGO BY WKS-PARC-NUM GIVING WKS-PARC-IMP.

       2400-GENERA-PARCIALIDAD.
           IF WKS-P = 1
               COMPUTE FAC-BASE = WKS-PARC-IMP + WKS-PARC-RESTO
           ELSE
               MOVE WKS-PARC-IMP TO FAC-BASE
               PERFORM 2450-AVANZA-VENCIMIENTO.
           PERFORM 2500-CALCULA-IVA.

           MOVE WKS-P        TO FAC-PARC.
           MOVE WKS-FEC-VENC TO FAC-FEC-VENC.

           ADD 1           TO WKS-TOTAL-REG.
           ADD FAC-IMPORTE TO WKS-TOTAL-IMP.
           ADD FAC-IVA     TO WKS-TOTAL-IVA.

      *    Mes siguiente de vencimiento, con el dia de aniversario
      *    recortado al ultimo dia del mes al que se llega (y el
       3000-FIN.
           MOVE WKS-TOTAL-REG TO WKS-TOT-REG-F.
           MOVE WKS-TOTAL-IMP TO WKS-TOT-IMP-F.
           MOVE WKS-TOTAL-IVA TO WKS-TOT-IVA-F.
           DISPLAY "CARGOS GENERADOS: " WKS-TOT-REG-F
               " IMPORTE: " WKS-TOT-IMP-F.
           DISPLAY "IVA TRASLADADO INCLUIDO: " WKS-TOT-IVA-F.
           IF WKS-SIN-TARIFA > ZERO
               DISPLAY "CARGOS CON TARIFA GUARDADA (SIN CATALOGO): "
                   WKS-SIN-TARIFA.
           IF WKS-TOT-EXENTOS > ZERO
               MOVE WKS-TOT-EXE-IMP TO WKS-TOT-EXE-F
               DISPLAY "CLIENTES EXENTOS: " WKS-TOT-EXENTOS
                   " IMPORTE NO COBRADO: " WKS-TOT-EXE-F.

           IF WKS-ABIERTOS = 1
               CLOSE CLIENTES
               CLOSE ARC-FAC
               IF WKS-EXE-DISP = 1
                   CLOSE ARC-EXE
                   CLOSE ARC-EXF.
