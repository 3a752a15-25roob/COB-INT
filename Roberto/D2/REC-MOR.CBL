      *    cliente y ano, con registro impreso y totales de
      *    control. La partida de recargo guarda la fecha de su
      *    ultima evaluacion para que el recorrido repetido del
      *    mismo dia no cobre doble. El recargo es la base gravable
      *    y lleva encima el IVA a la tasa vigente (IVA-CAL).
      *    Cada recargo aplicado queda tambien en el registro
      *    ARC-RGO con su fecha, base e IVA, de donde lo toma la
      *    poliza diaria de cartera POL-CXC. La anualidad de un
      *    cliente con exencion activa (MANT-EXE) vigente a su
      *    vencimiento nunca genera recargo.
      *    La partida con aclaracion vigente (ACLA-CXC) tampoco
      *    genera recargo mientras el caso no se resuelva.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-MOR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-MOR.
           SELECT REP-MOR ASSIGN TO PRINTER.
      *    Registro de recargos aplicados, acumulado de corrida en
      *    corrida.
           SELECT ARC-RGO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-RGO.
      *    Control de corrida: este paso de fin de mes deja su
      *    INI/OK/MAL igual que los pasos de LOTE-TAR, para que el
      *    cierre de mes (CIERRE-MES) pueda comprobarlo.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNV-ID-CLIENTE
               FILE STATUS IS WKS-FS-CNV.
      *    Exenciones de anualidad (MANT-EXE).
           SELECT ARC-EXE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXE-ID-CLIENTE
               FILE STATUS IS WKS-FS-EXE.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CXC.
           03 CNV-ESTADO     PIC X.
               88 CNV-ACTIVO      VALUE "A".

       FD ARC-EXE.
           COPY REGEXE.

       FD ARC-RGO.
       01 REG-RGO.
           03 RGO-FECHA      PIC 9(08).
           03 RGO-CXC-LLAVE.
               05 RGO-ID-CLIENTE PIC 9(06).
               05 RGO-ANIO       PIC 9(04).
               05 RGO-TIPO       PIC 9.
               05 RGO-PARC       PIC 99.
           03 RGO-BASE       PIC 9(05)V99.
           03 RGO-IVA        PIC 9(05)V99.
           03 RGO-TOTAL      PIC 9(05)V99.

       WORKING-STORAGE SECTION.
           COPY MESES.

       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-MOR        PIC XX.
       01 WKS-FS-RGO        PIC XX.

      *    Fecha de evaluacion: la pasa la corrida por ambiente o se
      *    toma la del sistema.
       01 WKS-ANU-SALDO     PIC 9(05)V99.
       01 WKS-ANU-NOMTAR    PIC X(20).
       01 WKS-RECARGO       PIC 9(05)V99.
       01 WKS-REC-IVA       PIC 9(05)V99.
       01 WKS-REC-TOTAL     PIC 9(05)V99.

      *    Parametros de IVA-CAL.
       01 WKS-IVA-BASE      PIC 9(09)V99.
       01 WKS-IVA-TASA      PIC 99V99.
       01 WKS-IVA-MTO       PIC 9(09)V99.

       01 WKS-TOT-EVAL      PIC 9(06) VALUE ZERO.
       01 WKS-TOT-RECARGOS  PIC 9(06) VALUE ZERO.
       01 WKS-MTO-RECARGOS  PIC 9(09)V99 VALUE ZERO.
       01 WKS-MTO-IVA       PIC 9(09)V99 VALUE ZERO.

      *    Convenio activo del cliente en turno.
       01 WKS-FS-CNV        PIC XX.
       01 WKS-EN-CONVENIO   PIC 9.
       01 WKS-TOT-CONVENIO  PIC 9(05) VALUE ZERO.

      *    Exencion activa del cliente en turno.
       01 WKS-FS-EXE        PIC XX.
       01 WKS-EXE-DISP      PIC 9 VALUE ZERO.
       01 WKS-EXENTA        PIC 9.
       01 WKS-TOT-EXENTAS   PIC 9(05) VALUE ZERO.

      *    Aclaracion vigente sobre la partida (subprograma ACR-VAL).
       01 WKS-ACR-ST        PIC 9.
       01 WKS-TOT-ACLARA    PIC 9(05) VALUE ZERO.

      *    Constancia en el control de corrida.
       01 WKS-FS-RUN        PIC XX.
       01 WKS-RUN-EST       PIC X(04).
           03 FILLER         PIC X(08) VALUE "ATRASO".
           03 FILLER         PIC X(10) VALUE "SALDO".
           03 FILLER         PIC X(08) VALUE "TASA".
           03 FILLER         PIC X(12) VALUE "RECARGO".
           03 FILLER         PIC X(11) VALUE "IVA".
           03 FILLER         PIC X(10) VALUE "TOTAL".

       01 WKS-DET1.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-TASA    PIC Z9.99.
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DT-REC     PIC $$,$$9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-IVA     PIC $$,$$9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DT-TOT     PIC $$,$$9.99.

       01 WKS-TRAILER.
           03 FILLER          PIC X(15) VALUE "**** CONTROL: ".
           03 FILLER          PIC X(11) VALUE " RECARGOS  ".
           03 FILLER          PIC X(07) VALUE "MONTO: ".
           03 WKS-TRL-MONTO   PIC $$$,$$$,$$9.99.
           03 FILLER          PIC X(07) VALUE "  IVA: ".
           03 WKS-TRL-IVA     PIC $$$,$$$,$$9.99.
           03 FILLER          PIC X(05) VALUE " ****".

       PROCEDURE DIVISION.
           ELSE
               MOVE 1 TO WKS-CNV-DISP.

           OPEN INPUT ARC-EXE.
           IF WKS-FS-EXE = "35"
               MOVE ZERO TO WKS-EXE-DISP
           ELSE
               MOVE 1 TO WKS-EXE-DISP.

           OPEN I-O ARC-CXC.
           IF WKS-FS-CXC = "35"
               DISPLAY "NO EXISTE LA CARTERA DE ANUALIDADES"
               MOVE 1 TO WKS-FIN
           ELSE
               MOVE 1 TO WKS-CORRIO
               OPEN EXTEND ARC-RGO
               IF WKS-FS-RGO = "35"
                   OPEN OUTPUT ARC-RGO
               END-IF
               OPEN OUTPUT REP-MOR
               MOVE WKS-ENCA TO LINEA
               WRITE LINEA AFTER PAGE
      *    Solo las partidas de anualidad (tipo 1) con saldo ya
      *    vencido a la fecha de evaluacion generan recargo; el
      *    cliente con convenio de pago activo queda suspendido de
      *    recargos mientras lo cumpla, y la anualidad exenta no
      *    lo genera nunca. La anualidad en aclaracion se salta.
       2000-PROCESO.
           READ ARC-CXC NEXT
               AT END MOVE 1 TO WKS-FIN.
           IF WKS-FIN = ZERO
               IF CXC-TIPO = 1 AND CXC-SALDO > ZERO
                   PERFORM 2050-CHECA-CONVENIO
                   PERFORM 2060-CHECA-EXENCION
                   CALL "ACR-VAL" USING CXC-LLAVE WKS-ACR-ST
                   IF WKS-EN-CONVENIO = 1
                       ADD 1 TO WKS-TOT-CONVENIO
                   ELSE
                       IF WKS-EXENTA = 1
                           ADD 1 TO WKS-TOT-EXENTAS
                       ELSE
                           IF WKS-ACR-ST = 1
                               ADD 1 TO WKS-TOT-ACLARA
                           ELSE
                               PERFORM 2070-CHECA-ATRASO.

       2070-CHECA-ATRASO.
           MOVE CXC-FEC-VENC TO WKS-FEC-SERIE.
           PERFORM 9100-FECHA-A-SERIE.
           COMPUTE WKS-DIAS-VENC = WKS-SERIE-HOY - WKS-SERIE.
           IF WKS-DIAS-VENC > ZERO
               ADD 1 TO WKS-TOT-EVAL
               PERFORM 2100-EVALUA-RECARGO.

       2050-CHECA-CONVENIO.
           MOVE ZERO TO WKS-EN-CONVENIO.
                       IF CNV-ACTIVO
                           MOVE 1 TO WKS-EN-CONVENIO.

      *    Exenta si la exencion esta activa y no habia vencido al
      *    vencer la partida (la misma regla con que FACT-ANU la
      *    aplico al facturar).
       2060-CHECA-EXENCION.
           MOVE ZERO TO WKS-EXENTA.
           IF WKS-EXE-DISP = 1
               MOVE CXC-ID-CLIENTE TO EXE-ID-CLIENTE
               READ ARC-EXE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EXE-ACTIVA
                               AND (EXE-FEC-VENCE = ZERO
                                   OR EXE-FEC-VENCE >= CXC-FEC-VENC)
                           MOVE 1 TO WKS-EXENTA.

       2100-EVALUA-RECARGO.
           MOVE ZERO TO WKS-BAN-IDX.
           PERFORM 2150-BUSCA-BANDA
               COMPUTE WKS-RECARGO ROUNDED = CXC-SALDO
                   * T-BA-TASA (WKS-BAN-IDX) / 100
               IF WKS-RECARGO > ZERO
                   PERFORM 2120-CALCULA-IVA
                   PERFORM 2200-GRABA-RECARGO.

       2120-CALCULA-IVA.
           MOVE WKS-RECARGO TO WKS-IVA-BASE.
           CALL "IVA-CAL" USING WKS-IVA-BASE WKS-IVA-TASA WKS-IVA-MTO.
           MOVE WKS-IVA-MTO TO WKS-REC-IVA.
           COMPUTE WKS-REC-TOTAL = WKS-RECARGO + WKS-REC-IVA.

       2150-BUSCA-BANDA.
           IF WKS-DIAS-VENC >= T-BA-DESDE (WKS-I)
                   AND WKS-DIAS-VENC <= T-BA-HASTA (WKS-I)
           MOVE 2              TO CXC-TIPO.
           MOVE WKS-AL-PARC    TO CXC-PARC.
           MOVE WKS-ANU-NOMTAR TO CXC-NOM-TAR.
           MOVE WKS-REC-TOTAL  TO CXC-IMP-CARGO.
           MOVE WKS-RECARGO    TO CXC-BASE.
           MOVE WKS-IVA-TASA   TO CXC-TASA-IVA.
           MOVE WKS-REC-IVA    TO CXC-IVA.
           MOVE ZERO           TO CXC-IMP-ABONO.
           MOVE WKS-REC-TOTAL  TO CXC-SALDO.
           MOVE WKS-FECHA-PROC TO CXC-FEC-VENC.
           MOVE ZERO           TO CXC-ESTADO.
           WRITE REG-CXC.
           MOVE "W" TO WKS-JRN-OPER.
           PERFORM 9800-ANOTA-JORNAL.

           ADD 1             TO WKS-TOT-RECARGOS.
           ADD WKS-REC-TOTAL TO WKS-MTO-RECARGOS.
           ADD WKS-REC-IVA   TO WKS-MTO-IVA.
           PERFORM 2500-ANOTA-REGISTRO.

      *    Solo el recargo realmente aplicado se anota en el
      *    registro; en el recorrido repetido del mismo mes la
      *    partida ya evaluada se deja pasar sin imprimir, para que
      *    el registro siempre cuadre con su trailer de control.
      *    La tasa de la partida queda la de la ultima evaluacion.
       2400-SUMA-RECARGO.
           IF CXC-FEC-VENC (1:6) = WKS-FECHA-PROC (1:6)
               CONTINUE
           ELSE
               ADD WKS-REC-TOTAL TO CXC-IMP-CARGO
               ADD WKS-REC-TOTAL TO CXC-SALDO
               ADD WKS-RECARGO   TO CXC-BASE
               ADD WKS-REC-IVA   TO CXC-IVA
               MOVE WKS-IVA-TASA TO CXC-TASA-IVA
               MOVE WKS-FECHA-PROC TO CXC-FEC-VENC
               REWRITE REG-CXC
               MOVE "R" TO WKS-JRN-OPER
               PERFORM 9800-ANOTA-JORNAL
               ADD 1             TO WKS-TOT-RECARGOS
               ADD WKS-REC-TOTAL TO WKS-MTO-RECARGOS
               ADD WKS-REC-IVA   TO WKS-MTO-IVA
               PERFORM 2500-ANOTA-REGISTRO.

       2500-ANOTA-REGISTRO.
           MOVE WKS-ANU-SALDO  TO WKS-DT-SALDO.
           MOVE T-BA-TASA (WKS-BAN-IDX) TO WKS-DT-TASA.
           MOVE WKS-RECARGO    TO WKS-DT-REC.
           MOVE WKS-REC-IVA    TO WKS-DT-IVA.
           MOVE WKS-REC-TOTAL  TO WKS-DT-TOT.
           MOVE WKS-DET1 TO LINEA.
           WRITE LINEA AFTER 1.

           MOVE WKS-FECHA-PROC TO RGO-FECHA.
           MOVE WKS-AL-ID      TO RGO-ID-CLIENTE.
           MOVE WKS-AL-ANIO    TO RGO-ANIO.
           MOVE 2              TO RGO-TIPO.
           MOVE WKS-AL-PARC    TO RGO-PARC.
           MOVE WKS-RECARGO    TO RGO-BASE.
           MOVE WKS-REC-IVA    TO RGO-IVA.
           MOVE WKS-REC-TOTAL  TO RGO-TOTAL.
           WRITE REG-RGO.

      *    Regresa el recorrido a la partida de anualidad que se
      *    estaba evaluando, para seguir con la siguiente.
       2600-REPOSICIONA.
           IF WKS-FS-CXC NOT = "35" AND WKS-NUM-BAN > ZERO
               MOVE WKS-TOT-RECARGOS TO WKS-TRL-REGS
               MOVE WKS-MTO-RECARGOS TO WKS-TRL-MONTO
               MOVE WKS-MTO-IVA      TO WKS-TRL-IVA
               MOVE WKS-TRAILER TO LINEA
               WRITE LINEA AFTER 2
               CLOSE ARC-CXC
               CLOSE ARC-RGO
               CLOSE REP-MOR.

           IF WKS-CNV-DISP = 1
               CLOSE ARC-CNV.
           IF WKS-EXE-DISP = 1
               CLOSE ARC-EXE.

           DISPLAY "PARTIDAS EVALUADAS: " WKS-TOT-EVAL
               " RECARGOS: " WKS-TOT-RECARGOS
               " SUSPENDIDAS POR CONVENIO: " WKS-TOT-CONVENIO.
           DISPLAY "PARTIDAS EXENTAS DE RECARGO: " WKS-TOT-EXENTAS.
           DISPLAY "PARTIDAS EN ACLARACION: " WKS-TOT-ACLARA.

      *    El MAL sale tambien en el RETURN-CODE para que la
      *    corrida nocturna de cartera (LOTE-CXC) se detenga.
           IF WKS-CORRIO = 1
               MOVE "OK  " TO WKS-RUN-EST
           ELSE
               MOVE "MAL " TO WKS-RUN-EST
               MOVE 8 TO RETURN-CODE.
           PERFORM 9000-ANOTA-CORRIDA.

      *    Constancia en el control de corrida, con el mismo layout
       9800-ANOTA-JORNAL.
           MOVE "ARC-CXC " TO WKS-JRN-ARCHIVO.
           MOVE SPACES  TO WKS-JRN-IMAGEN.
           MOVE REG-CXC TO WKS-JRN-IMAGEN (1:81).
           CALL "JRN-ARC" USING WKS-JRN-ARCHIVO WKS-JRN-OPER
               WKS-JRN-IMAGEN.
