      *    par cargo/abono por tipo, con las cuentas tomadas del
      *    archivo de mapeo ARC-CTA. Finanzas deja de recapturar los
      *    totales de la hoja impresa en cada cierre.
      *    Los totales del extracto son la base de las anualidades:
      *    el IVA trasladado (tasa de IVA-CAL) se carga junto con la
      *    base a la cuenta del tipo y se abona a la cuenta propia
      *    que el mapeo trae bajo el nombre "IVA TRASLADADO".
      *    Los renglones de tipo de movimiento ("MOV ...") del mismo
      *    mapeo son de la poliza diaria POL-CXC y aqui no se usan.
      *    La base de la anualidad ya no entra al ingreso del mes:
      *    se abona a la cuenta del renglon "INGRESO DIFERIDO" y el
      *    devengo mensual DIF-ANU la pasa a la cuenta de ingreso
      *    del tipo conforme corre el ano de la tarjeta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           03 FILLER        PIC 99.

      *    Cuentas cargadas del mapeo, una por tipo de tarjeta.
       01 WKS-MAX-CTA       PIC 99 VALUE 30.
       01 WKS-NUM-CTA       PIC 99 VALUE ZERO.

       01 T-CUENTAS.
           03 T-CTA OCCURS 30 TIMES.
               05 T-CTA-TAR   PIC X(20).
               05 T-CTA-CAR   PIC X(10).
               05 T-CTA-ABO   PIC X(10).
       01 WKS-FECHA-POL     PIC 9(08).

       01 WKS-SIN-CUENTA    PIC 9(04) VALUE ZERO.

      *    Renglon del mapeo con la cuenta del IVA trasladado y los
      *    parametros de IVA-CAL.
       01 WKS-NOM-IVA       PIC X(20) VALUE "IVA TRASLADADO".
       01 WKS-IVA-IDX       PIC 99 VALUE ZERO.
       01 WKS-IVA-BASE      PIC 9(09)V99.
       01 WKS-IVA-TASA      PIC 99V99.
       01 WKS-IVA-MTO       PIC 9(09)V99.
       01 WKS-SIN-CTA-IVA   PIC 9 VALUE ZERO.

      *    Renglon del mapeo con la cuenta del ingreso diferido; sin
      *    el la base entra directo al ingreso del tipo, como antes,
      *    y la corrida sale MAL.
       01 WKS-NOM-DIF       PIC X(20) VALUE "INGRESO DIFERIDO".
       01 WKS-DIF-IDX       PIC 99 VALUE ZERO.
       01 WKS-TOT-IVA       PIC 9(11)V99 VALUE ZERO.
       01 WKS-TOT-CARGOS    PIC 9(11)V99 VALUE ZERO.
       01 WKS-TOT-ABONOS    PIC 9(11)V99 VALUE ZERO.
       01 WKS-MTO-F         PIC $$,$$$,$$$,$$9.99.
      *    mapeo; un tipo sin cuenta mapeada se reporta y NO entra a
      *    la poliza, para no sacar una poliza desbalanceada.
       3000-GENERA-POLIZA.
           MOVE ZERO TO WKS-IVA-IDX.
           PERFORM 3050-BUSCA-CTA-IVA
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-CTA.
           MOVE ZERO TO WKS-DIF-IDX.
           PERFORM 3060-BUSCA-CTA-DIF
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-CTA.

           OPEN OUTPUT ARC-POL.
           PERFORM 3100-POLIZA-TIPO
               VARYING WKS-TAR-IDX FROM 1 BY 1
               DISPLAY "TIPO SIN CUENTA MAPEADA, NO ENTRA A LA "
                   "POLIZA: " T-TOT-TAR (WKS-TAR-IDX).

       3050-BUSCA-CTA-IVA.
           IF T-CTA-TAR (WKS-I) = WKS-NOM-IVA
               MOVE WKS-I TO WKS-IVA-IDX
               ADD 40 TO WKS-I.

       3060-BUSCA-CTA-DIF.
           IF T-CTA-TAR (WKS-I) = WKS-NOM-DIF
               MOVE WKS-I TO WKS-DIF-IDX
               ADD 40 TO WKS-I.

       3150-BUSCA-CUENTA.
           IF T-CTA-TAR (WKS-I) = T-TOT-TAR (WKS-TAR-IDX)
               MOVE WKS-I TO WKS-CTA-IDX
               ADD 40 TO WKS-I.

      *    Sin cuenta de IVA mapeada el tipo entra sin su IVA y la
      *    corrida sale MAL para que finanzas complete el mapeo.
       3200-ESCRIBE-PAR.
           MOVE T-TOT-MTO (WKS-TAR-IDX) TO WKS-IVA-BASE.
           CALL "IVA-CAL" USING WKS-IVA-BASE WKS-IVA-TASA WKS-IVA-MTO.
           IF WKS-IVA-MTO > ZERO AND WKS-IVA-IDX = ZERO
               MOVE 1 TO WKS-SIN-CTA-IVA
               MOVE ZERO TO WKS-IVA-MTO.

           MOVE WKS-FECHA-POL TO POL-FECHA.
           MOVE T-CTA-CAR (WKS-CTA-IDX) TO POL-CUENTA.
           MOVE SPACES TO POL-CONCEPTO.
           STRING "ANUALIDADES " DELIMITED BY SIZE
                  T-TOT-TAR (WKS-TAR-IDX) DELIMITED BY SIZE
                  INTO POL-CONCEPTO.
           COMPUTE POL-CARGO = T-TOT-MTO (WKS-TAR-IDX) + WKS-IVA-MTO.
           MOVE ZERO TO POL-ABONO.
           WRITE REG-POL.
           ADD POL-CARGO TO WKS-TOT-CARGOS.

           MOVE WKS-FECHA-POL TO POL-FECHA.
           IF WKS-DIF-IDX NOT = ZERO
               MOVE T-CTA-ABO (WKS-DIF-IDX) TO POL-CUENTA
           ELSE
               MOVE T-CTA-ABO (WKS-CTA-IDX) TO POL-CUENTA.
           MOVE ZERO TO POL-CARGO.
           MOVE T-TOT-MTO (WKS-TAR-IDX) TO POL-ABONO.
           WRITE REG-POL.
           ADD T-TOT-MTO (WKS-TAR-IDX) TO WKS-TOT-ABONOS.

           IF WKS-IVA-MTO > ZERO
               PERFORM 3250-ESCRIBE-IVA.

       3250-ESCRIBE-IVA.
           MOVE WKS-FECHA-POL TO POL-FECHA.
           MOVE T-CTA-ABO (WKS-IVA-IDX) TO POL-CUENTA.
           MOVE SPACES TO POL-CONCEPTO.
           STRING "IVA " DELIMITED BY SIZE
                  T-TOT-TAR (WKS-TAR-IDX) DELIMITED BY SIZE
                  INTO POL-CONCEPTO.
           MOVE ZERO TO POL-CARGO.
           MOVE WKS-IVA-MTO TO POL-ABONO.
           WRITE REG-POL.
           ADD WKS-IVA-MTO TO WKS-TOT-ABONOS.
           ADD WKS-IVA-MTO TO WKS-TOT-IVA.

       4000-FIN.
           IF WKS-FS-CSV NOT = "35"
               CLOSE ARC-CSV.
           DISPLAY "TOTAL CARGOS: " WKS-MTO-F.
           MOVE WKS-TOT-ABONOS TO WKS-MTO-F.
           DISPLAY "TOTAL ABONOS: " WKS-MTO-F.
           MOVE WKS-TOT-IVA TO WKS-MTO-F.
           DISPLAY "IVA TRASLADADO: " WKS-MTO-F.

           IF WKS-TOT-CARGOS = WKS-TOT-ABONOS
               DISPLAY "POLIZA BALANCEADA"
               DISPLAY "TIPOS SIN CUENTA MAPEADA: " WKS-SIN-CUENTA
               MOVE 8 TO RETURN-CODE.

           IF WKS-SIN-CTA-IVA = 1
               DISPLAY "SIN CUENTA MAPEADA PARA " WKS-NOM-IVA
                   ", LA POLIZA SALE SIN IVA"
               MOVE 8 TO RETURN-CODE.

           IF WKS-DIF-IDX = ZERO AND WKS-NUM-TAR > ZERO
               DISPLAY "SIN CUENTA MAPEADA PARA " WKS-NOM-DIF
                   ", LA BASE ENTRA DIRECTO AL INGRESO"
               MOVE 8 TO RETURN-CODE.

           IF RETURN-CODE = ZERO
               MOVE "OK  " TO WKS-RUN-EST
           ELSE
