      *    cerrado en ARC-PER cuando el control de corrida ARC-RUN
      *    trae en OK, con fecha dentro del mes, todos los pasos de
      *    fin de mes (la facturacion, los recargos, el cierre del
      *    catalogo, la poliza, la poliza diaria de cartera, el
      *    devengo del ingreso diferido de anualidades y la
      *    estimacion para cuentas incobrables). Una
      *    vez cerrado, el candado PER-LCK rechaza las capturas
      *    fechadas dentro del mes en MANT-CLI, T-VTAS y APLI-PAG.
      *    El cierre se puede reabrir, tambien bajo firma de nivel
      *    3, cuando finanzas lo pida.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           03 FILLER    PIC X(08) VALUE "REC-MOR ".
           03 FILLER    PIC X(08) VALUE "CIERRECA".
           03 FILLER    PIC X(08) VALUE "POL-CON ".
           03 FILLER    PIC X(08) VALUE "POL-CXC ".
           03 FILLER    PIC X(08) VALUE "DIF-ANU ".
           03 FILLER    PIC X(08) VALUE "EST-CXC ".
       01 T-NOM-PASOS REDEFINES WKS-NOM-PASOS.
           03 T-PASO OCCURS 7 TIMES PIC X(08).

       01 T-VISTOS.
           03 T-VISTO OCCURS 7 TIMES PIC X.

       01 WKS-FALTAN       PIC 99.

      *    debe traer un OK con fecha dentro del periodo.
       2200-REVISA-PASOS.
           PERFORM 2250-LIMPIA-VISTO
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 7.
           MOVE ZERO TO WKS-EOF.

           OPEN INPUT ARC-RUN.

           MOVE ZERO TO WKS-FALTAN.
           PERFORM 2280-CUENTA-FALTANTE
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 7.

       2250-LIMPIA-VISTO.
           MOVE "N" TO T-VISTO (WKS-I).
           IF RUN-ESTADO = "OK  "
                   AND RUN-FECHA (1:6) = WKS-PERIODO
               PERFORM 2270-MARCA-VISTO
                   VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 7.

           READ ARC-RUN
               AT END MOVE 1 TO WKS-EOF.
