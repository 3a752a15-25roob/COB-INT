      *    La fecha de proceso sale del calendario ARC-CAL: un dia
      *    inhabil o ausente del calendario no corre, una fecha ya
      *    procesada completa no se repite, los pasos de solo fin de
      *    mes (las facturaciones de anualidades y colegiaturas,
      *    y la subida del detalle diario de ventas al historico)
      *    corren nada mas cuando el calendario marca fin de mes, y
      *    a SORT-ANU se le pasa la ventana real del periodo en vez
      *    de "todo desde 1900".
      *    Una falla al grabar el control de corrida queda en el
      *    registro central de errores (ERR-ARC), y el mensaje de
      *    cierre da cuantos errores de archivo se registraron desde
      *    que arranco la corrida (el detalle sale en REP-ERR).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WKS-FS-RUN.
           SELECT ARC-CAL ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CAL.
           SELECT ARC-ERR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ERR.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-RUN.
       FD ARC-CAL.
           COPY REGCAL.

       FD ARC-ERR.
           COPY REGERR.

       WORKING-STORAGE SECTION.
      *    Parametros para las corridas desatendidas de SORT-PRO y
      *    SORT-ANU: al no haber captura en pantalla, se les pasa un

      *    Mes a facturar por FACT-ANU en el cierre de mes: el mes
      *    siguiente al de proceso, para que los cargos salgan antes
      *    de los aniversarios. FACT-COL factura las colegiaturas
      *    del mismo mes.
       01 WKS-PARM-MESFAC    PIC 9(06).
      *    Mes que cierra (el de la fecha de proceso) para subir el
      *    detalle diario de ventas al historico.
       01 WKS-PARM-MESVTA    PIC 9(06).
       01 WKS-MES-SIG.
           03 WKS-MS-ANIO    PIC 9(04).
           03 WKS-MS-MES     PIC 9(02).

       01 WKS-FS-RUN         PIC XX.
       01 WKS-FS-CAL         PIC XX.
       01 WKS-FS-ERR         PIC XX.

      *    Fecha y hora de arranque de la corrida: los renglones de
      *    ARC-ERR de ahi en adelante son los errores de esta noche.
       01 WKS-INICIO-CORRIDA.
           03 WKS-INI-FECHA  PIC 9(08).
           03 WKS-INI-HORA   PIC 9(06).
       01 WKS-TOT-ERRORES    PIC 9(05) VALUE ZERO.

      *    Registro central de errores de archivo (subprograma
      *    ERR-ARC).
       01 WKS-ERR-PROG       PIC X(08) VALUE "LOTE-TAR".
       01 WKS-ERR-PARRAFO    PIC X(30).
       01 WKS-ERR-ARCHIVO    PIC X(08) VALUE "ARC-RUN".
       01 WKS-ERR-OPER       PIC X(08).
       01 WKS-ERR-FS         PIC XX.
       01 WKS-ERR-LLAVE      PIC X(30).

      *    Resultado de buscar la fecha de proceso en ARC-CAL.
       01 WKS-CAL-ENC        PIC X VALUE "N".
           03 FILLER    PIC X(08) VALUE "VER-EXT".
           03 FILLER    PIC X(08) VALUE "STAR-FEC".
           03 FILLER    PIC X(08) VALUE "FACT-ANU".
           03 FILLER    PIC X(08) VALUE "FACT-COL".
           03 FILLER    PIC X(08) VALUE "RES-DIA".
           03 FILLER    PIC X(08) VALUE "TEN-SNA".
           03 FILLER    PIC X(08) VALUE "ACU-VTD".
       01 T-NOM-PASOS REDEFINES WKS-NOM-PASOS.
           03 T-PASO OCCURS 11 TIMES PIC X(08).

       01 T-HECHOS.
           03 T-HECHO OCCURS 11 TIMES PIC X VALUE "N".

      *    Pasos que solo corren cuando el calendario marca fin de
      *    mes (las facturaciones de anualidades y de colegiaturas,
      *    ambas del mes siguiente); el resumen del dia y la
      *    tendencia de la cartera corren todas las noches al final.
      *    Al cierre corre al ultimo la subida del detalle diario de
      *    ventas del mes al historico (ACU-VTD). Las lineas de
      *    captura de las partidas abiertas (GEN-LCA) y el archivo
      *    de saldos para la consulta telefonica (SAL-IVR) corren en
      *    la corrida de cartera (LOTE-CXC), despues de aplicar los
      *    pagos del dia.
       01 WKS-SOLO-FMES.
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "S".
           03 FILLER    PIC X VALUE "S".
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "S".
       01 T-SOLO-FMES REDEFINES WKS-SOLO-FMES.
           03 T-FMES OCCURS 11 TIMES PIC X.

       01 WKS-PENDIENTES     PIC 99.

           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-PROC.
           MOVE WKS-FECHA-PROC TO WKS-INI-FECHA.
           ACCEPT WKS-HORA-CAP FROM TIME.
           MOVE WKS-HORA6      TO WKS-INI-HORA.

           PERFORM 1040-REVISA-CANDADO.
           PERFORM 1050-LEE-CALENDARIO.
           IF WKS-FS-RUN = "35"
               OPEN OUTPUT ARC-RUN.

           IF WKS-FS-RUN NOT = "00"
               MOVE "1100-CARGA-CONTROL" TO WKS-ERR-PARRAFO
               MOVE "OPEN"               TO WKS-ERR-OPER
               MOVE SPACES               TO WKS-ERR-LLAVE
               PERFORM 9700-ANOTA-ERROR.

       1110-LEE-CONTROL.
           OPEN INPUT ARC-RUN.
           IF WKS-FS-RUN = "35"
       1150-REVISA-CONTROL.
           IF RUN-FECHA = WKS-FECHA-PROC AND RUN-ESTADO = "OK"
               PERFORM 1160-MARCA-HECHO
                   VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > 11.

           READ ARC-RUN
               AT END MOVE 1 TO WKS-FIN.
       1200-REVISA-PENDIENTES.
           MOVE ZERO TO WKS-PENDIENTES.
           PERFORM 1250-CUENTA-PENDIENTE
               VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > 11.

           IF WKS-PENDIENTES = ZERO AND NOT CORRIDA-DETENIDA
               DISPLAY "LA CORRIDA DE ESTA FECHA YA SE PROCESO "
       2000-PROCESO.
           PERFORM 2100-EJECUTA-PASO
               VARYING WKS-I FROM 1 BY 1
               UNTIL WKS-I > 11 OR CORRIDA-DETENIDA.

      *    Un paso que ya quedo OK hoy se brinca (recorrido de
      *    reanudacion), uno de solo fin de mes espera al cierre, y
           MOVE "INI " TO RUN-ESTADO.
           PERFORM 2500-GRABA-CONTROL.

           IF NOT CORRIDA-DETENIDA
               PERFORM 2300-LLAMA-PASO.

       2300-LLAMA-PASO.
           MOVE ZERO TO RETURN-CODE.
           EVALUATE WKS-I
               WHEN 1
                   DISPLAY WKS-PARM-MESFAC  UPON ENVIRONMENT-VALUE
                   CALL "FACT-ANU"
               WHEN 8
                   DISPLAY "FACT_COL_MES"   UPON ENVIRONMENT-NAME
                   DISPLAY WKS-PARM-MESFAC  UPON ENVIRONMENT-VALUE
                   CALL "FACT-COL"
               WHEN 9
                   DISPLAY "RES_DIA_FECHA"  UPON ENVIRONMENT-NAME
                   DISPLAY WKS-FECHA-PROC   UPON ENVIRONMENT-VALUE
                   CALL "RES-DIA"
               WHEN 10
                   CALL "TEN-SNA"
               WHEN 11
                   MOVE WKS-FECHA-PROC (1:6) TO WKS-PARM-MESVTA
                   DISPLAY "ACU_VTD_PERIODO" UPON ENVIRONMENT-NAME
                   DISPLAY WKS-PARM-MESVTA  UPON ENVIRONMENT-VALUE
                   CALL "ACU-VTD"
           END-EVALUATE.

           IF RETURN-CODE = ZERO
           MOVE T-PASO (WKS-I) TO RUN-PASO.
           WRITE REG-RUN.

      *    Sin control de corrida un recorrido de reanudacion no
      *    sabria que pasos ya terminaron: se registra y se detiene.
           IF WKS-FS-RUN NOT = "00"
               MOVE "2500-GRABA-CONTROL" TO WKS-ERR-PARRAFO
               MOVE "WRITE"              TO WKS-ERR-OPER
               MOVE T-PASO (WKS-I)       TO WKS-ERR-LLAVE
               PERFORM 9700-ANOTA-ERROR.

       3000-FIN.
           CLOSE ARC-RUN.
           PERFORM 3100-CUENTA-ERRORES.

           IF WKS-LOTE-MARCADO = "S"
               MOVE "Q" TO WKS-LCK-OPER
                   MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CORRIDA NOCTURNA DE TARJETAS TERMINADA.".

           DISPLAY "ERRORES DE ARCHIVO REGISTRADOS EN LA CORRIDA: "
               WKS-TOT-ERRORES.

      *    Cuenta los renglones de ARC-ERR grabados desde el
      *    arranque de la corrida, por esta o por cualquiera de sus
      *    pasos.
       3100-CUENTA-ERRORES.
           MOVE ZERO TO WKS-TOT-ERRORES.
           OPEN INPUT ARC-ERR.
           IF WKS-FS-ERR = "35"
               CONTINUE
           ELSE
               READ ARC-ERR
                   AT END MOVE 1 TO WKS-FIN
                   NOT AT END MOVE ZERO TO WKS-FIN

               PERFORM 3150-REVISA-ERROR UNTIL WKS-FIN = 1

               CLOSE ARC-ERR.

           MOVE ZERO TO WKS-FIN.

       3150-REVISA-ERROR.
           IF REG-ERR (1:14) NOT < WKS-INICIO-CORRIDA
               ADD 1 TO WKS-TOT-ERRORES.

           READ ARC-ERR
               AT END MOVE 1 TO WKS-FIN.

       9700-ANOTA-ERROR.
           MOVE WKS-FS-RUN TO WKS-ERR-FS.
           CALL "ERR-ARC" USING WKS-ERR-PROG WKS-ERR-PARRAFO
               WKS-ERR-ARCHIVO WKS-ERR-OPER WKS-ERR-FS
               WKS-ERR-LLAVE.
           MOVE "S" TO WKS-DETENIDA.
