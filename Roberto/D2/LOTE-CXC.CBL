       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTE-CXC.
      *    Corrida nocturna de cartera: encadena en un solo job los
      *    procesos de cuentas por cobrar que el operador arrancaba
      *    a mano: aplicacion de pagos (APLI-PAG), posteo de la
      *    respuesta de domiciliacion (DOM-BAN), auditoria de la
      *    cartera (AUD-CXC), recargos por mora (REC-MOR), poliza
      *    diaria de cartera (POL-CXC), antiguedad de saldos
      *    (EDAD-CXC), cartas de cobranza (CARTA-COB), devengo del
      *    ingreso diferido (DIF-ANU), estimacion para incobrables
      *    (EST-CXC), las lineas de captura de las partidas
      *    abiertas (GEN-LCA) y el archivo de saldos para la
      *    consulta telefonica (SAL-IVR), que ya salen con los
      *    pagos del dia aplicados. Cierra con el censo de
      *    archivos (CEN-ARC), cuando ya crecieron todos los de la
      *    noche.
      *    Trabaja igual que LOTE-TAR: la fecha de proceso sale del
      *    calendario ARC-CAL (dia inhabil o fuera del calendario no
      *    corre), cada paso deja su INI/OK/MAL en el control de
      *    corrida ARC-RUN, un recorrido repetido del mismo dia
      *    brinca los pasos ya terminados en OK y un paso que falla
      *    detiene la corrida. Si la auditoria de la cartera sale
      *    con excepciones (AUD-CXC con codigo 8) no sigue ningun
      *    paso que confie en el archivo.
      *    No arranca mientras la corrida de tarjetas no haya
      *    dejado en OK el extracto de clientes (EXT-CLI) de la
      *    misma fecha.
      *    Los pasos de solo fin de mes son los que CIERRE-MES exige
      *    dentro del mes: recargos, devengo y estimacion. Esos
      *    pasos y la poliza diaria dejan ellos mismos su constancia
      *    en ARC-RUN; para ellos la corrida solo lee su
      *    RETURN-CODE, y por eso el control se abre y se cierra en
      *    cada constancia en lugar de quedar abierto toda la noche.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-RUN ASSIGN TO DISK
               FILE STATUS IS WKS-FS-RUN.
           SELECT ARC-CAL ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CAL.
           SELECT ARC-ERR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ERR.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-RUN.
       01 REG-RUN.
           03 RUN-FECHA    PIC 9(08).
           03 RUN-HORA     PIC 9(06).
           03 RUN-PASO     PIC X(08).
           03 RUN-ESTADO   PIC X(04).

       FD ARC-CAL.
           COPY REGCAL.

       FD ARC-ERR.
           COPY REGERR.

       WORKING-STORAGE SECTION.
      *    Parametros por ambiente para los pasos desatendidos.
       01 WKS-PARM-PERIODO   PIC 9(06).
       01 WKS-PARM-POSTEA    PIC X(10).

       01 WKS-FS-RUN         PIC XX.
       01 WKS-FS-CAL         PIC XX.
       01 WKS-FS-ERR         PIC XX.

      *    Resultado de buscar la fecha de proceso en ARC-CAL.
       01 WKS-CAL-ENC        PIC X VALUE "N".
           88 FECHA-EN-CALENDARIO VALUE "S".
       01 WKS-CAL-TIPO-HOY   PIC X.
       01 WKS-CAL-FMES-HOY   PIC X.

      *    Dependencia con la corrida de tarjetas: EXT-CLI en OK con
      *    la fecha de proceso.
       01 WKS-EXT-LISTO      PIC X VALUE "N".
           88 EXTRACTO-LISTO      VALUE "S".

      *    Pasos de la corrida, en el orden en que deben correr;
      *    T-HECHO marca los que un recorrido anterior del mismo dia
      *    ya dejo en OK.
       01 WKS-NOM-PASOS.
           03 FILLER    PIC X(08) VALUE "APLI-PAG".
           03 FILLER    PIC X(08) VALUE "DOM-BAN".
           03 FILLER    PIC X(08) VALUE "AUD-CXC".
           03 FILLER    PIC X(08) VALUE "REC-MOR".
           03 FILLER    PIC X(08) VALUE "POL-CXC".
           03 FILLER    PIC X(08) VALUE "EDAD-CXC".
           03 FILLER    PIC X(08) VALUE "CARTA-CO".
           03 FILLER    PIC X(08) VALUE "DIF-ANU".
           03 FILLER    PIC X(08) VALUE "EST-CXC".
           03 FILLER    PIC X(08) VALUE "GEN-LCA".
           03 FILLER    PIC X(08) VALUE "SAL-IVR".
           03 FILLER    PIC X(08) VALUE "CEN-ARC".
       01 T-NOM-PASOS REDEFINES WKS-NOM-PASOS.
           03 T-PASO OCCURS 12 TIMES PIC X(08).

       01 T-HECHOS.
           03 T-HECHO OCCURS 12 TIMES PIC X VALUE "N".

      *    Pasos que solo corren cuando el calendario marca fin de
      *    mes: los recargos, el devengo y la estimacion, los mismos
      *    que revisa CIERRE-MES.
       01 WKS-SOLO-FMES.
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "S".
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "S".
           03 FILLER    PIC X VALUE "S".
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "N".
       01 T-SOLO-FMES REDEFINES WKS-SOLO-FMES.
           03 T-FMES OCCURS 12 TIMES PIC X.

      *    Pasos que graban ellos mismos su INI/OK/MAL en ARC-RUN.
       01 WKS-CONTROL-PROPIO.
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "S".
           03 FILLER    PIC X VALUE "S".
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "S".
           03 FILLER    PIC X VALUE "S".
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "N".
           03 FILLER    PIC X VALUE "N".
       01 T-CONTROL-PROPIO REDEFINES WKS-CONTROL-PROPIO.
           03 T-PROPIO OCCURS 12 TIMES PIC X.

       01 WKS-PENDIENTES     PIC 99.

       01 WKS-HOY            PIC 9(06).
       01 WKS-FECHA-PROC     PIC 9(08).
      *    ACCEPT FROM TIME regresa HHMMSSCC; solo se usa HHMMSS.
       01 WKS-HORA-CAP.
           03 WKS-HORA6      PIC 9(06).
           03 FILLER         PIC 99.

      *    Fecha y hora de arranque de la corrida: los renglones de
      *    ARC-ERR de ahi en adelante son los errores de esta noche.
       01 WKS-INICIO-CORRIDA.
           03 WKS-INI-FECHA  PIC 9(08).
           03 WKS-INI-HORA   PIC 9(06).
       01 WKS-TOT-ERRORES    PIC 9(05) VALUE ZERO.

      *    Registro central de errores de archivo (subprograma
      *    ERR-ARC).
       01 WKS-ERR-PROG       PIC X(08) VALUE "LOTE-CXC".
       01 WKS-ERR-PARRAFO    PIC X(30).
       01 WKS-ERR-ARCHIVO    PIC X(08) VALUE "ARC-RUN".
       01 WKS-ERR-OPER       PIC X(08).
       01 WKS-ERR-FS         PIC XX.
       01 WKS-ERR-LLAVE      PIC X(30).

       01 WKS-DETENIDA       PIC X VALUE "N".
           88 CORRIDA-DETENIDA    VALUE "S".

      *    Distingue el rechazo planeado (dia inhabil, fecha fuera
      *    del calendario, fecha ya procesada completa) de un paso
      *    que fallo, igual que en LOTE-TAR.
       01 WKS-PLANEADO       PIC X VALUE "N".
           88 RECHAZO-PLANEADO    VALUE "S".

       77 WKS-FIN            PIC 9.
       77 WKS-I              PIC 99.
       77 WKS-J              PIC 99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           DISPLAY SPACES ERASE.
           DISPLAY "CORRIDA NOCTURNA DE CARTERA".

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-PROC.
           MOVE WKS-FECHA-PROC TO WKS-INI-FECHA.
           ACCEPT WKS-HORA-CAP FROM TIME.
           MOVE WKS-HORA6      TO WKS-INI-HORA.
           MOVE WKS-FECHA-PROC (1:6) TO WKS-PARM-PERIODO.

           PERFORM 1050-LEE-CALENDARIO.
           PERFORM 1100-CARGA-CONTROL.
           PERFORM 1200-REVISA-PENDIENTES.
           PERFORM 1300-REVISA-TARJETAS.

      *    Busca la fecha de proceso en el calendario, con las
      *    mismas reglas que LOTE-TAR.
       1050-LEE-CALENDARIO.
           OPEN INPUT ARC-CAL.
           IF WKS-FS-CAL = "35"
               DISPLAY "SIN CALENDARIO DE PROCESO, SE CORRE COMO "
                   "DIA HABIL"
               MOVE "S" TO WKS-CAL-ENC
               MOVE "H" TO WKS-CAL-TIPO-HOY
               MOVE "N" TO WKS-CAL-FMES-HOY
           ELSE
               READ ARC-CAL
                   AT END MOVE 1 TO WKS-FIN
                   NOT AT END MOVE ZERO TO WKS-FIN

               PERFORM 1060-BUSCA-FECHA UNTIL WKS-FIN = 1

               CLOSE ARC-CAL.

           MOVE ZERO TO WKS-FIN.

           IF NOT FECHA-EN-CALENDARIO
               DISPLAY "LA FECHA DE PROCESO NO ESTA EN EL "
                   "CALENDARIO: " WKS-FECHA-PROC
               MOVE "S" TO WKS-DETENIDA
               MOVE "S" TO WKS-PLANEADO.

           IF FECHA-EN-CALENDARIO AND WKS-CAL-TIPO-HOY = "F"
               DISPLAY "HOY ES DIA INHABIL, NO CORRE LA CORRIDA"
               MOVE "S" TO WKS-DETENIDA
               MOVE "S" TO WKS-PLANEADO.

       1060-BUSCA-FECHA.
           IF CAL-FECHA = WKS-FECHA-PROC
               MOVE "S" TO WKS-CAL-ENC
               MOVE CAL-TIPO TO WKS-CAL-TIPO-HOY
               MOVE CAL-FIN-MES TO WKS-CAL-FMES-HOY.

           READ ARC-CAL
               AT END MOVE 1 TO WKS-FIN.

      *    Revisa el control de corrida: los pasos que ya quedaron
      *    en OK con la fecha de proceso de hoy no se repiten, y de
      *    paso se busca el OK del extracto de la corrida de
      *    tarjetas.
       1100-CARGA-CONTROL.
           IF NOT CORRIDA-DETENIDA
               PERFORM 1110-LEE-CONTROL.

       1110-LEE-CONTROL.
           OPEN INPUT ARC-RUN.
           IF WKS-FS-RUN = "35"
               CONTINUE
           ELSE
               READ ARC-RUN
                   AT END MOVE 1 TO WKS-FIN
                   NOT AT END MOVE ZERO TO WKS-FIN

               PERFORM 1150-REVISA-CONTROL UNTIL WKS-FIN = 1

               CLOSE ARC-RUN.

           MOVE ZERO TO WKS-FIN.

       1150-REVISA-CONTROL.
           IF RUN-FECHA = WKS-FECHA-PROC AND RUN-ESTADO = "OK"
               PERFORM 1160-MARCA-HECHO
                   VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > 12
               IF RUN-PASO = "EXT-CLI"
                   MOVE "S" TO WKS-EXT-LISTO.

           READ ARC-RUN
               AT END MOVE 1 TO WKS-FIN.

       1160-MARCA-HECHO.
           IF T-PASO (WKS-J) = RUN-PASO
               MOVE "S" TO T-HECHO (WKS-J).

      *    Si todos los pasos que tocan hoy ya quedaron en OK, la
      *    fecha ya se proceso completa y no se corre dos veces.
       1200-REVISA-PENDIENTES.
           MOVE ZERO TO WKS-PENDIENTES.
           PERFORM 1250-CUENTA-PENDIENTE
               VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > 12.

           IF WKS-PENDIENTES = ZERO AND NOT CORRIDA-DETENIDA
               DISPLAY "LA CORRIDA DE ESTA FECHA YA SE PROCESO "
                   "COMPLETA: " WKS-FECHA-PROC
               MOVE "S" TO WKS-DETENIDA
               MOVE "S" TO WKS-PLANEADO.

       1250-CUENTA-PENDIENTE.
           IF T-HECHO (WKS-J) = "N"
               IF T-FMES (WKS-J) = "N" OR WKS-CAL-FMES-HOY = "S"
                   ADD 1 TO WKS-PENDIENTES.

      *    Sin el extracto de clientes del dia la corrida de
      *    tarjetas no ha llegado a su primer paso (o fallo en el):
      *    la cartera espera, y el operador la vuelve a lanzar
      *    cuando LOTE-TAR lo termine.
       1300-REVISA-TARJETAS.
           IF NOT CORRIDA-DETENIDA AND NOT EXTRACTO-LISTO
               DISPLAY "LA CORRIDA DE TARJETAS NO HA TERMINADO "
                   "EXT-CLI DEL " WKS-FECHA-PROC
               MOVE "S" TO WKS-DETENIDA.

       2000-PROCESO.
           PERFORM 2100-EJECUTA-PASO
               VARYING WKS-I FROM 1 BY 1
               UNTIL WKS-I > 12 OR CORRIDA-DETENIDA.

      *    Un paso que ya quedo OK hoy se brinca (recorrido de
      *    reanudacion), uno de solo fin de mes espera al cierre, y
      *    uno que falla detiene la corrida.
       2100-EJECUTA-PASO.
           IF T-HECHO (WKS-I) = "S"
               DISPLAY "PASO YA TERMINADO HOY, SE BRINCA: "
                   T-PASO (WKS-I)
           ELSE
               IF T-FMES (WKS-I) = "S" AND WKS-CAL-FMES-HOY NOT = "S"
                   DISPLAY "PASO DE FIN DE MES, HOY NO TOCA: "
                       T-PASO (WKS-I)
               ELSE
                   PERFORM 2200-CORRE-PASO.

       2200-CORRE-PASO.
           DISPLAY "EJECUTANDO PASO: " T-PASO (WKS-I).
           IF T-PROPIO (WKS-I) = "N"
               MOVE "INI " TO RUN-ESTADO
               PERFORM 2500-GRABA-CONTROL.

           IF NOT CORRIDA-DETENIDA
               PERFORM 2300-LLAMA-PASO.

       2300-LLAMA-PASO.
           MOVE ZERO TO RETURN-CODE.
           EVALUATE WKS-I
               WHEN 1
                   CALL "APLI-PAG"
               WHEN 2
                   MOVE "S" TO WKS-PARM-POSTEA
                   DISPLAY "DOM_BAN_POSTEA"  UPON ENVIRONMENT-NAME
                   DISPLAY WKS-PARM-POSTEA   UPON ENVIRONMENT-VALUE
                   CALL "DOM-BAN"
                   MOVE SPACES TO WKS-PARM-POSTEA
                   DISPLAY "DOM_BAN_POSTEA"  UPON ENVIRONMENT-NAME
                   DISPLAY WKS-PARM-POSTEA   UPON ENVIRONMENT-VALUE
               WHEN 3
                   CALL "AUD-CXC"
               WHEN 4
                   DISPLAY "REC_MOR_FECHA"   UPON ENVIRONMENT-NAME
                   DISPLAY WKS-FECHA-PROC    UPON ENVIRONMENT-VALUE
                   CALL "REC-MOR"
               WHEN 5
                   DISPLAY "POL_CXC_FECHA"   UPON ENVIRONMENT-NAME
                   DISPLAY WKS-FECHA-PROC    UPON ENVIRONMENT-VALUE
                   CALL "POL-CXC"
               WHEN 6
                   CALL "EDAD-CXC"
               WHEN 7
                   DISPLAY "CARTA_COB_FECHA" UPON ENVIRONMENT-NAME
                   DISPLAY WKS-FECHA-PROC    UPON ENVIRONMENT-VALUE
                   CALL "CARTA-COB"
               WHEN 8
                   DISPLAY "DIF_ANU_PERIODO" UPON ENVIRONMENT-NAME
                   DISPLAY WKS-PARM-PERIODO  UPON ENVIRONMENT-VALUE
                   CALL "DIF-ANU"
               WHEN 9
                   DISPLAY "EST_CXC_PERIODO" UPON ENVIRONMENT-NAME
                   DISPLAY WKS-PARM-PERIODO  UPON ENVIRONMENT-VALUE
                   CALL "EST-CXC"
               WHEN 10
                   CALL "GEN-LCA"
               WHEN 11
                   CALL "SAL-IVR"
               WHEN 12
                   DISPLAY "CEN_ARC_FECHA"   UPON ENVIRONMENT-NAME
                   DISPLAY WKS-FECHA-PROC    UPON ENVIRONMENT-VALUE
                   CALL "CEN-ARC"
           END-EVALUATE.

           IF RETURN-CODE = ZERO
               IF T-PROPIO (WKS-I) = "N"
                   MOVE "OK  " TO RUN-ESTADO
                   PERFORM 2500-GRABA-CONTROL
               END-IF
           ELSE
               IF T-PROPIO (WKS-I) = "N"
                   MOVE "MAL " TO RUN-ESTADO
                   PERFORM 2500-GRABA-CONTROL
               END-IF
               MOVE "S" TO WKS-DETENIDA
               IF WKS-I = 3
                   DISPLAY "AUDITORIA DE CARTERA CON EXCEPCIONES, "
                       "SE DETIENE LA CORRIDA"
               ELSE
                   DISPLAY "PASO CON ERROR, SE DETIENE LA CORRIDA: "
                       T-PASO (WKS-I)
               END-IF
               MOVE ZERO TO RETURN-CODE.

      *    El control se abre y se cierra en cada constancia: los
      *    pasos con control propio abren el mismo archivo.
       2500-GRABA-CONTROL.
           OPEN EXTEND ARC-RUN.
           IF WKS-FS-RUN = "35"
               OPEN OUTPUT ARC-RUN.

           MOVE WKS-FECHA-PROC TO RUN-FECHA.
           ACCEPT WKS-HORA-CAP FROM TIME.
           MOVE WKS-HORA6      TO RUN-HORA.
           MOVE T-PASO (WKS-I) TO RUN-PASO.
           WRITE REG-RUN.

      *    Sin control de corrida un recorrido de reanudacion no
      *    sabria que pasos ya terminaron: se registra y se detiene.
           IF WKS-FS-RUN NOT = "00"
               MOVE "2500-GRABA-CONTROL" TO WKS-ERR-PARRAFO
               MOVE "WRITE"              TO WKS-ERR-OPER
               MOVE T-PASO (WKS-I)       TO WKS-ERR-LLAVE
               PERFORM 9700-ANOTA-ERROR.

           CLOSE ARC-RUN.

       3000-FIN.
           PERFORM 3100-CUENTA-ERRORES.

           IF CORRIDA-DETENIDA
               IF RECHAZO-PLANEADO
                   DISPLAY "CORRIDA NOCTURNA DE CARTERA NO PROCEDE "
                       "HOY."
               ELSE
                   DISPLAY "CORRIDA NOCTURNA DE CARTERA DETENIDA "
                       "POR ERROR."
                   MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CORRIDA NOCTURNA DE CARTERA TERMINADA.".

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
