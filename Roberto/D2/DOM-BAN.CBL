      *    los cargos aceptados abonan su partida en ARC-CXC y los
      *    rechazados salen listados para seguimiento. El cliente
      *    deja de caminar la linea de captura al banco.
      *    Cada cargo aceptado queda ademas con su fecha en la
      *    bitacora de tesoreria ARC-TES.
      *    Con DOM_BAN_POSTEA=S (corrida nocturna de cartera,
      *    LOTE-CXC) solo se postea la respuesta del banco, sin
      *    firma ni menu y con mensajes de consola simples; si
      *    falta la respuesta del banco o la cartera la falla va
      *    al registro de errores (ERR-ARC) y el paso termina en 8
      *    para que la corrida se detenga. Un dia sin cargos
      *    domiciliados se corre con la respuesta vacia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-DOM ASSIGN TO DISK.
           SELECT ARC-DRS ASSIGN TO DISK
               FILE STATUS IS WKS-FS-DRS.
           SELECT ARC-TES ASSIGN TO DISK
               FILE STATUS IS WKS-FS-TES.
           SELECT REP-DBA ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
           03 DRS-RESULTADO  PIC X.
           03 DRS-MOTIVO     PIC X(20).

       FD ARC-TES.
           COPY REGTES.

       FD REP-DBA.
       01 LINEA          PIC X(132).

       01 WKS-FS-CBA        PIC XX.
       01 WKS-FS-CXC        PIC XX.
       01 WKS-FS-DRS        PIC XX.
       01 WKS-FS-TES        PIC XX.

       01 WKS-OPCION        PIC 9.
       01 WKS-FIN           PIC X VALUE "N".
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "DOM-BAN ".

       01 WKS-PARM          PIC X(80).
       01 WKS-DESATENDIDO   PIC X VALUE "N".
           88 POSTEO-DESATENDIDO  VALUE "S".

      *    Datos de la falla para el registro central ERR-ARC.
       01 WKS-ERR-PROG      PIC X(08) VALUE "DOM-BAN".
       01 WKS-ERR-PARRAFO   PIC X(30).
       01 WKS-ERR-ARCHIVO   PIC X(08).
       01 WKS-ERR-OPER      PIC X(08).
       01 WKS-ERR-FS        PIC XX.
       01 WKS-ERR-LLAVE     PIC X(30).
       01 WKS-TOT-ERRORES   PIC 9(05) VALUE ZERO.

      *    Vistas del registro del archivo de cargos.
       01 WKS-REG-TRAB      PIC X(50).
       01 WKS-VISTA-HDR REDEFINES WKS-REG-TRAB.
           GOBACK.

       1000-INICIO.
           DISPLAY "DOM_BAN_POSTEA" UPON ENVIRONMENT-NAME.
           ACCEPT WKS-PARM FROM ENVIRONMENT-VALUE.
           IF WKS-PARM (1:1) = "S"
               MOVE "S" TO WKS-DESATENDIDO
               MOVE "LOTE-CXC" TO WKS-OPERADOR
           ELSE
               DISPLAY SPACES ERASE
               MOVE 2 TO WKS-FIRMA-NIVEL
               CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
                   WKS-OPERADOR WKS-FIRMA-ST
               IF WKS-FIRMA-ST = 1
                   GOBACK.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
               CLOSE ARC-CBA
               OPEN I-O ARC-CBA.

           IF POSTEO-DESATENDIDO
               PERFORM 2600-POSTEA-RESPUESTA
               MOVE "S" TO WKS-FIN.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "DOMICILIACION BANCARIA" LINE 01 POSITION 28.
       2600-POSTEA-RESPUESTA.
           OPEN I-O ARC-DRS.
           IF WKS-FS-DRS = "35"
               IF POSTEO-DESATENDIDO
                   DISPLAY "NO EXISTE LA RESPUESTA DEL BANCO ARC-DRS"
                   MOVE "2600-POSTEA-RESPUESTA" TO WKS-ERR-PARRAFO
                   MOVE "ARC-DRS "  TO WKS-ERR-ARCHIVO
                   MOVE WKS-FS-DRS  TO WKS-ERR-FS
                   MOVE "OPEN"      TO WKS-ERR-OPER
                   MOVE SPACES      TO WKS-ERR-LLAVE
                   PERFORM 9700-ANOTA-ERROR
               ELSE
                   DISPLAY "NO EXISTE LA RESPUESTA DEL BANCO ARC-DRS"
                       LINE 17 POSITION 10
               END-IF
           ELSE
               PERFORM 2650-POSTEA-CUERPO.

       2650-POSTEA-CUERPO.
           OPEN I-O ARC-CXC.
           IF WKS-FS-CXC = "35"
               IF POSTEO-DESATENDIDO
                   DISPLAY "NO EXISTE LA CARTERA DE ANUALIDADES"
                   MOVE "2650-POSTEA-CUERPO" TO WKS-ERR-PARRAFO
                   MOVE "ARC-CXC "  TO WKS-ERR-ARCHIVO
                   MOVE WKS-FS-CXC  TO WKS-ERR-FS
                   MOVE "OPEN"      TO WKS-ERR-OPER
                   MOVE SPACES      TO WKS-ERR-LLAVE
                   PERFORM 9700-ANOTA-ERROR
               ELSE
                   DISPLAY "NO EXISTE LA CARTERA DE ANUALIDADES"
                       LINE 17 POSITION 10
               END-IF
               CLOSE ARC-DRS
           ELSE
               PERFORM 2700-POSTEA-TODO.
           INITIALIZE WKS-TOT-ACEPT WKS-MTO-ACEPT WKS-TOT-RECH
                      WKS-TOT-SINPAR WKS-EOF.

           OPEN EXTEND ARC-TES.
           IF WKS-FS-TES = "35"
               OPEN OUTPUT ARC-TES.

           OPEN OUTPUT REP-DBA.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.

           CLOSE ARC-DRS.
           CLOSE ARC-CXC.
           CLOSE ARC-TES.
           CLOSE REP-DBA.

           IF POSTEO-DESATENDIDO
               DISPLAY "ACEPTADOS: "  WKS-TOT-ACEPT
               DISPLAY "RECHAZADOS: " WKS-TOT-RECH
           ELSE
               DISPLAY "ACEPTADOS: "  LINE 15 POSITION 10
               DISPLAY WKS-TOT-ACEPT  LINE 15 POSITION 22
               DISPLAY "RECHAZADOS: " LINE 16 POSITION 10
               DISPLAY WKS-TOT-RECH   LINE 16 POSITION 23.

       2750-POSTEA-RESPUESTA.
           EVALUATE DRS-RESULTADO
                   ADD 1 TO WKS-TOT-RECH
                   PERFORM 2850-LISTA-RECHAZO
                   MOVE "P" TO DRS-RESULTADO
                   MOVE "2750-POSTEA-RESPUESTA" TO WKS-ERR-PARRAFO
                   PERFORM 2880-REGRABA-RESPUESTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   ADD DRS-IMPORTE TO CXC-IMP-ABONO
                   PERFORM 2870-CALCULA-SALDO
                   REWRITE REG-CXC
                   IF WKS-FS-CXC NOT = "00"
                       MOVE "2800-ABONA-PARTIDA" TO WKS-ERR-PARRAFO
                       MOVE "ARC-CXC "  TO WKS-ERR-ARCHIVO
                       MOVE "REWRITE"   TO WKS-ERR-OPER
                       MOVE WKS-FS-CXC  TO WKS-ERR-FS
                       MOVE CXC-LLAVE   TO WKS-ERR-LLAVE
                       PERFORM 9700-ANOTA-ERROR
                   END-IF
                   MOVE "R" TO WKS-JRN-OPER
                   PERFORM 9800-ANOTA-JORNAL
                   PERFORM 2820-ANOTA-TESORERIA
                   ADD 1           TO WKS-TOT-ACEPT
                   ADD DRS-IMPORTE TO WKS-MTO-ACEPT.

           MOVE "P" TO DRS-RESULTADO.
           MOVE "2800-ABONA-PARTIDA" TO WKS-ERR-PARRAFO.
           PERFORM 2880-REGRABA-RESPUESTA.

       2820-ANOTA-TESORERIA.
           MOVE WKS-FECHA-HOY  TO TES-FECHA.
           MOVE "DOM-BAN "     TO TES-ORIGEN.
           SET TES-ENTRADA TO TRUE.
           MOVE "D"            TO TES-MEDIO.
           MOVE DRS-ID-CLIENTE TO TES-ID.
           MOVE CXC-LLAVE      TO TES-REFERENCIA.
           MOVE DRS-IMPORTE    TO TES-IMPORTE.
           WRITE REG-TES.
           IF WKS-FS-TES NOT = "00"
               MOVE "2820-ANOTA-TESORERIA" TO WKS-ERR-PARRAFO
               MOVE "ARC-TES "  TO WKS-ERR-ARCHIVO
               MOVE "WRITE"     TO WKS-ERR-OPER
               MOVE WKS-FS-TES  TO WKS-ERR-FS
               MOVE CXC-LLAVE   TO WKS-ERR-LLAVE
               PERFORM 9700-ANOTA-ERROR.

       2850-LISTA-RECHAZO.
           MOVE DRS-ID-CLIENTE TO WKS-DR-ID.
               ELSE
                   SET CXC-PENDIENTE TO TRUE.

      *    La respuesta procesada queda marcada P; el parrafo que la
      *    marca viene en WKS-ERR-PARRAFO.
       2880-REGRABA-RESPUESTA.
           REWRITE REG-DRS.
           IF WKS-FS-DRS NOT = "00"
               MOVE "ARC-DRS "     TO WKS-ERR-ARCHIVO
               MOVE "REWRITE"      TO WKS-ERR-OPER
               MOVE WKS-FS-DRS     TO WKS-ERR-FS
               MOVE REG-DRS (1:12) TO WKS-ERR-LLAVE
               PERFORM 9700-ANOTA-ERROR.

       3000-FIN.
           CLOSE ARC-CBA.
           IF NOT POSTEO-DESATENDIDO
               DISPLAY SPACES ERASE.
           IF WKS-TOT-ERRORES > ZERO
               MOVE 8 TO RETURN-CODE.

      *    Falla de archivo al registro central de errores.
       9700-ANOTA-ERROR.
           CALL "ERR-ARC" USING WKS-ERR-PROG WKS-ERR-PARRAFO
               WKS-ERR-ARCHIVO WKS-ERR-OPER WKS-ERR-FS
               WKS-ERR-LLAVE.
           ADD 1 TO WKS-TOT-ERRORES.

       9800-ANOTA-JORNAL.
           MOVE "ARC-CXC " TO WKS-JRN-ARCHIVO.
           MOVE SPACES  TO WKS-JRN-IMAGEN.
           MOVE REG-CXC TO WKS-JRN-IMAGEN (1:81).
           CALL "JRN-ARC" USING WKS-JRN-ARCHIVO WKS-JRN-OPER
               WKS-JRN-IMAGEN.
