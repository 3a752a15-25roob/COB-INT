       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-AUL.
      *    Catalogo de aulas ARC-AUL, al estilo de MANT-PRF: clave
      *    del aula (la que se teclea en el horario), edificio, cupo
      *    de alumnos y tipo (salon, laboratorio o gimnasio). Lo
      *    valida TBID-HOR en la captura de horarios y lo usa REP-AUL
      *    para la ocupacion contra el cupo. En cada alta o cambio
      *    queda el operador de FIRMA que lo hizo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-AUL ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUL.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-AUL.
           COPY REGAUL.

       WORKING-STORAGE SECTION.
      *    Catalogo completo en memoria mientras dura la sesion; al
      *    terminar se regraba entero, igual que MANT-PRF.
       01 WKS-FS-AUL      PIC XX.
       01 WKS-MAX-AUL     PIC 99 VALUE 40.
       01 WKS-NUM-AUL     PIC 99 VALUE ZERO.
       01 WKS-AUL-IDX     PIC 99.

       01 T-AULAS.
           03 T-AUL OCCURS 40 TIMES.
               05 T-AU-COD PIC X(06).
               05 T-AU-EDI PIC X(10).
               05 T-AU-CUP PIC 9(03).
               05 T-AU-TIP PIC X.
               05 T-AU-EST PIC 9.
               05 T-AU-OPE PIC X(08).

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
           88 WKS-TERMINA       VALUE "S".
       01 WKS-OK           PIC X.
           88 AULA-OK           VALUE "S".

      *    Firma de operador (subprograma FIRMA): nivel de captura.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "MANT-AUL".

       01 WKS-COD-CAP      PIC X(06).
       01 WKS-EDI-CAP      PIC X(10).
       01 WKS-CUP-CAP      PIC 9(03).
       01 WKS-TIP-CAP      PIC X.
           88 TIPO-VALIDO       VALUE "S" "L" "G".

       01 WKS-LIN-LISTA.
           03 WKS-LL-COD   PIC X(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-EDI   PIC X(10).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-CUP   PIC ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-TIP   PIC X(11).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-EST   PIC X(07).

       77 WKS-I            PIC 99.
       77 WKS-LIN          PIC 99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-TERMINA.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           DISPLAY SPACES ERASE.
           MOVE 2 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-OPERADOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               MOVE "S" TO WKS-FIN
               GOBACK.

           OPEN INPUT ARC-AUL.
           IF WKS-FS-AUL = "35"
               CONTINUE
           ELSE
               READ ARC-AUL
                   AT END MOVE 1 TO WKS-I
                   NOT AT END MOVE ZERO TO WKS-I

               PERFORM 1100-CARGA-AULA UNTIL WKS-I = 1

               CLOSE ARC-AUL.

       1100-CARGA-AULA.
           IF WKS-NUM-AUL < WKS-MAX-AUL
               ADD 1 TO WKS-NUM-AUL
               MOVE AUL-CODIGO   TO T-AU-COD (WKS-NUM-AUL)
               MOVE AUL-EDIFICIO TO T-AU-EDI (WKS-NUM-AUL)
               MOVE AUL-CUPO     TO T-AU-CUP (WKS-NUM-AUL)
               MOVE AUL-TIPO     TO T-AU-TIP (WKS-NUM-AUL)
               MOVE AUL-ESTADO   TO T-AU-EST (WKS-NUM-AUL)
               MOVE AUL-OPERADOR TO T-AU-OPE (WKS-NUM-AUL)
           ELSE
               DISPLAY "CATALOGO DE AULAS LLENO, SE OMITEN "
                   "RESTANTES".

           READ ARC-AUL
               AT END MOVE 1 TO WKS-I.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "CATALOGO DE AULAS"         LINE 01 POSITION 31.
           DISPLAY "1. ALTA DE AULA"           LINE 03 POSITION 10.
           DISPLAY "2. CAMBIO DE AULA"         LINE 04 POSITION 10.
           DISPLAY "3. BAJA DE AULA"           LINE 05 POSITION 10.
           DISPLAY "4. LISTAR AULAS"           LINE 06 POSITION 10.
           DISPLAY "5. TERMINAR"               LINE 07 POSITION 10.
           DISPLAY "OPCION: "                  LINE 09 POSITION 10.
           ACCEPT WKS-OPCION                   LINE 09 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-ALTA
               WHEN 2
                   PERFORM 2200-CAMBIO
               WHEN 3
                   PERFORM 2300-BAJA
               WHEN 4
                   PERFORM 2400-LISTA
               WHEN 5
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 11 POSITION 10
           END-EVALUATE.

           IF NOT WKS-TERMINA
               PERFORM 2900-ESPERA.

      *-------------------ALTA-------------------------------------*
       2100-ALTA.
           MOVE "S" TO WKS-OK.

           DISPLAY "CLAVE DEL AULA (6): " LINE 11 POSITION 10.
           ACCEPT WKS-COD-CAP LINE 11 POSITION 34.
           IF WKS-COD-CAP = SPACES
               MOVE "N" TO WKS-OK
               DISPLAY "LA CLAVE ES OBLIGATORIA"
                   LINE 17 POSITION 10
           ELSE
               PERFORM 2500-BUSCA-CLAVE
               IF WKS-AUL-IDX NOT = ZERO
                   MOVE "N" TO WKS-OK
                   DISPLAY "YA EXISTE AULA CON ESA CLAVE"
                       LINE 17 POSITION 10.

           IF AULA-OK
               MOVE SPACES TO WKS-EDI-CAP
               MOVE ZERO   TO WKS-CUP-CAP
               MOVE SPACE  TO WKS-TIP-CAP
               PERFORM 2150-CAPTURA-DATOS.

           IF AULA-OK
               IF WKS-NUM-AUL < WKS-MAX-AUL
                   ADD 1 TO WKS-NUM-AUL
                   MOVE WKS-COD-CAP  TO T-AU-COD (WKS-NUM-AUL)
                   MOVE WKS-EDI-CAP  TO T-AU-EDI (WKS-NUM-AUL)
                   MOVE WKS-CUP-CAP  TO T-AU-CUP (WKS-NUM-AUL)
                   MOVE WKS-TIP-CAP  TO T-AU-TIP (WKS-NUM-AUL)
                   MOVE 1            TO T-AU-EST (WKS-NUM-AUL)
                   MOVE WKS-OPERADOR TO T-AU-OPE (WKS-NUM-AUL)
                   DISPLAY "AULA REGISTRADA" LINE 18 POSITION 10
               ELSE
                   DISPLAY "CATALOGO LLENO" LINE 17 POSITION 10.

      *    Edificio, cupo y tipo; el cupo no puede ir en cero. En el
      *    cambio el valor actual viene en pantalla y en blanco (o
      *    cero) se queda.
       2150-CAPTURA-DATOS.
           DISPLAY "EDIFICIO (10): " LINE 12 POSITION 10.
           DISPLAY WKS-EDI-CAP LINE 12 POSITION 34.
           ACCEPT WKS-EDI-CAP LINE 12 POSITION 34.

           DISPLAY "CUPO DE ALUMNOS (999): " LINE 13 POSITION 10.
           DISPLAY WKS-CUP-CAP LINE 13 POSITION 34.
           ACCEPT WKS-CUP-CAP LINE 13 POSITION 34.
           IF WKS-CUP-CAP = ZERO
               MOVE "N" TO WKS-OK
               DISPLAY "EL CUPO ES OBLIGATORIO" LINE 17 POSITION 10.

           IF AULA-OK
               DISPLAY "TIPO (S=SALON L=LABORATORIO G=GIMNASIO): "
                   LINE 14 POSITION 10
               DISPLAY WKS-TIP-CAP LINE 14 POSITION 53
               ACCEPT WKS-TIP-CAP LINE 14 POSITION 53
               IF NOT TIPO-VALIDO
                   MOVE "N" TO WKS-OK
                   DISPLAY "TIPO DE AULA INVALIDO"
                       LINE 17 POSITION 10.

      *-------------------CAMBIO-----------------------------------*
       2200-CAMBIO.
           MOVE "S" TO WKS-OK.
           DISPLAY "CLAVE DEL AULA A CAMBIAR: " LINE 11 POSITION 10.
           ACCEPT WKS-COD-CAP LINE 11 POSITION 40.

           PERFORM 2500-BUSCA-CLAVE.
           IF WKS-AUL-IDX = ZERO
               DISPLAY "NO EXISTE AULA CON ESA CLAVE"
                   LINE 17 POSITION 10
           ELSE
               MOVE T-AU-EDI (WKS-AUL-IDX) TO WKS-EDI-CAP
               MOVE T-AU-CUP (WKS-AUL-IDX) TO WKS-CUP-CAP
               MOVE T-AU-TIP (WKS-AUL-IDX) TO WKS-TIP-CAP
               PERFORM 2150-CAPTURA-DATOS
               IF AULA-OK
                   MOVE WKS-EDI-CAP  TO T-AU-EDI (WKS-AUL-IDX)
                   MOVE WKS-CUP-CAP  TO T-AU-CUP (WKS-AUL-IDX)
                   MOVE WKS-TIP-CAP  TO T-AU-TIP (WKS-AUL-IDX)
                   MOVE 1            TO T-AU-EST (WKS-AUL-IDX)
                   MOVE WKS-OPERADOR TO T-AU-OPE (WKS-AUL-IDX)
                   DISPLAY "AULA ACTUALIZADA" LINE 18 POSITION 10.

      *-------------------BAJA-------------------------------------*
      *    El aula no se borra: el horario de ciclos pasados la
      *    sigue nombrando.
       2300-BAJA.
           DISPLAY "CLAVE DEL AULA A DAR DE BAJA: "
               LINE 11 POSITION 10.
           ACCEPT WKS-COD-CAP LINE 11 POSITION 42.

           PERFORM 2500-BUSCA-CLAVE.
           IF WKS-AUL-IDX = ZERO
               DISPLAY "NO EXISTE AULA CON ESA CLAVE"
                   LINE 17 POSITION 10
           ELSE
               MOVE ZERO         TO T-AU-EST (WKS-AUL-IDX)
               MOVE WKS-OPERADOR TO T-AU-OPE (WKS-AUL-IDX)
               DISPLAY "AULA DADA DE BAJA" LINE 18 POSITION 10.

      *-------------------LISTA------------------------------------*
       2400-LISTA.
           IF WKS-NUM-AUL = ZERO
               DISPLAY "SIN AULAS REGISTRADAS"
                   LINE 11 POSITION 10
           ELSE
               MOVE 11 TO WKS-LIN
               PERFORM 2450-LISTA-UNO
                   VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-NUM-AUL.

       2450-LISTA-UNO.
           IF WKS-LIN > 19
               PERFORM 2900-ESPERA
               MOVE 11 TO WKS-LIN.

           MOVE T-AU-COD (WKS-I) TO WKS-LL-COD.
           MOVE T-AU-EDI (WKS-I) TO WKS-LL-EDI.
           MOVE T-AU-CUP (WKS-I) TO WKS-LL-CUP.
           EVALUATE T-AU-TIP (WKS-I)
               WHEN "S"
                   MOVE "SALON"       TO WKS-LL-TIP
               WHEN "L"
                   MOVE "LABORATORIO" TO WKS-LL-TIP
               WHEN "G"
                   MOVE "GIMNASIO"    TO WKS-LL-TIP
               WHEN OTHER
                   MOVE SPACES        TO WKS-LL-TIP
           END-EVALUATE.
           IF T-AU-EST (WKS-I) = 1
               MOVE "ACTIVA" TO WKS-LL-EST
           ELSE
               MOVE "DE BAJA" TO WKS-LL-EST.
           DISPLAY WKS-LIN-LISTA LINE WKS-LIN POSITION 10.
           ADD 1 TO WKS-LIN.

       2500-BUSCA-CLAVE.
           MOVE ZERO TO WKS-AUL-IDX.
           PERFORM 2550-COMPARA-CLAVE
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-AUL.

       2550-COMPARA-CLAVE.
           IF T-AU-COD (WKS-I) = WKS-COD-CAP
               MOVE WKS-I TO WKS-AUL-IDX
               ADD 50 TO WKS-I.

       2900-ESPERA.
           DISPLAY "TECLA ENTER PARA CONTINUAR..." LINE 20 POSITION 10.
           ACCEPT WKS-OK LINE 20 POSITION 45.
           MOVE SPACES TO WKS-OK.

      *    Regraba el catalogo completo desde la tabla, igual que
      *    MANT-PRF.
       3000-FIN.
           OPEN OUTPUT ARC-AUL.
           PERFORM 3100-GRABA-AULA
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-AUL.
           CLOSE ARC-AUL.

       3100-GRABA-AULA.
           MOVE T-AU-COD (WKS-I) TO AUL-CODIGO.
           MOVE T-AU-EDI (WKS-I) TO AUL-EDIFICIO.
           MOVE T-AU-CUP (WKS-I) TO AUL-CUPO.
           MOVE T-AU-TIP (WKS-I) TO AUL-TIPO.
           MOVE T-AU-EST (WKS-I) TO AUL-ESTADO.
           MOVE T-AU-OPE (WKS-I) TO AUL-OPERADOR.
           WRITE REG-AUL.
