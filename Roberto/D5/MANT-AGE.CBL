       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-AGE.
      *    Mantenimiento del catalogo de agentes de venta ARC-AGE, al
      *    estilo de MANT-CNS: alta con el nombre normalizado por
      *    NOM-FOR y su sucursal, cambio de nombre o sucursal,
      *    retiro (el agente retirado ya no se acepta en altas
      *    nuevas de MANT-CLI y LOT-CLI), cuenta CLABE para la
      *    transferencia de comisiones de COM-AGE, porcentaje de
      *    comision por clase de tarjeta (ARC-TAG) y listado en
      *    pantalla.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-AGE ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AGE.
      *    Porcentaje de comision por clase de tarjeta, sobre la
      *    base sin IVA de la primera anualidad cobrada.
           SELECT ARC-TAG ASSIGN TO DISK
               FILE STATUS IS WKS-FS-TAG.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-AGE.
           COPY REGAGE.

       FD ARC-TAG.
       01 REG-TAG.
           03 TAG-CLA-TAR  PIC 9.
           03 TAG-PCT      PIC 99V99.

       WORKING-STORAGE SECTION.
      *    Catalogo completo en memoria mientras dura la sesion; al
      *    terminar se regraba entero, igual que MANT-CNS.
       01 WKS-FS-AGE      PIC XX.
       01 WKS-MAX-AGE     PIC 99 VALUE 50.
       01 WKS-NUM-AGE     PIC 99 VALUE ZERO.
       01 WKS-AGE-IDX     PIC 99.

       01 T-AGENTES.
           03 T-AGE OCCURS 50 TIMES.
               05 T-AG-ID  PIC 9(04).
               05 T-AG-NOM PIC X(30).
               05 T-AG-SUC PIC 9(03).
               05 T-AG-EST PIC 9.
               05 T-AG-CLA PIC 9(18).
               05 T-AG-SAL PIC 9(07)V99.

      *    Porcentajes por clase, regrabados al terminar igual que
      *    el catalogo.
       01 WKS-FS-TAG      PIC XX.
       01 WKS-MAX-TAG     PIC 99 VALUE 10.
       01 WKS-NUM-TAG     PIC 99 VALUE ZERO.
       01 WKS-TAG-IDX     PIC 99.
       01 WKS-CLA-CAP     PIC 9.
       01 WKS-PCT-CAP     PIC 99V99.
       01 WKS-PCT-F       PIC Z9.99.

       01 T-TASAS.
           03 T-TAG OCCURS 10 TIMES.
               05 T-TG-CLA  PIC 9.
               05 T-TG-PCT  PIC 99V99.

       01 WKS-OPCION       PIC 9.
       01 WKS-FIN          PIC X VALUE "N".
           88 WKS-TERMINA       VALUE "S".
       01 WKS-OK           PIC X.
           88 AGENTE-OK         VALUE "S".

      *    Firma de operador (subprograma FIRMA): nivel de captura.
       01 WKS-FIRMA-NIVEL  PIC 9.
       01 WKS-OPERADOR     PIC X(08).
       01 WKS-FIRMA-ST     PIC 9.
       01 WKS-FIRMA-PROG   PIC X(08) VALUE "MANT-AGE".

       01 WKS-ID-CAP       PIC 9(04).
       01 WKS-SUC-CAP      PIC 9(03).
       01 WKS-CLABE-CAP    PIC 9(18).

      *    Nombre y apellidos por separado para NOM-FOR, igual que
      *    el alta de clientes.
       01 WKS-NOMBRE       PIC X(15).
       01 WKS-APE-PAT      PIC X(15).
       01 WKS-APE-MAT      PIC X(15).
       01 WKS-NOM-ARMADO   PIC X(30).

       01 WKS-LIN-LISTA.
           03 WKS-LL-ID    PIC 9(04).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-NOM   PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-SUC   PIC 9(03).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-EST   PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-LL-CTA   PIC X(09).

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

           OPEN INPUT ARC-AGE.
           IF WKS-FS-AGE = "35"
               CONTINUE
           ELSE
               READ ARC-AGE
                   AT END MOVE 1 TO WKS-I
                   NOT AT END MOVE ZERO TO WKS-I

               PERFORM 1100-CARGA-AGENTE UNTIL WKS-I = 1

               CLOSE ARC-AGE.

           OPEN INPUT ARC-TAG.
           IF WKS-FS-TAG = "35"
               CONTINUE
           ELSE
               READ ARC-TAG
                   AT END MOVE 1 TO WKS-I
                   NOT AT END MOVE ZERO TO WKS-I

               PERFORM 1200-CARGA-TASA UNTIL WKS-I = 1

               CLOSE ARC-TAG.

       1100-CARGA-AGENTE.
           IF WKS-NUM-AGE < WKS-MAX-AGE
               ADD 1 TO WKS-NUM-AGE
               MOVE AGE-ID           TO T-AG-ID (WKS-NUM-AGE)
               MOVE AGE-NOMBRE       TO T-AG-NOM (WKS-NUM-AGE)
               MOVE AGE-SUC          TO T-AG-SUC (WKS-NUM-AGE)
               MOVE AGE-ESTADO       TO T-AG-EST (WKS-NUM-AGE)
               MOVE AGE-CLABE        TO T-AG-CLA (WKS-NUM-AGE)
               MOVE AGE-SALDO-CONTRA TO T-AG-SAL (WKS-NUM-AGE)
           ELSE
               DISPLAY "CATALOGO DE AGENTES LLENO, SE OMITEN "
                   "RESTANTES".

           READ ARC-AGE
               AT END MOVE 1 TO WKS-I.

       1200-CARGA-TASA.
           IF WKS-NUM-TAG < WKS-MAX-TAG
               ADD 1 TO WKS-NUM-TAG
               MOVE TAG-CLA-TAR TO T-TG-CLA (WKS-NUM-TAG)
               MOVE TAG-PCT     TO T-TG-PCT (WKS-NUM-TAG).

           READ ARC-TAG
               AT END MOVE 1 TO WKS-I.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "CATALOGO DE AGENTES DE VENTA" LINE 01 POSITION 26.
           DISPLAY "1. ALTA DE AGENTE"         LINE 03 POSITION 10.
           DISPLAY "2. CAMBIO DE NOMBRE/SUCURSAL"
                                               LINE 04 POSITION 10.
           DISPLAY "3. RETIRO DE AGENTE"       LINE 05 POSITION 10.
           DISPLAY "4. CUENTA CLABE"           LINE 06 POSITION 10.
           DISPLAY "5. COMISION POR CLASE"     LINE 07 POSITION 10.
           DISPLAY "6. LISTAR AGENTES"         LINE 08 POSITION 10.
           DISPLAY "7. TERMINAR"               LINE 09 POSITION 10.
           DISPLAY "OPCION: "                  LINE 10 POSITION 10.
           ACCEPT WKS-OPCION                   LINE 10 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-ALTA
               WHEN 2
                   PERFORM 2200-CAMBIO
               WHEN 3
                   PERFORM 2300-RETIRO
               WHEN 4
                   PERFORM 2350-CUENTA
               WHEN 5
                   PERFORM 2600-COMISION-CLASE
               WHEN 6
                   PERFORM 2400-LISTA
               WHEN 7
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 11 POSITION 10
           END-EVALUATE.

           IF NOT WKS-TERMINA
               PERFORM 2900-ESPERA.

      *-------------------ALTA-------------------------------------*
       2100-ALTA.
           MOVE "S" TO WKS-OK.

           DISPLAY "ID DE AGENTE (9999): " LINE 11 POSITION 10.
           ACCEPT WKS-ID-CAP LINE 11 POSITION 36.

           PERFORM 2500-BUSCA-ID.
           IF WKS-AGE-IDX NOT = ZERO OR WKS-ID-CAP = ZERO
               MOVE "N" TO WKS-OK
               DISPLAY "ID INVALIDO O YA EXISTE AGENTE CON ESE ID"
                   LINE 17 POSITION 10.

           IF AGENTE-OK
               PERFORM 2150-CAPTURA-NOMBRE.

           IF AGENTE-OK
               DISPLAY "SUCURSAL (000 = MATRIZ): " LINE 15 POSITION 10
               ACCEPT WKS-SUC-CAP LINE 15 POSITION 38
               IF WKS-NUM-AGE < WKS-MAX-AGE
                   ADD 1 TO WKS-NUM-AGE
                   MOVE WKS-ID-CAP     TO T-AG-ID (WKS-NUM-AGE)
                   MOVE WKS-NOM-ARMADO TO T-AG-NOM (WKS-NUM-AGE)
                   MOVE WKS-SUC-CAP    TO T-AG-SUC (WKS-NUM-AGE)
                   MOVE 1              TO T-AG-EST (WKS-NUM-AGE)
                   MOVE ZERO           TO T-AG-CLA (WKS-NUM-AGE)
                   MOVE ZERO           TO T-AG-SAL (WKS-NUM-AGE)
                   DISPLAY "AGENTE REGISTRADO" LINE 18 POSITION 10
               ELSE
                   DISPLAY "CATALOGO LLENO" LINE 17 POSITION 10.

       2150-CAPTURA-NOMBRE.
           DISPLAY "NOMBRE(S): "        LINE 12 POSITION 10.
           ACCEPT WKS-NOMBRE              LINE 12 POSITION 30.
           DISPLAY "APELLIDO PATERNO: " LINE 13 POSITION 10.
           ACCEPT WKS-APE-PAT             LINE 13 POSITION 30.
           DISPLAY "APELLIDO MATERNO: " LINE 14 POSITION 10.
           ACCEPT WKS-APE-MAT             LINE 14 POSITION 30.

           CALL "NOM-FOR" USING WKS-NOMBRE WKS-APE-PAT WKS-APE-MAT
                                 WKS-NOM-ARMADO.

           IF WKS-NOMBRE = SPACES OR WKS-APE-PAT = SPACES
               MOVE "N" TO WKS-OK
               DISPLAY "NOMBRE Y APELLIDO PATERNO SON OBLIGATORIOS"
                   LINE 17 POSITION 10.

      *-------------------CAMBIO-----------------------------------*
       2200-CAMBIO.
           MOVE "S" TO WKS-OK.

           DISPLAY "ID DE AGENTE A CAMBIAR: " LINE 11 POSITION 10.
           ACCEPT WKS-ID-CAP LINE 11 POSITION 40.

           PERFORM 2500-BUSCA-ID.
           IF WKS-AGE-IDX = ZERO
               MOVE "N" TO WKS-OK
               DISPLAY "NO EXISTE AGENTE CON ESE ID"
                   LINE 17 POSITION 10.

           IF AGENTE-OK
               DISPLAY T-AG-NOM (WKS-AGE-IDX) LINE 11 POSITION 46
               PERFORM 2150-CAPTURA-NOMBRE.

           IF AGENTE-OK
               DISPLAY "SUCURSAL (000 = MATRIZ): " LINE 15 POSITION 10
               ACCEPT WKS-SUC-CAP LINE 15 POSITION 38
               MOVE WKS-NOM-ARMADO TO T-AG-NOM (WKS-AGE-IDX)
               MOVE WKS-SUC-CAP    TO T-AG-SUC (WKS-AGE-IDX)
               DISPLAY "AGENTE ACTUALIZADO" LINE 18 POSITION 10.

      *-------------------RETIRO-----------------------------------*
      *    El retiro no borra al agente: sus clientes pendientes de
      *    cobro siguen generando comision y recuperacion por su ID.
       2300-RETIRO.
           DISPLAY "ID DE AGENTE A RETIRAR: " LINE 11 POSITION 10.
           ACCEPT WKS-ID-CAP LINE 11 POSITION 40.

           PERFORM 2500-BUSCA-ID.
           IF WKS-AGE-IDX = ZERO
               DISPLAY "NO EXISTE AGENTE CON ESE ID"
                   LINE 17 POSITION 10
           ELSE
               MOVE ZERO TO T-AG-EST (WKS-AGE-IDX)
               DISPLAY "AGENTE RETIRADO" LINE 18 POSITION 10.

      *-------------------CUENTA-----------------------------------*
      *    Cuenta CLABE para la transferencia de COM-AGE; en cero el
      *    agente no entra al archivo del banco.
       2350-CUENTA.
           DISPLAY "ID DE AGENTE: " LINE 11 POSITION 10.
           ACCEPT WKS-ID-CAP LINE 11 POSITION 40.

           PERFORM 2500-BUSCA-ID.
           IF WKS-AGE-IDX = ZERO
               DISPLAY "NO EXISTE AGENTE CON ESE ID"
                   LINE 17 POSITION 10
           ELSE
               DISPLAY "CUENTA CLABE (18 DIGITOS, 0 = QUITAR): "
                   LINE 12 POSITION 10
               ACCEPT WKS-CLABE-CAP LINE 12 POSITION 50
               MOVE WKS-CLABE-CAP TO T-AG-CLA (WKS-AGE-IDX)
               DISPLAY "CUENTA ACTUALIZADA" LINE 18 POSITION 10.

      *-------------------LISTA------------------------------------*
       2400-LISTA.
           IF WKS-NUM-AGE = ZERO
               DISPLAY "SIN AGENTES REGISTRADOS"
                   LINE 11 POSITION 10
           ELSE
               MOVE 11 TO WKS-LIN
               PERFORM 2450-LISTA-UNO
                   VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-NUM-AGE.

       2450-LISTA-UNO.
           MOVE T-AG-ID (WKS-I)  TO WKS-LL-ID.
           MOVE T-AG-NOM (WKS-I) TO WKS-LL-NOM.
           MOVE T-AG-SUC (WKS-I) TO WKS-LL-SUC.
           IF T-AG-EST (WKS-I) = 1
               MOVE "ACTIVO" TO WKS-LL-EST
           ELSE
               MOVE "RETIRADO" TO WKS-LL-EST.
           IF T-AG-CLA (WKS-I) = ZERO
               MOVE "SIN CLABE" TO WKS-LL-CTA
           ELSE
               MOVE SPACES TO WKS-LL-CTA.
           DISPLAY WKS-LIN-LISTA LINE WKS-LIN POSITION 10.
           ADD 1 TO WKS-LIN.

       2500-BUSCA-ID.
           MOVE ZERO TO WKS-AGE-IDX.
           PERFORM 2550-COMPARA-ID
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-AGE.

       2550-COMPARA-ID.
           IF T-AG-ID (WKS-I) = WKS-ID-CAP
               MOVE WKS-I TO WKS-AGE-IDX
               ADD 60 TO WKS-I.

      *-------------------COMISION---------------------------------*
      *    Porcentaje de comision de la clase; en cero la clase deja
      *    de pagar comision.
       2600-COMISION-CLASE.
           DISPLAY "CLAVE DE TARJETA: " LINE 11 POSITION 10.
           ACCEPT WKS-CLA-CAP LINE 11 POSITION 32.

           PERFORM 2650-BUSCA-TASA.
           IF WKS-TAG-IDX = ZERO
               DISPLAY "SIN COMISION REGISTRADA" LINE 12 POSITION 10
           ELSE
               DISPLAY "COMISION ACTUAL (%): " LINE 12 POSITION 10
               MOVE T-TG-PCT (WKS-TAG-IDX) TO WKS-PCT-F
               DISPLAY WKS-PCT-F LINE 12 POSITION 32.

           DISPLAY "NUEVA COMISION (%, 99.99): " LINE 13 POSITION 10.
           ACCEPT WKS-PCT-CAP LINE 13 POSITION 38.

           IF WKS-TAG-IDX NOT = ZERO
               MOVE WKS-PCT-CAP TO T-TG-PCT (WKS-TAG-IDX)
               DISPLAY "COMISION ACTUALIZADA" LINE 18 POSITION 10
           ELSE
               IF WKS-NUM-TAG < WKS-MAX-TAG
                   ADD 1 TO WKS-NUM-TAG
                   MOVE WKS-CLA-CAP TO T-TG-CLA (WKS-NUM-TAG)
                   MOVE WKS-PCT-CAP TO T-TG-PCT (WKS-NUM-TAG)
                   DISPLAY "COMISION REGISTRADA" LINE 18 POSITION 10
               ELSE
                   DISPLAY "TABLA DE COMISIONES LLENA"
                       LINE 17 POSITION 10.

       2650-BUSCA-TASA.
           MOVE ZERO TO WKS-TAG-IDX.
           PERFORM 2660-COMPARA-TASA
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-TAG.

       2660-COMPARA-TASA.
           IF T-TG-CLA (WKS-I) = WKS-CLA-CAP
               MOVE WKS-I TO WKS-TAG-IDX
               ADD 15 TO WKS-I.

       2900-ESPERA.
           DISPLAY "TECLA ENTER PARA CONTINUAR..." LINE 20 POSITION 10.
           ACCEPT WKS-OK LINE 20 POSITION 45.
           MOVE SPACES TO WKS-OK.

      *    Regraba el catalogo y los porcentajes completos desde las
      *    tablas, igual que MANT-CNS.
       3000-FIN.
           OPEN OUTPUT ARC-AGE.
           PERFORM 3100-GRABA-AGENTE
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-AGE.
           CLOSE ARC-AGE.

           OPEN OUTPUT ARC-TAG.
           PERFORM 3200-GRABA-TASA
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-TAG.
           CLOSE ARC-TAG.

       3100-GRABA-AGENTE.
           MOVE T-AG-ID (WKS-I)  TO AGE-ID.
           MOVE T-AG-NOM (WKS-I) TO AGE-NOMBRE.
           MOVE T-AG-SUC (WKS-I) TO AGE-SUC.
           MOVE T-AG-EST (WKS-I) TO AGE-ESTADO.
           MOVE T-AG-CLA (WKS-I) TO AGE-CLABE.
           MOVE T-AG-SAL (WKS-I) TO AGE-SALDO-CONTRA.
           WRITE REG-AGE.

       3200-GRABA-TASA.
           MOVE T-TG-CLA (WKS-I) TO TAG-CLA-TAR.
           MOVE T-TG-PCT (WKS-I) TO TAG-PCT.
           WRITE REG-TAG.
