       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFC-VAL.
      *    Validacion completa del RFC, compartida por CALL entre la
      *    captura de contacto de MANT-CLI y MANT-COR y la revision
      *    de ARC-DIR (REV-RFC):
      *      - persona fisica: 4 letras, fecha AAMMDD, homoclave de
      *        2 posiciones y digito verificador (13 posiciones);
      *      - persona moral: 3 letras, fecha AAMMDD, homoclave y
      *        digito (12 posiciones, ajustado a la izquierda con
      *        un espacio al final del campo).
      *    La fecha de nacimiento o constitucion debe ser real segun
      *    FEC-VAL (siglo 1900 si el ano es mayor al actual) y el
      *    digito verificador de la homoclave es el modulo 11 del
      *    SAT: cada posicion vale segun T-RFC-VALOR (0-9, A-N, &,
      *    O-Z, espacio = 0 a 37), se multiplica por su peso de 13
      *    a 2 sobre el RFC de 12 posiciones sin digito (la moral
      *    con un espacio por delante) y el digito es 11 menos el
      *    residuo, 0 si el residuo es cero y A si sale 10.
      *    Los RFC genericos del SAT (XAXX010101000 publico en
      *    general, XEXX010101000 extranjero) se aceptan como son.
      *    El RFC llega en LK-RFC y se regresa en mayusculas.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WKS-TABLA-RFC    PIC X(38)
               VALUE "0123456789ABCDEFGHIJKLMN&OPQRSTUVWXYZ ".
       01 T-RFC-VALOR REDEFINES WKS-TABLA-RFC.
           03 T-RFC-CAR OCCURS 38 TIMES PIC X.

      *    RFC de 12 posiciones sobre el que se calcula el digito.
       01 WKS-BASE         PIC X(12).
       01 T-BASE REDEFINES WKS-BASE.
           03 T-BASE-CAR OCCURS 12 TIMES PIC X.

       01 WKS-LETRAS       PIC 9.
       01 WKS-FECHA-RFC.
           03 WKS-FR-AA    PIC 9(02).
           03 WKS-FR-MMDD  PIC 9(04).
       01 WKS-FECHA-COMP.
           03 WKS-FC-SIGLO PIC 9(02).
           03 WKS-FC-AA    PIC 9(02).
           03 WKS-FC-MMDD  PIC 9(04).
       01 WKS-FECHA-NUM REDEFINES WKS-FECHA-COMP PIC 9(08).
       01 WKS-HOY.
           03 WKS-HOY-AA   PIC 9(02).
           03 WKS-HOY-MMDD PIC 9(04).
       01 WKS-FV-STATUS    PIC 9.

       01 WKS-CAR          PIC X.
       01 WKS-VALOR        PIC 99.
       01 WKS-SUMA         PIC 9(04).
       01 WKS-COC          PIC 9(04).
       01 WKS-RES          PIC 99.
       01 WKS-DIGITO       PIC X.
       01 WKS-DIG-CAP      PIC X.
       77 WKS-I            PIC 99.
       77 WKS-J            PIC 99.

       LINKAGE SECTION.
       01 LK-RFC           PIC X(13).
      *    0 = valido, 1 = estructura, 2 = fecha invalida,
      *    3 = digito verificador de la homoclave no corresponde.
       01 LK-STATUS        PIC 9.

       PROCEDURE DIVISION USING LK-RFC LK-STATUS.
       INICIO.
           MOVE ZERO TO LK-STATUS.
           INSPECT LK-RFC CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF LK-RFC = "XAXX010101000" OR LK-RFC = "XEXX010101000"
               EXIT PROGRAM.

           PERFORM 1000-ESTRUCTURA.

           IF LK-STATUS = ZERO
               PERFORM 2000-FECHA.

           IF LK-STATUS = ZERO
               PERFORM 3000-DIGITO.

           EXIT PROGRAM.

      *    Fisica si trae las 13 posiciones, moral si la posicion 13
      *    viene vacia y la 4 ya es numero.
       1000-ESTRUCTURA.
           IF LK-RFC (13:1) NOT = SPACE
               MOVE 4 TO WKS-LETRAS
               MOVE LK-RFC (1:12) TO WKS-BASE
               MOVE LK-RFC (13:1) TO WKS-DIG-CAP
           ELSE
               MOVE 3 TO WKS-LETRAS
               MOVE SPACE TO WKS-BASE
               MOVE LK-RFC (1:11) TO WKS-BASE (2:11)
               MOVE LK-RFC (12:1) TO WKS-DIG-CAP.

           PERFORM 1100-REVISA-LETRA
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-LETRAS.

           IF LK-RFC (WKS-LETRAS + 1:6) NOT NUMERIC
               MOVE 1 TO LK-STATUS.

           COMPUTE WKS-J = WKS-LETRAS + 7.
           PERFORM 1200-REVISA-HOMOCLAVE
               VARYING WKS-I FROM WKS-J BY 1
               UNTIL WKS-I > WKS-LETRAS + 9.

           IF WKS-DIG-CAP NOT NUMERIC AND WKS-DIG-CAP NOT = "A"
               MOVE 1 TO LK-STATUS.

       1100-REVISA-LETRA.
           IF (LK-RFC (WKS-I:1) < "A" OR LK-RFC (WKS-I:1) > "Z")
                   AND LK-RFC (WKS-I:1) NOT = "&"
               MOVE 1 TO LK-STATUS.

       1200-REVISA-HOMOCLAVE.
           IF (LK-RFC (WKS-I:1) < "A" OR LK-RFC (WKS-I:1) > "Z")
                   AND LK-RFC (WKS-I:1) NOT NUMERIC
               MOVE 1 TO LK-STATUS.

       2000-FECHA.
           MOVE LK-RFC (WKS-LETRAS + 1:6) TO WKS-FECHA-RFC.
           ACCEPT WKS-HOY FROM DATE.

           IF WKS-FR-AA > WKS-HOY-AA
               MOVE 19 TO WKS-FC-SIGLO
           ELSE
               MOVE 20 TO WKS-FC-SIGLO.
           MOVE WKS-FR-AA   TO WKS-FC-AA.
           MOVE WKS-FR-MMDD TO WKS-FC-MMDD.

           CALL "FEC-VAL" USING WKS-FECHA-NUM WKS-FV-STATUS.
           IF WKS-FV-STATUS = 1
               MOVE 2 TO LK-STATUS.

       3000-DIGITO.
           MOVE ZERO TO WKS-SUMA.
           PERFORM 3100-SUMA-POSICION
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 12.

           DIVIDE WKS-SUMA BY 11 GIVING WKS-COC REMAINDER WKS-RES.
           EVALUATE WKS-RES
               WHEN 0
                   MOVE "0" TO WKS-DIGITO
               WHEN 1
                   MOVE "A" TO WKS-DIGITO
               WHEN OTHER
                   COMPUTE WKS-VALOR = 11 - WKS-RES
                   MOVE T-RFC-CAR (WKS-VALOR + 1) TO WKS-DIGITO
           END-EVALUATE.

           IF WKS-DIGITO NOT = WKS-DIG-CAP
               MOVE 3 TO LK-STATUS.

       3100-SUMA-POSICION.
           MOVE T-BASE-CAR (WKS-I) TO WKS-CAR.
           MOVE 99 TO WKS-VALOR.
           PERFORM 3150-BUSCA-VALOR
               VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > 38.

           IF WKS-VALOR = 99
               MOVE ZERO TO WKS-VALOR.
           COMPUTE WKS-SUMA = WKS-SUMA + WKS-VALOR * (14 - WKS-I).

       3150-BUSCA-VALOR.
           IF T-RFC-CAR (WKS-J) = WKS-CAR
               COMPUTE WKS-VALOR = WKS-J - 1
               ADD 40 TO WKS-J.
