       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLS-ARC.
      *    Movimientos al maestro de plasticos ARC-PLS, compartido
      *    por CALL igual que JRN-ARC, para que el alta, la baja y
      *    el reingreso de MANT-CLI y LOT-CLI, la baja de BAJA-AUT
      *    y la reposicion de ROB-PLS numeren y bloqueen igual.
      *    Operaciones:
      *      A = emite un plastico vigente al cliente (alta o
      *          reingreso), pendiente de grabar; si ya tiene uno
      *          vigente no emite otro y regresa ese numero.
      *      B = bloquea todos los plasticos vigentes del cliente
      *          (baja).
      *      P, R = reporta perdido (P) o robado (R) el plastico
      *          LK-NUMERO del cliente y emite la reposicion, cuyo
      *          numero regresa en LK-NUMERO.
      *    El numero es el prefijo de la marca, el ID del cliente,
      *    el consecutivo de plasticos del cliente y el verificador
      *    Luhn de DIG-LUH. El plastico vence a los tres anos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-PLS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLS-NUMERO
               ALTERNATE RECORD KEY IS PLS-ID-CLIENTE WITH DUPLICATES
               FILE STATUS IS WKS-FS-PLS.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-PLS.
           COPY REGPLS.

       WORKING-STORAGE SECTION.
       01 WKS-FS-PLS      PIC XX.
       01 WKS-FIN-PLS     PIC 9.

      *    Numero en armado: prefijo, cliente, consecutivo y
      *    verificador.
       01 WKS-NUM-ARMADO.
           03 WKS-NA-BASE.
               05 WKS-NA-PREFIJO PIC 9(06) VALUE 450860.
               05 WKS-NA-ID      PIC 9(06).
               05 WKS-NA-CONSEC  PIC 9(03).
           03 WKS-NA-DIGITO  PIC 9.
       01 WKS-NA-NUMERO REDEFINES WKS-NUM-ARMADO PIC 9(16).
       01 WKS-NA-BASE-N   PIC 9(15).

       01 WKS-CONSEC      PIC 9(03).
       01 WKS-VIGENTE     PIC 9(16).
       01 WKS-ORIGEN      PIC X.

       01 WKS-FEC-VENCE.
           03 WKS-FV-ANO  PIC 9(04).
           03 WKS-FV-MES  PIC 9(02).
           03 WKS-FV-DIA  PIC 9(02).
       01 WKS-BI-COC      PIC 9(04).
       01 WKS-BI-REM      PIC 99.

       LINKAGE SECTION.
       01 LK-OPER         PIC X.
       01 LK-ID-CLIENTE   PIC 9(06).
       01 LK-CLA-TAR      PIC 9.
       01 LK-FECHA        PIC 9(08).
       01 LK-NUMERO       PIC 9(16).
      *    0 = aplicado, 1 = plastico no encontrado o no vigente,
      *    2 = el cliente ya tenia plastico vigente (alta).
       01 LK-STATUS       PIC 9.

       PROCEDURE DIVISION USING LK-OPER LK-ID-CLIENTE LK-CLA-TAR
           LK-FECHA LK-NUMERO LK-STATUS.
       INICIO.
           PERFORM 1000-INICIO.

           EVALUATE LK-OPER
               WHEN "A"
                   PERFORM 2000-ALTA
               WHEN "B"
                   PERFORM 3000-BLOQUEA
               WHEN "P"
                   PERFORM 4000-REPOSICION
               WHEN "R"
                   PERFORM 4000-REPOSICION
               WHEN OTHER
                   MOVE 1 TO LK-STATUS
           END-EVALUATE.

           CLOSE ARC-PLS.
           GOBACK.

      *    El maestro se crea vacio la primera vez, igual que
      *    ARC-CXC en MANT-CLI.
       1000-INICIO.
           MOVE ZERO TO LK-STATUS.
           OPEN I-O ARC-PLS.
           IF WKS-FS-PLS = "35"
               OPEN OUTPUT ARC-PLS
               CLOSE ARC-PLS
               OPEN I-O ARC-PLS.

      *    Recorre los plasticos del cliente por la llave alterna:
      *    cuenta los emitidos para el consecutivo y aparta el
      *    vigente.
       1100-REVISA-CLIENTE.
           MOVE ZERO TO WKS-CONSEC.
           MOVE ZERO TO WKS-VIGENTE.
           MOVE ZERO TO WKS-FIN-PLS.

           MOVE LK-ID-CLIENTE TO PLS-ID-CLIENTE.
           START ARC-PLS KEY IS EQUAL TO PLS-ID-CLIENTE
               INVALID KEY MOVE 1 TO WKS-FIN-PLS.

           PERFORM 1150-CUENTA-PLASTICO UNTIL WKS-FIN-PLS = 1.

       1150-CUENTA-PLASTICO.
           READ ARC-PLS NEXT
               AT END MOVE 1 TO WKS-FIN-PLS.

           IF WKS-FIN-PLS = ZERO
               IF PLS-ID-CLIENTE NOT = LK-ID-CLIENTE
                   MOVE 1 TO WKS-FIN-PLS
               ELSE
                   ADD 1 TO WKS-CONSEC
                   IF PLS-VIGENTE
                       MOVE PLS-NUMERO TO WKS-VIGENTE.

      *-------------------EMISION----------------------------------*
       2000-ALTA.
           PERFORM 1100-REVISA-CLIENTE.

           IF WKS-VIGENTE NOT = ZERO
               MOVE WKS-VIGENTE TO LK-NUMERO
               MOVE 2 TO LK-STATUS
           ELSE
               MOVE ZERO TO LK-NUMERO
               MOVE "A" TO WKS-ORIGEN
               PERFORM 2100-EMITE-PLASTICO.

      *    LK-NUMERO trae el plastico que se repone (cero en el
      *    alta) y regresa el nuevo.
       2100-EMITE-PLASTICO.
           ADD 1 TO WKS-CONSEC.
           MOVE LK-ID-CLIENTE TO WKS-NA-ID.
           MOVE WKS-CONSEC    TO WKS-NA-CONSEC.
           MOVE WKS-NA-BASE   TO WKS-NA-BASE-N.
           CALL "DIG-LUH" USING WKS-NA-BASE-N WKS-NA-DIGITO.

           MOVE WKS-NA-NUMERO TO PLS-NUMERO.
           MOVE LK-ID-CLIENTE TO PLS-ID-CLIENTE.
           MOVE LK-CLA-TAR    TO PLS-CLA-TAR.
           MOVE LK-FECHA      TO PLS-FEC-EMISION.
           PERFORM 2200-CALCULA-VENCE.
           MOVE WKS-FEC-VENCE TO PLS-FEC-VENCE.
           SET PLS-VIGENTE TO TRUE.
           MOVE LK-FECHA      TO PLS-FEC-ESTADO.
           MOVE WKS-ORIGEN    TO PLS-ORIGEN.
           MOVE LK-NUMERO     TO PLS-REEMPLAZA.
           MOVE "S"           TO PLS-POR-GRABAR.
           MOVE ZERO          TO PLS-FEC-GRABADO.

           WRITE REG-PLS
               INVALID KEY
                   MOVE 1 TO LK-STATUS
               NOT INVALID KEY
                   MOVE PLS-NUMERO TO LK-NUMERO.

      *    Tres anos a partir de la emision; el 29 de febrero cae
      *    al 28 cuando el ano de vencimiento no es bisiesto.
       2200-CALCULA-VENCE.
           MOVE LK-FECHA TO WKS-FEC-VENCE.
           ADD 3 TO WKS-FV-ANO.
           IF WKS-FV-MES = 2 AND WKS-FV-DIA = 29
               DIVIDE WKS-FV-ANO BY 4 GIVING WKS-BI-COC
                   REMAINDER WKS-BI-REM
               IF WKS-BI-REM NOT = 0
                   MOVE 28 TO WKS-FV-DIA.

      *-------------------BLOQUEO POR BAJA-------------------------*
       3000-BLOQUEA.
           MOVE ZERO TO WKS-FIN-PLS.
           MOVE LK-ID-CLIENTE TO PLS-ID-CLIENTE.
           START ARC-PLS KEY IS EQUAL TO PLS-ID-CLIENTE
               INVALID KEY MOVE 1 TO WKS-FIN-PLS.

           PERFORM 3100-BLOQUEA-PLASTICO UNTIL WKS-FIN-PLS = 1.

       3100-BLOQUEA-PLASTICO.
           READ ARC-PLS NEXT
               AT END MOVE 1 TO WKS-FIN-PLS.

           IF WKS-FIN-PLS = ZERO
               IF PLS-ID-CLIENTE NOT = LK-ID-CLIENTE
                   MOVE 1 TO WKS-FIN-PLS
               ELSE
                   IF PLS-VIGENTE
                       SET PLS-BLOQUEADO TO TRUE
                       MOVE LK-FECHA TO PLS-FEC-ESTADO
                       MOVE "N"      TO PLS-POR-GRABAR
                       REWRITE REG-PLS.

      *-------------------PERDIDA O ROBO---------------------------*
      *    El reportado se bloquea y la reposicion hereda la clase
      *    del plastico que sustituye.
       4000-REPOSICION.
           MOVE LK-NUMERO TO PLS-NUMERO.
           READ ARC-PLS
               INVALID KEY
                   MOVE 1 TO LK-STATUS.

           IF LK-STATUS = ZERO
               IF PLS-ID-CLIENTE NOT = LK-ID-CLIENTE
                       OR NOT PLS-VIGENTE
                   MOVE 1 TO LK-STATUS.

           IF LK-STATUS = ZERO
               MOVE LK-OPER  TO PLS-ESTADO
               MOVE LK-FECHA TO PLS-FEC-ESTADO
               MOVE "N"      TO PLS-POR-GRABAR
               MOVE PLS-CLA-TAR TO LK-CLA-TAR
               REWRITE REG-PLS
               PERFORM 1100-REVISA-CLIENTE
               MOVE "P" TO WKS-ORIGEN
               PERFORM 2100-EMITE-PLASTICO.
