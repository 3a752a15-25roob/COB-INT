      *    Promociones vigentes, igual que la pantalla de MANT-CLI.
           SELECT ARC-PRM ASSIGN TO DISK
               FILE STATUS IS WKS-FS-PRM.
      *    Referidos del programa de recomendaciones, igual que
      *    MANT-CLI.
           SELECT ARC-RFR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFR-ID-CLIENTE
               FILE STATUS IS WKS-FS-RFR.
      *    Agentes de venta y agente de cada alta, igual que
      *    MANT-CLI.
           SELECT ARC-AGE ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AGE.
           SELECT ARC-ACL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACL-ID-CLIENTE
               FILE STATUS IS WKS-FS-ACL.
      *    Datos de contacto del alta, igual que MANT-CLI.
           SELECT ARC-DIR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-ID-CLIENTE
               FILE STATUS IS WKS-FS-DIR.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
      *    Sucursal que da el alta (000 = matriz); en el cambio y la
      *    baja se ignora.
           03 TRN-SUC      PIC 9(03).
      *    Cliente que recomendo el alta, con su digito verificador
      *    (cero = sin referido); en el cambio y la baja se ignora.
           03 TRN-REFIERE  PIC 9(06).
           03 TRN-REF-DIG  PIC 99.
      *    Agente de venta que levanto el alta (cero = sin agente).
           03 TRN-AGENTE   PIC 9(04).
      *    Domicilio del alta para el archivo de contacto (calle en
      *    blanco = sin domicilio). El CP debe existir en el
      *    catalogo de SEPOMEX y la ciudad se toma de su municipio;
      *    TRN-CIUDAD solo se usa si el catalogo no esta cargado.
      *    En el cambio y la baja se ignora.
           03 TRN-CALLE    PIC X(30).
           03 TRN-CIUDAD   PIC X(20).
           03 TRN-CP       PIC 9(05).

       FD ARC-TRR.
       01 REG-TRR.
           03 TRR-TRANS    PIC X(135).
           03 TRR-MOTIVO   PIC X(30).

       FD ARC-AUD.
           03 PRM-PRECIO   PIC 9(05)V99.
           03 PRM-CAMPANA  PIC X(06).

       FD ARC-RFR.
           COPY REGRFR.

       FD ARC-AGE.
           COPY REGAGE.

       FD ARC-ACL.
           COPY REGACL.

       FD ARC-DIR.
           COPY REGDIR.

       WORKING-STORAGE SECTION.
       01 WKS-FS-CLI       PIC XX.
       01 WKS-FS-TRN       PIC XX.
       01 WKS-FS-AUD       PIC XX.
       01 WKS-FS-MBA       PIC XX.
       01 WKS-FS-RFR       PIC XX.
       01 WKS-FS-AGE       PIC XX.
       01 WKS-FS-ACL       PIC XX.
       01 WKS-FS-DIR       PIC XX.

       01 WKS-OK           PIC X.
           88 TRANSACCION-OK    VALUE "S".
       01 WKS-ID-GUARDA    PIC 9(06).
       01 WKS-NOM-GUARDA   PIC X(30).
       01 WKS-MOTIVO-RECH  PIC X(30).
       01 WKS-CLI-GUARDA   PIC X(92).

       01 WKS-TOT-APLICADAS PIC 9(05) VALUE ZERO.
       01 WKS-TOT-RECHAZOS  PIC 9(05) VALUE ZERO.
       01 WKS-TOT-SIN-DOC   PIC 9(05) VALUE ZERO.

      *    Expediente de identidad del alta (subprograma DOC-VAL).
       01 WKS-DOC-FECHA     PIC 9(08).
       01 WKS-DOC-FALTAN    PIC 9.
       01 WKS-DOC-EXIGE     PIC X.

      *    Codigo postal del domicilio del alta (subprograma
      *    CPO-VAL).
       01 WKS-CPO-ST        PIC 9.
       01 WKS-CPO-MUNICIPIO PIC X(30).
       01 WKS-CPO-ESTADO    PIC X(20).

      *    Promociones cargadas de ARC-PRM, igual que MANT-CLI.
       01 WKS-FS-PRM       PIC XX.
      *    Jornal de actualizaciones (subprograma JRN-ARC): cada
      *    escritura a los maestros queda en el diario ARC-JRN para
      *    el roll-forward de REC-JRN.
      *    Agentes cargados de ARC-AGE, igual que MANT-CLI.
       01 WKS-MAX-AGE      PIC 99 VALUE 50.
       01 WKS-NUM-AGE      PIC 99 VALUE ZERO.
       01 WKS-AGE-IDX      PIC 99.

       01 T-AGENTES.
           03 T-AGE OCCURS 50 TIMES.
               05 T-AG-ID   PIC 9(04).
               05 T-AG-EST  PIC 9.

       01 WKS-JRN-ARCHIVO  PIC X(08).
       01 WKS-JRN-OPER     PIC X.
       01 WKS-JRN-IMAGEN   PIC X(100).

      *    Maestro de plasticos (subprograma PLS-ARC): el alta
      *    emite el plastico, la baja lo bloquea, igual que en
      *    MANT-CLI.
       01 WKS-PLS-OPER     PIC X.
       01 WKS-PLS-FECHA    PIC 9(08).
       01 WKS-PLS-NUMERO   PIC 9(16).
       01 WKS-PLS-ST       PIC 9.

       77 WKS-FIN          PIC 9.
       77 WKS-M            PIC 99.
       77 WKS-P            PIC 99.
           IF WKS-FS-AUD = "35"
               OPEN OUTPUT ARC-AUD.

           OPEN I-O ARC-RFR.
           IF WKS-FS-RFR = "35"
               OPEN OUTPUT ARC-RFR
               CLOSE ARC-RFR
               OPEN I-O ARC-RFR.
           OPEN I-O ARC-ACL.
           IF WKS-FS-ACL = "35"
               OPEN OUTPUT ARC-ACL
               CLOSE ARC-ACL
               OPEN I-O ARC-ACL.
           OPEN I-O ARC-DIR.
           IF WKS-FS-DIR = "35"
               OPEN OUTPUT ARC-DIR
               CLOSE ARC-DIR
               OPEN I-O ARC-DIR.

           MOVE "LOTE" TO WKS-AUD-OPER.

           PERFORM 1200-CARGA-MOTIVOS.
           PERFORM 1300-CARGA-PROMOS.
           PERFORM 1400-CARGA-AGENTES.

           READ ARC-TRN
               AT END MOVE 1 TO WKS-FIN.
           READ ARC-PRM
               AT END MOVE 1 TO WKS-P.

       1400-CARGA-AGENTES.
           OPEN INPUT ARC-AGE.
           IF WKS-FS-AGE = "35"
               CONTINUE
           ELSE
               READ ARC-AGE
                   AT END MOVE 1 TO WKS-P
                   NOT AT END MOVE ZERO TO WKS-P

               PERFORM 1450-AGREGA-AGENTE UNTIL WKS-P = 1

               CLOSE ARC-AGE.

       1450-AGREGA-AGENTE.
           IF WKS-NUM-AGE < WKS-MAX-AGE
               ADD 1 TO WKS-NUM-AGE
               MOVE AGE-ID     TO T-AG-ID (WKS-NUM-AGE)
               MOVE AGE-ESTADO TO T-AG-EST (WKS-NUM-AGE)
           ELSE
               DISPLAY "CATALOGO DE AGENTES LLENO, SE OMITEN "
                   "RESTANTES".

           READ ARC-AGE
               AT END MOVE 1 TO WKS-P.

       2000-PROCESO.
           MOVE "S" TO WKS-OK.
           MOVE SPACES TO WKS-MOTIVO-RECH.
               MOVE "N" TO WKS-OK.

      *-------------------ALTA-------------------------------------*
      *    Del 900000 en adelante los ID son de cuentas
      *    corporativas (MANT-COR).
       2100-ALTA.
           MOVE TRN-ID TO ID-CLIENTE.
           IF TRN-ID NOT < 900000
               MOVE "ID EN RANGO CORPORATIVO" TO WKS-MOTIVO-RECH
               MOVE "N" TO WKS-OK
           ELSE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YA EXISTE UN CLIENTE CON ESE ID"
                           TO WKS-MOTIVO-RECH
                       MOVE "N" TO WKS-OK.

           IF TRANSACCION-OK
               IF TRN-NOMBRE = SPACES OR TRN-APE-PAT = SPACES
                       TO WKS-MOTIVO-RECH
                   MOVE "N" TO WKS-OK.

           IF TRANSACCION-OK AND TRN-REFIERE NOT = ZERO
               PERFORM 2160-CHECA-REFERENTE.

           IF TRANSACCION-OK AND TRN-AGENTE NOT = ZERO
               PERFORM 2190-CHECA-AGENTE.

           IF TRANSACCION-OK AND TRN-CALLE NOT = SPACES
               PERFORM 2187-CHECA-DOMICILIO.

           IF TRANSACCION-OK
               PERFORM 2185-CHECA-DOCUMENTOS.

           IF TRANSACCION-OK
               PERFORM 2170-ARMA-Y-GRABA-ALTA.

                   MOVE "N" TO WKS-OK.
           MOVE WKS-ID-GUARDA TO ID-CLIENTE.

      *    Mismas reglas del referente que la pantalla: digito
      *    correcto, no el mismo cliente, activo en el padron y no
      *    la misma persona con otro ID.
       2160-CHECA-REFERENTE.
           MOVE SPACES TO WKS-DIG-LINEA.
           MOVE TRN-REFIERE TO WKS-DIG-LINEA (1:6).
           CALL "DIG-CALC" USING WKS-DIG-LINEA WKS-DIG-LARGO
               WKS-DIG-CALC.

           IF WKS-DIG-CALC NOT = TRN-REF-DIG
               MOVE "DIGITO DEL REFERENTE INCORRECTO"
                   TO WKS-MOTIVO-RECH
               MOVE "N" TO WKS-OK
           ELSE
               IF TRN-REFIERE = TRN-ID
                   MOVE "CLIENTE SE REFIERE A SI MISMO"
                       TO WKS-MOTIVO-RECH
                   MOVE "N" TO WKS-OK
               ELSE
                   PERFORM 2165-LEE-REFERENTE.

       2165-LEE-REFERENTE.
           MOVE REG-CLI TO WKS-CLI-GUARDA.
           MOVE TRN-REFIERE TO ID-CLIENTE.
           READ CLIENTES
               INVALID KEY
                   MOVE "REFERENTE NO EXISTE" TO WKS-MOTIVO-RECH
                   MOVE "N" TO WKS-OK
               NOT INVALID KEY
                   IF NOT CLIENTE-ACTIVO
                       MOVE "REFERENTE NO ESTA ACTIVO"
                           TO WKS-MOTIVO-RECH
                       MOVE "N" TO WKS-OK
                   ELSE
                       IF NOM-CLI = WKS-NOM-ARMADO
                           MOVE "REFERENTE ES LA MISMA PERSONA"
                               TO WKS-MOTIVO-RECH
                           MOVE "N" TO WKS-OK.
           MOVE WKS-CLI-GUARDA TO REG-CLI.

       2170-ARMA-Y-GRABA-ALTA.
           MOVE TRN-ID         TO ID-CLIENTE.
           MOVE WKS-NOM-ARMADO TO NOM-CLI.

           IF TRANSACCION-OK
               MOVE "ALTA" TO AUD-OPER
               PERFORM 2800-GRABA-AUDITORIA
               MOVE "A" TO WKS-PLS-OPER
               MOVE WKS-AUD-FECHA TO WKS-PLS-FECHA
               PERFORM 9820-MUEVE-PLASTICO.

           IF TRANSACCION-OK AND TRN-REFIERE NOT = ZERO
               PERFORM 2175-GRABA-REFERIDO.

           IF TRANSACCION-OK AND TRN-AGENTE NOT = ZERO
               PERFORM 2197-GRABA-AGENTE.

           IF TRANSACCION-OK AND TRN-CALLE NOT = SPACES
               PERFORM 2188-GRABA-DOMICILIO.

           IF TRANSACCION-OK AND WKS-DOC-FALTAN NOT = ZERO
               ADD 1 TO WKS-TOT-SIN-DOC
               DISPLAY "ALTA CON EXPEDIENTE INCOMPLETO: " TRN-ID.

       2175-GRABA-REFERIDO.
           MOVE TRN-ID        TO RFR-ID-CLIENTE.
           MOVE TRN-REFIERE   TO RFR-ID-REFIERE.
           MOVE WKS-AUD-FECHA TO RFR-FEC-ALTA.
           SET RFR-PENDIENTE TO TRUE.
           MOVE SPACE         TO RFR-MOT-BLOQ.
           MOVE ZERO          TO RFR-FEC-CRED.
           MOVE ZERO          TO RFR-IMP-CRED.
           WRITE REG-RFR
               INVALID KEY REWRITE REG-RFR.

      *    Promocion vigente en el alta, igual que la pantalla:
      *    precio de promocion en vez de tarifa de lista y campana
               MOVE WKS-P TO WKS-PRM-IDX
               ADD 15 TO WKS-P.

      *    Mismo expediente de identidad que revisa la pantalla
      *    (DOC-VAL): la clase que lo exige en ARC-KYC se rechaza;
      *    las demas se aplican y se avisan en la consola.
       2185-CHECA-DOCUMENTOS.
           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-DOC-FECHA.
           CALL "DOC-VAL" USING TRN-ID TRN-CLA WKS-DOC-FECHA
               WKS-DOC-FALTAN WKS-DOC-EXIGE.

           IF WKS-DOC-FALTAN NOT = ZERO AND WKS-DOC-EXIGE = "S"
               MOVE "CLASE EXIGE EXPEDIENTE COMPLETO"
                   TO WKS-MOTIVO-RECH
               MOVE "N" TO WKS-OK.

      *    Mismo CP que pide la pantalla: debe existir en el
      *    catalogo de SEPOMEX (CPO-VAL); sin catalogo cargado se
      *    acepta como viene.
       2187-CHECA-DOMICILIO.
           CALL "CPO-VAL" USING TRN-CP WKS-CPO-MUNICIPIO
               WKS-CPO-ESTADO WKS-CPO-ST.
           IF WKS-CPO-ST = 1
               MOVE "CODIGO POSTAL NO EXISTE" TO WKS-MOTIVO-RECH
               MOVE "N" TO WKS-OK.

      *    El domicilio entra limpio de correo devuelto, igual que
      *    la captura de contacto de MANT-CLI.
       2188-GRABA-DOMICILIO.
           MOVE TRN-ID    TO DIR-ID-CLIENTE.
           MOVE TRN-CALLE TO DIR-CALLE.
           IF WKS-CPO-ST = ZERO
               MOVE WKS-CPO-MUNICIPIO TO DIR-CIUDAD
           ELSE
               MOVE TRN-CIUDAD TO DIR-CIUDAD.
           MOVE TRN-CP    TO DIR-CP.
           MOVE SPACES    TO DIR-TELEFONO.
           MOVE SPACES    TO DIR-RFC.
           MOVE "N"       TO DIR-DEVUELTO.
           MOVE ZERO      TO DIR-FEC-DEV.
           WRITE REG-DIR
               INVALID KEY
                   REWRITE REG-DIR.

      *    Mismo agente que pide la pantalla: en el catalogo y
      *    activo.
       2190-CHECA-AGENTE.
           MOVE ZERO TO WKS-AGE-IDX.
           PERFORM 2195-COMPARA-AGENTE
               VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > WKS-NUM-AGE.

           IF WKS-AGE-IDX = ZERO
               MOVE "AGENTE NO EXISTE EN EL CATALOGO"
                   TO WKS-MOTIVO-RECH
               MOVE "N" TO WKS-OK
           ELSE
               IF T-AG-EST (WKS-AGE-IDX) NOT = 1
                   MOVE "AGENTE RETIRADO" TO WKS-MOTIVO-RECH
                   MOVE "N" TO WKS-OK.

       2195-COMPARA-AGENTE.
           IF T-AG-ID (WKS-P) = TRN-AGENTE
               MOVE WKS-P TO WKS-AGE-IDX
               ADD 60 TO WKS-P.

       2197-GRABA-AGENTE.
           MOVE TRN-ID        TO ACL-ID-CLIENTE.
           MOVE TRN-AGENTE    TO ACL-ID-AGENTE.
           MOVE WKS-AUD-FECHA TO ACL-FEC-ALTA.
           SET ACL-PENDIENTE TO TRUE.
           MOVE ZERO          TO ACL-MES-COM.
           MOVE ZERO          TO ACL-IMP-COM.
           MOVE ZERO          TO ACL-MES-REC.
           WRITE REG-ACL
               INVALID KEY REWRITE REG-ACL.

      *-------------------CAMBIO-----------------------------------*
       2200-CAMBIO.
           MOVE TRN-ID TO ID-CLIENTE.

           IF TRANSACCION-OK
               MOVE "BAJA" TO AUD-OPER
               PERFORM 2800-GRABA-AUDITORIA
               MOVE "B" TO WKS-PLS-OPER
               MOVE FEC-BAJA TO WKS-PLS-FECHA
               PERFORM 9820-MUEVE-PLASTICO.

      *    Mismo criterio que la pantalla: con catalogo el motivo
      *    debe existir; sin catalogo basta distinto de cero.
               CLOSE ARC-TRN
               CLOSE CLIENTES
               CLOSE ARC-TRR
               CLOSE ARC-AUD
               CLOSE ARC-RFR
               CLOSE ARC-ACL
               CLOSE ARC-DIR.

           IF WKS-LCK-LOTE NOT = "S"
               MOVE "Q" TO WKS-LCK-OPER

           DISPLAY "TRANSACCIONES APLICADAS: " WKS-TOT-APLICADAS
               " RECHAZADAS: " WKS-TOT-RECHAZOS.
           DISPLAY "ALTAS CON EXPEDIENTE INCOMPLETO: " WKS-TOT-SIN-DOC.

       9800-ANOTA-JORNAL.
           CALL "JRN-ARC" USING WKS-JRN-ARCHIVO WKS-JRN-OPER
               WKS-JRN-IMAGEN.

       9820-MUEVE-PLASTICO.
           MOVE ZERO TO WKS-PLS-NUMERO.
           CALL "PLS-ARC" USING WKS-PLS-OPER ID-CLIENTE CLA-TAR
               WKS-PLS-FECHA WKS-PLS-NUMERO WKS-PLS-ST.
