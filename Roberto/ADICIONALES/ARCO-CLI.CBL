       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCO-CLI.
      *    Solicitudes de derechos ARCO sobre datos personales:
      *    1. Acceso: reporte impreso de todo lo que guardamos de un
      *       ID-CLIENTE -- CLIENTES o su archivo muerto ARC-CLIA,
      *       contacto en ARC-DIR / ARC-DIRA, imagenes de la pista
      *       de auditoria ARC-AUD / ARC-AUDA, cuenta domiciliada
      *       ARC-CBA, historia de avisos ARC-RAH y gestiones de
      *       cobranza ARC-GES.
      *    2. Cancelacion: corrida supervisada (firma de un segundo
      *       operador de nivel 3) que anonimiza a los clientes del
      *       archivo muerto con la baja mas vieja que el periodo de
      *       retencion: borra nombre, domicilio, telefono, RFC y
      *       cuenta bancaria en todos esos archivos y conserva los
      *       importes, asi que los totales historicos no se mueven.
      *       ARC-RAH y ARC-GES solo llevan el ID, fechas y claves;
      *       no tienen nada que borrar. El registro archivado queda
      *       marcado N (anonimizado) y ya no se puede restaurar.
      *    Cada solicitud queda en la bitacora ARC-ARO con fecha,
      *    hora, operador que la atendio y resultado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
           SELECT ARC-DIR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-ID-CLIENTE
               FILE STATUS IS WKS-FS-DIR.
           SELECT ARC-AUD ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUD.
      *    Archivo muerto de ARCH-CLI.
           SELECT ARC-CLIA ASSIGN TO DISK
               FILE STATUS IS WKS-FS-CLIA.
           SELECT ARC-DIRA ASSIGN TO DISK
               FILE STATUS IS WKS-FS-DIRA.
           SELECT ARC-AUDA ASSIGN TO DISK
               FILE STATUS IS WKS-FS-AUDA.
      *    Cuentas domiciliadas (DOM-BAN).
           SELECT ARC-CBA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBA-ID-CLIENTE
               FILE STATUS IS WKS-FS-CBA.
      *    Historia de avisos de renovacion (CARTA-ANU).
           SELECT ARC-RAH ASSIGN TO DISK
               FILE STATUS IS WKS-FS-RAH.
      *    Gestiones de cobranza (GEST-CXC).
           SELECT ARC-GES ASSIGN TO DISK
               FILE STATUS IS WKS-FS-GES.
      *    Bitacora de solicitudes ARCO.
           SELECT ARC-ARO ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ARO.
           SELECT REP-ARO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY REGCLI.

       FD ARC-DIR.
           COPY REGDIR.

       FD ARC-AUD.
           COPY REGAUD.

       FD ARC-CLIA.
       01 REG-CLIA.
           03 CLIA-FECHA-ARQ PIC 9(08).
           03 CLIA-REG       PIC X(92).
           03 CLIA-EST       PIC X.

       FD ARC-DIRA.
       01 REG-DIRA.
           03 DIRA-FECHA-ARQ PIC 9(08).
           03 DIRA-REG       PIC X(93).
           03 DIRA-EST       PIC X.

      *    Mismo registro que ARC-AUD.
       FD ARC-AUDA.
       01 REG-AUDA.
           03 AUDA-FECHA     PIC 9(08).
           03 AUDA-OPERADOR  PIC X(08).
           03 AUDA-HORA      PIC 9(06).
           03 AUDA-OPER      PIC X(06).
           03 AUDA-ANTES     PIC X(92).
           03 AUDA-DESPUES   PIC X(92).

       FD ARC-CBA.
       01 REG-CBA.
           03 CBA-ID-CLIENTE PIC 9(06).
           03 CBA-BANCO      PIC X(10).
           03 CBA-CUENTA     PIC X(18).
           03 CBA-ESTADO     PIC X.
               88 CBA-ACTIVA      VALUE "S".

       FD ARC-RAH.
       01 REG-RAH.
           03 RAH-MES      PIC 9(06).
           03 RAH-ID       PIC 9(06).
           03 RAH-NOM-TAR  PIC X(20).

       FD ARC-GES.
       01 REG-GES.
           03 GES-ID-CLIENTE PIC 9(06).
           03 GES-ANIO       PIC 9(04).
           03 GES-TIPO       PIC 9.
           03 GES-PARC       PIC 99.
           03 GES-FECHA      PIC 9(08).
           03 GES-COLECTOR   PIC X(08).
           03 GES-ACCION     PIC X.
           03 GES-FEC-PROM   PIC 9(08).
           03 GES-ESTADO     PIC X.

      *    Una solicitud por registro: A = acceso, C = cancelacion
      *    (un registro por cliente anonimizado o por solicitud
      *    rechazada), con el operador que la atendio y, en la
      *    cancelacion, el supervisor que la autorizo.
       FD ARC-ARO.
       01 REG-ARO.
           03 ARO-FECHA      PIC 9(08).
           03 ARO-HORA       PIC 9(06).
           03 ARO-OPERADOR   PIC X(08).
           03 ARO-SUPERVISOR PIC X(08).
           03 ARO-TIPO       PIC X.
           03 ARO-ID-CLIENTE PIC 9(06).
           03 ARO-RESULTADO  PIC X(30).

       FD REP-ARO.
       01 LINEA          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-DIR        PIC XX.
       01 WKS-FS-AUD        PIC XX.
       01 WKS-FS-CLIA       PIC XX.
       01 WKS-FS-DIRA       PIC XX.
       01 WKS-FS-AUDA       PIC XX.
       01 WKS-FS-CBA        PIC XX.
       01 WKS-FS-RAH        PIC XX.
       01 WKS-FS-GES        PIC XX.
       01 WKS-FS-ARO        PIC XX.

       01 WKS-OPCION        PIC 9.
       01 WKS-FIN           PIC X VALUE "N".
           88 WKS-TERMINA        VALUE "S".
       01 WKS-CONFIRMA      PIC X.

      *    Firma del operador y del supervisor (subprograma FIRMA).
       01 WKS-FIRMA-NIVEL   PIC 9.
       01 WKS-OPERADOR      PIC X(08).
       01 WKS-SUPERVISOR    PIC X(08).
       01 WKS-FIRMA-ST      PIC 9.
       01 WKS-FIRMA-PROG    PIC X(08) VALUE "ARCO-CLI".

      *    Digito verificador del ID, con DIG-CALC igual que en
      *    MANT-CLI.
       01 WKS-DIG-LINEA     PIC X(18).
       01 WKS-DIG-LARGO     PIC 99 VALUE 6.
       01 WKS-DIG-CALC      PIC 99.
       01 WKS-DIG-CAP       PIC 99.

       01 WKS-HOY           PIC 9(06).
       01 WKS-FECHA-HOY     PIC 9(08).
       01 WKS-HORA-CAP.
           03 WKS-HORA6     PIC 9(06).
           03 FILLER        PIC 99.

       01 WKS-ID-BUSCA      PIC 9(06).
       01 WKS-ID-REV        PIC 9(06).
       01 WKS-ID-AUD        PIC 9(06).

      *    Imagen del cliente y del contacto archivados.
       01 WKS-IMG-CLI.
           03 WKS-IC-ID      PIC 9(06).
           03 WKS-IC-NOM     PIC X(30).
           03 WKS-IC-CLA     PIC 9.
           03 WKS-IC-TAR     PIC X(20).
           03 WKS-IC-ANUA    PIC 9(05)V99.
           03 WKS-IC-ING     PIC 9(08).
           03 WKS-IC-EST     PIC 9.
           03 WKS-IC-BAJA    PIC 9(08).
           03 FILLER         PIC X(11).

       01 WKS-IMG-DIR.
           03 WKS-ID-ID      PIC 9(06).
           03 WKS-ID-CALLE   PIC X(30).
           03 WKS-ID-CIUDAD  PIC X(20).
           03 WKS-ID-CP      PIC 9(05).
           03 WKS-ID-TEL     PIC X(10).
           03 WKS-ID-RFC     PIC X(13).
           03 FILLER         PIC X(09).

      *    Periodo de retencion y fecha tope: baja anterior al
      *    tope ya puede anonimizarse (mismo calculo que ARCH-CLI).
       01 WKS-ANOS          PIC 99.
       01 WKS-FECHA-TOPE.
           03 WKS-FT-ANO    PIC 9(04).
           03 WKS-FT-RESTO  PIC 9(04).

      *    Clientes a anonimizar en la corrida, para tocar cada
      *    archivo secuencial en una sola pasada.
       01 WKS-MAX-ANO       PIC 999 VALUE 200.
       01 WKS-NUM-ANO       PIC 999 VALUE ZERO.
       01 T-ANONIMOS.
           03 T-ANO-ID OCCURS 200 TIMES PIC 9(06).
       01 WKS-HALLADO       PIC 9.

       01 WKS-CUENTA        PIC 9(05).
       01 WKS-TOT-REGS      PIC 9(05).
       01 WKS-TOT-CAMBIOS   PIC 9(05).

      *    Datos de la bitacora.
       01 WKS-ARO-TIPO      PIC X.
       01 WKS-ARO-ID        PIC 9(06).
       01 WKS-ARO-RES       PIC X(30).

       77 WKS-EOF           PIC 9.
       77 WKS-I             PIC 999.

      *------VARIABLES-DE-REPORTE-----------*
       01 WKS-ENCA.
           03 FILLER         PIC X(20) VALUE SPACES.
           03 FILLER         PIC X(40)
                   VALUE "DATOS PERSONALES EN NUESTROS ARCHIVOS".

       01 WKS-ENCB.
           03 FILLER         PIC X(12) VALUE "ID CLIENTE: ".
           03 WKS-EB-ID      PIC 9(06).
           03 FILLER         PIC X(10) VALUE "  FECHA: ".
           03 WKS-EB-FECHA   PIC 9(08).
           03 FILLER         PIC X(14) VALUE "  ATENDIO: ".
           03 WKS-EB-OPER    PIC X(08).

       01 WKS-TIT-SECCION.
           03 FILLER         PIC X(05) VALUE "*** ".
           03 WKS-TS-TXT     PIC X(50).

       01 WKS-SIN-REGS.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 FILLER         PIC X(14) VALUE "SIN REGISTROS".

       01 WKS-DET-CLI.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 WKS-DC-FECHA   PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DC-NOM     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DC-TAR     PIC X(20).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DC-ANUA    PIC $$,$$9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DC-ING     PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DC-BAJA    PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DC-EST     PIC X(12).

       01 WKS-DET-DIR.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 WKS-DD-FECHA   PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DD-CALLE   PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DD-CIUDAD  PIC X(20).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DD-CP      PIC 9(05).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DD-TEL     PIC X(10).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DD-RFC     PIC X(13).

       01 WKS-DET-AUD.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 WKS-DA-FECHA   PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DA-HORA    PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DA-OPERADOR PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DA-OPER    PIC X(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DA-NOM     PIC X(30).

       01 WKS-DET-CBA.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 WKS-DB-BANCO   PIC X(10).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DB-CUENTA  PIC X(18).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DB-EST     PIC X(10).

       01 WKS-DET-RAH.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 FILLER         PIC X(14) VALUE "AVISO DEL MES ".
           03 WKS-DR-MES     PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DR-TAR     PIC X(20).

       01 WKS-DET-GES.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 WKS-DG-FECHA   PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DG-ANIO    PIC 9(04).
           03 FILLER         PIC X(01) VALUE "/".
           03 WKS-DG-TIPO    PIC 9.
           03 FILLER         PIC X(01) VALUE "/".
           03 WKS-DG-PARC    PIC 99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DG-COLECTOR PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DG-ACCION  PIC X.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DG-ESTADO  PIC X.

       01 WKS-PIE.
           03 FILLER         PIC X(26)
                   VALUE "REGISTROS DEL CLIENTE: ".
           03 WKS-PI-TOT     PIC ZZ,ZZ9.

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

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO WKS-FECHA-HOY.

           OPEN EXTEND ARC-ARO.
           IF WKS-FS-ARO = "35"
               OPEN OUTPUT ARC-ARO.

       2000-PROCESO.
           DISPLAY SPACES ERASE.
           DISPLAY "SOLICITUDES ARCO DE DATOS PERSONALES"
               LINE 01 POSITION 22.
           DISPLAY "1. ACCESO (REPORTE DEL CLIENTE)"
               LINE 03 POSITION 10.
           DISPLAY "2. CANCELACION (ANONIMIZAR ARCHIVADOS)"
               LINE 04 POSITION 10.
           DISPLAY "3. TERMINAR"            LINE 05 POSITION 10.
           DISPLAY "OPCION: "               LINE 07 POSITION 10.
           ACCEPT WKS-OPCION                LINE 07 POSITION 19.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2100-ACCESO
               WHEN 2
                   PERFORM 2500-CANCELACION
               WHEN 3
                   MOVE "S" TO WKS-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA" LINE 09 POSITION 10
           END-EVALUATE.

           IF NOT WKS-TERMINA
               DISPLAY "TECLA ENTER PARA CONTINUAR..."
                   LINE 20 POSITION 10
               ACCEPT WKS-OPCION LINE 20 POSITION 45.

      *-------------------ACCESO-----------------------------------*
       2100-ACCESO.
           DISPLAY "ID DE CLIENTE: " LINE 09 POSITION 10.
           ACCEPT WKS-ID-BUSCA LINE 09 POSITION 40.
           DISPLAY "DIGITO VERIFICADOR DEL ID: " LINE 10 POSITION 10.
           ACCEPT WKS-DIG-CAP LINE 10 POSITION 40.

           MOVE SPACES TO WKS-DIG-LINEA.
           MOVE WKS-ID-BUSCA TO WKS-DIG-LINEA (1:6).
           CALL "DIG-CALC" USING WKS-DIG-LINEA WKS-DIG-LARGO
               WKS-DIG-CALC.
           IF WKS-DIG-CAP NOT = WKS-DIG-CALC
               DISPLAY "DIGITO VERIFICADOR INCORRECTO"
                   LINE 12 POSITION 10
           ELSE
               PERFORM 2150-REPORTE-ACCESO.

       2150-REPORTE-ACCESO.
           MOVE ZERO TO WKS-TOT-REGS.
           OPEN OUTPUT REP-ARO.
           MOVE WKS-ENCA TO LINEA.
           WRITE LINEA AFTER PAGE.
           MOVE WKS-ID-BUSCA  TO WKS-EB-ID.
           MOVE WKS-FECHA-HOY TO WKS-EB-FECHA.
           MOVE WKS-OPERADOR  TO WKS-EB-OPER.
           MOVE WKS-ENCB TO LINEA.
           WRITE LINEA AFTER 2.

           PERFORM 2200-SECCION-CLIENTES.
           PERFORM 2220-SECCION-CLIA.
           PERFORM 2240-SECCION-DIR.
           PERFORM 2260-SECCION-DIRA.
           PERFORM 2280-SECCION-AUD.
           PERFORM 2300-SECCION-AUDA.
           PERFORM 2320-SECCION-CBA.
           PERFORM 2340-SECCION-RAH.
           PERFORM 2360-SECCION-GES.

           MOVE WKS-TOT-REGS TO WKS-PI-TOT.
           MOVE WKS-PIE TO LINEA.
           WRITE LINEA AFTER 3.
           CLOSE REP-ARO.

           MOVE "A"          TO WKS-ARO-TIPO.
           MOVE WKS-ID-BUSCA TO WKS-ARO-ID.
           MOVE SPACES       TO WKS-ARO-RES.
           STRING "REPORTE CON " DELIMITED BY SIZE
                  WKS-TOT-REGS   DELIMITED BY SIZE
                  " REGISTROS"   DELIMITED BY SIZE
                  INTO WKS-ARO-RES.
           MOVE SPACES TO WKS-SUPERVISOR.
           PERFORM 9000-ANOTA-BITACORA.

           DISPLAY "REPORTE DE ACCESO IMPRESO, REGISTROS: "
               LINE 12 POSITION 10.
           DISPLAY WKS-TOT-REGS LINE 12 POSITION 49.

      *    Titulo de cada archivo y, si no aparece el cliente,
      *    constancia de que se reviso.
       2190-TITULO.
           MOVE WKS-TIT-SECCION TO LINEA.
           WRITE LINEA AFTER 2.
           MOVE ZERO TO WKS-CUENTA.

       2195-CIERRA-SECCION.
           IF WKS-CUENTA = ZERO
               MOVE WKS-SIN-REGS TO LINEA
               WRITE LINEA AFTER 1.
           ADD WKS-CUENTA TO WKS-TOT-REGS.

       2200-SECCION-CLIENTES.
           MOVE "CLIENTES (PADRON VIGENTE)" TO WKS-TS-TXT.
           PERFORM 2190-TITULO.
           OPEN INPUT CLIENTES.
           IF WKS-FS-CLI NOT = "35"
               MOVE WKS-ID-BUSCA TO ID-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-CLI  TO WKS-IMG-CLI
                       MOVE ZERO     TO WKS-DC-FECHA
                       PERFORM 2210-LINEA-CLIENTE
               END-READ
               CLOSE CLIENTES.
           PERFORM 2195-CIERRA-SECCION.

       2210-LINEA-CLIENTE.
           ADD 1 TO WKS-CUENTA.
           MOVE WKS-IC-NOM  TO WKS-DC-NOM.
           MOVE WKS-IC-TAR  TO WKS-DC-TAR.
           MOVE WKS-IC-ANUA TO WKS-DC-ANUA.
           MOVE WKS-IC-ING  TO WKS-DC-ING.
           MOVE WKS-IC-BAJA TO WKS-DC-BAJA.
           IF WKS-IC-EST = 1
               MOVE "ACTIVO"     TO WKS-DC-EST
           ELSE
               MOVE "DADO DE BAJA" TO WKS-DC-EST.
           MOVE WKS-DET-CLI TO LINEA.
           WRITE LINEA AFTER 1.

       2220-SECCION-CLIA.
           MOVE "ARC-CLIA (CLIENTES ARCHIVADOS, FECHA DE ARCHIVO)"
               TO WKS-TS-TXT.
           PERFORM 2190-TITULO.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-CLIA.
           IF WKS-FS-CLIA NOT = "35"
               PERFORM 2225-REVISA-CLIA UNTIL WKS-EOF = 1
               CLOSE ARC-CLIA.
           PERFORM 2195-CIERRA-SECCION.

       2225-REVISA-CLIA.
           READ ARC-CLIA
               AT END MOVE 1 TO WKS-EOF.
           IF WKS-EOF = ZERO
               MOVE CLIA-REG TO WKS-IMG-CLI
               IF WKS-IC-ID = WKS-ID-BUSCA
                   MOVE CLIA-FECHA-ARQ TO WKS-DC-FECHA
                   PERFORM 2210-LINEA-CLIENTE.

       2240-SECCION-DIR.
           MOVE "ARC-DIR (DATOS DE CONTACTO)" TO WKS-TS-TXT.
           PERFORM 2190-TITULO.
           OPEN INPUT ARC-DIR.
           IF WKS-FS-DIR NOT = "35"
               MOVE WKS-ID-BUSCA TO DIR-ID-CLIENTE
               READ ARC-DIR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-DIR TO WKS-IMG-DIR
                       MOVE ZERO    TO WKS-DD-FECHA
                       PERFORM 2250-LINEA-CONTACTO
               END-READ
               CLOSE ARC-DIR.
           PERFORM 2195-CIERRA-SECCION.

       2250-LINEA-CONTACTO.
           ADD 1 TO WKS-CUENTA.
           MOVE WKS-ID-CALLE  TO WKS-DD-CALLE.
           MOVE WKS-ID-CIUDAD TO WKS-DD-CIUDAD.
           MOVE WKS-ID-CP     TO WKS-DD-CP.
           MOVE WKS-ID-TEL    TO WKS-DD-TEL.
           MOVE WKS-ID-RFC    TO WKS-DD-RFC.
           MOVE WKS-DET-DIR TO LINEA.
           WRITE LINEA AFTER 1.

       2260-SECCION-DIRA.
           MOVE "ARC-DIRA (CONTACTOS ARCHIVADOS, FECHA DE ARCHIVO)"
               TO WKS-TS-TXT.
           PERFORM 2190-TITULO.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-DIRA.
           IF WKS-FS-DIRA NOT = "35"
               PERFORM 2265-REVISA-DIRA UNTIL WKS-EOF = 1
               CLOSE ARC-DIRA.
           PERFORM 2195-CIERRA-SECCION.

       2265-REVISA-DIRA.
           READ ARC-DIRA
               AT END MOVE 1 TO WKS-EOF.
           IF WKS-EOF = ZERO
               MOVE DIRA-REG TO WKS-IMG-DIR
               IF WKS-ID-ID = WKS-ID-BUSCA
                   MOVE DIRA-FECHA-ARQ TO WKS-DD-FECHA
                   PERFORM 2250-LINEA-CONTACTO.

      *    Cada movimiento de la pista con el nombre que quedo en
      *    la imagen posterior.
       2280-SECCION-AUD.
           MOVE "ARC-AUD (PISTA DE AUDITORIA)" TO WKS-TS-TXT.
           PERFORM 2190-TITULO.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-AUD.
           IF WKS-FS-AUD NOT = "35"
               PERFORM 2285-REVISA-AUD UNTIL WKS-EOF = 1
               CLOSE ARC-AUD.
           PERFORM 2195-CIERRA-SECCION.

       2285-REVISA-AUD.
           READ ARC-AUD
               AT END MOVE 1 TO WKS-EOF.
           IF WKS-EOF = ZERO
               MOVE AUD-DESPUES (1:6) TO WKS-ID-AUD
               IF WKS-ID-AUD = WKS-ID-BUSCA
                   ADD 1 TO WKS-CUENTA
                   MOVE AUD-FECHA    TO WKS-DA-FECHA
                   MOVE AUD-HORA     TO WKS-DA-HORA
                   MOVE AUD-OPERADOR TO WKS-DA-OPERADOR
                   MOVE AUD-OPER     TO WKS-DA-OPER
                   MOVE AUD-DESPUES (7:30) TO WKS-DA-NOM
                   MOVE WKS-DET-AUD TO LINEA
                   WRITE LINEA AFTER 1.

       2300-SECCION-AUDA.
           MOVE "ARC-AUDA (AUDITORIA ARCHIVADA)" TO WKS-TS-TXT.
           PERFORM 2190-TITULO.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-AUDA.
           IF WKS-FS-AUDA NOT = "35"
               PERFORM 2305-REVISA-AUDA UNTIL WKS-EOF = 1
               CLOSE ARC-AUDA.
           PERFORM 2195-CIERRA-SECCION.

       2305-REVISA-AUDA.
           READ ARC-AUDA
               AT END MOVE 1 TO WKS-EOF.
           IF WKS-EOF = ZERO
               MOVE AUDA-DESPUES (1:6) TO WKS-ID-AUD
               IF WKS-ID-AUD = WKS-ID-BUSCA
                   ADD 1 TO WKS-CUENTA
                   MOVE AUDA-FECHA    TO WKS-DA-FECHA
                   MOVE AUDA-HORA     TO WKS-DA-HORA
                   MOVE AUDA-OPERADOR TO WKS-DA-OPERADOR
                   MOVE AUDA-OPER     TO WKS-DA-OPER
                   MOVE AUDA-DESPUES (7:30) TO WKS-DA-NOM
                   MOVE WKS-DET-AUD TO LINEA
                   WRITE LINEA AFTER 1.

       2320-SECCION-CBA.
           MOVE "ARC-CBA (CUENTA DOMICILIADA)" TO WKS-TS-TXT.
           PERFORM 2190-TITULO.
           OPEN INPUT ARC-CBA.
           IF WKS-FS-CBA NOT = "35"
               MOVE WKS-ID-BUSCA TO CBA-ID-CLIENTE
               READ ARC-CBA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2325-LINEA-CUENTA
               END-READ
               CLOSE ARC-CBA.
           PERFORM 2195-CIERRA-SECCION.

       2325-LINEA-CUENTA.
           ADD 1 TO WKS-CUENTA.
           MOVE CBA-BANCO  TO WKS-DB-BANCO.
           MOVE CBA-CUENTA TO WKS-DB-CUENTA.
           IF CBA-ACTIVA
               MOVE "ACTIVA"   TO WKS-DB-EST
           ELSE
               MOVE "INACTIVA" TO WKS-DB-EST.
           MOVE WKS-DET-CBA TO LINEA.
           WRITE LINEA AFTER 1.

       2340-SECCION-RAH.
           MOVE "ARC-RAH (AVISOS DE RENOVACION ENVIADOS)"
               TO WKS-TS-TXT.
           PERFORM 2190-TITULO.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-RAH.
           IF WKS-FS-RAH NOT = "35"
               PERFORM 2345-REVISA-RAH UNTIL WKS-EOF = 1
               CLOSE ARC-RAH.
           PERFORM 2195-CIERRA-SECCION.

       2345-REVISA-RAH.
           READ ARC-RAH
               AT END MOVE 1 TO WKS-EOF.
           IF WKS-EOF = ZERO
               IF RAH-ID = WKS-ID-BUSCA
                   ADD 1 TO WKS-CUENTA
                   MOVE RAH-MES     TO WKS-DR-MES
                   MOVE RAH-NOM-TAR TO WKS-DR-TAR
                   MOVE WKS-DET-RAH TO LINEA
                   WRITE LINEA AFTER 1.

       2360-SECCION-GES.
           MOVE "ARC-GES (GESTIONES DE COBRANZA)" TO WKS-TS-TXT.
           PERFORM 2190-TITULO.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT ARC-GES.
           IF WKS-FS-GES NOT = "35"
               PERFORM 2365-REVISA-GES UNTIL WKS-EOF = 1
               CLOSE ARC-GES.
           PERFORM 2195-CIERRA-SECCION.

       2365-REVISA-GES.
           READ ARC-GES
               AT END MOVE 1 TO WKS-EOF.
           IF WKS-EOF = ZERO
               IF GES-ID-CLIENTE = WKS-ID-BUSCA
                   ADD 1 TO WKS-CUENTA
                   MOVE GES-FECHA     TO WKS-DG-FECHA
                   MOVE GES-ANIO      TO WKS-DG-ANIO
                   MOVE GES-TIPO      TO WKS-DG-TIPO
                   MOVE GES-PARC      TO WKS-DG-PARC
                   MOVE GES-COLECTOR  TO WKS-DG-COLECTOR
                   MOVE GES-ACCION    TO WKS-DG-ACCION
                   MOVE GES-ESTADO    TO WKS-DG-ESTADO
                   MOVE WKS-DET-GES TO LINEA
                   WRITE LINEA AFTER 1.

      *-------------------CANCELACION------------------------------*
      *    Un SEGUNDO operador de nivel 3 autoriza la corrida, igual
      *    que la aprobacion de tarifas de MANT-TAR.
       2500-CANCELACION.
           DISPLAY "FIRMA DEL SUPERVISOR:" LINE 09 POSITION 10.
           MOVE 3 TO WKS-FIRMA-NIVEL.
           CALL "FIRMA" USING WKS-FIRMA-NIVEL WKS-FIRMA-PROG
               WKS-SUPERVISOR WKS-FIRMA-ST.
           IF WKS-FIRMA-ST = 1
               DISPLAY "SIN FIRMA DE SUPERVISOR" LINE 17 POSITION 10
           ELSE
               IF WKS-SUPERVISOR = WKS-OPERADOR
                   DISPLAY "EL SUPERVISOR DEBE SER OTRO OPERADOR"
                       LINE 17 POSITION 10
               ELSE
                   PERFORM 2510-PIDE-DATOS.

      *    ID en cero = todos los archivados vencidos; con ID, solo
      *    el cliente que lo pidio.
       2510-PIDE-DATOS.
           DISPLAY SPACES ERASE.
           DISPLAY "CANCELACION DE DATOS PERSONALES"
               LINE 01 POSITION 24.
           DISPLAY "ANOS DE RETENCION DESDE LA BAJA (99): "
               LINE 03 POSITION 10.
           ACCEPT WKS-ANOS LINE 03 POSITION 50.
           DISPLAY "ID DE CLIENTE (0 = TODOS LOS VENCIDOS): "
               LINE 04 POSITION 10.
           ACCEPT WKS-ID-BUSCA LINE 04 POSITION 50.

           IF WKS-ANOS = ZERO
               DISPLAY "DEBE SER AL MENOS UN ANO" LINE 17 POSITION 10
           ELSE
               MOVE WKS-FECHA-HOY TO WKS-FECHA-TOPE
               SUBTRACT WKS-ANOS FROM WKS-FT-ANO
               PERFORM 2520-BUSCA-ELEGIBLES
               PERFORM 2550-CONFIRMA.

      *    Elegible: registro archivado sin restaurar, baja anterior
      *    al tope y que no haya vuelto a CLIENTES.
       2520-BUSCA-ELEGIBLES.
           MOVE ZERO TO WKS-NUM-ANO.
           MOVE ZERO TO WKS-EOF.
           OPEN INPUT CLIENTES.
           OPEN INPUT ARC-CLIA.
           IF WKS-FS-CLIA = "35"
               CONTINUE
           ELSE
               PERFORM 2525-REVISA-ARCHIVADO UNTIL WKS-EOF = 1
               CLOSE ARC-CLIA.
           IF WKS-FS-CLI NOT = "35"
               CLOSE CLIENTES.

       2525-REVISA-ARCHIVADO.
           READ ARC-CLIA
               AT END MOVE 1 TO WKS-EOF.
           IF WKS-EOF = ZERO
               MOVE CLIA-REG TO WKS-IMG-CLI
               IF CLIA-EST = "A"
                       AND WKS-IC-BAJA < WKS-FECHA-TOPE
                       AND (WKS-ID-BUSCA = ZERO
                            OR WKS-IC-ID = WKS-ID-BUSCA)
                   PERFORM 2530-AGREGA-ELEGIBLE.

       2530-AGREGA-ELEGIBLE.
           MOVE WKS-IC-ID TO WKS-ID-REV.
           PERFORM 2590-BUSCA-EN-TABLA.
           IF WKS-HALLADO = ZERO AND WKS-FS-CLI NOT = "35"
               MOVE WKS-IC-ID TO ID-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WKS-HALLADO.

           IF WKS-HALLADO = ZERO
               IF WKS-NUM-ANO >= WKS-MAX-ANO
                   DISPLAY "TABLA DE CLIENTES LLENA, CORRER OTRA VEZ"
                       LINE 16 POSITION 10
               ELSE
                   ADD 1 TO WKS-NUM-ANO
                   MOVE WKS-IC-ID TO T-ANO-ID (WKS-NUM-ANO).

       2550-CONFIRMA.
           MOVE "C"          TO WKS-ARO-TIPO.
           IF WKS-NUM-ANO = ZERO
               DISPLAY "NINGUN CLIENTE ARCHIVADO CUMPLE LA RETENCION"
                   LINE 17 POSITION 10
               IF WKS-ID-BUSCA NOT = ZERO
                   MOVE WKS-ID-BUSCA TO WKS-ARO-ID
                   MOVE "RECHAZADA, NO CUMPLE RETENCION"
                       TO WKS-ARO-RES
                   PERFORM 9000-ANOTA-BITACORA
               END-IF
           ELSE
               DISPLAY "CLIENTES A ANONIMIZAR: " LINE 06 POSITION 10
               DISPLAY WKS-NUM-ANO LINE 06 POSITION 34
               DISPLAY "SE BORRAN SUS DATOS PERSONALES SIN REGRESO, "
                   "CONFIRMAR (S/N): " LINE 08 POSITION 10
               ACCEPT WKS-CONFIRMA LINE 08 POSITION 72
               IF WKS-CONFIRMA = "S"
                   PERFORM 2600-ANONIMIZA
               ELSE
                   DISPLAY "CANCELACION NO APLICADA"
                       LINE 17 POSITION 10.

       2590-BUSCA-EN-TABLA.
           MOVE ZERO TO WKS-HALLADO.
           PERFORM 2595-COMPARA-ID
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-ANO.

       2595-COMPARA-ID.
           IF T-ANO-ID (WKS-I) = WKS-ID-REV
               MOVE 1 TO WKS-HALLADO
               ADD 250 TO WKS-I.

      *    Una pasada por archivo; cada registro del cliente pierde
      *    los datos personales y conserva ID, claves, fechas e
      *    importes.
       2600-ANONIMIZA.
           MOVE ZERO TO WKS-TOT-CAMBIOS.
           PERFORM 2610-ANONIMIZA-CLIA.
           PERFORM 2630-ANONIMIZA-DIRA.
           PERFORM 2650-ANONIMIZA-DIR.
           PERFORM 2670-ANONIMIZA-AUD.
           PERFORM 2690-ANONIMIZA-AUDA.
           PERFORM 2710-ANONIMIZA-CBA.

           MOVE "CANCELADO, DATOS ANONIMIZADOS" TO WKS-ARO-RES.
           PERFORM 2790-ANOTA-CLIENTE
               VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-ANO.

           DISPLAY "CLIENTES ANONIMIZADOS: " LINE 17 POSITION 10.
           DISPLAY WKS-NUM-ANO LINE 17 POSITION 34.
           DISPLAY "REGISTROS MODIFICADOS: " LINE 18 POSITION 10.
           DISPLAY WKS-TOT-CAMBIOS LINE 18 POSITION 34.

      *    Todos los registros archivados del cliente (tambien los
      *    de un archivado anterior ya restaurado) quedan N.
       2610-ANONIMIZA-CLIA.
           MOVE ZERO TO WKS-EOF.
           OPEN I-O ARC-CLIA.
           PERFORM 2615-REVISA-CLIA UNTIL WKS-EOF = 1.
           CLOSE ARC-CLIA.

       2615-REVISA-CLIA.
           READ ARC-CLIA
               AT END MOVE 1 TO WKS-EOF.
           IF WKS-EOF = ZERO
               MOVE CLIA-REG (1:6) TO WKS-ID-REV
               PERFORM 2590-BUSCA-EN-TABLA
               IF WKS-HALLADO = 1
                   MOVE SPACES TO CLIA-REG (7:30)
                   MOVE "N"    TO CLIA-EST
                   REWRITE REG-CLIA
                   ADD 1 TO WKS-TOT-CAMBIOS.

       2630-ANONIMIZA-DIRA.
           MOVE ZERO TO WKS-EOF.
           OPEN I-O ARC-DIRA.
           IF WKS-FS-DIRA NOT = "35"
               PERFORM 2635-REVISA-DIRA UNTIL WKS-EOF = 1
               CLOSE ARC-DIRA.

       2635-REVISA-DIRA.
           READ ARC-DIRA
               AT END MOVE 1 TO WKS-EOF.
           IF WKS-EOF = ZERO
               MOVE DIRA-REG TO WKS-IMG-DIR
               MOVE WKS-ID-ID TO WKS-ID-REV
               PERFORM 2590-BUSCA-EN-TABLA
               IF WKS-HALLADO = 1
                   PERFORM 2640-LIMPIA-CONTACTO
                   MOVE WKS-IMG-DIR TO DIRA-REG
                   MOVE "N"         TO DIRA-EST
                   REWRITE REG-DIRA
                   ADD 1 TO WKS-TOT-CAMBIOS.

       2640-LIMPIA-CONTACTO.
           MOVE SPACES TO WKS-ID-CALLE.
           MOVE SPACES TO WKS-ID-CIUDAD.
           MOVE ZERO   TO WKS-ID-CP.
           MOVE SPACES TO WKS-ID-TEL.
           MOVE SPACES TO WKS-ID-RFC.

      *    ARCH-CLI ya borro el contacto vivo al archivar; si
      *    quedo alguno, tambien se limpia.
       2650-ANONIMIZA-DIR.
           OPEN I-O ARC-DIR.
           IF WKS-FS-DIR NOT = "35"
               PERFORM 2655-LIMPIA-DIR
                   VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-ANO
               CLOSE ARC-DIR.

       2655-LIMPIA-DIR.
           MOVE T-ANO-ID (WKS-I) TO DIR-ID-CLIENTE.
           READ ARC-DIR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-DIR TO WKS-IMG-DIR
                   PERFORM 2640-LIMPIA-CONTACTO
                   MOVE WKS-IMG-DIR TO REG-DIR
                   REWRITE REG-DIR
                   ADD 1 TO WKS-TOT-CAMBIOS.

      *    El nombre va en las dos imagenes del movimiento (la
      *    anterior esta en espacios en el alta).
       2670-ANONIMIZA-AUD.
           MOVE ZERO TO WKS-EOF.
           OPEN I-O ARC-AUD.
           IF WKS-FS-AUD NOT = "35"
               PERFORM 2675-REVISA-AUD UNTIL WKS-EOF = 1
               CLOSE ARC-AUD.

       2675-REVISA-AUD.
           READ ARC-AUD
               AT END MOVE 1 TO WKS-EOF.
           IF WKS-EOF = ZERO
               MOVE AUD-DESPUES (1:6) TO WKS-ID-REV
               PERFORM 2590-BUSCA-EN-TABLA
               IF WKS-HALLADO = 1
                   IF AUD-ANTES NOT = SPACES
                       MOVE SPACES TO AUD-ANTES (7:30)
                   END-IF
                   MOVE SPACES TO AUD-DESPUES (7:30)
                   REWRITE REG-AUD
                   ADD 1 TO WKS-TOT-CAMBIOS.

       2690-ANONIMIZA-AUDA.
           MOVE ZERO TO WKS-EOF.
           OPEN I-O ARC-AUDA.
           IF WKS-FS-AUDA NOT = "35"
               PERFORM 2695-REVISA-AUDA UNTIL WKS-EOF = 1
               CLOSE ARC-AUDA.

       2695-REVISA-AUDA.
           READ ARC-AUDA
               AT END MOVE 1 TO WKS-EOF.
           IF WKS-EOF = ZERO
               MOVE AUDA-DESPUES (1:6) TO WKS-ID-REV
               PERFORM 2590-BUSCA-EN-TABLA
               IF WKS-HALLADO = 1
                   IF AUDA-ANTES NOT = SPACES
                       MOVE SPACES TO AUDA-ANTES (7:30)
                   END-IF
                   MOVE SPACES TO AUDA-DESPUES (7:30)
                   REWRITE REG-AUDA
                   ADD 1 TO WKS-TOT-CAMBIOS.

      *    La cuenta bancaria tambien identifica a la persona; el
      *    registro queda inactivo para que DOM-BAN no lo cobre.
       2710-ANONIMIZA-CBA.
           OPEN I-O ARC-CBA.
           IF WKS-FS-CBA NOT = "35"
               PERFORM 2715-LIMPIA-CBA
                   VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-NUM-ANO
               CLOSE ARC-CBA.

       2715-LIMPIA-CBA.
           MOVE T-ANO-ID (WKS-I) TO CBA-ID-CLIENTE.
           READ ARC-CBA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO CBA-BANCO
                   MOVE SPACES TO CBA-CUENTA
                   MOVE "N"    TO CBA-ESTADO
                   REWRITE REG-CBA
                   ADD 1 TO WKS-TOT-CAMBIOS.

       2790-ANOTA-CLIENTE.
           MOVE T-ANO-ID (WKS-I) TO WKS-ARO-ID.
           PERFORM 9000-ANOTA-BITACORA.

       3000-FIN.
           CLOSE ARC-ARO.
           DISPLAY SPACES ERASE.

      *    Cada solicitud atendida: fecha, hora, quien la atendio y
      *    quien autorizo la cancelacion.
       9000-ANOTA-BITACORA.
           ACCEPT WKS-HORA-CAP FROM TIME.
           MOVE WKS-FECHA-HOY  TO ARO-FECHA.
           MOVE WKS-HORA6      TO ARO-HORA.
           MOVE WKS-OPERADOR   TO ARO-OPERADOR.
           MOVE WKS-SUPERVISOR TO ARO-SUPERVISOR.
           MOVE WKS-ARO-TIPO   TO ARO-TIPO.
           MOVE WKS-ARO-ID     TO ARO-ID-CLIENTE.
           MOVE WKS-ARO-RES    TO ARO-RESULTADO.
           WRITE REG-ARO.
