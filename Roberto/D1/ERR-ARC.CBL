       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERR-ARC.
      *    Registro central de errores de archivo, compartido por
      *    CALL igual que FIRMA y JRN-ARC: el programa que recibe un
      *    FILE STATUS de falla lo deja aqui (programa, parrafo,
      *    archivo, operacion, estatus y llave) en ARC-ERR con fecha
      *    y hora, en lugar de un DISPLAY que se pierde en la
      *    consola. La severidad sale de la clase del estatus:
      *      A alta  - falla permanente o de espacio (24, 3x, 9x),
      *                la corrida no debe seguir confiando en el
      *                archivo;
      *      M media - error de logica o llave duplicada (21, 22,
      *                4x), el registro en turno no se grabo;
      *      B baja  - lo demas (registro no encontrado y avisos).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-ERR ASSIGN TO DISK
               FILE STATUS IS WKS-FS-ERR.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-ERR.
           COPY REGERR.

       WORKING-STORAGE SECTION.
       01 WKS-FS-ERR   PIC XX.
       01 WKS-HOY      PIC 9(06).
       01 WKS-HORA-CAP.
           03 WKS-HORA6 PIC 9(06).
           03 FILLER    PIC 99.

       LINKAGE SECTION.
       01 LK-PROGRAMA  PIC X(08).
       01 LK-PARRAFO   PIC X(30).
       01 LK-ARCHIVO   PIC X(08).
       01 LK-OPERACION PIC X(08).
       01 LK-STATUS    PIC XX.
       01 LK-LLAVE     PIC X(30).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-PARRAFO LK-ARCHIVO
           LK-OPERACION LK-STATUS LK-LLAVE.
       INICIO.
           OPEN EXTEND ARC-ERR.
           IF WKS-FS-ERR = "35"
               OPEN OUTPUT ARC-ERR.

           ACCEPT WKS-HOY FROM DATE.
           STRING "20" DELIMITED BY SIZE
                  WKS-HOY DELIMITED BY SIZE
                  INTO ERR-FECHA.
           ACCEPT WKS-HORA-CAP FROM TIME.
           MOVE WKS-HORA6    TO ERR-HORA.
           MOVE LK-PROGRAMA  TO ERR-PROGRAMA.
           MOVE LK-PARRAFO   TO ERR-PARRAFO.
           MOVE LK-ARCHIVO   TO ERR-ARCHIVO.
           MOVE LK-OPERACION TO ERR-OPERACION.
           MOVE LK-STATUS    TO ERR-STATUS.
           MOVE LK-LLAVE     TO ERR-LLAVE.

           IF LK-STATUS = "24" OR LK-STATUS (1:1) = "3"
                   OR LK-STATUS (1:1) = "9"
               SET ERR-ALTA TO TRUE
           ELSE
               IF LK-STATUS = "21" OR LK-STATUS = "22"
                       OR LK-STATUS (1:1) = "4"
                   SET ERR-MEDIA TO TRUE
               ELSE
                   SET ERR-BAJA TO TRUE.

           WRITE REG-ERR.
           CLOSE ARC-ERR.

           DISPLAY "ERROR DE ARCHIVO " LK-ARCHIVO " " LK-OPERACION
               " ESTATUS " LK-STATUS " EN " LK-PROGRAMA.

           EXIT PROGRAM.
