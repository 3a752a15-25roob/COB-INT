      *    SORT-PRO, SORT-ANU, STAR-FEC, RES-DIA) trabajen de la
      *    misma foto congelada en lugar de barrer CLIENTES cinco
      *    veces cada noche.
      *    Si el extracto no se puede abrir o grabar (disco lleno),
      *    la falla queda en el registro central de errores
      *    (ERR-ARC) y el paso termina con codigo 8, para que la
      *    corrida no siga con una foto a medias.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
               FILE STATUS IS WKS-FS-CLI.
           SELECT ARC-EXN ASSIGN TO DISK
               FILE STATUS IS WKS-FS-EXN.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.

       WORKING-STORAGE SECTION.
       01 WKS-FS-CLI        PIC XX.
       01 WKS-FS-EXN        PIC XX.
       01 WKS-TOT-REG       PIC 9(06) VALUE ZERO.

      *    Registro central de errores de archivo (subprograma
      *    ERR-ARC).
       01 WKS-ERR-PROG     PIC X(08) VALUE "EXT-CLI".
       01 WKS-ERR-PARRAFO  PIC X(30).
       01 WKS-ERR-ARCHIVO  PIC X(08) VALUE "ARC-EXN".
       01 WKS-ERR-OPER     PIC X(08).
       01 WKS-ERR-FS       PIC XX.
       01 WKS-ERR-LLAVE    PIC X(30).

       77 WKS-FIN           PIC 9.

       PROCEDURE DIVISION.
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARC-EXN
               IF WKS-FS-EXN NOT = "00"
                   MOVE "1000-INICIO" TO WKS-ERR-PARRAFO
                   MOVE "OPEN"        TO WKS-ERR-OPER
                   MOVE SPACES        TO WKS-ERR-LLAVE
                   PERFORM 9700-ANOTA-ERROR
               ELSE
                   READ CLIENTES
                       AT END MOVE 1 TO WKS-FIN.

       2000-PROCESO.
           MOVE REG-CLI TO REG-EXN.
           WRITE REG-EXN.
           IF WKS-FS-EXN NOT = "00"
               MOVE "2000-PROCESO" TO WKS-ERR-PARRAFO
               MOVE "WRITE"        TO WKS-ERR-OPER
               MOVE ID-CLIENTE     TO WKS-ERR-LLAVE
               PERFORM 9700-ANOTA-ERROR
           ELSE
               ADD 1 TO WKS-TOT-REG
               READ CLIENTES
                   AT END MOVE 1 TO WKS-FIN.

       3000-FIN.
           IF WKS-FS-CLI NOT = "35"

           DISPLAY "EXTRACTO DE CLIENTES GENERADO: "
               WKS-TOT-REG " REGISTROS".

      *    Falla del extracto: se registra y se detiene el paso.
       9700-ANOTA-ERROR.
           MOVE WKS-FS-EXN TO WKS-ERR-FS.
           CALL "ERR-ARC" USING WKS-ERR-PROG WKS-ERR-PARRAFO
               WKS-ERR-ARCHIVO WKS-ERR-OPER WKS-ERR-FS
               WKS-ERR-LLAVE.
           MOVE 1 TO WKS-FIN.
           MOVE 8 TO RETURN-CODE.
