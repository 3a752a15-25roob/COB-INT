       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPO-VAL.
      *    Validacion del codigo postal de un domicilio contra el
      *    catalogo de SEPOMEX (ARC-CPO, cargado por CAR-CPO),
      *    compartida por CALL entre la captura de contacto de
      *    MANT-CLI y el alta de LOT-CLI: regresa si el CP existe y
      *    el municipio y estado al que pertenece (los de su primer
      *    asentamiento; todos los de un CP son del mismo municipio).
      *    Sin catalogo cargado se avisa con el estatus 2 y la
      *    captura sigue libre, como antes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-CPO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPO-LLAVE
               FILE STATUS IS WKS-FS-CPO.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-CPO.
           COPY REGCPO.

       WORKING-STORAGE SECTION.
       01 WKS-FS-CPO       PIC XX.

       LINKAGE SECTION.
       01 LK-CP            PIC 9(05).
       01 LK-MUNICIPIO     PIC X(30).
       01 LK-ESTADO        PIC X(20).
      *    0 = CP existe, 1 = no existe en el catalogo,
      *    2 = catalogo no cargado.
       01 LK-STATUS        PIC 9.

       PROCEDURE DIVISION USING LK-CP LK-MUNICIPIO LK-ESTADO
           LK-STATUS.
       INICIO.
           MOVE SPACES TO LK-MUNICIPIO.
           MOVE SPACES TO LK-ESTADO.

           OPEN INPUT ARC-CPO.
           IF WKS-FS-CPO = "35"
               MOVE 2 TO LK-STATUS
           ELSE
               MOVE 1 TO LK-STATUS
               PERFORM 1000-BUSCA-CP
               CLOSE ARC-CPO.

           EXIT PROGRAM.

       1000-BUSCA-CP.
           MOVE LK-CP TO CPO-CP.
           MOVE ZERO  TO CPO-ID-ASENTA.
           START ARC-CPO KEY IS NOT LESS THAN CPO-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 1100-LEE-ASENTAMIENTO.

       1100-LEE-ASENTAMIENTO.
           READ ARC-CPO NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF CPO-CP = LK-CP
                       MOVE ZERO TO LK-STATUS
                       MOVE CPO-MUNICIPIO TO LK-MUNICIPIO
                       MOVE CPO-ESTADO    TO LK-ESTADO.
