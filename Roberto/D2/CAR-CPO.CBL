       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-CPO.
      *    Carga del catalogo de codigos postales ARC-CPO con el
      *    archivo de texto que publica el Servicio Postal Mexicano
      *    (SEPOMEX): un renglon por asentamiento con los campos
      *    separados por "|" en el orden d_codigo, d_asenta,
      *    d_tipo_asenta, D_mnpio, d_estado, d_ciudad, d_CP,
      *    c_estado, c_oficina, c_CP, c_tipo_asenta, c_mnpio,
      *    id_asenta_cpcons. Los renglones de leyenda y de titulos
      *    del principio del archivo (sin CP numerico) se brincan.
      *    El catalogo se reconstruye completo en cada corrida;
      *    sin archivo de SEPOMEX no se toca el catalogo anterior.
      *    Los textos se pasan a mayusculas, igual que se capturan
      *    los domicilios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-SEP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-FS-SEP.
           SELECT ARC-CPO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPO-LLAVE
               FILE STATUS IS WKS-FS-CPO.
       DATA DIVISION.
       FILE SECTION.
       FD ARC-SEP.
       01 REG-SEP        PIC X(300).

       FD ARC-CPO.
           COPY REGCPO.

       WORKING-STORAGE SECTION.
       01 WKS-FS-SEP        PIC XX.
       01 WKS-FS-CPO        PIC XX.

      *    Campos de un renglon de SEPOMEX, en el orden del archivo.
       01 WKS-SEP-CAMPOS.
           03 WKS-SC-CODIGO     PIC X(05).
           03 WKS-SC-ASENTA     PIC X(40).
           03 WKS-SC-TIPO       PIC X(20).
           03 WKS-SC-MUNICIPIO  PIC X(30).
           03 WKS-SC-ESTADO     PIC X(20).
           03 WKS-SC-CIUDAD     PIC X(30).
           03 WKS-SC-CP-OFI     PIC X(05).
           03 WKS-SC-C-ESTADO   PIC X(02).
           03 WKS-SC-C-OFICINA  PIC X(05).
           03 WKS-SC-C-CP       PIC X(05).
           03 WKS-SC-C-TIPO     PIC X(02).
           03 WKS-SC-C-MNPIO    PIC X(03).
           03 WKS-SC-ID-ASENTA  PIC X(04).

       01 WKS-TOT-LEIDOS    PIC 9(06) VALUE ZERO.
       01 WKS-TOT-CARGADOS  PIC 9(06) VALUE ZERO.
       01 WKS-TOT-BRINCADOS PIC 9(06) VALUE ZERO.
       01 WKS-TOT-DUPLICA   PIC 9(06) VALUE ZERO.

       77 WKS-FIN           PIC 9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           GOBACK.

      *    El archivo de SEPOMEX se abre antes que el catalogo: el
      *    OPEN OUTPUT borra el catalogo vigente y sin archivo nuevo
      *    las capturas se quedarian sin contra que validar.
       1000-INICIO.
           MOVE ZERO TO WKS-FIN.
           OPEN INPUT ARC-SEP.
           IF WKS-FS-SEP = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE SEPOMEX ARC-SEP, "
                   "EL CATALOGO NO SE MODIFICA"
               MOVE 1 TO WKS-FIN
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARC-CPO
               READ ARC-SEP
                   AT END MOVE 1 TO WKS-FIN.

       2000-PROCESO.
           ADD 1 TO WKS-TOT-LEIDOS.
           INSPECT REG-SEP CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WKS-SEP-CAMPOS.
           UNSTRING REG-SEP DELIMITED BY "|"
               INTO WKS-SC-CODIGO WKS-SC-ASENTA WKS-SC-TIPO
                    WKS-SC-MUNICIPIO WKS-SC-ESTADO WKS-SC-CIUDAD
                    WKS-SC-CP-OFI WKS-SC-C-ESTADO WKS-SC-C-OFICINA
                    WKS-SC-C-CP WKS-SC-C-TIPO WKS-SC-C-MNPIO
                    WKS-SC-ID-ASENTA.

           IF WKS-SC-CODIGO NUMERIC AND WKS-SC-ID-ASENTA NUMERIC
               PERFORM 2100-GRABA-ASENTAMIENTO
           ELSE
               ADD 1 TO WKS-TOT-BRINCADOS.

           READ ARC-SEP
               AT END MOVE 1 TO WKS-FIN.

      *    El archivo viene ordenado por estado y no por CP; el
      *    catalogo indexado los acomoda. Un asentamiento repetido
      *    se queda con el primero.
       2100-GRABA-ASENTAMIENTO.
           MOVE WKS-SC-CODIGO    TO CPO-CP.
           MOVE WKS-SC-ID-ASENTA TO CPO-ID-ASENTA.
           MOVE WKS-SC-ASENTA    TO CPO-ASENTA.
           MOVE WKS-SC-TIPO      TO CPO-TIPO-ASENTA.
           MOVE WKS-SC-MUNICIPIO TO CPO-MUNICIPIO.
           MOVE WKS-SC-ESTADO    TO CPO-ESTADO.
           MOVE WKS-SC-CIUDAD    TO CPO-CIUDAD.

           WRITE REG-CPO
               INVALID KEY
                   ADD 1 TO WKS-TOT-DUPLICA
               NOT INVALID KEY
                   ADD 1 TO WKS-TOT-CARGADOS.

       3000-FIN.
           IF WKS-FS-SEP NOT = "35"
               CLOSE ARC-SEP
               CLOSE ARC-CPO
               DISPLAY "RENGLONES LEIDOS: " WKS-TOT-LEIDOS
                   " ASENTAMIENTOS CARGADOS: " WKS-TOT-CARGADOS
               DISPLAY "RENGLONES BRINCADOS: " WKS-TOT-BRINCADOS
                   " DUPLICADOS: " WKS-TOT-DUPLICA.
