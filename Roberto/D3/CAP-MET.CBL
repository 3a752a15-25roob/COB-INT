      *    estilo de T-VTAS. Recapturar un ano regraba sus metas.
      *    Las metas vivian en una hoja de calculo que nunca se
      *    comparaba contra lo capturado.
      *    Si el ano ya tiene metas (capturadas o propuestas por el
      *    pronostico de PRO-VTA) se muestran junto a cada mes y se
      *    ajustan: un importe en cero deja la meta como esta. Al
      *    grabar quedan como capturadas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 REG-MET.
           03 MET-ANIO   PIC 9(04).
           03 MET-MES    OCCURS 12 TIMES PIC 9(06)V99.
      *    P = propuesta por PRO-VTA con la firma del aprobador;
      *    C = capturada o ajustada aqui.
           03 MET-ORIGEN PIC X.
               88 MET-PROPUESTA  VALUE "P".
               88 MET-CAPTURADA  VALUE "C".
           03 MET-APROBO PIC X(08).

       WORKING-STORAGE SECTION.
           COPY MESES.
       01 T-METAS.
           03 T-META OCCURS 12 TIMES PIC 9(06)V99.

      *    Metas que ya tenia el ano, para ajustarlas.
       01 T-METAS-ANT.
           03 T-META-ANT OCCURS 12 TIMES PIC 9(06)V99.
       01 WKS-META-F        PIC ZZZ,ZZ9.99.
       01 WKS-APROBO        PIC X(08) VALUE SPACES.

       77 WKS-I             PIC 99.

       PROCEDURE DIVISION.
           DISPLAY "ANO DE LAS METAS: " LINE 14 POSITION 10.
           ACCEPT WKS-ANIO               LINE 14 POSITION 30.

           PERFORM 1050-CARGA-ACTUALES.

           PERFORM 1100-LLENA-TABLA VARYING WKS-I
               FROM 1 BY 1 UNTIL WKS-I > 12.

      *    Metas que el ano ya tiene en el archivo, si las hay.
       1050-CARGA-ACTUALES.
           INITIALIZE T-METAS-ANT.
           OPEN INPUT ARC-MET.
           IF WKS-FS-MET NOT = "35"
               MOVE WKS-ANIO TO MET-ANIO
               READ ARC-MET
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 1060-GUARDA-ACTUALES
               END-READ
               CLOSE ARC-MET.

       1060-GUARDA-ACTUALES.
           PERFORM 1070-GUARDA-META VARYING WKS-I
               FROM 1 BY 1 UNTIL WKS-I > 12.
           IF MET-PROPUESTA
               MOVE MET-APROBO TO WKS-APROBO
               DISPLAY "METAS PROPUESTAS POR PRONOSTICO, APROBO: "
                   LINE 15 POSITION 10
               DISPLAY WKS-APROBO LINE 15 POSITION 52
           ELSE
               DISPLAY "METAS YA CAPTURADAS DEL ANO"
                   LINE 15 POSITION 10.

       1070-GUARDA-META.
           MOVE MET-MES (WKS-I) TO T-META-ANT (WKS-I).

       1100-LLENA-TABLA.
           DISPLAY "META DE " LINE WKS-I POSITION 10.
           DISPLAY T-MES (WKS-I) LINE WKS-I POSITION 19.
           IF T-META-ANT (WKS-I) NOT = ZERO
               MOVE T-META-ANT (WKS-I) TO WKS-META-F
               DISPLAY WKS-META-F LINE WKS-I POSITION 31.
           ACCEPT T-META (WKS-I) LINE WKS-I POSITION 45.
           IF T-META (WKS-I) = ZERO
               MOVE T-META-ANT (WKS-I) TO T-META (WKS-I).

      *    Graba el ano al archivo de metas: si ya existe se
      *    regraba (recaptura), si no se escribe nuevo; si el
           MOVE WKS-ANIO TO MET-ANIO.
           PERFORM 2150-MUEVE-META VARYING WKS-I
               FROM 1 BY 1 UNTIL WKS-I > 12.
           MOVE "C"        TO MET-ORIGEN.
           MOVE WKS-APROBO TO MET-APROBO.

       2150-MUEVE-META.
           MOVE T-META (WKS-I) TO MET-MES (WKS-I).
