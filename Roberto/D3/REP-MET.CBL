       01 REG-MET.
           03 MET-ANIO   PIC 9(04).
           03 MET-MES    OCCURS 12 TIMES PIC 9(06)V99.
      *    P = propuesta por PRO-VTA; C = capturada en CAP-MET.
           03 MET-ORIGEN PIC X.
               88 MET-PROPUESTA  VALUE "P".
               88 MET-CAPTURADA  VALUE "C".
           03 MET-APROBO PIC X(08).

       FD REP-RME.
       01 LINEA          PIC X(132).
       01 WKS-ENC-ANIO.
           03 FILLER         PIC X(05) VALUE "ANO: ".
           03 WKS-EA-ANIO    PIC 9(04).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-EA-ORIGEN  PIC X(33).

       01 WKS-ENCC.
           03 FILLER         PIC X(12) VALUE "MES".

       2100-COMPARA-ANIO.
           MOVE T-RE-ANIO (WKS-K) TO WKS-EA-ANIO.
           IF MET-PROPUESTA
               MOVE "(METAS PROPUESTAS POR PRONOSTICO)"
                   TO WKS-EA-ORIGEN
           ELSE
               MOVE SPACES TO WKS-EA-ORIGEN.
           MOVE WKS-ENC-ANIO TO LINEA.
           WRITE LINEA AFTER 2.
           MOVE WKS-ENCC TO LINEA.
