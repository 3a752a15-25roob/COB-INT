       FD ARC-LOG.
       01 REG-LOG.
           03 LOG-FECHA    PIC 9(06).
           03 LOG-RESTO    PIC X(49).

       FD ARC-RUN.
       01 REG-RUN.
           03 RIM-RESTO   PIC X(134).

       FD ARC-LOGA.
       01 REG-LOGA         PIC X(55).

       FD ARC-RUNA.
       01 REG-RUNA         PIC X(26).
               PERFORM 2700-ACUMULA-MES
           ELSE
               MOVE SPACES TO REG-TMP
               MOVE REG-LOG TO REG-TMP (1:55)
               WRITE REG-TMP
               ADD 1 TO WKS-CONSERVADOS.

           READ ARC-TMP
               AT END MOVE 1 TO WKS-EOF
               NOT AT END
                   MOVE REG-TMP (1:55) TO REG-LOG
                   WRITE REG-LOG.

      *-------------------CONTROL ARC-RUN--------------------------*
