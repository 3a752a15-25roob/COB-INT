       9800-ANOTA-JORNAL.
           MOVE "ARC-CXC " TO WKS-JRN-ARCHIVO.
           MOVE SPACES  TO WKS-JRN-IMAGEN.
           MOVE REG-CXC TO WKS-JRN-IMAGEN (1:81).
           CALL "JRN-ARC" USING WKS-JRN-ARCHIVO WKS-JRN-OPER
               WKS-JRN-IMAGEN.
