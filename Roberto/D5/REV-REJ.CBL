                   MOVE "MENOR A UNA MENSUALIDAD" TO WKS-MOT-TXT
               WHEN REJ-EXCEDE-LIMITE
                   MOVE "EXCEDE EL LIMITE" TO WKS-MOT-TXT
               WHEN REJ-SIN-HOJA
                   MOVE "SEMANA SIN HOJA DE HORAS" TO WKS-MOT-TXT
               WHEN REJ-HOJA-PENDIENTE
                   MOVE "HOJA DE HORAS SIN APROBAR" TO WKS-MOT-TXT
               WHEN OTHER
                   MOVE "MOTIVO DESCONOCIDO" TO WKS-MOT-TXT
           END-EVALUATE.

           MOVE REJ-FEC-INI TO WKS-ORIG-FEC-INI.

      *    La semana sin hoja no se corrige en el renglon de
      *    ARC-PRO: se captura o aprueba la hoja en CAP-HRS y el
      *    siguiente corte la paga.
           IF REJ-SIN-HOJA OR REJ-HOJA-PENDIENTE
               DISPLAY "SEMANA:    " LINE 08 POSITION 10
               DISPLAY REJ-SEMANA      LINE 08 POSITION 24
               DISPLAY "SE ATIENDE EN CAP-HRS (HOJAS DE HORAS)"
                   LINE 17 POSITION 10
               ADD 1 TO WKS-PENDIENTES
               DISPLAY "TECLA ENTER PARA CONTINUAR..."
                   LINE 20 POSITION 10
               ACCEPT WKS-OPCION LINE 20 POSITION 45
           ELSE
               DISPLAY "CORREGIR Y REENVIAR? (S/N, ENTER = DEJAR): "
                   LINE 09 POSITION 10
               ACCEPT WKS-OPCION LINE 09 POSITION 55
               IF WKS-OPCION = "S"
                   PERFORM 2200-CORRIGE-Y-REENVIA
               ELSE
                   ADD 1 TO WKS-PENDIENTES.

       2200-CORRIGE-Y-REENVIA.
           DISPLAY "FECHA INICIO NUEVA (0 = IGUAL): "
