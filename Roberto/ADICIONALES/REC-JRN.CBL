           END-EVALUATE.

       2300-APLICA-PARTIDA.
           MOVE JRN-IMAGEN (1:81) TO REG-CXC.

           EVALUATE JRN-OPER
               WHEN "W"
