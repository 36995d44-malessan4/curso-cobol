           MOVE CMT-ID TO CP-ID
           MOVE CMT-SALARIO TO CP-SALARIO
           MOVE CMT-GRADO TO CP-GRADO
           MOVE CMT-TARIFA-HORA TO CP-TARIFA-HORA
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               MOVE CMT-DEDUCCION (WS-IDX) TO CP-DEDUCCION (WS-IDX)
           END-PERFORM
               NOT INVALID KEY
                   MOVE CMT-SALARIO TO CP-SALARIO
                   MOVE CMT-GRADO TO CP-GRADO
                   MOVE CMT-TARIFA-HORA TO CP-TARIFA-HORA
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 3
                       MOVE CMT-DEDUCCION (WS-IDX)
                   DISPLAY "ID: " CP-ID
                       " Salario: " CP-SALARIO
                       " Grado: " CP-GRADO
                       " Tarifa hora: " CP-TARIFA-HORA
                       " Deducciones: " CP-DEDUCCION (1)
                       " " CP-DEDUCCION (2)
                       " " CP-DEDUCCION (3)
