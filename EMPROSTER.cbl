           MOVE EMP-DEPTO TO ORD-DEPTO
           CALL "SENCALC" USING EMP-FECHA-INGRESO
               WS-FECHA-PROCESO-NEG
               WS-ANIOS-CALCULADOS WS-ANIOS-CALC-VALIDOS EMP-ID
           MOVE WS-ANIOS-CALCULADOS TO ORD-ANIOS
           MOVE WS-ANIOS-CALC-VALIDOS TO ORD-ANIOS-VALIDOS
           RELEASE ORDEN-RECORD.
