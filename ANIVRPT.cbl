           END-IF
           CALL "SENCALC" USING EMP-FECHA-INGRESO
               WS-FECHA-PROCESO-NEG
               WS-ANIOS-CALCULADOS WS-ANIOS-CALC-VALIDOS EMP-ID
           IF WS-ANIOS-CALC-VALIDOS NOT = "S"
               ADD 1 TO WS-TOTAL-SIN-FECHA
               EXIT PARAGRAPH
