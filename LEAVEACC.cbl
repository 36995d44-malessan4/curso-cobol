       CalculaAnios.
           CALL "SENCALC" USING EMP-FECHA-INGRESO
               WS-FECHA-PROCESO-NEG
               WS-ANIOS-SERVICIO WS-ANIOS-VALIDOS EMP-ID
           IF WS-ANIOS-VALIDOS NOT = "S"
               MOVE ZEROS TO WS-ANIOS-SERVICIO
           END-IF.
