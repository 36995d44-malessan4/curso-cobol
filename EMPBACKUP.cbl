                               TO RSP-FECHA-INGRESO
                           MOVE EMP-CONTADOR-ACT
                               TO RSP-CONTADOR-ACT
                           MOVE EMP-MOTIVO-BAJA TO RSP-MOTIVO-BAJA
                           WRITE RESPALDO-RECORD
                           ADD 1 TO WS-TOTAL-RESPALDADOS
                           ADD 1 TO WS-CONTADOR-REAL
