           MOVE SPACES TO MNT-FECHA-EFECTIVA
           MOVE SPACES TO MNT-ESTADO
           MOVE ZEROS TO MNT-CONTADOR-LEIDO
           MOVE SPACES TO MNT-MOTIVO-BAJA
           WRITE MNT-TRANS-RECORD
           ADD 1 TO WS-TOTAL-PROPUESTAS
           MOVE "A" TO LP-ACCION
           MOVE SPACES TO MNT-FECHA-EFECTIVA
           MOVE SPACES TO MNT-ESTADO
           MOVE ZEROS TO MNT-CONTADOR-LEIDO
           MOVE SPACES TO MNT-MOTIVO-BAJA
           WRITE MNT-TRANS-RECORD
           ADD 1 TO WS-TOTAL-PROPUESTAS
           MOVE "C" TO LP-ACCION
