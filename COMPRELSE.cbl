           01 WS-TABLA-RETENIDAS.
               05 WS-RET OCCURS 2000 TIMES
                   DEPENDING ON WS-CANT-RETENIDAS.
                   10 WS-RET-REGISTRO PIC X(106).

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
               END-PERFORM
               MOVE CFT-ANULACION TO CMT-ANULACION
               MOVE CFT-JUSTIFICACION TO CMT-JUSTIFICACION
               MOVE CFT-TARIFA-HORA TO CMT-TARIFA-HORA
               WRITE CMT-TRANS-RECORD
               ADD 1 TO WS-TOTAL-LIBERADAS
           ELSE
