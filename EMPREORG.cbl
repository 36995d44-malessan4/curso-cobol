           MOVE EMP-DEPTO TO AUD-DEPTO-DESPUES
           MOVE EMP-ESTADO TO AUD-ESTADO-ANTES
           MOVE EMP-ESTADO TO AUD-ESTADO-DESPUES
           MOVE SPACES TO AUD-MOTIVO-BAJA
           OPEN EXTEND archivo-auditoria
           IF WS-FS-AUDITORIA = "05" OR WS-FS-AUDITORIA = "35"
               OPEN OUTPUT archivo-auditoria
