           MOVE MNT-DEPTO TO MNTS-DEPTO
           MOVE SPACES TO MNTS-FECHA-EFECTIVA
           MOVE MNT-ESTADO TO MNTS-ESTADO
           MOVE MNT-MOTIVO-BAJA TO MNTS-MOTIVO-BAJA
           WRITE MNTS-TRANS-RECORD
           ADD 1 TO WS-TOTAL-LIBERADAS
           PERFORM GrabaAuditoria.
           MOVE MNT-DEPTO TO MNTW-DEPTO
           MOVE MNT-FECHA-EFECTIVA TO MNTW-FECHA-EFECTIVA
           MOVE MNT-ESTADO TO MNTW-ESTADO
           MOVE MNT-MOTIVO-BAJA TO MNTW-MOTIVO-BAJA
           WRITE MNTW-TRANS-RECORD
           ADD 1 TO WS-TOTAL-EN-ESPERA.

           MOVE MNT-DEPTO TO AUD-DEPTO-DESPUES
           MOVE SPACE TO AUD-ESTADO-ANTES
           MOVE SPACE TO AUD-ESTADO-DESPUES
           MOVE MNT-MOTIVO-BAJA TO AUD-MOTIVO-BAJA
           OPEN EXTEND archivo-auditoria
           IF WS-FS-AUDITORIA = "05" OR WS-FS-AUDITORIA = "35"
               OPEN OUTPUT archivo-auditoria
                       MOVE MNTW-FECHA-EFECTIVA
                           TO MNT-FECHA-EFECTIVA
                       MOVE MNTW-ESTADO TO MNT-ESTADO
                       MOVE MNTW-MOTIVO-BAJA TO MNT-MOTIVO-BAJA
                       MOVE ZEROS TO MNT-CONTADOR-LEIDO
                       WRITE MNT-TRANS-RECORD
               END-READ
