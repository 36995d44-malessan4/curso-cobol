      *>   anulaciones (OVERRIDE.cpy) con la regla anulada y la
      *>   justificacion, que alimenta el reporte mensual OVRDRPT.
      *>   Un registro que pasa todas las validaciones no se acepta
      *>   por aqui: para eso esta la captura normal. El ID tiene
      *>   que venir del servicio central de asignacion (IDASIGN):
      *>   eso no se anula.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           01 WS-HASH-REAL PIC 9(10) VALUE ZEROS.
           01 WS-EOF-TRAILER-SCAN PIC X VALUE "N".

      *>   Servicio central de asignacion de EMP-ID (ver IDASIGN): la
      *>   asignacion del ID no es una regla anulable; el alta
      *>   anulada tambien lo deja marcado usado.
           01 WS-IA-MODO PIC X VALUE "V".
           01 WS-IA-ID PIC 9(6) VALUE ZEROS.
           01 WS-IA-SUCURSAL PIC X(4) VALUE SPACES.
           01 WS-IA-PROGRAMA PIC X(8) VALUE "EMPOVRD".
           01 WS-IA-RESULTADO PIC X VALUE "N".
           01 WS-IA-RAZON PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "V" TO WS-IA-MODO
           PERFORM ConsultaAsignacion
           IF WS-IA-RESULTADO = "N"
               DISPLAY WS-IA-RAZON ": " WS-ID-EMPLEADO
                   ", no anulable"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-EDAD IS NOT NUMERIC
               DISPLAY "Edad no numerica: no puede grabarse ni con "
                   "anulacion"
           END-IF
           PERFORM ValidaDepto.

      *>   Verifica (V) o marca usado (U) el ID contra el registro
      *>   central de asignacion (ver IDASIGN).
       ConsultaAsignacion.
           MOVE WS-ID-EMPLEADO TO WS-IA-ID
           MOVE SPACES TO WS-IA-SUCURSAL
           CALL "IDASIGN" USING WS-IA-MODO WS-IA-ID WS-IA-SUCURSAL
               WS-IA-PROGRAMA WS-IA-RESULTADO WS-IA-RAZON.

       ValidaDepto.
           OPEN INPUT archivo-departamentos
           IF WS-FS-DEPTOS NOT = "00"
           MOVE "N" TO EMP-NAC-CONFIRMADA
           MOVE "A" TO EMP-ESTADO
           MOVE SPACES TO EMP-FECHA-BAJA
           MOVE SPACES TO EMP-MOTIVO-BAJA
           CALL "PROBDATE" USING WS-FECHA-PROCESO-NEG
               EMP-FECHA-FIN-PROB
           MOVE SPACES TO EMP-PROB-CONFIRMADA
           PERFORM ActualizaTrailer
           CLOSE archivo-empleados
           PERFORM LiberaSesionEnLinea
           MOVE "U" TO WS-IA-MODO
           PERFORM ConsultaAsignacion
           PERFORM GrabaAuditoria
           PERFORM GrabaAnulacion
           DISPLAY "Registro aceptado con anulacion de "
           MOVE SPACES TO OVP-FECHA-EFECTIVA
           MOVE SPACE TO OVP-ESTADO
           MOVE ZEROS TO OVP-CONTADOR-LEIDO
           MOVE SPACES TO OVP-MOTIVO-BAJA
           WRITE OVP-TRANS-RECORD
           CLOSE archivo-pendientes-ovrd
           MOVE WS-ID-EMPLEADO TO WS-AP-REFERENCIA
           MOVE WS-DEPTO TO AUD-DEPTO-DESPUES
           MOVE SPACE TO AUD-ESTADO-ANTES
           MOVE "A" TO AUD-ESTADO-DESPUES
           MOVE SPACES TO AUD-MOTIVO-BAJA
           OPEN EXTEND archivo-auditoria
           IF WS-FS-AUDITORIA = "05" OR WS-FS-AUDITORIA = "35"
               OPEN OUTPUT archivo-auditoria
