      *>   reescribe el EMP-DEPTO del registro existente, el EMP-ID
      *>   se conserva, y el traslado sale en su propia pagina del
      *>   reporte para que RRHH lo confirme.
      *>   Las altas nuevas solo entran con un ID del bloque que el
      *>   servicio central (IDASIGN) le reservo a la misma
      *>   sucursal; el ID ajeno o nunca asignado se aparta a
      *>   archivo-colision como cualquier rechazo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           01 WS-TOTAL-RECHAZADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-TRASLADOS PIC 9(6) VALUE ZEROS.

      *>   Servicio central de asignacion de EMP-ID (ver IDASIGN):
      *>   el alta de un extracto solo entra con un ID del bloque
      *>   reservado a esa misma sucursal, y al grabarse lo deja
      *>   marcado usado. Sin registro de asignacion en sitio se
      *>   acepta como antes.
           01 WS-IA-MODO PIC X VALUE "V".
           01 WS-IA-ID PIC 9(6) VALUE ZEROS.
           01 WS-IA-SUCURSAL PIC X(4) VALUE SPACES.
           01 WS-IA-PROGRAMA PIC X(8) VALUE "EMPMERGE".
           01 WS-IA-RESULTADO PIC X VALUE "N".
           01 WS-IA-RAZON PIC X(30) VALUE SPACES.

      *>   Traslados detectados en la corrida, juntados para su
      *>   propia pagina del reporte de fusion.
           01 WS-ES-TRASLADO PIC X VALUE "N".
           IF WS-ES-TRASLADO = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO WS-IA-MODO
           PERFORM ConsultaAsignacion
           IF WS-IA-RESULTADO = "N"
               DISPLAY "Fusion rechazada, " WS-IA-RAZON ": "
                   FUS-ID " SUC. " FUS-SUCURSAL
               PERFORM GrabaRechazo
               ADD 1 TO WS-TOTAL-RECHAZADOS
               EXIT PARAGRAPH
           END-IF
           MOVE FUS-ID TO EMP-ID
           MOVE FUS-NOMBRE TO EMP-NOMBRE
           MOVE FUS-APELLIDO TO EMP-APELLIDO
           MOVE "N" TO EMP-NAC-CONFIRMADA
           MOVE "A" TO EMP-ESTADO
           MOVE SPACES TO EMP-FECHA-BAJA
           MOVE SPACES TO EMP-MOTIVO-BAJA
           CALL "PROBDATE" USING WS-FECHA-HOY-X
               EMP-FECHA-FIN-PROB
           MOVE SPACES TO EMP-PROB-CONFIRMADA
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-FUSIONADOS
                   PERFORM CuentaFusionado
                   MOVE "U" TO WS-IA-MODO
                   PERFORM ConsultaAsignacion
           END-WRITE.

      *>   Verifica (V) o marca usado (U) el ID del extracto contra
      *>   el bloque de su sucursal (ver IDASIGN).
       ConsultaAsignacion.
           MOVE FUS-ID TO WS-IA-ID
           MOVE FUS-SUCURSAL TO WS-IA-SUCURSAL
           CALL "IDASIGN" USING WS-IA-MODO WS-IA-ID WS-IA-SUCURSAL
               WS-IA-PROGRAMA WS-IA-RESULTADO WS-IA-RAZON.

      *>   Busca por la clave alterna de apellido un empleado vivo
      *>   que empate Apellido + Nombre + edad: es la misma persona
      *>   llegando de otra plaza. Se reescribe su departamento (el
