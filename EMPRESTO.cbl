      *>   respaldo hasta el momento de la corrupcion). Se reaplican
      *>   todos los tipos que tocan el maestro: A (alta), V (alta
      *>   aprobada desde revision de duplicados), O (alta aceptada
      *>   con anulacion supervisada), C (cambio), D (baja logica),
      *>   S (cambio de estado laboral, con el estado que quedo en
      *>   AUD-ESTADO-DESPUES) y H (recontratacion: reactiva el ID
      *>   con la fecha del asiento como ingreso; la historia de
      *>   servicio no se toca, ya quedo asentada en su momento y no
      *>   viaja con el respaldo del maestro). El reporte de
      *>   recuperacion lista cada asiento reaplicado; un asiento
      *>   que ya no aplica
      *>   limpio (alta que ya existe, cambio o baja de un ID que no
      *>   esta) DETIENE la recuperacion con mensaje claro y
      *>   RETURN-CODE 12, porque seguir adelante dejaria un maestro
                               TO EMP-FECHA-INGRESO
                           MOVE RSP-CONTADOR-ACT
                               TO EMP-CONTADOR-ACT
                           MOVE RSP-MOTIVO-BAJA TO EMP-MOTIVO-BAJA
                           WRITE EMP-RECORD
                           ADD 1 TO WS-TOTAL-RESTAURADOS
                           ADD 1 TO WS-CONTADOR-REAL
      *>   Solo los asientos dentro de la ventana que tocan el
      *>   maestro se reaplican: las tres variantes de alta (A normal,
      *>   V aprobada de revision, O aceptada con anulacion), el
      *>   cambio, la baja logica, el cambio de estado y la
      *>   recontratacion. El resto
      *>   (rechazos, encolados, liberaciones, intentos rehusados)
      *>   se salta.
       EvaluaAsiento.
                   PERFORM ReaplicaBaja
               WHEN "S"
                   PERFORM ReaplicaEstado
               WHEN "H"
                   PERFORM ReaplicaRecontratacion
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-SALTADOS
           END-EVALUATE.
           MOVE SPACES TO EMP-NAC-CONFIRMADA
           MOVE "A" TO EMP-ESTADO
           MOVE SPACES TO EMP-FECHA-BAJA
           MOVE SPACES TO EMP-MOTIVO-BAJA
           MOVE SPACES TO EMP-FECHA-FIN-PROB
           MOVE SPACES TO EMP-PROB-CONFIRMADA
           WRITE EMP-RECORD
                       IF EMP-ESTADO = "T"
                           MOVE AUD-FECHA-HORA (1:8)
                               TO EMP-FECHA-BAJA
                           MOVE AUD-MOTIVO-BAJA TO EMP-MOTIVO-BAJA
                       ELSE
                           MOVE SPACES TO EMP-FECHA-BAJA
                           MOVE SPACES TO EMP-MOTIVO-BAJA
                       END-IF
                       ADD 1 TO EMP-CONTADOR-ACT
                       REWRITE EMP-RECORD
               NOT INVALID KEY
                   MOVE "T" TO EMP-ESTADO
                   MOVE AUD-FECHA-HORA (1:8) TO EMP-FECHA-BAJA
                   MOVE AUD-MOTIVO-BAJA TO EMP-MOTIVO-BAJA
                   ADD 1 TO EMP-CONTADOR-ACT
                   REWRITE EMP-RECORD
                   ADD 1 TO WS-TOTAL-REAPLICADOS
                   PERFORM ReportaReaplicado
           END-READ.

      *>   Recontratacion (tipo H): el terminado vuelve a A con los
      *>   datos de AUD-DESPUES y la fecha del asiento como ingreso,
      *>   igual que la dejaron EMPMAINT/EMPDUPRV.
       ReaplicaRecontratacion.
           MOVE AUD-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   MOVE "RECONTRATACION DE UN ID QUE NO ESTA"
                       TO LD-MOTIVO
                   PERFORM DetieneRecuperacion
               NOT INVALID KEY
                   MOVE AUD-NOMBRE-DESPUES TO EMP-NOMBRE
                   MOVE AUD-APELLIDO-DESPUES TO EMP-APELLIDO
                   MOVE AUD-DEPTO-DESPUES TO EMP-DEPTO
                   MOVE "A" TO EMP-ESTADO
                   MOVE SPACES TO EMP-FECHA-BAJA
                   MOVE SPACES TO EMP-MOTIVO-BAJA
                   MOVE AUD-FECHA-HORA (1:8) TO EMP-FECHA-INGRESO
                   CALL "PROBDATE" USING EMP-FECHA-INGRESO
                       EMP-FECHA-FIN-PROB
                   MOVE SPACES TO EMP-PROB-CONFIRMADA
                   ADD 1 TO EMP-CONTADOR-ACT
                   REWRITE EMP-RECORD
                   ADD 1 TO WS-TOTAL-REAPLICADOS
