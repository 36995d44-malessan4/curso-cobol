      *>   APPRAISL.cpy
      *>   Evaluacion de desempeno, un renglon por empleado y anio de
      *>   revision (clave AP-CLAVE): calificacion de 1 (no cumple) a
      *>   5 (excepcional), el empleado que la hizo, la fecha de la
      *>   revision y el estado. AP-ESTADO vale B (en captura), C
      *>   (concluida) o X (anulada). Solo una C cuenta como hecha:
      *>   la cola EVALQUE sigue listando al empleado hasta que la
      *>   suya queda C, y MERITGEN solo toma la calificacion de una
      *>   C para la matriz de meritos (MERITMTX.cpy). La captura y
      *>   los cambios entran por APPRMNT.
       01 AP-RECORD.
           05 AP-CLAVE.
               10 AP-ID              PIC 9(6).
               10 AP-ANIO            PIC 9(4).
           05 AP-CALIFICACION        PIC 9(1).
           05 AP-REVISOR-ID          PIC 9(6).
           05 AP-FECHA-REVISION      PIC X(8).
           05 AP-ESTADO              PIC X(1).
           05 AP-FECHA-CAMBIO        PIC X(8).
           05 AP-OPERADOR            PIC X(8).
