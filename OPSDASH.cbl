      *>   corridas (RUNLOG.cpy) y arma en una sola pagina como le
      *>   fue al stream de anoche, paso por paso en la secuencia
      *>   esperada:
      *>       CALCHECK, SETBKUP, SETVRFY, EMPRELSE, CAP17,
      *>       EMPBACKP, BKUPVRFY, DEPTOTOT, GLPOST, EMPROSTR,
      *>       HEADSNAP, PROBQUE, EXCSUM
      *>   con contadores y banderas: paso faltante, fuera de orden
      *>   o terminado con RETURN-CODE 4 o mas. Esa pagina reemplaza
      *>   la arqueologia de SYSOUT. Solo se tabulan los renglones
      *>   Secuencia esperada del stream nocturno, en orden.
           01 WS-PASOS-ESPERADOS.
               05 FILLER PIC X(8) VALUE "CALCHECK".
               05 FILLER PIC X(8) VALUE "SETBKUP".
               05 FILLER PIC X(8) VALUE "SETVRFY".
               05 FILLER PIC X(8) VALUE "EMPRELSE".
               05 FILLER PIC X(8) VALUE "CAP17".
               05 FILLER PIC X(8) VALUE "EMPBACKP".
               05 FILLER PIC X(8) VALUE "PROBQUE".
               05 FILLER PIC X(8) VALUE "EXCSUM".
           01 WS-PASOS-R REDEFINES WS-PASOS-ESPERADOS.
               05 WS-PASO OCCURS 13 TIMES PIC X(8).
           01 WS-IDX PIC 99 VALUE ZEROS.

      *>   Lo observado por paso: los renglones de la bitacora de la
      *>   fecha mas reciente, con su posicion de llegada para poder
      *>   marcar los pasos fuera de orden.
           01 WS-OBSERVADO.
               05 WS-OBS OCCURS 13 TIMES.
                   10 WS-OBS-VISTO PIC X VALUE "N".
                   10 WS-OBS-ORDEN PIC 99 VALUE ZEROS.
                   10 WS-OBS-INICIO PIC X(26).
           MOVE WS-FECHA-CORRIDA TO LT-FECHA
           WRITE LINEA-REPORTE FROM LIN-TITULO
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 13
               PERFORM TabulaPaso
           END-PERFORM
           PERFORM ChecaPeriodosNomina
           CLOSE archivo-runlog.

       GuardaObservacion.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 13
               IF WS-PASO (WS-IDX) = RL-PROGRAMA
                   MOVE "S" TO WS-OBS-VISTO (WS-IDX)
                   MOVE WS-ORDEN-LLEGADA TO WS-OBS-ORDEN (WS-IDX)
