      *>   TRNDCTL.cpy
      *>   Parametros de la tendencia semanal de tiempos del batch
      *>   (RUNTREND): el dia de la semana en que sale el reporte
      *>   (1 lunes ... 5 viernes, misma numeracion que CALCHECK y
      *>   FEEDCHK), la hora de cierre de la ventana batch (HHMMSS,
      *>   cuando arranca el servicio en linea de la manana) y la
      *>   holgura en puntos porcentuales que puede crecer el tiempo
      *>   de un paso por encima de su volumen antes de marcarlo.
       01 TRC-RECORD.
           05 TRC-DIA-SEMANA         PIC 9(1).
           05 TRC-HORA-CIERRE        PIC X(6).
           05 TRC-HOLGURA-PCT        PIC 9(3).
