           05 CP-SALARIO          PIC 9(7)V99.
           05 CP-GRADO            PIC X(2).
           05 CP-DEDUCCION        OCCURS 3 TIMES PIC X(4).
      *>   Tarifa por hora para el personal de planta pagado por
      *>   horas (tarjeta de asistencia TIMECARD.cpy): con tarifa,
      *>   PAYRUN paga las horas normales de la tarjeta a esta
      *>   tarifa (CP-SALARIO suele venir en cero); en cero el
      *>   empleado es de sueldo y solo cobra de la tarjeta el tiempo
      *>   extra y la prima nocturna, a la tarifa derivada de su
      *>   salario entre las horas del periodo del control TIMECTL.
           05 CP-TARIFA-HORA      PIC 9(5)V99.
