      *>   TIMECARD.cpy
      *>   Tarjeta de tiempo del reloj checador, una por empleado y
      *>   periodo de nomina (TK-PERIODO = PP-ID del calendario
      *>   PAYPER.cpy): horas normales, horas extra y horas de turno
      *>   nocturno. La manda el sistema de asistencia antes de la
      *>   corrida; PAYRUN la valida contra el maestro y el
      *>   calendario y paga las horas a la tarifa del empleado con
      *>   los factores de timectl.dat (TIMECTL.cpy). Un empleado
      *>   puede traer mas de una tarjeta en el periodo: se suman.
       01 TK-RECORD.
           05 TK-ID                  PIC 9(6).
           05 TK-PERIODO             PIC X(8).
           05 TK-HORAS-NORMALES      PIC 9(3)V99.
           05 TK-HORAS-EXTRA         PIC 9(3)V99.
           05 TK-HORAS-NOCTURNAS     PIC 9(3)V99.
