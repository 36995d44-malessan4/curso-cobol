      *>   TIMECTL.cpy
      *>   Parametros del pago por horas, en el estilo de CTLPARM.cpy:
      *>   las horas normales de un periodo (para derivar la tarifa
      *>   por hora del personal de salario fijo), el factor de las
      *>   horas extra y el de las horas de turno nocturno sobre la
      *>   tarifa. Lo mantiene nomina en vez de vivir pegado en
      *>   PAYRUN; sin registro se usan 96 horas, 2.00 y 1.25.
       01 TMC-RECORD.
           05 TMC-HORAS-PERIODO      PIC 9(3)V99.
           05 TMC-FACTOR-EXTRA       PIC 9V99.
           05 TMC-FACTOR-NOCTURNO    PIC 9V99.
