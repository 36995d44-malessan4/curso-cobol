      *>   en cada lado del movimiento: sin ellos una recuperacion
      *>   hacia adelante (EMPRESTO) no puede reaplicar una baja
      *>   logica ni un cambio de estado (tipo S).
      *>   AUD-MOTIVO-BAJA lleva el motivo (MOTBAJA.cpy) en el asiento
      *>   que deja al empleado en T; en blanco en los demas. Es la
      *>   historia de la que sale el reporte de rotacion ATTRRPT.
       01 AUD-RECORD.
           05 AUD-OPERADOR            PIC X(8).
           05 AUD-FECHA-HORA           PIC X(26).
               10 AUD-EDAD-DESPUES     PIC X(3).
               10 AUD-DEPTO-DESPUES    PIC X(10).
               10 AUD-ESTADO-DESPUES   PIC X(1).
           05 AUD-MOTIVO-BAJA          PIC X(2).
