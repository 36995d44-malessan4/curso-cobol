      *>   REEMBCTL.cpy
      *>   Control de devoluciones de saldos a favor, estilo
      *>   SUSPCTL.cpy: el umbral a partir del cual REEMBPRO propone
      *>   devolver un saldo a favor de cuenta o de prestamo (el
      *>   suspenso marcado para devolucion se propone siempre), y
      *>   las cuentas de mayor de la poliza de REEMBPAG: cada
      *>   devolucion pagada carga la cuenta de origen (saldos a
      *>   favor de clientes, pagos de mas de prestamos; el suspenso
      *>   toma la suya de SUSPCTL.cpy) y abona el banco.
       01 RBC-RECORD.
           05 RBC-UMBRAL             PIC 9(7)V99.
           05 RBC-CUENTA-BANCO       PIC X(8).
           05 RBC-CUENTA-CLIENTES    PIC X(8).
           05 RBC-CUENTA-PRESTAMOS   PIC X(8).
