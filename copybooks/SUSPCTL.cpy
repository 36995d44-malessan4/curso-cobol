      *>   SUSPCTL.cpy
      *>   Cuentas de mayor del suspenso de efectivo no aplicable,
      *>   estilo WOFFCTL.cpy: el recibo que entra a suspenso sale de
      *>   la cartera a la cuenta de suspenso (cartera DR, suspenso
      *>   CR) y vuelve a la cartera cuando se aplica ya redirigido
      *>   (suspenso DR, cartera CR).
       01 SCC-RECORD.
           05 SCC-CUENTA-SUSPENSO    PIC X(8).
           05 SCC-CUENTA-CARTERA     PIC X(8).
