      *>   UNAPPCSH.cpy
      *>   Efectivo sin aplicar: el remanente de un recibo que ya no
      *>   encontro partida abierta en su cuenta, con la cuenta y la
      *>   fecha del recibo, anexado corrida a corrida por CASHAPP.
      *>   Es el saldo a favor del cliente: REEMBPRO lo suma por
      *>   cuenta y propone devolverlo cuando ya no hay nada abierto.
       01 UC-RECORD.
           05 UC-CUENTA              PIC 9(8).
           05 UC-FECHA               PIC X(8).
           05 UC-MONTO               PIC 9(10)V99.
