      *>   OIMOV.cpy
      *>   Movimientos fechados del auxiliar de partidas abiertas
      *>   (OPENITEM.cpy), anexados por quien los aplica: OM-TIPO
      *>   vale C (cargo nuevo cargado por CASHAPP), R (recibo
      *>   aplicado a la partida por CASHAPP, con la fecha del
      *>   recibo), A (nota de credito con que DISPMNT resuelve una
      *>   disputa), F (remanente de un recibo que CASHAPP no pudo
      *>   aplicar y queda a favor del cliente, sin partida) o D
      *>   (devolucion del saldo a favor que pago REEMBPAG, sin
      *>   partida). Es la memoria de la que ACCTSTMT arma el
      *>   detalle del estado de cuenta mensual, porque la partida
      *>   solo conserva lo que le queda abierto.
       01 OM-RECORD.
           05 OM-CUENTA              PIC 9(8).
           05 OM-ITEM                PIC 9(6).
           05 OM-FECHA               PIC X(8).
           05 OM-TIPO                PIC X(1).
           05 OM-MONTO               PIC 9(10)V99.
