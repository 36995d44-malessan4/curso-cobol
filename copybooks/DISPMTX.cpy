      *>   DISPMTX.cpy
      *>   Transaccion de disputas para DISPMNT: DXT-ACCION A abre la
      *>   disputa de la partida (motivo y fecha de seguimiento), S
      *>   mueve la fecha de seguimiento, C la resuelve acreditando
      *>   DXT-MONTO-CREDITO (cero = todo lo disputado) y R la
      *>   resuelve reinstalando la partida al cobro. El operador
      *>   sale del entorno, como en PROMMNT.
       01 DXT-TRANS-RECORD.
           05 DXT-ACCION             PIC X(1).
           05 DXT-CUENTA             PIC 9(8).
           05 DXT-ITEM               PIC 9(6).
           05 DXT-MOTIVO             PIC X(30).
           05 DXT-FECHA-SEGUIMIENTO  PIC X(8).
           05 DXT-MONTO-CREDITO      PIC 9(10)V99.
