      *>   DISPUTA.cpy
      *>   Disputa de una partida abierta (OPENITEM.cpy), clave cuenta
      *>   + partida: motivo, operador que la abrio, fecha de alta y
      *>   fecha de seguimiento comprometida con el cliente, y el
      *>   monto abierto al disputar. Mientras DSP-ESTADO vale A
      *>   (abierta) la partida queda con OI-ESTADO D y sale de la
      *>   cobranza, los moratorios y la propuesta de castigo (ver
      *>   BALTRANS.cpy). La resolucion (DISPMNT) la deja en C
      *>   (acreditada: nota de credito por DSP-MONTO-CREDITO contra
      *>   la partida) o R (reinstalada: la partida vuelve a cobrarse
      *>   tal cual), con quien y cuando resolvio. DISPAGE envejece
      *>   las abiertas con el seguimiento vencido.
       01 DSP-RECORD.
           05 DSP-CLAVE.
               10 DSP-CUENTA         PIC 9(8).
               10 DSP-ITEM           PIC 9(6).
           05 DSP-MOTIVO             PIC X(30).
           05 DSP-OPERADOR           PIC X(8).
           05 DSP-FECHA-ALTA         PIC X(8).
           05 DSP-FECHA-SEGUIMIENTO  PIC X(8).
           05 DSP-MONTO              PIC 9(10)V99.
           05 DSP-ESTADO             PIC X(1).
           05 DSP-MONTO-CREDITO      PIC 9(10)V99.
           05 DSP-OPER-RESOLUCION    PIC X(8).
           05 DSP-FECHA-RESOLUCION   PIC X(8).
