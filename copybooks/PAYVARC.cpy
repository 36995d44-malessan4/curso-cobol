      *>   PAYVARC.cpy
      *>   Control de la revision de variaciones de nomina (PAYVAR),
      *>   archivo de control chico estilo CTLPARM.cpy: el porciento
      *>   de cambio del neto contra el ultimo periodo pagado a
      *>   partir del cual el empleado sale en la lista de revision.
      *>   Sin registro, 10 por ciento.
       01 PVC-RECORD.
           05 PVC-PCT-VARIACION      PIC 9(3)V99.
