      *>   BURCTL.cpy
      *>   Parametros del reporte al buro de credito (BUROCRED),
      *>   estilo GARCTL.cpy: la clave de otorgante que asigno el
      *>   buro y cuantos meses se sigue reportando un prestamo ya
      *>   cerrado (liquidado o castigado) despues de su cierre.
       01 BRC-RECORD.
           05 BRC-OTORGANTE          PIC X(10).
           05 BRC-MESES-CERRADOS     PIC 9(2).
