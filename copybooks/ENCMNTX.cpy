      *>   ENCMNTX.cpy
      *>   Transaccion de mantenimiento de compromisos para ENCMNT:
      *>   ENCT-ACCION A da de alta el compromiso (departamento,
      *>   periodo AAAAMM, importe y descripcion) y C lo cancela,
      *>   liberando lo que le quedaba abierto. ENCT-FORZAR = S deja
      *>   entrar un alta que sobregira el presupuesto disponible,
      *>   marcada y con excepcion, en vez de rehusarla.
       01 ENCT-TRANS-RECORD.
           05 ENCT-ACCION            PIC X(1).
           05 ENCT-REFERENCIA        PIC X(12).
           05 ENCT-DEPTO             PIC X(10).
           05 ENCT-PERIODO           PIC X(6).
           05 ENCT-MONTO             PIC 9(9)V99.
           05 ENCT-DESCRIPCION       PIC X(30).
           05 ENCT-FORZAR            PIC X(1).
