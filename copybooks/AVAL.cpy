      *>   AVAL.cpy
      *>   Avales (fiadores) por prestamo, clave numero de prestamo
      *>   + secuencia: nombre e identificacion fiscal del aval.
      *>   AV-ESTADO vale A (vigente) o L (liberado). Lo mantiene
      *>   GARMNT junto con las garantias (GARANTIA.cpy); GARMON los
      *>   lista con la cobertura de cada prestamo.
       01 AV-RECORD.
           05 AV-CLAVE.
               10 AV-NUMERO          PIC 9(8).
               10 AV-SECUENCIA       PIC 9(2).
           05 AV-NOMBRE              PIC X(30).
           05 AV-IDENTIFICACION      PIC X(18).
           05 AV-ESTADO              PIC X(1).
           05 AV-FECHA-ALTA          PIC X(8).
