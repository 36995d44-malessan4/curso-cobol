      *>   EMBMNTX.cpy
      *>   Transaccion de mantenimiento de ordenes de embargo
      *>   (EMBARGO.cpy): EMT-ACCION vale A (alta), C (cambio), D
      *>   (baja) o I (consulta), mismo esquema que DEDENMTX.cpy. El
      *>   alta y el cambio no tocan lo pagado: ese campo es de
      *>   PAYRUN.
       01 EMT-TRANS-RECORD.
           05 EMT-ACCION          PIC X(1).
           05 EMT-ID              PIC 9(6).
           05 EMT-EXPEDIENTE      PIC X(15).
           05 EMT-TIPO            PIC X(1).
           05 EMT-ACREEDOR        PIC X(10).
           05 EMT-ACREEDOR-NOMBRE PIC X(30).
           05 EMT-PORCENTAJE      PIC 9(3)V99.
           05 EMT-MONTO           PIC 9(7)V99.
           05 EMT-TOPE            PIC 9(7)V99.
           05 EMT-PRIORIDAD       PIC 9(2).
           05 EMT-ADEUDO          PIC 9(9)V99.
           05 EMT-FECHA-INICIO    PIC X(8).
