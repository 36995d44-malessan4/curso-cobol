      *>   COAMNTX.cpy
      *>   Transaccion de mantenimiento del catalogo de cuentas
      *>   (COAMAST.cpy): CTT-ACCION vale A (alta), C (cambio), D
      *>   (baja logica: la cuenta queda inactiva, su historia en el
      *>   mayor no se pierde) o I (consulta), mismo esquema que
      *>   CONTMNTX.cpy. En alta y cambio, una naturaleza en blanco
      *>   se toma del tipo.
       01 CTT-TRANS-RECORD.
           05 CTT-ACCION             PIC X(1).
           05 CTT-CUENTA             PIC X(8).
           05 CTT-DESCRIPCION        PIC X(30).
           05 CTT-TIPO               PIC X(1).
           05 CTT-NATURALEZA         PIC X(1).
           05 CTT-ACTIVA             PIC X(1).
           05 CTT-POSTEABLE          PIC X(1).
           05 CTT-RENGLON-EF         PIC X(30).
