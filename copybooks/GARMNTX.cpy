      *>   GARMNTX.cpy
      *>   Transaccion de mantenimiento de garantias y avales para
      *>   GARMNT, mismo esquema que LOANMNTX.cpy. GTX-CLASE dice a
      *>   que registro va: G garantia (GARANTIA.cpy) o V aval
      *>   (AVAL.cpy). GTX-ACCION vale A (alta), C (cambio: revaluo,
      *>   renovacion del seguro, correccion de datos), L (liberacion,
      *>   el registro queda L) o I (consulta). En un aval,
      *>   GTX-DESCRIPCION lleva el nombre y los campos de avaluo y
      *>   seguro no se usan.
       01 GTX-TRANS-RECORD.
           05 GTX-ACCION             PIC X(1).
           05 GTX-CLASE              PIC X(1).
           05 GTX-NUMERO             PIC 9(8).
           05 GTX-SECUENCIA          PIC 9(2).
           05 GTX-TIPO               PIC X(1).
           05 GTX-DESCRIPCION        PIC X(30).
           05 GTX-IDENTIFICACION     PIC X(18).
           05 GTX-VALOR-AVALUO       PIC 9(11)V99.
           05 GTX-FECHA-AVALUO       PIC X(8).
           05 GTX-VENCE-SEGURO       PIC X(8).
