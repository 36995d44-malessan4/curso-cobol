      *>   CERTMNTX.cpy
      *>   Transaccion de mantenimiento de certificaciones
      *>   (EMPCERT.cpy): CRT-ACCION vale A (alta), C (cambio de
      *>   vencimiento o proveedor), D (baja de una captura erronea)
      *>   o I (consulta de todas las del empleado), mismo esquema
      *>   que CONTMNTX.cpy. En el alta, un vencimiento en blanco se
      *>   calcula con la vigencia del curso (CU-VIGENCIA-MESES).
       01 CRT-TRANS-RECORD.
           05 CRT-ACCION             PIC X(1).
           05 CRT-ID                 PIC 9(6).
           05 CRT-CURSO              PIC X(6).
           05 CRT-FECHA-TERMINO      PIC X(8).
           05 CRT-FECHA-VENCE        PIC X(8).
           05 CRT-PROVEEDOR          PIC X(20).
