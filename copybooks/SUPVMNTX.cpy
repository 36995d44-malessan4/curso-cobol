      *>   SUPVMNTX.cpy
      *>   Transaccion de mantenimiento de lineas de reporte
      *>   (EMPSUPV.cpy): SVT-ACCION vale A (alta), C (cambio de
      *>   jefe), D (baja, el empleado queda como cabeza de linea) o
      *>   I (consulta de la cadena hacia arriba), mismo esquema que
      *>   CONTMNTX.cpy.
       01 SVT-TRANS-RECORD.
           05 SVT-ACCION             PIC X(1).
           05 SVT-ID                 PIC 9(6).
           05 SVT-JEFE-ID            PIC 9(6).
