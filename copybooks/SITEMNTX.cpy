      *>   SITEMNTX.cpy
      *>   Transaccion de mantenimiento de sitio base (EMPSITE.cpy):
      *>   STT-ACCION vale A (alta), C (cambio de sitio), D (baja)
      *>   o I (consulta), mismo esquema que CONTMNTX.cpy.
       01 STT-TRANS-RECORD.
           05 STT-ACCION             PIC X(1).
           05 STT-ID                 PIC 9(6).
           05 STT-SITIO              PIC X(8).
