      *>   POSMNTX.cpy
      *>   Transaccion de mantenimiento de plazas (POSMAST.cpy):
      *>   PST-ACCION vale A (alta, nace vacante), C (cambio de
      *>   departamento, grado, FTE o presupuesto), D (cancelacion
      *>   logica, solo vacante), I (consulta), F (ocuparla con el
      *>   empleado PST-EMP-ID) o V (dejarla vacante), mismo esquema
      *>   que GRADMNTX.cpy.
       01 PST-TRANS-RECORD.
           05 PST-ACCION             PIC X(1).
           05 PST-NUMERO             PIC 9(6).
           05 PST-DEPTO              PIC X(10).
           05 PST-GRADO              PIC X(2).
           05 PST-FTE                PIC 9V99.
           05 PST-SALARIO-PRESUP     PIC 9(7)V99.
           05 PST-EMP-ID             PIC 9(6).
