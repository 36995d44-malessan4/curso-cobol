      *>   CURSMNTX.cpy
      *>   Transaccion de mantenimiento del catalogo de cursos
      *>   (CURSMAST.cpy): CUT-ACCION vale A (alta), C (cambio), D
      *>   (baja logica), I (consulta, con los departamentos que lo
      *>   exigen), R (exigirlo en el departamento CUT-DEPTO) o Q
      *>   (dejar de exigirlo ahi), mismo esquema que GRADMNTX.cpy.
       01 CUT-TRANS-RECORD.
           05 CUT-ACCION             PIC X(1).
           05 CUT-CODIGO             PIC X(6).
           05 CUT-TITULO             PIC X(30).
           05 CUT-VIGENCIA-MESES     PIC 9(3).
           05 CUT-DEPTO              PIC X(10).
