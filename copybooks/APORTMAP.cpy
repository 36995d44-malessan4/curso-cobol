      *>   APORTMAP.cpy
      *>   Mapeo de departamento a la cuenta de gasto de aportaciones
      *>   patronales, hermano de GLMAP.cpy (que da la cuenta de
      *>   gasto de sueldos): un renglon por departamento, lo
      *>   mantiene contabilidad.
       01 AMP-RECORD.
           05 AMP-DEPTO              PIC X(10).
           05 AMP-CUENTA             PIC X(8).
