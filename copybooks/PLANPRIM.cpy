      *>   PLANPRIM.cpy
      *>   Tabla de primas del plan medico, archivo de control chico
      *>   estilo GASTCAT.cpy que mantiene nomina: un renglon por
      *>   plan y nivel de cobertura (PLANENRL.cpy) con la prima que
      *>   paga el empleado por periodo de nomina. Un plan/nivel que
      *>   no esta en la tabla no se puede contratar; una prima en
      *>   cero es cobertura pagada completa por la empresa y no
      *>   genera deduccion.
       01 PPR-RECORD.
           05 PPR-PLAN               PIC X(4).
           05 PPR-NIVEL              PIC X(2).
           05 PPR-PRIMA              PIC 9(5)V99.
