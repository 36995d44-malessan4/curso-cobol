      *>   AGUICTL.cpy
      *>   Parametros del aguinaldo (AGUINALD), archivo de control
      *>   chico estilo LATECTL.cpy: los dias de salario que paga el
      *>   aguinaldo completo, cuantos dias cubre el CP-SALARIO del
      *>   periodo de compensacion (para sacar el salario diario),
      *>   el tope de la parte exenta de impuesto (el excedente es
      *>   gravable; en cero todo es gravable) y los tipos de
      *>   licencia de LEAVEREQ.cpy que son sin goce de sueldo y no
      *>   cuentan como dias trabajados. Cambiar la ley o la
      *>   politica del aguinaldo es un cambio de datos aqui.
       01 AGC-RECORD.
           05 AGC-DIAS-AGUINALDO     PIC 9(3).
           05 AGC-DIAS-PERIODO       PIC 9(3).
           05 AGC-TOPE-EXENTO        PIC 9(7)V99.
           05 AGC-TIPOS-SIN-GOCE     PIC X(3).
