      *>   que acumulo aqui. Una recorrida del mismo periodo no
      *>   vuelve a sumar.
           05 PY-PERIODO-ULT      PIC X(8).
      *>   Parte exenta del bruto acumulado (el aguinaldo hasta su
      *>   tope, PX-MONTO-EXENTO en PAYEXTR): esta en PY-BRUTO-ACUM
      *>   porque se pago, pero no es base del impuesto anual que
      *>   calcula AJUSTANU.
           05 PY-EXENTO-ACUM      PIC 9(9)V99.
