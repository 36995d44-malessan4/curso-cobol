      *>   PRORREG.cpy
      *>   Reglas de prorrateo de gastos compartidos (renta,
      *>   sistemas, recursos humanos), archivo de control chico
      *>   estilo GLMAP.cpy que mantiene contabilidad y aplica PRORRAT
      *>   al cierre de mes. Cada regla es un renglon R con la bolsa
      *>   a repartir — la cuenta de mayor, o el departamento cuya
      *>   cuenta de GLMAP la acumula — y la base: H headcount
      *>   (HEADHIST.cpy), N bruto de nomina (PAYDHIST.cpy) o F
      *>   porcentajes fijos. Los renglones D de la misma regla que
      *>   le siguen nombran los departamentos receptores (con su
      *>   porcentaje si la base es F, que tienen que sumar 100); sin
      *>   renglones D, con base H o N reciben todos los
      *>   departamentos con base, menos el de origen.
       01 PR-RECORD.
           05 PR-REGLA               PIC X(4).
           05 PR-TIPO-REG            PIC X(1).
           05 PR-CUENTA-ORIGEN       PIC X(8).
           05 PR-DEPTO-ORIGEN        PIC X(10).
           05 PR-BASE                PIC X(1).
           05 PR-DEPTO-DESTINO       PIC X(10).
           05 PR-PORCENTAJE          PIC 9(3)V99.
