      *>   MERITMTX.cpy
      *>   Matriz de meritos por calificacion y compa-ratio, un
      *>   renglon por celda: para la calificacion MX-CALIFICACION
      *>   (APPRAISL.cpy) y un compa-ratio (salario entre punto medio
      *>   del grado, en porciento, como en COMPARAT) hasta
      *>   MX-RATIO-HASTA, el porcentaje de aumento MX-PCT. Con la
      *>   matriz presente MERITGEN propone de aqui a quien tiene su
      *>   evaluacion concluida y grado en el catalogo; los demas
      *>   siguen con la guia del departamento (MERITCTL.cpy).
       01 MX-RECORD.
           05 MX-CALIFICACION        PIC 9(1).
           05 MX-RATIO-HASTA         PIC 9(3)V99.
           05 MX-PCT                 PIC 9(2)V99.
