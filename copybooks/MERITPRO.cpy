      *>   MERITPRO.cpy
      *>   Propuesta de aumento por merito, clave MP-ID: la genera
      *>   MERITGEN para cada elegible (activo y con el periodo de
      *>   prueba vencido) con el porcentaje guia de su departamento
      *>   o, con matriz de meritos, el de su celda de calificacion
      *>   por compa-ratio (MERITMTX.cpy) en MP-PCT-GUIA,
      *>   el gerente la ajusta en la pantalla MERITREV (que verifica
      *>   en cada ajuste la bolsa del departamento), y MERITREL la
      *>   libera como cambio de compensacion con fecha efectiva por
