      *>   POSMAST.cpy
      *>   Maestro de plazas autorizadas (control de posiciones),
      *>   clave PS-NUMERO, con clave alterna por departamento para
      *>   ubicar las plazas de un departamento sin recorrer todo el
      *>   archivo. Cada plaza pertenece a un departamento
      *>   (DEPTMAST.cpy) y a un grado de puesto (GRADMAST.cpy), con
      *>   su FTE autorizado (1.00 tiempo completo, 0.50 medio
      *>   tiempo) y el salario anual presupuestado. PS-EMP-ID es el
      *>   empleado que la ocupa (ceros = vacante) y
      *>   PS-FECHA-VACANTE la fecha desde la que esta vacante, de la
      *>   que salen los dias abierta del reporte POSVAC. PS-ESTADO
      *>   vale A (autorizada) o C (cancelada, baja logica). Se
      *>   mantiene por POSMNT; POSRECON la concilia cada noche
      *>   contra archivo-empleados.
       01 PS-RECORD.
           05 PS-NUMERO              PIC 9(6).
           05 PS-DEPTO               PIC X(10).
           05 PS-GRADO               PIC X(2).
           05 PS-FTE                 PIC 9V99.
           05 PS-SALARIO-PRESUP      PIC 9(7)V99.
           05 PS-EMP-ID              PIC 9(6).
           05 PS-FECHA-VACANTE       PIC X(8).
           05 PS-ESTADO              PIC X(1).
           05 PS-FECHA-CAMBIO        PIC X(8).
           05 PS-OPERADOR            PIC X(8).
