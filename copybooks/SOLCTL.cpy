      *>   SOLCTL.cpy
      *>   Reglas de evaluacion de solicitudes de prestamo, estilo
      *>   WOFFCTL.cpy: la relacion deuda/ingreso maxima en porciento
      *>   (cuota nueva mas obligaciones sobre el ingreso mensual),
      *>   el monto maximo por grado de riesgo (mismos grados 1 a 5
      *>   que RISKCTL.cpy; cero = el grado no recibe prestamo), los
      *>   periodos de nomina por mes para llevar CP-SALARIO a
      *>   ingreso mensual en los prestamos al personal, y los topes
      *>   de los tramos de autoridad: hasta el primer tope aprueba
      *>   la clase SOLPRE1, hasta el segundo SOLPRE2 y arriba
      *>   SOLPRE3 (ver OP-NIVEL-PRESTAMO en OPERPROF.cpy).
       01 SLC-RECORD.
           05 SLC-PCT-DEUDA-MAX      PIC 9(3)V99.
           05 SLC-MONTO-MAX          OCCURS 5 TIMES PIC 9(9)V99.
           05 SLC-PERIODOS-MES       PIC 9(1).
           05 SLC-TRAMO-HASTA        OCCURS 2 TIMES PIC 9(9)V99.
