      *>   YECLCTL.cpy
      *>   Parametro del cierre anual (YECLOSE), estilo CTLPARM.cpy:
      *>   la cuenta de capital de resultados acumulados que recibe
      *>   el saldo de las cuentas de ingreso y gasto del anio que se
      *>   cierra. Tiene que estar en el catalogo (COAMAST.cpy) como
      *>   cuenta de capital, activa y posteable.
       01 YEC-RECORD.
           05 YEC-CUENTA-RESULTADOS  PIC X(8).
