      *>   saldo. Cuando corporativo rebota nuestro archivo,
      *>   reconstruir lo enviado es leer aqui, no re-correr la
      *>   noche. El estado abierto/cerrado del periodo es el del
      *>   candado PERLOCK.cpy del cierre mensual. El cierre anual
      *>   (YECLOSE) agrega dos periodos que no son meses: AAAA13,
      *>   la poliza de cierre que salda ingresos y gastos contra
      *>   resultados acumulados, y AAAA00, el saldo inicial del
      *>   anio para las cuentas de balance; el saldo de una cuenta
      *>   de balance es el AAAA00 de su anio mas los meses de ese
      *>   anio.
       01 GLM-RECORD.
           05 GLM-CLAVE.
               10 GLM-CUENTA         PIC X(8).
