      *>   BANKRCTL.cpy
      *>   Control de la conciliacion bancaria (BANKREC), archivo de
      *>   control chico estilo BANKCTL.cpy que mantiene tesoreria:
      *>   la cuenta de mayor del banco operativo contra la que se
      *>   prueba el saldo (GLMAST.cpy) y los dias de tolerancia
      *>   entre la fecha en libros y la fecha valor del banco para
      *>   casar un movimiento (en cero se toman 3). BANKREC sella
      *>   aqui la ultima fecha de proceso cuyos movimientos en
      *>   libros ya cargo y la fecha del ultimo estado de cuenta
      *>   importado, para que una re-corrida no duplique ninguno.
       01 BRC-RECORD.
           05 BRC-CUENTA-MAYOR       PIC X(8).
           05 BRC-DIAS-TOLERANCIA    PIC 9(3).
           05 BRC-ULTIMA-CARGA       PIC X(8).
           05 BRC-ULTIMO-ESTADO      PIC X(8).
