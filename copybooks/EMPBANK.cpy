      *>   con detalle de pago pero sin registro aqui cae a la pagina
      *>   de excepciones de la dispersion (PAYDISP) y se paga con
      *>   cheque fisico en vez de quedarse sin pago en silencio.
      *>   BK-ESTADO I = cuenta invalidada porque el banco devolvio un
      *>   deposito a ella (DISPDEV, con su fecha en
      *>   BK-FECHA-INVALIDA); en blanco = vigente. PAYDISP no
      *>   deposita a una cuenta invalidada, la manda a cheque; el
      *>   alta o cambio por BANKMNT la deja vigente de nuevo.
      *>   BK-FECHA-CAMBIO es la fecha de proceso del ultimo alta o
      *>   cambio por BANKMNT: dentro del periodo de espera de
      *>   BANKCTL.cpy antes de la fecha de pago la cuenta no recibe
      *>   deposito (en blanco en registros anteriores = sin espera).
       01 BK-RECORD.
           05 BK-ID               PIC 9(6).
           05 BK-BANCO            PIC X(4).
           05 BK-SUCURSAL         PIC X(4).
           05 BK-CUENTA           PIC X(18).
           05 BK-TIPO             PIC X(1).
           05 BK-ESTADO           PIC X(1).
           05 BK-FECHA-INVALIDA   PIC X(8).
           05 BK-FECHA-CAMBIO     PIC X(8).
