      *>   liquidacion), con su fecha y monto, en el espiritu de la
      *>   serie PAYDHIST.cpy de nomina. Es la memoria de la que el
      *>   estado de cuenta del prestatario (LOANSTMT) saca los
      *>   pagos recibidos del periodo. LPH-TIPO vale P (pago, en
      *>   blanco en los renglones anteriores) o D (devolucion al
      *>   prestatario del pago de mas, que anexa REEMBPAG y resta
      *>   de lo pagado en LOANPOS.cpy). En un pago, LPH-INTERES,
      *>   LPH-VENCIDO, LPH-CAPITAL y LPH-ANTICIPO guardan como lo
      *>   distribuyo LOANPAY segun la prelacion de PRELCTL.cpy:
      *>   interes devengado, cuotas vencidas (la mas vieja primero),
      *>   capital de la cuota corriente y el excedente como pago
      *>   anticipado; suman LPH-MONTO. En una devolucion y en los
      *>   renglones anteriores a la distribucion van en ceros o en
      *>   blanco.
       01 LPH-RECORD.
           05 LPH-NUMERO             PIC 9(8).
           05 LPH-FECHA              PIC X(8).
           05 LPH-MONTO              PIC 9(9)V99.
           05 LPH-TIPO               PIC X(1).
           05 LPH-INTERES            PIC 9(9)V99.
           05 LPH-VENCIDO            PIC 9(9)V99.
           05 LPH-CAPITAL            PIC 9(9)V99.
           05 LPH-ANTICIPO           PIC 9(9)V99.
