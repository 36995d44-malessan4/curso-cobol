      *>   PRELCTL.cpy
      *>   Prelacion con la que LOANPAY distribuye cada pago de
      *>   prestamo: PRL-ORDEN trae las letras I (interes devengado
      *>   en LOANACCR.cpy), V (cuotas vencidas, la mas vieja
      *>   primero) y C (capital de la cuota corriente) en el orden
      *>   en que se cubren; lo que sobra despues de las tres queda
      *>   como pago anticipado. Sin archivo, o con un orden que no
      *>   traiga las tres letras, se usa IVC. Lo mantiene cartera.
       01 PRL-RECORD.
           05 PRL-ORDEN              PIC X(3).
