      *>   solo carga un BT-SALDO revuelto por cuenta; este auxiliar
      *>   es el que sabe QUE facturas componen el saldo, cuales
      *>   cubrio el pago de 500 y cuanto queda abierto de cada una.
      *>   OI-ESTADO vale A (abierta), P (pagada), W (castigada por
      *>   el flujo de castigo WOFFAPPR) o D (en disputa, ver
      *>   DISPUTA.cpy: sigue en el saldo pero fuera del cobro);
      *>   CASHAPP deriva el
      *>   BT-SALDO y los dias de vencido de la partida abierta mas
      *>   vieja, asi el reporte de antiguedad enveje facturas reales
      *>   y no un numero licuado.
