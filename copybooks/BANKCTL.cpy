      *>   BANKCTL.cpy
      *>   Periodo de espera de las cuentas bancarias de nomina,
      *>   archivo de control chico estilo AGUICTL.cpy: una cuenta
      *>   dada de alta o cambiada por BANKMNT (BK-FECHA-CAMBIO en
      *>   EMPBANK.cpy) a menos de BKC-DIAS-ESPERA dias de la fecha
      *>   de pago no recibe deposito, el neto sale en cheque fisico
      *>   (PAYDISP) o la reexpedicion se retiene (DISPDEV). En cero
      *>   se toman 5 dias. BKC-ULTIMO-AVISO es el sello del ultimo
      *>   asiento de BANKAUD.cpy por el que BANKALRT ya mando aviso
      *>   de confirmacion al empleado, para no repetirlo.
       01 BKC-RECORD.
           05 BKC-DIAS-ESPERA        PIC 9(3).
           05 BKC-ULTIMO-AVISO       PIC X(26).
