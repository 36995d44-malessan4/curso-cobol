      *>   BT-MONEDA: codigo ISO de la moneda del saldo; espacios =
      *>   moneda local. El reporte de antiguedad convierte a moneda
      *>   local con el tipo de cambio del dia antes de acumular.
      *>   BT-DISPUTA: la parte de BT-SALDO que esta en partidas en
      *>   disputa (OI-ESTADO D, ver DISPUTA.cpy); BT-DIAS-VENCIDO
      *>   es la edad de la partida NO disputada mas vieja. La
      *>   cobranza (DUNNING), los moratorios (LATECHG) y la
      *>   propuesta de castigo (WOFFPROP) trabajan sobre BT-SALDO
      *>   menos BT-DISPUTA; la antiguedad sigue mostrando el total.
       01 BT-RECORD.
           05 BT-CUENTA              PIC 9(8).
           05 BT-SALDO               PIC 9(10)V9(6).
           05 BT-DIAS-VENCIDO        PIC 9(4).
           05 BT-MONEDA              PIC X(3).
           05 BT-DISPUTA             PIC 9(10)V9(6).
