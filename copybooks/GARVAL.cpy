      *>   GARVAL.cpy
      *>   Cobertura de garantias por prestamo al cierre, un renglon
      *>   por prestamo con garantia vigente, que GARMON reescribe
      *>   completo cada fin de mes y LOANRISK lee para provisionar
      *>   neto de garantia: GV-VALOR-ELEGIBLE es el avaluo aforado
      *>   (GARCTL.cpy) de las garantias con avaluo y seguro al dia;
      *>   una garantia con avaluo o seguro vencido no cubre nada.
       01 GV-RECORD.
           05 GV-NUMERO              PIC 9(8).
           05 GV-VALOR-AVALUO        PIC 9(11)V99.
           05 GV-VALOR-ELEGIBLE      PIC 9(11)V99.
