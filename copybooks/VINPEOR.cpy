      *>   VINPEOR.cpy
      *>   Peor atraso que ha tenido cada prestamo en alguna corrida
      *>   de fin de mes, en dias (misma estimacion a 30 dias por
      *>   cuota que LOANRISK). VINTAGE lo lee, lo sube si el atraso
      *>   del mes es mayor y lo reescribe completo; de aqui sale la
      *>   morosidad acumulada de cada cosecha, que un prestamo que
      *>   ya se puso al corriente no borra.
       01 VP-RECORD.
           05 VP-NUMERO              PIC 9(8).
           05 VP-PEOR-DIAS           PIC 9(4).
