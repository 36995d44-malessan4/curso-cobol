      *>   CHQCTL.cpy
      *>   Control de la existencia de formas de cheque de nomina,
      *>   archivo de control chico estilo PAYGLCTL.cpy que mantiene
      *>   tesoreria: el rango de folios de la chequera recibida del
      *>   banco y el ultimo folio usado. CHQASIG toma de aqui el
      *>   siguiente numero; al llegar al folio final ya no asigna
      *>   (hay que dar de alta la nueva chequera). CHC-DIAS-VIGENCIA
      *>   es la vigencia del cheque: uno emitido y no cobrado pasado
      *>   ese plazo queda vencido y en revision para abandono.
       01 CHC-RECORD.
           05 CHC-CUENTA-BANCO       PIC X(18).
           05 CHC-FOLIO-INICIAL      PIC 9(8).
           05 CHC-FOLIO-FINAL        PIC 9(8).
           05 CHC-ULTIMO-FOLIO       PIC 9(8).
           05 CHC-DIAS-VIGENCIA      PIC 9(3).
