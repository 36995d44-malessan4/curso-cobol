      *>   DEVDET.cpy
      *>   Detalle contable de devoluciones y reexpediciones de la
      *>   dispersion que deja DISPDEV para PAYGL: DVD-TIPO D = el
      *>   banco devolvio el deposito (el dinero regresa a la cuenta
      *>   puente del banco y queda como neto por reexpedir), R = se
      *>   reexpidio por cheque o transferencia (sale otra vez del
      *>   banco). Trailer de control con el ID reservado 999999, el
      *>   conteo y la suma de los montos, en la disciplina de
      *>   PAYDTRLR.cpy; comparte el tamano del detalle (26).
       01 DVD-RECORD.
           05 DVD-ID              PIC 9(6).
           05 DVD-TIPO            PIC X(1).
           05 DVD-MONTO           PIC 9(9)V99.
           05 DVD-FECHA           PIC X(8).
       01 DVD-TRAILER-RECORD.
           05 DVT-ID              PIC 9(6).
           05 DVT-CONTADOR        PIC 9(6).
           05 DVT-MONTO-TOTAL     PIC 9(11)V99.
           05 FILLER              PIC X(1).
