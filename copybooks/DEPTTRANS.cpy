      *>   moneda local con el tipo de cambio del dia (TIPOCAMB.cpy)
      *>   ANTES de acumular totales, en vez de sumar pesos con
      *>   dolares como si fueran lo mismo.
      *>   DT-REFERENCIA: referencia de la orden de compra cuando el
      *>   gasto liquida un compromiso (ENCMAST.cpy); espacios = gasto
      *>   sin compromiso previo.
       01 DT-RECORD.
           05 DT-DEPTO               PIC X(10).
           05 DT-MONTO               PIC S9(7)V99.
           05 DT-MONEDA              PIC X(3).
           05 DT-REFERENCIA          PIC X(12).
