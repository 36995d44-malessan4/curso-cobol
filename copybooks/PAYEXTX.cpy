      *>   PAYEXTX.cpy
      *>   Transaccion de pago extraordinario (fuera del ciclo de
      *>   nomina) para PAYEXTR: un pago unico por renglon — un
      *>   sueldo que no se pago, un bono de contratacion, una
      *>   comision, una correccion manual. PX-FOLIO es la
      *>   referencia unica que le pone quien captura el pago: el
      *>   registro de folios pagados (PAYEXREG.cpy) es lo que
      *>   impide pagarlo dos veces. Un empleado puede traer varios
      *>   renglones en el mismo archivo: se suman en un solo pago.
      *>   PX-MONTO-EXENTO es la parte de PX-MONTO exenta de
      *>   impuesto (cero en un pago normal; el aguinaldo de
      *>   AGUINALD la trae segun su control): se paga, pero no
      *>   entra a la base de la retencion.
       01 PX-RECORD.
           05 PX-FOLIO               PIC X(10).
           05 PX-ID                  PIC 9(6).
           05 PX-CONCEPTO            PIC X(4).
           05 PX-DESCRIPCION         PIC X(20).
           05 PX-MONTO               PIC 9(7)V99.
           05 PX-MONTO-EXENTO        PIC 9(7)V99.
