      *>   AJUANUAL.cpy
      *>   Ajuste anual de impuesto por empleado, clave ID + anio, que
      *>   deja AJUSTANU al cierre del anio: el impuesto anual de la
      *>   tabla anual contra lo retenido en el anio (PAYYTD.cpy).
      *>   AJA-TIPO C = retencion adicional (se retuvo de menos), D =
      *>   devolucion (se retuvo de mas). PAYRUN lo aplica al impuesto
      *>   de la primera nomina del anio siguiente; lo que no cabe en
      *>   esa nomina (la devolucion no baja el impuesto de cero, la
      *>   retencion no pasa del bruto) queda en AJA-APLICADO menor
      *>   que AJA-MONTO y se sigue aplicando en las siguientes. Al
      *>   cubrirse queda aplicado (A) con su fecha.
       01 AJA-RECORD.
           05 AJA-CLAVE.
               10 AJA-ID          PIC 9(6).
               10 AJA-ANIO        PIC X(4).
           05 AJA-TIPO            PIC X(1).
           05 AJA-BASE-ANUAL      PIC 9(9)V99.
           05 AJA-IMPUESTO-ANUAL  PIC 9(9)V99.
           05 AJA-RETENIDO        PIC 9(9)V99.
           05 AJA-MONTO           PIC 9(7)V99.
           05 AJA-APLICADO        PIC 9(7)V99.
      *>   P = pendiente, A = aplicado.
           05 AJA-ESTADO          PIC X(1).
           05 AJA-FECHA-CALCULO   PIC X(8).
           05 AJA-FECHA-APLICADO  PIC X(8).
      *>   Guardia de recorrida, mismo esquema que EMB-PERIODO-ULT /
      *>   EMB-MONTO-ULT de EMBARGO.cpy.
           05 AJA-PERIODO-ULT     PIC X(8).
           05 AJA-MONTO-ULT       PIC 9(7)V99.
