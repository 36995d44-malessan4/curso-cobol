      *>   GASTDET.cpy
      *>   Detalle contable de los reembolsos de gastos que PAYDISP
      *>   pago en la dispersion, para PAYGL: un renglon por
      *>   solicitud con el departamento que carga el gasto. Trailer
      *>   de control con el ID reservado 999999, el conteo y la suma
      *>   de los montos, en la disciplina de DEVDET.cpy; comparte el
      *>   tamano del detalle (39).
       01 GSD-RECORD.
           05 GSD-ID              PIC 9(6).
           05 GSD-DEPTO           PIC X(10).
           05 GSD-CATEGORIA       PIC X(4).
           05 GSD-MONTO           PIC 9(9)V99.
           05 GSD-FECHA           PIC X(8).
       01 GSD-TRAILER-RECORD.
           05 GST-ID              PIC 9(6).
           05 GST-CONTADOR        PIC 9(6).
           05 GST-MONTO-TOTAL     PIC 9(11)V99.
           05 FILLER              PIC X(14).
