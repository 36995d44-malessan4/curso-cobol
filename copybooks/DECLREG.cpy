      *>   DECLREG.cpy
      *>   Archivo de declaracion mensual de retenciones, en el
      *>   formato fijo de 80 posiciones que recibe la autoridad: un
      *>   encabezado (E) con el retenedor y el periodo, un renglon
      *>   (D) por banda de la tabla de retencion (TAXBRKT.cpy) con
      *>   pagos, base y retenido, y un renglon de totales (T). La
      *>   banda 00 es lo retenido con la tasa plana de respaldo.
       01 DCL-ENCABEZADO.
           05 DCE-TIPO-REG           PIC X(1).
           05 DCE-RFC                PIC X(13).
           05 DCE-OBLIGACION         PIC X(10).
           05 DCE-PERIODO            PIC X(6).
           05 DCE-FECHA-PRESENT      PIC X(8).
           05 DCE-EMPLEADOS          PIC 9(6).
           05 FILLER                 PIC X(36).
       01 DCL-DETALLE.
           05 DCD-TIPO-REG           PIC X(1).
           05 DCD-BANDA              PIC 9(2).
           05 DCD-PAGOS              PIC 9(6).
           05 DCD-BASE               PIC 9(13)V99.
           05 DCD-RETENIDO           PIC 9(13)V99.
           05 FILLER                 PIC X(41).
       01 DCL-TOTAL.
           05 DCT-TIPO-REG           PIC X(1).
           05 DCT-RENGLONES          PIC 9(6).
           05 DCT-BASE               PIC 9(13)V99.
           05 DCT-RETENIDO           PIC 9(13)V99.
           05 FILLER                 PIC X(43).
