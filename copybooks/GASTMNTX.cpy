      *>   GASTMNTX.cpy
      *>   Transaccion de captura de solicitudes de reembolso de
      *>   gastos (GASTREG.cpy): GXT-ACCION vale A (alta), D
      *>   (cancelacion de una todavia pendiente) o I (consulta),
      *>   mismo esquema que BANKMNTX.cpy.
       01 GXT-TRANS-RECORD.
           05 GXT-ACCION          PIC X(1).
           05 GXT-ID              PIC 9(6).
           05 GXT-COMPROBANTE     PIC X(15).
           05 GXT-CATEGORIA       PIC X(4).
           05 GXT-FECHA           PIC X(8).
           05 GXT-MONTO           PIC 9(7)V99.
