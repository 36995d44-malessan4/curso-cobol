      *>   JEMNTX.cpy
      *>   Transaccion de captura de poliza manual para JEMNT: un
      *>   renglon por registro, y los renglones consecutivos con el
      *>   mismo JET-NUMERO forman una poliza (hasta 99 renglones).
      *>   Todos los renglones de una poliza llevan la misma fecha;
      *>   la suma de cargos tiene que igualar la de abonos.
       01 JET-TRANS-RECORD.
           05 JET-NUMERO             PIC 9(8).
           05 JET-CUENTA             PIC X(8).
           05 JET-IND-DRCR           PIC X(2).
           05 JET-MONTO              PIC 9(9)V99.
           05 JET-FECHA              PIC X(8).
           05 JET-CONCEPTO           PIC X(30).
           05 JET-REFERENCIA         PIC X(12).
