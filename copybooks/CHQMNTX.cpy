      *>   CHQMNTX.cpy
      *>   Transaccion de mantenimiento del registro de cheques
      *>   (CHQREG.cpy): CKT-ACCION A anula el cheque (perdido,
      *>   danado, mal emitido), R lo anula y emite la reposicion por
      *>   el mismo monto al mismo empleado. El motivo es obligatorio;
      *>   el operador sale del ambiente, como en BANKMNT.
       01 CKT-TRANS-RECORD.
           05 CKT-ACCION          PIC X(1).
           05 CKT-NUMERO          PIC 9(8).
           05 CKT-MOTIVO          PIC X(30).
