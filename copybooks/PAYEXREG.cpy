      *>   PAYEXREG.cpy
      *>   Registro de folios de pago extraordinario ya pagados,
      *>   clave PXR-FOLIO: la idempotencia de PAYEXTR, igual que
      *>   FINIQREG.cpy con los finiquitos y LOTECTL con los lotes.
      *>   Un folio que ya esta aqui se rechaza aunque venga en otro
      *>   archivo de transacciones.
       01 PXR-RECORD.
           05 PXR-FOLIO              PIC X(10).
           05 PXR-ID                 PIC 9(6).
           05 PXR-CONCEPTO           PIC X(4).
           05 PXR-MONTO              PIC 9(7)V99.
           05 PXR-FECHA-PROCESO      PIC X(8).
