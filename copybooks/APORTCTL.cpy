      *>   APORTCTL.cpy
      *>   Tasas de aportacion patronal con vigencia (seguridad
      *>   social, pension, impuesto sobre nomina): un renglon por
      *>   concepto y fecha de vigencia, estilo TAXBRKT.cpy. PAYRUN
      *>   toma de cada concepto el renglon con la mayor
      *>   APC-VIGENTE-DESDE que no rebasa la fecha de proceso. La
      *>   tasa se aplica sobre el bruto del periodo topado a
      *>   APC-TOPE-BASE (cero es sin tope); APC-INSTITUCION es a
      *>   quien se entera y APC-CUENTA-PASIVO la cuenta de mayor
      *>   donde PAYGL abona la obligacion.
       01 APC-RECORD.
           05 APC-VIGENTE-DESDE   PIC X(8).
           05 APC-CONCEPTO        PIC X(4).
           05 APC-DESCRIPCION     PIC X(20).
           05 APC-INSTITUCION     PIC X(10).
           05 APC-TASA            PIC 99V9999.
           05 APC-TOPE-BASE       PIC 9(7)V99.
           05 APC-CUENTA-PASIVO   PIC X(8).
