      *>   DISPHIST.cpy
      *>   Historia de la dispersion bancaria, un renglon por deposito
      *>   enviado al banco, clave fecha de la dispersion + ID + tipo
      *>   de corrida (N nomina, F finiquitos, O extraordinarios, como
      *>   PDT-TIPO-CORRIDA de PAYDTRLR.cpy; R reexpedicion de un
      *>   deposito devuelto; G reembolso de gastos, GASTREG.cpy).
      *>   La graba PAYDISP (y DISPDEV para las reexpediciones por
      *>   transferencia) con la cuenta a la que se deposito y el
      *>   monto, para que la devolucion del banco se case contra el
      *>   deposito original. DPH-ESTADO E = enviado,
      *>   D = devuelto por el banco (con fecha y motivo).
       01 DPH-RECORD.
           05 DPH-CLAVE.
               10 DPH-FECHA          PIC X(8).
               10 DPH-ID             PIC 9(6).
               10 DPH-TIPO-CORRIDA   PIC X(1).
           05 DPH-BANCO              PIC X(4).
           05 DPH-SUCURSAL           PIC X(4).
           05 DPH-CUENTA             PIC X(18).
           05 DPH-TIPO-CUENTA        PIC X(1).
           05 DPH-MONTO              PIC 9(9)V99.
           05 DPH-ESTADO             PIC X(1).
           05 DPH-FECHA-DEVOLUCION   PIC X(8).
           05 DPH-MOTIVO             PIC X(2).
