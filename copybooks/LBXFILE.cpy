      *>   LBXFILE.cpy
      *>   Archivo de cobranza (lockbox) que manda el banco con los
      *>   pagos de clientes y prestatarios recibidos en sus
      *>   ventanillas, formato fijo de 60 posiciones como
      *>   DISPREC.cpy: un encabezado (tipo 1) con el ID del lote del
      *>   banco, que se registra en LOTECTL.cpy, y la fecha del
      *>   archivo; un detalle (tipo 2) por pago con el renglon del
      *>   banco, el tipo de referencia (C cuenta de cobranza, P
      *>   prestamo), la referencia con su digito verificador
      *>   (CHKDIGIT), la fecha y el monto recibidos y, en cuentas,
      *>   la partida a la que el cliente dirigio el pago (ceros =
      *>   de la mas vieja a la mas nueva, como RC-ITEM); y un
      *>   trailer (tipo 9) con el conteo de detalles y la suma de
      *>   los montos. El mismo detalle es el formato de lbxcorr.dat,
      *>   los renglones que la estacion LBXWRK ya corrigio.
       01 LBX-HEADER-RECORD.
           05 LBX-H-TIPO             PIC X(1).
           05 LBX-H-LOTE             PIC X(12).
           05 LBX-H-FECHA            PIC X(8).
           05 FILLER                 PIC X(39).
       01 LBX-DETAIL-RECORD.
           05 LBX-D-TIPO             PIC X(1).
           05 LBX-D-SECUENCIA        PIC 9(6).
           05 LBX-D-TIPO-REF         PIC X(1).
           05 LBX-D-REFERENCIA       PIC X(8).
           05 LBX-D-FECHA            PIC X(8).
           05 LBX-D-MONTO            PIC 9(9)V99.
           05 LBX-D-ITEM             PIC 9(6).
           05 FILLER                 PIC X(19).
       01 LBX-TRAILER-RECORD.
           05 LBX-T-TIPO             PIC X(1).
           05 LBX-T-CONTADOR         PIC 9(6).
           05 LBX-T-MONTO-TOTAL      PIC 9(11)V99.
           05 FILLER                 PIC X(40).
