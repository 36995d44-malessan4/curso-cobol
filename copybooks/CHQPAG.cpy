      *>   CHQPAG.cpy
      *>   Archivo de cheques pagados que manda el banco, formato fijo
      *>   de 60 posiciones en la disciplina de DISPREC.cpy: un
      *>   encabezado (tipo 1) con la fecha de corte, un detalle (tipo
      *>   2) por cheque cobrado con el numero, el monto pagado y la
      *>   fecha de pago, y un trailer (tipo 9) con conteo y suma.
       01 CPG-HEADER-RECORD.
           05 CPG-H-TIPO             PIC X(1).
           05 CPG-H-FECHA            PIC X(8).
           05 FILLER                 PIC X(51).
       01 CPG-DETAIL-RECORD.
           05 CPG-D-TIPO             PIC X(1).
           05 CPG-D-NUMERO           PIC 9(8).
           05 CPG-D-MONTO            PIC 9(9)V99.
           05 CPG-D-FECHA-PAGO       PIC X(8).
           05 FILLER                 PIC X(32).
       01 CPG-TRAILER-RECORD.
           05 CPG-T-TIPO             PIC X(1).
           05 CPG-T-CONTADOR         PIC 9(6).
           05 CPG-T-MONTO-TOTAL      PIC 9(11)V99.
           05 FILLER                 PIC X(40).
