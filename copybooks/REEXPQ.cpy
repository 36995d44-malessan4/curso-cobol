      *>   REEXPQ.cpy
      *>   Cola de reexpedicion de depositos de nomina devueltos por
      *>   el banco, clave ID + fecha de la dispersion original +
      *>   tipo de corrida (la misma de DISPHIST.cpy). DISPDEV deja
      *>   aqui cada devolucion casada como pendiente (P); en la
      *>   estacion de reexpedicion (REEXPWRK, patron ADDRWRK)
      *>   nomina decide la forma (C cheque fisico, T transferencia a
      *>   la cuenta ya corregida por BANKMNT) y el renglon queda
      *>   listo (L) con el operador y la fecha. La siguiente corrida
      *>   de DISPDEV lo reexpide y lo deja reexpedido (R); si sale
      *>   por cheque, con el numero del registro de cheques.
       01 RXQ-RECORD.
           05 RXQ-CLAVE.
               10 RXQ-ID             PIC 9(6).
               10 RXQ-FECHA-DISP     PIC X(8).
               10 RXQ-TIPO-CORRIDA   PIC X(1).
           05 RXQ-CUENTA-ORIGEN      PIC X(18).
           05 RXQ-MONTO              PIC 9(9)V99.
           05 RXQ-MOTIVO             PIC X(2).
           05 RXQ-FECHA-DEVOLUCION   PIC X(8).
           05 RXQ-ESTADO             PIC X(1).
           05 RXQ-FORMA              PIC X(1).
           05 RXQ-OPERADOR           PIC X(8).
           05 RXQ-FECHA-DECISION     PIC X(8).
           05 RXQ-FECHA-REEXP        PIC X(8).
           05 RXQ-NUMERO-CHEQUE      PIC 9(8).
