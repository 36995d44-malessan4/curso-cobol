      *>   CHQREG.cpy
      *>   Registro de cheques de nomina, clave numero de cheque. Lo
      *>   llena CHQASIG con cada cheque que se emite (PAYDISP para
      *>   el empleado sin cuenta de deposito, DISPDEV para la
      *>   reexpedicion por cheque, CHQMNT para la reposicion de uno
      *>   anulado). CHQ-ORIGEN es el tipo de corrida que lo causo (N,
      *>   F, O como PDT-TIPO-CORRIDA, R reexpedicion de devolucion,
      *>   G reembolso de gastos).
      *>   CHQ-ESTADO E = emitido y en transito, P = pagado por el
      *>   banco (CHQREC), A = anulado (CHQMNT, con motivo, operador
      *>   y fecha). CHQ-IMPRESO S cuando CHQPRT ya imprimio la forma.
      *>   CHQ-REEMPLAZA / CHQ-REEMPLAZADO-POR encadenan el anulado
      *>   con su reposicion. CHQ-VENCIDO S = en transito mas alla de
      *>   la vigencia (CHQCTL.cpy), en revision para abandono. La
      *>   clave alterna ID + fecha + origen deja a CHQASIG reconocer
      *>   el cheque que ya emitio si la corrida se repite.
       01 CHQ-RECORD.
           05 CHQ-NUMERO             PIC 9(8).
           05 CHQ-CLAVE-PAGO.
               10 CHQ-ID             PIC 9(6).
               10 CHQ-FECHA-EMISION  PIC X(8).
               10 CHQ-ORIGEN         PIC X(1).
           05 CHQ-MONTO              PIC 9(9)V99.
           05 CHQ-ESTADO             PIC X(1).
           05 CHQ-IMPRESO            PIC X(1).
           05 CHQ-FECHA-PAGO         PIC X(8).
           05 CHQ-MOTIVO-ANULA       PIC X(30).
           05 CHQ-OPERADOR           PIC X(8).
           05 CHQ-FECHA-ANULA        PIC X(8).
           05 CHQ-REEMPLAZA          PIC 9(8).
           05 CHQ-REEMPLAZADO-POR    PIC 9(8).
           05 CHQ-VENCIDO            PIC X(1).
