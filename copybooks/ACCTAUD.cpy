      *>   ACCTAUD.cpy
      *>   Bitacora de auditoria del maestro de cuentas de cobranza:
      *>   quien dio de alta, cambio, desactivo, movio el limite de
      *>   credito o puso o libero la retencion de que cuenta y
      *>   cuando, con el limite y la retencion de antes y despues,
      *>   en el mismo espiritu que LRATEAUD.cpy. La retencion
      *>   automatica de DUNNING queda con operador DUNNING. La
      *>   cuenta bancaria de deposito (accion B) tambien queda con
      *>   su antes y despues: es a donde sale el dinero.
       01 AAU-RECORD.
           05 AAU-OPERADOR            PIC X(8).
           05 AAU-FECHA-HORA          PIC X(26).
           05 AAU-ACCION              PIC X(1).
           05 AAU-CUENTA              PIC 9(8).
           05 AAU-LIMITE-ANTES        PIC 9(10)V99.
           05 AAU-LIMITE-DESPUES      PIC 9(10)V99.
           05 AAU-RETENCION-ANTES     PIC X(1).
           05 AAU-RETENCION-DESPUES   PIC X(1).
           05 AAU-ESTADO-DESPUES      PIC X(1).
           05 AAU-DEPOSITO-ANTES      PIC X(27).
           05 AAU-DEPOSITO-DESPUES    PIC X(27).
