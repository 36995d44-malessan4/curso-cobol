      *>   BURFILE.cpy
      *>   Archivo mensual para el buro de credito, formato fijo de
      *>   100 posiciones con el esquema de LBXFILE.cpy: un
      *>   encabezado (tipo 1) con la clave de otorgante que nos
      *>   asigno el buro, el periodo reportado, la fecha de
      *>   generacion y la clase de archivo (M mensual, C
      *>   correcciones); un detalle (tipo 2) por prestamo con el
      *>   prestatario, el monto original, el saldo actual, los dias
      *>   de atraso, el estado (C corriente, R reestructurado, W
      *>   castigado, P liquidado), la fecha del ultimo pago, la
      *>   apertura y el plazo; y un trailer (tipo 9) con el conteo
      *>   de detalles y las sumas de monto original y saldo. En el
      *>   archivo de correcciones el detalle trae ademas el folio de
      *>   la disputa del buro y el resultado (M dato modificado, se
      *>   reporta el nuestro; K dato confirmado); en el mensual esos
      *>   dos campos van en blanco.
       01 BUR-HEADER-RECORD.
           05 BUR-H-TIPO             PIC X(1).
           05 BUR-H-OTORGANTE        PIC X(10).
           05 BUR-H-PERIODO          PIC X(6).
           05 BUR-H-FECHA            PIC X(8).
           05 BUR-H-CLASE            PIC X(1).
           05 FILLER                 PIC X(74).
       01 BUR-DETAIL-RECORD.
           05 BUR-D-TIPO             PIC X(1).
           05 BUR-D-NUMERO           PIC 9(8).
           05 BUR-D-PRESTATARIO      PIC X(30).
           05 BUR-D-MONTO-ORIGINAL   PIC 9(9)V99.
           05 BUR-D-SALDO            PIC 9(9)V99.
           05 BUR-D-DIAS-ATRASO      PIC 9(4).
           05 BUR-D-ESTADO           PIC X(1).
           05 BUR-D-FECHA-ULT-PAGO   PIC X(8).
           05 BUR-D-FECHA-APERTURA   PIC X(8).
           05 BUR-D-PLAZO            PIC 9(3).
           05 BUR-D-FOLIO            PIC X(12).
           05 BUR-D-RESULTADO        PIC X(1).
           05 FILLER                 PIC X(2).
       01 BUR-TRAILER-RECORD.
           05 BUR-T-TIPO             PIC X(1).
           05 BUR-T-CONTADOR         PIC 9(7).
           05 BUR-T-TOTAL-ORIGINAL   PIC 9(13)V99.
           05 BUR-T-TOTAL-SALDO      PIC 9(13)V99.
           05 FILLER                 PIC X(62).
