      *>   CONCILIA.cpy
      *>   Partidas de la conciliacion bancaria, clave lado + numero
      *>   (consecutivo que asigna BANKREC). Lado L = movimiento en
      *>   libros, cargado de los recibos de caja (CSHRCPT.cpy,
      *>   origen R, referencia la cuenta de cobranza), de los pagos
      *>   de prestamos recibidos en caja (LOANPAYT.cpy, origen P,
      *>   referencia el prestamo) y del total de cada archivo de
      *>   dispersion enviado al banco (trailer de DISPREC.cpy,
      *>   origen N, referencia la fecha del encabezado); lado B =
      *>   renglon del estado de cuenta (BANKSTMT.cpy, origen E).
      *>   CN-MOVIMIENTO C entra al banco, D sale. CN-ESTADO P
      *>   pendiente, C conciliada (con la fecha y la clave de la
      *>   partida del otro lado con la que caso).
       01 CN-RECORD.
           05 CN-CLAVE.
               10 CN-LADO            PIC X(1).
               10 CN-NUMERO          PIC 9(8).
           05 CN-ORIGEN              PIC X(1).
           05 CN-FECHA               PIC X(8).
           05 CN-MOVIMIENTO          PIC X(1).
           05 CN-MONTO               PIC 9(11)V99.
           05 CN-REFERENCIA          PIC X(12).
           05 CN-CONCEPTO            PIC X(20).
           05 CN-ESTADO              PIC X(1).
           05 CN-FECHA-CONCILIA      PIC X(8).
           05 CN-CONTRAPARTE.
               10 CN-CP-LADO         PIC X(1).
               10 CN-CP-NUMERO       PIC 9(8).
