      *>   BANKSTMT.cpy
      *>   Estado de cuenta diario del banco de la cuenta operativa,
      *>   formato fijo de 60 posiciones como DEVBANCO.cpy: un
      *>   encabezado (tipo 1) con la fecha del estado, la cuenta y
      *>   el saldo inicial, un detalle (tipo 2) por movimiento con
      *>   su fecha valor, C abono (deposito) o D cargo (retiro), el
      *>   monto, la referencia que el banco capturo (cuenta de
      *>   cobranza, numero de prestamo o fecha de la dispersion,
      *>   alineada a la izquierda y con sus ceros; en blanco si el
      *>   banco no trae ninguna) y el concepto, y un trailer (tipo
      *>   9) con el conteo de detalles y el saldo final. El saldo
      *>   inicial mas abonos menos cargos tiene que dar el saldo
      *>   final; si no, el estado llego truncado. Los saldos llevan
      *>   su signo aparte ("-" sobregiro).
       01 BST-HEADER-RECORD.
           05 BST-H-TIPO             PIC X(1).
           05 BST-H-FECHA            PIC X(8).
           05 BST-H-CUENTA           PIC X(18).
           05 BST-H-SIGNO            PIC X(1).
           05 BST-H-SALDO-INICIAL    PIC 9(11)V99.
           05 FILLER                 PIC X(19).
       01 BST-DETAIL-RECORD.
           05 BST-D-TIPO             PIC X(1).
           05 BST-D-FECHA            PIC X(8).
           05 BST-D-MOVIMIENTO       PIC X(1).
           05 BST-D-MONTO            PIC 9(9)V99.
           05 BST-D-REFERENCIA       PIC X(12).
           05 BST-D-CONCEPTO         PIC X(20).
           05 FILLER                 PIC X(7).
       01 BST-TRAILER-RECORD.
           05 BST-T-TIPO             PIC X(1).
           05 BST-T-CONTADOR         PIC 9(6).
           05 BST-T-SIGNO            PIC X(1).
           05 BST-T-SALDO-FINAL      PIC 9(11)V99.
           05 FILLER                 PIC X(39).
