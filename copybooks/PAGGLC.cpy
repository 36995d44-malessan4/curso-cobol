      *>   PAGGLC.cpy
      *>   Cuentas de mayor para la poliza diaria de cobranza de
      *>   prestamos que emite LOANPAY, en el estilo de ACCRGLC.cpy:
      *>   la cuenta de cobro (cargo por el total cobrado), la de
      *>   intereses (abono por la porcion de interes; con el devengo
      *>   de ACCRPOST el ingreso ya se reconocio dia a dia, asi que
      *>   contabilidad la apunta al interes por cobrar) y la de
      *>   cartera (abono por el capital: vencido, corriente y
      *>   anticipado). Las mantiene contabilidad.
       01 PGC-RECORD.
           05 PGC-CUENTA-COBRO       PIC X(8).
           05 PGC-CUENTA-INTERES     PIC X(8).
           05 PGC-CUENTA-CAPITAL     PIC X(8).
