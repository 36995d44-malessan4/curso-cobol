      *>   REEMBOLS.cpy
      *>   Registro de devoluciones de saldos a favor, clave
      *>   RB-NUMERO (consecutivo que asigna REEMBPRO, viaja como
      *>   DSP-D-ID en el archivo del banco). RB-TIPO dice de donde
      *>   sale el dinero: C saldo a favor de una cuenta de cobranza
      *>   (efectivo sin aplicar, UNAPPCSH.cpy), S recibo en suspenso
      *>   marcado para devolucion en SUSPRES (CSHSUSP.cpy) o P pago
      *>   de mas en un prestamo (LOANPOS.cpy). RB-REFERENCIA es la
      *>   cuenta, el numero de suspenso o el prestamo; RB-CUENTA es
      *>   la cuenta de cobranza cuya cuenta bancaria recibe el
      *>   deposito (ceros en prestamos: se paga a la cuenta de
      *>   nomina del empleado via EMPLOAN.cpy/EMPBANK.cpy).
      *>   RB-ESTADO vale P (propuesta, en la cola de control dual
      *>   clase REEMBOLS), A (aprobada, por pagar; espera ahi si no
      *>   hay cuenta de deposito), G (pagada, con fecha y cuenta de
      *>   deposito), R (rechazada en APPROVE) o E (rehusada al pagar
      *>   porque el saldo ya no la sostiene, con motivo).
       01 RB-RECORD.
           05 RB-NUMERO              PIC 9(6).
           05 RB-TIPO                PIC X(1).
           05 RB-REFERENCIA          PIC 9(8).
           05 RB-CUENTA              PIC 9(8).
           05 RB-MONTO               PIC 9(9)V99.
           05 RB-ESTADO              PIC X(1).
           05 RB-FECHA-PROPUESTA     PIC X(8).
           05 RB-PROPUSO             PIC X(8).
           05 RB-APROBADOR           PIC X(8).
           05 RB-FECHA-PAGO          PIC X(8).
           05 RB-DEPOSITO.
               10 RB-BANCO           PIC X(4).
               10 RB-SUCURSAL        PIC X(4).
               10 RB-CUENTA-BANCO    PIC X(18).
               10 RB-TIPO-CUENTA     PIC X(1).
           05 RB-MOTIVO              PIC X(30).
