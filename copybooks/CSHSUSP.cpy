      *>   CSHSUSP.cpy
      *>   Suspenso de efectivo no aplicable, clave SU-NUMERO
      *>   (consecutivo que asigna CASHAPP): el recibo (CSHRCPT.cpy)
      *>   que no tiene donde aplicarse queda aqui con su cuenta y
      *>   partida de origen y el motivo — N cuenta inexistente en
      *>   ACCTMAST, I cuenta inactiva, P partida dirigida cerrada o
      *>   fuera del cobro — y contabilizado a la cuenta de suspenso
      *>   (SUSPCTL.cpy). SU-ESTADO vale S (en suspenso), R
      *>   (redirigido en SUSPRES a SU-CUENTA-DESTINO/SU-ITEM-DESTINO,
      *>   CASHAPP lo aplica en su siguiente corrida), A (aplicado),
      *>   D (marcado para devolucion al cliente) o E (devuelto).
      *>   Quien lo investigo y cuando queda en el registro.
       01 SU-RECORD.
           05 SU-NUMERO              PIC 9(8).
           05 SU-FECHA-ALTA          PIC X(8).
           05 SU-FECHA-RECIBO        PIC X(8).
           05 SU-CUENTA-ORIGEN       PIC 9(8).
           05 SU-ITEM-ORIGEN         PIC 9(6).
           05 SU-MONTO               PIC 9(10)V99.
           05 SU-MOTIVO              PIC X(1).
           05 SU-ESTADO              PIC X(1).
           05 SU-CUENTA-DESTINO      PIC 9(8).
           05 SU-ITEM-DESTINO        PIC 9(6).
           05 SU-OPERADOR            PIC X(8).
           05 SU-FECHA-RESOLUCION    PIC X(8).
           05 SU-NOTA                PIC X(30).
