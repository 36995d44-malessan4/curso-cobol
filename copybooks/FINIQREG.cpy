      *>   FINIQREG.cpy
      *>   Registro de finiquitos, clave FQ-ID: uno por empleado dado
      *>   de baja, con la fecha de baja que se liquido y el desglose
      *>   de lo calculado. Es lo que hace idempotente la corrida de
      *>   finiquitos (FINIQ), igual que LOTECTL con los lotes: una
      *>   baja cuya FQ-FECHA-BAJA ya esta aqui no se liquida dos
      *>   veces; una baja posterior del mismo ID (recontratado y
      *>   vuelto a dar de baja) trae otra fecha y se liquida de
      *>   nuevo sobre el mismo registro. FQ-PRESTAMO-PEND es el
      *>   saldo de prestamos al personal que el neto no alcanzo a
      *>   cubrir y queda por cobrar por caja.
       01 FQ-RECORD.
           05 FQ-ID                  PIC 9(6).
           05 FQ-FECHA-BAJA          PIC X(8).
           05 FQ-FECHA-PROCESO       PIC X(8).
           05 FQ-SALARIO-PROP        PIC 9(7)V99.
           05 FQ-VACACIONES          PIC 9(7)V99.
           05 FQ-BRUTO               PIC 9(7)V99.
           05 FQ-IMPUESTO            PIC 9(7)V99.
           05 FQ-PRESTAMO-RECUP      PIC 9(7)V99.
           05 FQ-PRESTAMO-PEND       PIC 9(9)V99.
           05 FQ-DEDUCCIONES         PIC 9(7)V99.
           05 FQ-NETO                PIC S9(7)V99.
           05 FQ-INSCRIP-BAJA        PIC 9(3).
