      *>   IDMNTX.cpy
      *>   Transaccion de asignacion de EMP-ID para IDMNT: IDT-ACCION
      *>   vale N (emitir IDT-CANTIDAD IDs para la captura central),
      *>   B (reservar un bloque de IDT-CANTIDAD IDs a la sucursal
      *>   IDT-SUCURSAL, que debe estar activa en SUCMAST.cpy) o X
      *>   (anular el ID IDT-ID emitido y nunca usado).
       01 IDT-TRANS-RECORD.
           05 IDT-ACCION             PIC X(1).
           05 IDT-SUCURSAL           PIC X(4).
           05 IDT-CANTIDAD           PIC 9(4).
           05 IDT-ID                 PIC 9(6).
