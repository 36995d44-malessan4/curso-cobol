      *>   ACCTMNTX.cpy
      *>   Transaccion de mantenimiento del maestro de cuentas
      *>   (ACCTMAST.cpy): ACT-ACCION vale A (alta), C (cambio), D
      *>   (desactivar), I (consulta), L (limite de credito, toma
      *>   ACT-LIMITE-CREDITO), R (retencion de credito, ACT-RETENCION
      *>   S la pone y N la libera) o B (cuenta bancaria de deposito
      *>   para devoluciones, toma ACT-DEPOSITO), mismo esquema que
      *>   EMPMNTTX.cpy. La baja es logica (AC-ESTADO pasa a "N")
      *>   porque los saldos historicos siguen referenciando la
      *>   cuenta.
           05 ACT-NOMBRE          PIC X(30).
           05 ACT-CONTACTO        PIC X(30).
           05 ACT-FECHA-APERTURA  PIC X(8).
           05 ACT-LIMITE-CREDITO  PIC 9(10)V99.
           05 ACT-RETENCION       PIC X(1).
           05 ACT-DEPOSITO.
               10 ACT-BANCO           PIC X(4).
               10 ACT-SUCURSAL        PIC X(4).
               10 ACT-CUENTA-BANCO    PIC X(18).
               10 ACT-TIPO-CUENTA     PIC X(1).
