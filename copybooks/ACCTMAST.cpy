      *>   Maestro de cuentas detras del reporte de antiguedad: titular,
      *>   contacto, fecha de apertura y estado de la cuenta que en
      *>   baltrans.dat solo aparece como numero pelado (BT-CUENTA).
      *>   AC-LIMITE-CREDITO es el tope de lo abierto en el auxiliar
      *>   (ceros = sin limite); AC-RETENCION en "S" pone la cuenta
      *>   en retencion de credito: CASHAPP desvia sus cargos nuevos a
      *>   la cola de aprobacion (CREDPEND.cpy). AC-ORIGEN-RETENCION
      *>   dice quien la retuvo: M manual (ACCTMNT) o D automatica
      *>   (DUNNING, al enviar la demanda final). AC-DEPOSITO es la
      *>   cuenta bancaria del cliente a la que se le devuelve un
      *>   saldo a favor (REEMBPAG), mismos campos que EMPBANK.cpy;
      *>   la mantiene ACCTMNT (accion B) y en blanco la devolucion
      *>   espera aprobada hasta que se capture.
       01 AC-RECORD.
           05 AC-CUENTA              PIC 9(8).
           05 AC-NOMBRE              PIC X(30).
           05 AC-CONTACTO            PIC X(30).
           05 AC-FECHA-APERTURA      PIC X(8).
           05 AC-ESTADO              PIC X(1).
           05 AC-LIMITE-CREDITO      PIC 9(10)V99.
           05 AC-RETENCION           PIC X(1).
           05 AC-ORIGEN-RETENCION    PIC X(1).
           05 AC-FECHA-RETENCION     PIC X(8).
           05 AC-DEPOSITO.
               10 AC-BANCO           PIC X(4).
               10 AC-SUCURSAL        PIC X(4).
               10 AC-CUENTA-BANCO    PIC X(18).
               10 AC-TIPO-CUENTA     PIC X(1).
