      *>   EMPCERT.cpy
      *>   Certificaciones por empleado, una por curso tomado (clave
      *>   CE-CLAVE: empleado, curso y fecha de termino), asi que la
      *>   renovacion agrega un renglon y el historial queda para la
      *>   auditoria; la vigente es la de fecha de termino mas
      *>   reciente. CE-FECHA-VENCE en blanco no vence. Entra por
      *>   CERTMNT; la lee la cola nocturna CERTQUE.
       01 CE-RECORD.
           05 CE-CLAVE.
               10 CE-ID              PIC 9(6).
               10 CE-CURSO           PIC X(6).
               10 CE-FECHA-TERMINO   PIC X(8).
           05 CE-FECHA-VENCE         PIC X(8).
           05 CE-PROVEEDOR           PIC X(20).
           05 CE-FECHA-CAMBIO        PIC X(8).
           05 CE-OPERADOR            PIC X(8).
