      *>   COAAUD.cpy
      *>   Bitacora de auditoria del catalogo de cuentas: quien dio
      *>   de alta, cambio o inactivo que cuenta y cuando, con la
      *>   cuenta resultante, en el mismo espiritu que CONTAUD.cpy.
       01 CTU-RECORD.
           05 CTU-OPERADOR            PIC X(8).
           05 CTU-FECHA-HORA          PIC X(26).
           05 CTU-ACCION              PIC X(1).
           05 CTU-CUENTA              PIC X(8).
           05 CTU-DESCRIPCION         PIC X(30).
           05 CTU-TIPO                PIC X(1).
           05 CTU-NATURALEZA          PIC X(1).
           05 CTU-ACTIVA              PIC X(1).
           05 CTU-POSTEABLE           PIC X(1).
           05 CTU-RENGLON-EF          PIC X(30).
