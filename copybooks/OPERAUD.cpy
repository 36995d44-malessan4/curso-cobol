      *>   OPERAUD.cpy
      *>   Bitacora de cambios a perfiles de operador (OPERPROF.cpy)
      *>   en el mismo espiritu que TCAUD.cpy: quien, cuando, sobre
      *>   que ID y que privilegio, dentro de que campana de
      *>   recertificacion. OPA-ACCION vale C (privilegio confirmado
      *>   por el jefe), R (privilegio revocado por el jefe) o S
      *>   (perfil suspendido por RECERT al vencer el plazo sin
      *>   decision; privilegio en blanco).
       01 OPA-RECORD.
           05 OPA-OPERADOR           PIC X(8).
           05 OPA-FECHA-HORA         PIC X(26).
           05 OPA-ACCION             PIC X(1).
           05 OPA-ID                 PIC X(8).
           05 OPA-PRIVILEGIO         PIC X(2).
           05 OPA-CAMPANIA           PIC X(6).
