      *>   RECQUE.cpy
      *>   Cola de recertificacion trimestral de accesos, clave
      *>   operador + privilegio: RECERT la llena al cierre de cada
      *>   trimestre con un renglon por privilegio que tiene cada
      *>   operador activo en OPERPROF.cpy, dirigido a su jefe
      *>   inmediato (EMPSUPV.cpy, ceros si no tiene linea y lo
      *>   recertifica seguridad), y el jefe lo trabaja en RECWRK.
      *>   Privilegios: AL altas, RE reportes, CO consulta, MA
      *>   mantenimiento, BA bajas, OV anulacion supervisada, PR
      *>   tramo de prestamos. RCQ-ESTADO vale P (pendiente), C
      *>   (confirmado), R (revocado) o S (sin decision al vencer el
      *>   plazo: RECERT suspendio el perfil). La ultima sesion y
      *>   las marcas de inactivo y de conflicto de funciones son la
      *>   foto al emitir la campana.
       01 RCQ-RECORD.
           05 RCQ-CLAVE.
               10 RCQ-OPERADOR       PIC X(8).
               10 RCQ-PRIVILEGIO     PIC X(2).
           05 RCQ-CAMPANIA           PIC X(6).
           05 RCQ-JEFE-ID            PIC 9(6).
           05 RCQ-FECHA-LIMITE       PIC X(8).
           05 RCQ-ULT-SESION         PIC X(8).
           05 RCQ-INACTIVO           PIC X(1).
           05 RCQ-CONFLICTO          PIC X(1).
           05 RCQ-ESTADO             PIC X(1).
           05 RCQ-OPER-DECISION      PIC X(8).
           05 RCQ-FECHA-DECISION     PIC X(8).
