      *>   SITEAUD.cpy
      *>   Bitacora de auditoria del sitio base: quien movio a quien
      *>   de sitio y cuando, con el sitio anterior y el resultante,
      *>   en el mismo espiritu que CONTAUD.cpy.
       01 SAU-RECORD.
           05 SAU-OPERADOR            PIC X(8).
           05 SAU-FECHA-HORA          PIC X(26).
           05 SAU-ACCION              PIC X(1).
           05 SAU-ID                  PIC 9(6).
           05 SAU-SITIO-ANTES         PIC X(8).
           05 SAU-SITIO-DESPUES       PIC X(8).
