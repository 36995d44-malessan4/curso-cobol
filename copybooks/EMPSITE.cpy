      *>   EMPSITE.cpy
      *>   Sitio base del empleado, satelite del maestro en el patron
      *>   de EMPCONT.cpy: clave ES-ID y el codigo de sitio del feed
      *>   de estado (el mismo SH-SITIO de SITEHIST.cpy). La clave
      *>   alterna por sitio es la que usa CAPITULO-8 para sacar a
      *>   la gente de un sitio cerrado. Lo mantiene SITEMNT.
       01 ES-RECORD.
           05 ES-ID                  PIC 9(6).
           05 ES-SITIO               PIC X(8).
           05 ES-FECHA-CAMBIO        PIC X(8).
           05 ES-OPERADOR            PIC X(8).
