      *>   CURSMAST.cpy
      *>   Catalogo de cursos y certificaciones, clave CU-CODIGO
      *>   (licencia de montacargas, induccion de seguridad, primeros
      *>   auxilios...), mantenido por CURSMNT como GRADMNT: titulo,
      *>   meses de vigencia de la certificacion (en cero no vence) y
      *>   bandera de activo. La baja es logica (CU-ACTIVO pasa a N):
      *>   las certificaciones ya tomadas lo siguen referenciando.
       01 CU-RECORD.
           05 CU-CODIGO              PIC X(6).
           05 CU-TITULO              PIC X(30).
           05 CU-VIGENCIA-MESES      PIC 9(3).
           05 CU-ACTIVO              PIC X(1).
