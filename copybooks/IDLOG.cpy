      *>   IDLOG.cpy
      *>   Bitacora de movimientos de EMP-ID (idlog.dat, secuencial,
      *>   solo se agrega): IDASIGN asienta un renglon por cada ID
      *>   que emite (E), que una captura marca usado (U) o que se
      *>   anula (X), con la sucursal, el operador o programa que lo
      *>   pidio y el sello de la fecha de proceso (BUSDATE).
       01 IL-RECORD.
           05 IL-FECHA-HORA          PIC X(26).
           05 IL-ACCION              PIC X(1).
           05 IL-ID                  PIC 9(6).
           05 IL-SUCURSAL            PIC X(4).
           05 IL-OPERADOR            PIC X(8).
