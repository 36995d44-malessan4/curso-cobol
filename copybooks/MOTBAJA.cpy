      *>   MOTBAJA.cpy
      *>   Catalogo de motivos de baja (motbaja.dat, indexado por
      *>   MB-CODIGO), mantenido por MOTBMNT. Toda baja (EMPMAINT,
      *>   EMPTERM, EMPTERMA) se valida contra este catalogo: el
      *>   codigo tiene que existir y estar activo. MB-TIPO separa
      *>   la rotacion voluntaria (V: renuncia, jubilacion) de la
      *>   involuntaria (I: despido, fin de contrato) en el reporte
      *>   de rotacion ATTRRPT. Un motivo cerrado (MB-ACTIVO "N") ya
      *>   no se acepta en bajas nuevas pero sigue describiendo las
      *>   viejas. MB-RECONTRATABLE "N" marca los motivos que cierran
      *>   la puerta (despido por causa, por ejemplo): la
      *>   recontratacion de EMPMAINT y EMPDUPRV se rehusa cuando la
      *>   ultima baja del empleado trae uno de estos motivos.
       01 MB-RECORD.
           05 MB-CODIGO              PIC X(2).
           05 MB-DESCRIPCION         PIC X(30).
           05 MB-TIPO                PIC X(1).
           05 MB-ACTIVO              PIC X(1).
           05 MB-RECONTRATABLE       PIC X(1).
