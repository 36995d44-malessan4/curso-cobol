      *>   AVISOSEL.cpy
      *>   Seleccion de avisos para NOTICE: en vez de barrer todo el
      *>   maestro, NOTICE manda el aviso solo a los IDs de este
      *>   archivo, con AVS-DETALLE sustituido en el marcador de
      *>   detalle de la plantilla. Lo deja BANKALRT con cada cambio
      *>   de cuenta bancaria que el empleado debe confirmar.
       01 AVS-RECORD.
           05 AVS-ID                 PIC 9(6).
           05 AVS-DETALLE            PIC X(60).
