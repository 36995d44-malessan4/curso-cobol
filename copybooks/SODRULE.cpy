      *>   SODRULE.cpy
      *>   Reglas de segregacion de funciones: un renglon por par de
      *>   privilegios (codigos de RECQUE.cpy) que una misma persona
      *>   no debe tener a la vez, con la descripcion que sale en el
      *>   listado de recertificacion; por ejemplo AL con OV, quien
      *>   da de alta no debe poder anular sus propias validaciones.
       01 SOD-RECORD.
           05 SOD-PRIV-1             PIC X(2).
           05 SOD-PRIV-2             PIC X(2).
           05 SOD-DESCRIPCION        PIC X(30).
