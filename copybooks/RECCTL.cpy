      *>   RECCTL.cpy
      *>   Parametros de la recertificacion de accesos (RECERT),
      *>   estilo SIGNCTL.cpy: dias sin sesion exitosa a partir de
      *>   los cuales un ID se marca inactivo en el listado, y dias
      *>   de plazo que tienen los jefes para decidir antes de que
      *>   el perfil sin decision se suspenda.
       01 RCC-RECORD.
           05 RCC-DIAS-INACTIVO      PIC 9(3).
           05 RCC-DIAS-PLAZO         PIC 9(3).
