      *>   EMPHRTRM.cpy
      *>   Feed de terminaciones de RRHH corporativo (hrterm.dat):
      *>   mismo layout que el extracto de headcount (EMPHRFEED.cpy)
      *>   mas el motivo de la baja segun el catalogo MOTBAJA.cpy.
      *>   EMPTERM lo pasa a la baja propuesta; si viene en blanco o
      *>   fuera del catalogo, el supervisor lo captura en EMPTERMA.
       01 HR-TERM-RECORD.
           05 HR-ID                PIC 9(6).
           05 HR-NOMBRE            PIC X(16).
           05 HR-APELLIDO          PIC X(32).
           05 HR-MOTIVO-BAJA       PIC X(2).
