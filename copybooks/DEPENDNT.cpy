      *>   DEPENDNT.cpy
      *>   Registro de dependientes cubiertos por el plan medico, en
      *>   el patron de BENEF.cpy: clave EMP-ID + consecutivo, con
      *>   nombre, parentesco (CONYUGE o HIJO), fecha de nacimiento y
      *>   estado: A activo, B baja capturada, E fuera por edad (un
      *>   HIJO que cumple la edad limite de PLANCTL.cpy, lo da de
      *>   baja PLANELIG via EDADCALC). DP-FECHA-BAJA lleva la fecha
      *>   efectiva de cualquiera de las dos bajas.
       01 DP-RECORD.
           05 DP-CLAVE.
               10 DP-ID              PIC 9(6).
               10 DP-SECUENCIA       PIC 9(2).
           05 DP-NOMBRE              PIC X(30).
           05 DP-PARENTESCO          PIC X(10).
           05 DP-FECHA-NAC           PIC X(8).
           05 DP-ESTADO              PIC X(1).
           05 DP-FECHA-BAJA          PIC X(8).
