      *>   SERVHIST.cpy
      *>   Historia de periodos de servicio anteriores (servhist.dat,
      *>   indexado por SH-CLAVE = empleado + fecha de ingreso del
      *>   periodo). La recontratacion (EMPMAINT accion H, EMPDUPRV
      *>   opcion R) reactiva el mismo EMP-ID con una fecha de
      *>   ingreso nueva; antes de pisar EMP-FECHA-INGRESO y
      *>   EMP-FECHA-BAJA deja aqui el periodo que se cerro, con su
      *>   motivo de baja y el departamento en que termino. SENCALC
      *>   recorre estos periodos para puentear la antiguedad segun
      *>   las reglas de SENCTL.cpy.
       01 SH-RECORD.
           05 SH-CLAVE.
               10 SH-ID              PIC 9(6).
               10 SH-FECHA-INGRESO   PIC X(8).
           05 SH-FECHA-BAJA          PIC X(8).
           05 SH-MOTIVO-BAJA         PIC X(2).
           05 SH-DEPTO               PIC X(10).
           05 SH-FECHA-REGISTRO      PIC X(8).
           05 SH-OPERADOR            PIC X(8).
