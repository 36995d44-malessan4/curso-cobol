      *>   ANONCTL.cpy
      *>   Parametro de retencion de datos personales (EMPANON),
      *>   estilo RECCTL.cpy: anios completos desde EMP-FECHA-BAJA
      *>   a partir de los cuales un empleado terminado se anonimiza.
       01 ANC-RECORD.
           05 ANC-ANIOS-RETENCION    PIC 9(2).
