      *>   LEAVECTL.cpy
      *>   Parametro de aprobacion de licencias, archivo de control
      *>   chico estilo BANKCTL.cpy: dias naturales que una solicitud
      *>   puede esperar en la cola de un jefe sin decision antes de
      *>   que LEAVENIT la escale al jefe de ese jefe (EMPSUPV.cpy).
      *>   En cero se toman 3 dias.
       01 LVK-RECORD.
           05 LVK-DIAS-ESCALA        PIC 9(3).
