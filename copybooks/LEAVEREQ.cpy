      *>   LEAVEREQ.cpy
      *>   Solicitud de licencia por empleado, clave ID + fecha de
      *>   inicio: tipo (V vacaciones, E enfermedad, P personal),
      *>   rango de fechas y estado del ciclo de vida: S en espera
      *>   de la aprobacion del jefe, P aprobada y pendiente de
      *>   iniciar, A en curso (el nocturno LEAVENIT ya puso
      *>   EMP-ESTADO en L), T terminada (el empleado ya regreso,
      *>   EMP-ESTADO de vuelta en A), R rechazada por el jefe. Los
      *>   dias de la solicitud se descuentan del saldo al
      *>   capturarla en LEAVEMNT y el rechazo los devuelve.
      *>   LVR-APROBADOR-ID es el EMP-ID del jefe en cuya cola esta
      *>   (o que decidio), desde LVR-FECHA-ASIGNACION; cada
      *>   escalamiento de LEAVENIT la sube un nivel
      *>   (LVR-NIVEL-ESCALA) en la linea de EMPSUPV.cpy.
       01 LVR-RECORD.
           05 LVR-CLAVE.
               10 LVR-ID             PIC 9(6).
           05 LVR-FECHA-FIN          PIC X(8).
           05 LVR-DIAS               PIC 9(3)V99.
           05 LVR-ESTADO             PIC X(1).
           05 LVR-APROBADOR-ID       PIC 9(6).
           05 LVR-FECHA-ASIGNACION   PIC X(8).
           05 LVR-NIVEL-ESCALA       PIC 9(2).
           05 LVR-FECHA-DECISION     PIC X(8).
           05 LVR-MOTIVO-RECHAZO     PIC X(30).
