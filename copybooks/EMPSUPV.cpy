      *>   EMPSUPV.cpy
      *>   Linea de reporte, satelite del maestro en el patron de
      *>   EMPCONT.cpy: clave EMP-ID del empleado y el EMP-ID de su
      *>   jefe inmediato. El mantenimiento (SUPVMNT) exige que los
      *>   dos existan en el maestro y no esten terminados y rechaza
      *>   cualquier cambio que cierre un ciclo (el empleado
      *>   apareciendo arriba de si mismo). Un empleado sin renglon
      *>   es cabeza de su linea. De aqui salen la cola de
      *>   aprobacion de licencias (LEAVEMNT/LEAVEWRK), el
      *>   escalamiento (LEAVENIT) y el organigrama (ORGCHART).
       01 SUP-RECORD.
           05 SUP-ID                 PIC 9(6).
           05 SUP-JEFE-ID            PIC 9(6).
           05 SUP-FECHA-CAMBIO       PIC X(8).
           05 SUP-OPERADOR           PIC X(8).
