      *>   PLANMNTX.cpy
      *>   Transaccion de mantenimiento del plan medico, mismo
      *>   esquema que BENMNTX.cpy. PLT-ACCION vale E (inscripcion o
      *>   cambio de plan/nivel), T (terminacion de la inscripcion),
      *>   A (alta de dependiente, el consecutivo lo asigna el
      *>   programa), D (baja del dependiente PLT-SECUENCIA) o I
      *>   (consulta). PLT-FECHA es la fecha efectiva; en blanco se
      *>   toma la fecha de proceso.
       01 PLT-TRANS-RECORD.
           05 PLT-ACCION             PIC X(1).
           05 PLT-ID                 PIC 9(6).
           05 PLT-PLAN               PIC X(4).
           05 PLT-NIVEL              PIC X(2).
           05 PLT-FECHA              PIC X(8).
           05 PLT-SECUENCIA          PIC 9(2).
           05 PLT-NOMBRE             PIC X(30).
           05 PLT-PARENTESCO         PIC X(10).
           05 PLT-FECHA-NAC          PIC X(8).
