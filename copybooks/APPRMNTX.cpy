      *>   APPRMNTX.cpy
      *>   Transaccion de mantenimiento de evaluaciones
      *>   (APPRAISL.cpy): APT-ACCION vale A (alta), C (cambio), D
      *>   (anulacion logica, AP-ESTADO pasa a X) o I (consulta),
      *>   mismo esquema que CONTMNTX.cpy. APT-ESTADO es B (en
      *>   captura) o C (concluida); concluirla exige calificacion,
      *>   revisor y fecha de revision.
       01 APT-TRANS-RECORD.
           05 APT-ACCION             PIC X(1).
           05 APT-ID                 PIC 9(6).
           05 APT-ANIO               PIC 9(4).
           05 APT-CALIFICACION       PIC 9(1).
           05 APT-REVISOR-ID         PIC 9(6).
           05 APT-FECHA-REVISION     PIC X(8).
           05 APT-ESTADO             PIC X(1).
