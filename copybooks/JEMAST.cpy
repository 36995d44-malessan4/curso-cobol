      *>   JEMAST.cpy
      *>   Polizas manuales de contabilidad, un registro por renglon
      *>   con clave numero de poliza + renglon: cuenta, DR/CR
      *>   (misma convencion que GLINT.cpy), importe, fecha de
      *>   poliza, concepto y referencia. JE-ESTADO vale P (capturada
      *>   y pendiente de aprobacion en la cola APPRQUE.cpy, clase
      *>   ASIENTO), L (liberada a la interfaz GLINT por JEREL), R
      *>   (rechazada en APPROVE) o E (aprobada pero rehusada al
      *>   liberar: periodo cerrado, cuenta dada de baja o aprobada
      *>   por el mismo capturista). El capturista queda en cada
      *>   renglon: la poliza la suelta OTRO operador.
       01 JE-RECORD.
           05 JE-CLAVE.
               10 JE-NUMERO          PIC 9(8).
               10 JE-RENGLON         PIC 9(3).
           05 JE-CUENTA              PIC X(8).
           05 JE-IND-DRCR            PIC X(2).
           05 JE-MONTO               PIC 9(9)V99.
           05 JE-FECHA               PIC X(8).
           05 JE-CONCEPTO            PIC X(30).
           05 JE-REFERENCIA          PIC X(12).
           05 JE-ESTADO              PIC X(1).
           05 JE-CAPTURISTA          PIC X(8).
           05 JE-FECHA-ALTA          PIC X(8).
           05 JE-FECHA-LIBERA        PIC X(8).
