      *>   PLANMOV.cpy
      *>   Bitacora de movimientos de elegibilidad del plan medico:
      *>   un asiento por alta (A), cambio (C) o terminacion (T) de
      *>   cobertura de un titular (PMV-SECUENCIA 00) o de un
      *>   dependiente, con el plan y nivel vigentes al momento y el
      *>   origen: M mantenimiento (PLANMNT), E edad cumplida o
      *>   ajuste de nivel (PLANELIG), S cambio de EMP-ESTADO en la
      *>   bitacora de auditoria (PLANELIG). De aqui sale el archivo
      *>   semanal a la aseguradora (PLANELEG.cpy).
       01 PMV-RECORD.
           05 PMV-FECHA-HORA         PIC X(26).
           05 PMV-OPERADOR           PIC X(8).
           05 PMV-TIPO               PIC X(1).
           05 PMV-ID                 PIC 9(6).
           05 PMV-SECUENCIA          PIC 9(2).
           05 PMV-PLAN               PIC X(4).
           05 PMV-NIVEL              PIC X(2).
           05 PMV-FECHA-EFECTIVA     PIC X(8).
           05 PMV-ORIGEN             PIC X(1).
