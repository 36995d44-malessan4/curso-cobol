      *>   PLANCTL.cpy
      *>   Parametros del plan medico, archivo de control chico
      *>   estilo BANKCTL.cpy: edad a la que un HIJO deja de ser
      *>   dependiente elegible (en cero se toman 26), el codigo del
      *>   catalogo de deducciones (DEDCODE.cpy) con que se descuenta
      *>   la prima y el dia de la semana en que sale el archivo de
      *>   elegibilidad a la aseguradora (1 lunes ... 5 viernes, 6
      *>   sabado, 0 domingo; sin control, viernes). Los dos sellos
      *>   los mantiene PLANELIG: el ultimo asiento de la bitacora de
      *>   auditoria (EMPAUD.cpy) ya revisado y el ultimo movimiento
      *>   (PLANMOV.cpy) ya enviado a la aseguradora.
       01 PLC-RECORD.
           05 PLC-EDAD-LIMITE        PIC 9(3).
           05 PLC-CODIGO-DEDUCCION   PIC X(4).
           05 PLC-DIA-ENVIO          PIC 9(1).
           05 PLC-ULTIMA-AUDITORIA   PIC X(26).
           05 PLC-ULTIMO-ENVIO       PIC X(26).
