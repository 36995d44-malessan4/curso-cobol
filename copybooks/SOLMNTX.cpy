      *>   SOLMNTX.cpy
      *>   Transaccion de captura de solicitudes de prestamo
      *>   (SOLPREST.cpy) para SOLMNT: SLT-ACCION vale A (alta), C
      *>   (cambio, solo mientras la solicitud siga N sin evaluar) o
      *>   I (consulta), mismo esquema que LOANMNTX.cpy.
       01 SLT-TRANS-RECORD.
           05 SLT-ACCION             PIC X(1).
           05 SLT-NUMERO             PIC 9(8).
           05 SLT-SOLICITANTE        PIC X(30).
           05 SLT-EMP-ID             PIC 9(6).
           05 SLT-CALLE              PIC X(30).
           05 SLT-CIUDAD             PIC X(20).
           05 SLT-CP                 PIC X(8).
           05 SLT-MONTO              PIC 9(9)V99.
           05 SLT-PLAZO              PIC 9(3).
           05 SLT-TASA-ANUAL         PIC 99V9999.
           05 SLT-INGRESO            PIC 9(7)V99.
           05 SLT-OBLIGACIONES       PIC 9(7)V99.
           05 SLT-GRADO-RIESGO       PIC 9(1).
