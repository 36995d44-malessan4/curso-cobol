      *>   PLANELEG.cpy
      *>   Archivo de elegibilidad para la aseguradora del plan
      *>   medico, formato fijo de 100 posiciones en el molde de
      *>   DISPREC.cpy: un encabezado (tipo 1) con la fecha de corte
      *>   y la empresa, un detalle (tipo 2) por movimiento de la
      *>   semana (A alta, C cambio, T terminacion) del titular
      *>   (secuencia 00) o de un dependiente, y un trailer (tipo 9)
      *>   con el conteo de detalles y de cada tipo de movimiento
      *>   para que la aseguradora rechace un archivo truncado.
       01 PEG-HEADER-RECORD.
           05 PEG-H-TIPO             PIC X(1).
           05 PEG-H-FECHA            PIC X(8).
           05 PEG-H-EMPRESA          PIC X(30).
           05 FILLER                 PIC X(61).
       01 PEG-DETAIL-RECORD.
           05 PEG-D-TIPO             PIC X(1).
           05 PEG-D-MOVIMIENTO       PIC X(1).
           05 PEG-D-ID               PIC 9(6).
           05 PEG-D-SECUENCIA        PIC 9(2).
           05 PEG-D-NOMBRE           PIC X(30).
           05 PEG-D-PARENTESCO       PIC X(10).
           05 PEG-D-FECHA-NAC        PIC X(8).
           05 PEG-D-PLAN             PIC X(4).
           05 PEG-D-NIVEL            PIC X(2).
           05 PEG-D-FECHA-EFECTIVA   PIC X(8).
           05 FILLER                 PIC X(28).
       01 PEG-TRAILER-RECORD.
           05 PEG-T-TIPO             PIC X(1).
           05 PEG-T-CONTADOR         PIC 9(6).
           05 PEG-T-ALTAS            PIC 9(6).
           05 PEG-T-CAMBIOS          PIC 9(6).
           05 PEG-T-BAJAS            PIC 9(6).
           05 FILLER                 PIC X(75).
