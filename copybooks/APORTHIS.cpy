      *>   APORTHIS.cpy
      *>   Aportacion patronal calculada por PAYRUN, un renglon por
      *>   empleado y concepto. Anexado a aporthist.dat es la
      *>   historia de aportaciones (la fuente del reporte mensual
      *>   de entero APORTRPT); el mismo layout en aportdet.dat es el
      *>   detalle de la corrida que PAYGL contabiliza, reescrito
      *>   cada corrida y cerrado con el trailer APORTTRL.cpy.
      *>   AH-DEPTO queda fijado al momento del calculo para que el
      *>   gasto caiga en el departamento que pago la nomina.
       01 AH-RECORD.
           05 AH-ID               PIC 9(6).
           05 AH-FECHA            PIC X(8).
           05 AH-PERIODO          PIC X(8).
           05 AH-DEPTO            PIC X(10).
           05 AH-CONCEPTO         PIC X(4).
           05 AH-INSTITUCION      PIC X(10).
           05 AH-BASE             PIC 9(7)V99.
           05 AH-TASA             PIC 99V9999.
           05 AH-MONTO            PIC 9(7)V99.
           05 AH-CUENTA-PASIVO    PIC X(8).
