      *>   EMBREMIT.cpy
      *>   Remesa de embargos retenidos en la corrida de nomina: un
      *>   renglon por orden cobrada, para que EMBRPT arme el reporte
      *>   por acreedor y tesoreria deposite a cada juzgado o
      *>   institucion. PAYRUN lo reescribe cada corrida y lo cierra
      *>   con el trailer de control ER-ID 999999 (conteo y suma),
      *>   la disciplina de PAYDTRLR.cpy.
       01 ER-RECORD.
           05 ER-ID               PIC 9(6).
           05 ER-EXPEDIENTE       PIC X(15).
           05 ER-TIPO             PIC X(1).
           05 ER-ACREEDOR         PIC X(10).
           05 ER-ACREEDOR-NOMBRE  PIC X(30).
           05 ER-FECHA            PIC X(8).
           05 ER-MONTO            PIC 9(7)V99.
           05 ER-CERRADA          PIC X(1).
       01 ER-TRAILER-RECORD.
           05 ERT-ID              PIC 9(6).
           05 ERT-CONTADOR        PIC 9(6).
           05 ERT-MONTO-TOTAL     PIC 9(11)V99.
           05 FILLER              PIC X(55).
