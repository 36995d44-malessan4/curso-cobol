      *>   VINHIST.cpy
      *>   Serie de cosechas (static pool) que VINTAGE anexa cada fin
      *>   de mes, en el patron de AGEHIST.cpy: un renglon por
      *>   cosecha (mes de LN-FECHA-INICIO) con el periodo de la
      *>   corrida, los meses en libros a ese periodo, cuantos
      *>   prestamos y cuanto capital se otorgo, cuantos han llegado
      *>   alguna vez a 30+, 60+ y 90+ dias de atraso (acumulado, de
      *>   VINPEOR.cpy), los castigados con su monto, los liquidados
      *>   antes de plazo y los adelantos vigentes. Es la serie de la
      *>   que se arman las curvas por meses en libros para comparar
      *>   una cosecha contra otra.
       01 VH-RECORD.
           05 VH-PERIODO             PIC X(6).
           05 VH-COHORTE             PIC X(6).
           05 VH-MESES-LIBROS        PIC 9(3).
           05 VH-PRESTAMOS           PIC 9(6).
           05 VH-MONTO-ORIGINAL      PIC 9(13)V99.
           05 VH-CANT-30             PIC 9(6).
           05 VH-CANT-60             PIC 9(6).
           05 VH-CANT-90             PIC 9(6).
           05 VH-CANT-CASTIGO        PIC 9(6).
           05 VH-MONTO-CASTIGO       PIC 9(13)V99.
           05 VH-CANT-PREPAGO        PIC 9(6).
           05 VH-MONTO-ADELANTO      PIC 9(13)V99.
