      *>   GARCTL.cpy
      *>   Parametros del monitoreo de garantias (GARMON), estilo
      *>   WOFFCTL.cpy: los meses que vale un avaluo antes de pedir
      *>   uno nuevo, la relacion prestamo/valor (LTV) maxima en
      *>   porciento arriba de la cual el prestamo sale marcado, y el
      *>   aforo: el porciento del valor de avaluo que se reconoce
      *>   como cobertura para la provision de LOANRISK.
       01 GC-RECORD.
           05 GC-MESES-AVALUO        PIC 9(3).
           05 GC-PCT-LTV-MAX         PIC 9(3)V99.
           05 GC-PCT-AFORO           PIC 9(3)V99.
