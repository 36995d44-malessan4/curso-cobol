      *>   APORTTRL.cpy
      *>   Trailer de control de aportdet.dat, en la disciplina de
      *>   PAYDTRLR.cpy: el ID reservado 999999, el conteo de
      *>   renglones y la suma de las aportaciones. PAYGL lo
      *>   verifica antes de contabilizar. Comparte el tamano de
      *>   AH-RECORD (78 posiciones).
       01 AH-TRAILER-RECORD.
           05 AHT-ID              PIC 9(6).
           05 AHT-CONTADOR        PIC 9(6).
           05 AHT-MONTO-TOTAL     PIC 9(11)V99.
           05 FILLER              PIC X(53).
