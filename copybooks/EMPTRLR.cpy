      *>   lee el archivo pueda detectar truncamiento o corrupcion
      *>   antes de confiar en lo que encontro.
      *>   Comparte el mismo tamano de registro que EMP-RECORD
      *>   (EMPREC.cpy, hoy 108 posiciones) para poder convivir bajo
      *>   el mismo FD.
       01 EMP-TRAILER-RECORD.
           05 TRL-ID               PIC 9(6).
           05 TRL-CONTADOR         PIC 9(6).
           05 TRL-HASH             PIC 9(10).
           05 FILLER               PIC X(86).
