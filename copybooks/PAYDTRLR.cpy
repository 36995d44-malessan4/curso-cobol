      *>   un archivo truncado se rehusa con excepcion critica en vez
      *>   de dispersarse a medias. Comparte el tamano de PD-RECORD
      *>   (42 posiciones) para convivir bajo el mismo FD.
      *>   PDT-TIPO-CORRIDA dice que corrida dejo el archivo: N la
      *>   nomina normal de PAYRUN (blanco en archivos anteriores), F
      *>   los finiquitos de FINIQ, O los pagos extraordinarios de
      *>   PAYEXTR. PAYDISP solo exige la liberacion de la revision
      *>   de variaciones (PAYVAR) a la nomina normal.
       01 PD-TRAILER-RECORD.
           05 PDT-ID              PIC 9(6).
           05 PDT-CONTADOR        PIC 9(6).
           05 PDT-MONTO-TOTAL     PIC S9(11)V99.
           05 PDT-TIPO-CORRIDA    PIC X(1).
           05 FILLER              PIC X(16).
