      *>   contabilidad: el gasto de sueldos se abre por departamento
      *>   via glmap.dat (GLMAP.cpy), pero el impuesto retenido, las
      *>   deducciones por enterar y el neto por pagar se abonan a
      *>   estas cuentas puente unicas. Las devoluciones bancarias de
      *>   la dispersion (DEVDET.cpy) se postean entre la cuenta
      *>   puente del banco de la dispersion (PGC-CUENTA-BANCO) y la
      *>   de netos devueltos por reexpedir (PGC-CUENTA-REEXP).
       01 PGC-RECORD.
           05 PGC-CUENTA-IMPUESTO    PIC X(8).
           05 PGC-CUENTA-DEDUCC      PIC X(8).
           05 PGC-CUENTA-NETO        PIC X(8).
           05 PGC-CUENTA-BANCO       PIC X(8).
           05 PGC-CUENTA-REEXP       PIC X(8).
