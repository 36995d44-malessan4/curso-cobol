      *>   BURDISP.cpy
      *>   Disputa que regresa el buro de credito sobre un prestamo
      *>   reportado: el folio del buro, el numero de prestamo, el
      *>   campo disputado (SA saldo, DA dias de atraso, ES estado,
      *>   FP fecha del ultimo pago) y el valor que el buro tiene
      *>   registrado, alineado a la izquierda (importes con dos
      *>   decimales implicitos y ceros a la izquierda, como en
      *>   BURFILE.cpy). BUROCRED las contesta en el archivo de
      *>   correcciones y deja el archivo vacio.
       01 BDS-RECORD.
           05 BDS-FOLIO              PIC X(12).
           05 BDS-NUMERO             PIC 9(8).
           05 BDS-CAMPO              PIC X(2).
           05 BDS-VALOR-BURO         PIC X(15).
           05 BDS-VALOR-NUM REDEFINES BDS-VALOR-BURO
                                     PIC 9(13)V99.
           05 BDS-MOTIVO             PIC X(30).
