      *>   GASTCAT.cpy
      *>   Catalogo de categorias de gasto reembolsable, archivo de
      *>   control chico (estilo GLMAP.cpy) que mantiene nomina, un
      *>   renglon por categoria con su descripcion y el monto
      *>   maximo que se acepta por comprobante. Un limite en cero
      *>   deja la categoria sin tope.
       01 GTC-RECORD.
           05 GTC-CATEGORIA          PIC X(4).
           05 GTC-DESCRIPCION        PIC X(20).
           05 GTC-LIMITE             PIC 9(7)V99.
