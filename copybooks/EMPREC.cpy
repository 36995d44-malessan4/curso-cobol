      *>   silencio. Las altas arrancan en 1; un cero es un registro
      *>   historico anterior al candado.
           05 EMP-CONTADOR-ACT    PIC 9(4).
      *>   Motivo de la baja (catalogo MOTBAJA.cpy): todo camino que
      *>   deja el registro en T lo exige y lo estampa aqui; la
      *>   reactivacion lo limpia junto con EMP-FECHA-BAJA. En
      *>   blanco en los activos y en las bajas anteriores al
      *>   catalogo.
           05 EMP-MOTIVO-BAJA     PIC X(2).
