      *>   bancaria cuelga del maestro. Cada movimiento deja su
      *>   asiento en la bitacora de cuentas bancarias (BANKAUD.cpy),
      *>   porque una cuenta de deposito cambiada sin rastro es el
      *>   fraude clasico de nomina. El cambio de una cuenta que
      *>   DISPDEV invalido por devolucion del banco la deja vigente
      *>   otra vez (BK-ESTADO en blanco). El alta y el cambio dejan
      *>   la fecha en BK-FECHA-CAMBIO: la cuenta entra al periodo de
      *>   espera de BANKCTL.cpy antes de recibir deposito.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           MOVE BKT-SUCURSAL TO BK-SUCURSAL
           MOVE BKT-CUENTA TO BK-CUENTA
           MOVE BKT-TIPO TO BK-TIPO
           MOVE SPACES TO BK-ESTADO
           MOVE SPACES TO BK-FECHA-INVALIDA
           MOVE WS-FECHA-PROCESO-NEG TO BK-FECHA-CAMBIO
           WRITE BK-RECORD
               INVALID KEY
                   DISPLAY "Alta rechazada, el ID ya tiene cuenta "
                   MOVE BKT-SUCURSAL TO BK-SUCURSAL
                   MOVE BKT-CUENTA TO BK-CUENTA
                   MOVE BKT-TIPO TO BK-TIPO
                   MOVE SPACES TO BK-ESTADO
                   MOVE SPACES TO BK-FECHA-INVALIDA
                   MOVE WS-FECHA-PROCESO-NEG TO BK-FECHA-CAMBIO
                   REWRITE BK-RECORD
                       INVALID KEY
                           DISPLAY "Cambio rechazado al reescribir: "
                       " Sucursal: " BK-SUCURSAL
                       " Cuenta: " BK-CUENTA
                       " Tipo: " BK-TIPO
                       " Estado: " BK-ESTADO
                       " Cambio: " BK-FECHA-CAMBIO
                   ADD 1 TO WS-TOTAL-CONSULTAS
           END-READ.

