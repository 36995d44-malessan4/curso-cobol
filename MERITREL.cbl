      *>   El aumento sale como cambio de compensacion futuro: el
      *>   salario nuevo sobre el registro vigente de compens.dat,
      *>   conservando grado y deducciones, con la fecha efectiva
      *>   del ciclo. COMPRELSE lo libera esa noche a COMPMNT. Al
      *>   personal pagado por horas el mismo porcentaje le sube la
      *>   tarifa por hora (su salario base suele venir en cero).
       LiberaPropuesta.
           MOVE MP-ID TO CP-ID
           READ archivo-compensacion
           MOVE SPACE TO CFT-ANULACION
           MOVE SPACES TO CFT-JUSTIFICACION
           MOVE WS-FECHA-EFECTIVA TO CFT-FECHA-EFECTIVA
           COMPUTE CFT-TARIFA-HORA ROUNDED = CP-TARIFA-HORA
               * (100 + MP-PCT-PROPUESTO) / 100
           WRITE CFT-TRANS-RECORD
           MOVE "L" TO MP-ESTADO
           REWRITE MP-RECORD
