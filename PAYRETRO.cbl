      *>   Un periodo de la historia aplica si alguna solicitud lo
      *>   cubre: por ID directo, o por departamento (el EMP-DEPTO
      *>   vigente del maestro) cuando la solicitud trae ID en ceros.
      *>   Los renglones de finiquito (PH-TIPO F) no se reabren: no
      *>   son un periodo de sueldo completo.
       EvaluaPeriodo.
           MOVE "N" TO WS-PERIODO-APLICA
           IF PH-TIPO NOT = "N" AND PH-TIPO NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SOL-IDX FROM 1 BY 1
               UNTIL WS-SOL-IDX > WS-CANT-SOLICITUDES
               IF WS-PERIODO-APLICA = "N"
      *>   impuesto se recalcula por tramos con la vigencia DE ESE
      *>   periodo, y el neto del ajuste es la diferencia de bruto
      *>   menos la de impuesto (las deducciones ya cobradas no se
      *>   reabren). Sin diferencia no se emite nada. Lo que el
      *>   periodo pago por tarjetas de tiempo (PH-PERCEP-TIEMPO) se
      *>   conserva tal cual: el ajuste solo reprecia el salario.
       RecalculaPeriodo.
           MOVE PH-ID TO CP-ID
           READ archivo-compensacion
                   PERFORM ImprimeSinCompensacion
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-BRUTO-NUEVO = CP-SALARIO + PH-PERCEP-TIEMPO
           IF WS-BRUTO-NUEVO = PH-BRUTO
               EXIT PARAGRAPH
           END-IF
