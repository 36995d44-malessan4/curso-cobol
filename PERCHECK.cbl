      *>   Los programas que contabilizan la consultan al arrancar y
      *>   se rehusan a postear dentro de un mes cerrado. Sin archivo
      *>   de candados todo sigue abierto, como antes del cierre
      *>   formal. El candado AAAA13 que deja el cierre anual
      *>   (YECLOSE) cierra todas las fechas de ese anio.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                       MOVE "S" TO LK-CERRADO
                   END-IF
           END-READ
           IF LK-CERRADO NOT = "S"
               MOVE LK-FECHA (1:4) TO PL-PERIODO (1:4)
               MOVE "13" TO PL-PERIODO (5:2)
               READ archivo-candados
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PL-ESTADO = "C"
                           MOVE "S" TO LK-CERRADO
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-candados
           GOBACK.

