       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVECAL.
      *>   Calendario de licencias por departamento: lista, agrupado
      *>   por EMP-DEPTO, las licencias en espera de aprobacion del
      *>   jefe (S), aprobadas pendientes de iniciar (P) y en curso
      *>   (A) con su tipo y rango de fechas, para que cada
      *>   gerente vea quien va a faltar y cuando antes de
      *>   comprometer la plantilla. Encabezado estandar via RPTHDR.
       ENVIRONMENT DIVISION.
                           MOVE "S" TO WS-EOF-SOLICITUDES
                       NOT AT END
                           IF LVR-ESTADO = "P" OR LVR-ESTADO = "A"
                               OR LVR-ESTADO = "S"
                               PERFORM JuntaSolicitud
                           END-IF
                   END-READ
