      *>   existir y estar activo — y contra su saldo de dias
      *>   (LEAVEBAL.cpy): una solicitud que pide mas dias de los
      *>   disponibles se rechaza. La aceptada descuenta los dias del
      *>   saldo y queda en la cola de aprobacion (LEAVEREQ.cpy,
      *>   estado S) del jefe inmediato de la linea de reporte
      *>   (EMPSUPV.cpy); si ese jefe esta terminado sube al
      *>   siguiente activo, y sin ninguno la solicitud se rechaza
      *>   porque nadie la podria aprobar. La decision es del jefe
      *>   en LEAVEWRK; mientras no exista empsupv.dat la solicitud
      *>   queda aprobada de una vez (P), como antes. El cambio de
      *>   EMP-ESTADO a L lo hace el paso nocturno LEAVENIT en la
      *>   fecha de inicio de la aprobada, como EMPRELSE libera el
      *>   mantenimiento con fecha futura.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               RECORD KEY IS LVR-CLAVE
               FILE STATUS IS WS-FS-SOLICITUDES.

               SELECT OPTIONAL archivo-lineas
               ASSIGN TO "empsupv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-ID
               FILE STATUS IS WS-FS-LINEAS.

               SELECT archivo-capturas
               ASSIGN TO "leavemnt.dat"
               ORGANIZATION IS SEQUENTIAL
       FD  archivo-solicitudes.
           COPY LEAVEREQ.

       FD  archivo-lineas.
           COPY EMPSUPV.

      *>   Captura del dia: mismo contenido que la solicitud, sin
      *>   estado (lo asigna este programa).
       FD  archivo-capturas.
           01 WS-FS-SALDOS PIC XX VALUE "00".
           01 WS-FS-SOLICITUDES PIC XX VALUE "00".
           01 WS-FS-CAPTURAS PIC XX VALUE "00".
           01 WS-FS-LINEAS PIC XX VALUE "00".
           01 WS-EOF-CAPTURAS PIC X VALUE "N".
           01 WS-HAY-LINEAS PIC X VALUE "N".

      *>   Jefe activo mas cercano hacia arriba en EMPSUPV.cpy; el
      *>   tope de niveles corta un ciclo que viniera en los datos.
           01 WS-BUSCA-ID PIC 9(6) VALUE ZEROS.
           01 WS-JEFE-ACTIVO PIC 9(6) VALUE ZEROS.
           01 WS-NIVEL PIC 9(3) VALUE ZEROS.
           01 WS-MAX-NIVELES PIC 9(3) VALUE 99.
           01 WS-FIN-CADENA PIC X VALUE "N".

           01 WS-TOTAL-ACEPTADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RECHAZADAS PIC 9(6) VALUE ZEROS.
               CLOSE archivo-solicitudes
               OPEN I-O archivo-solicitudes
           END-IF
           OPEN INPUT archivo-lineas
           IF WS-FS-LINEAS = "00"
               MOVE "S" TO WS-HAY-LINEAS
           ELSE
               CLOSE archivo-lineas
           END-IF
           OPEN INPUT archivo-capturas
           PERFORM UNTIL WS-EOF-CAPTURAS = "S"
               READ archivo-capturas
           CLOSE archivo-empleados
           CLOSE archivo-saldos-licencia
           CLOSE archivo-solicitudes
           IF WS-HAY-LINEAS = "S"
               CLOSE archivo-lineas
           END-IF
           DISPLAY "Aceptadas: " WS-TOTAL-ACEPTADAS
               " Rechazadas: " WS-TOTAL-RECHAZADAS
           IF WS-TOTAL-RECHAZADAS > 0
               ADD 1 TO WS-TOTAL-RECHAZADAS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-JEFE-ACTIVO
           IF WS-HAY-LINEAS = "S"
               MOVE LVC-ID TO WS-BUSCA-ID
               PERFORM BuscaJefeActivo
               IF WS-JEFE-ACTIVO = ZEROS
                   DISPLAY "Rechazada, sin jefe activo en la linea "
                       "de reporte que la apruebe: " LVC-ID
                   ADD 1 TO WS-TOTAL-RECHAZADAS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE LVC-ID TO LVR-ID
           MOVE LVC-FECHA-INICIO TO LVR-FECHA-INICIO
           MOVE LVC-TIPO TO LVR-TIPO
           MOVE LVC-FECHA-FIN TO LVR-FECHA-FIN
           MOVE WS-DIAS-SOLICITADOS TO LVR-DIAS
           MOVE WS-JEFE-ACTIVO TO LVR-APROBADOR-ID
           MOVE ZEROS TO LVR-NIVEL-ESCALA
           MOVE SPACES TO LVR-MOTIVO-RECHAZO
           IF WS-HAY-LINEAS = "S"
               MOVE "S" TO LVR-ESTADO
               MOVE WS-FECHA-PROCESO-NEG TO LVR-FECHA-ASIGNACION
               MOVE SPACES TO LVR-FECHA-DECISION
           ELSE
               MOVE "P" TO LVR-ESTADO
               MOVE SPACES TO LVR-FECHA-ASIGNACION
               MOVE WS-FECHA-PROCESO-NEG TO LVR-FECHA-DECISION
           END-IF
           WRITE LVR-RECORD
               INVALID KEY
                   DISPLAY "Rechazada, ya hay solicitud con ese "
           REWRITE LVB-RECORD
           ADD 1 TO WS-TOTAL-ACEPTADAS.

      *>   Sube desde el empleado WS-BUSCA-ID saltando jefes
      *>   terminados; deja ceros si la linea se acaba sin uno activo.
       BuscaJefeActivo.
           MOVE ZEROS TO WS-JEFE-ACTIVO
           MOVE ZEROS TO WS-NIVEL
           MOVE "N" TO WS-FIN-CADENA
           PERFORM UNTIL WS-FIN-CADENA = "S"
               ADD 1 TO WS-NIVEL
               MOVE WS-BUSCA-ID TO SUP-ID
               READ archivo-lineas
                   INVALID KEY
                       MOVE "S" TO WS-FIN-CADENA
               END-READ
               IF WS-FIN-CADENA NOT = "S"
                   MOVE SUP-JEFE-ID TO EMP-ID
                   READ archivo-empleados
                       INVALID KEY
                           MOVE "S" TO WS-FIN-CADENA
                       NOT INVALID KEY
                           IF EMP-ESTADO NOT = "T"
                               MOVE EMP-ID TO WS-JEFE-ACTIVO
                               MOVE "S" TO WS-FIN-CADENA
                           END-IF
                   END-READ
                   MOVE SUP-JEFE-ID TO WS-BUSCA-ID
               END-IF
               IF WS-NIVEL >= WS-MAX-NIVELES
                   MOVE "S" TO WS-FIN-CADENA
               END-IF
           END-PERFORM.

       END PROGRAM LEAVEMNT.
