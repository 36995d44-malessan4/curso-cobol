       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEWRK.
      *>   Estacion de aprobacion de licencias del jefe, en el patron
      *>   de GASTWRK: el operador se identifica como empleado por su
      *>   perfil (OP-EMP-ID en OPERPROF.cpy) y ve solo las
      *>   solicitudes en espera (S) que estan en su cola
      *>   (LVR-APROBADOR-ID, la asigna LEAVEMNT y la sube LEAVENIT
      *>   al escalar). Por cada una decide A aprobar, que la deja
      *>   pendiente de iniciar (P) para que LEAVENIT la arranque en
      *>   su fecha, o R rechazar, con motivo obligatorio, que
      *>   devuelve los dias al saldo (LEAVEBAL.cpy). Nadie decide
      *>   una solicitud propia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-solicitudes
               ASSIGN TO "leavereq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVR-CLAVE
               FILE STATUS IS WS-FS-SOLICITUDES.

               SELECT archivo-saldos-licencia
               ASSIGN TO "leavebal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVB-ID
               FILE STATUS IS WS-FS-SALDOS.

               SELECT OPTIONAL archivo-perfiles
               ASSIGN TO "operprof.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-FS-PERFILES.

               SELECT archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-solicitudes.
           COPY LEAVEREQ.

       FD  archivo-saldos-licencia.
           COPY LEAVEBAL.

       FD  archivo-perfiles.
           COPY OPERPROF.

       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       WORKING-STORAGE SECTION.
           01 WS-FS-SOLICITUDES PIC XX VALUE "00".
           01 WS-FS-SALDOS PIC XX VALUE "00".
           01 WS-FS-PERFILES PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-EOF-SOLICITUDES PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-JEFE-ID PIC 9(6) VALUE ZEROS.
           01 WS-DECISION PIC X VALUE SPACES.
           01 WS-MOTIVO PIC X(30) VALUE SPACES.

           01 WS-TOTAL-APROBADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RECHAZADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SALTADAS PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "LEAVEWRK-OPERADOR"
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           PERFORM IdentificaJefe
           IF WS-JEFE-ID = ZEROS
               DISPLAY "Operador sin perfil activo de empleado "
                   "(OP-EMP-ID): no se puede aprobar"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O archivo-solicitudes
           IF WS-FS-SOLICITUDES NOT = "00"
               CLOSE archivo-solicitudes
               DISPLAY "Sin solicitudes de licencia que trabajar"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O archivo-saldos-licencia
           OPEN INPUT archivo-empleados
           PERFORM UNTIL WS-EOF-SOLICITUDES = "S"
               READ archivo-solicitudes NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-SOLICITUDES
                   NOT AT END
                       IF LVR-ESTADO = "S"
                           AND LVR-APROBADOR-ID = WS-JEFE-ID
                           AND LVR-ID NOT = WS-JEFE-ID
                           PERFORM TrabajaPendiente
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-empleados
           CLOSE archivo-saldos-licencia
           CLOSE archivo-solicitudes
           DISPLAY "Aprobadas: " WS-TOTAL-APROBADAS
               " Rechazadas: " WS-TOTAL-RECHAZADAS
               " Saltadas: " WS-TOTAL-SALTADAS
           MOVE 0 TO RETURN-CODE
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al menu
      *>   cuando lo invoca via CALL.
           GOBACK.

      *>   Perfil inexistente, inactivo o sin EMP-ID deja ceros.
       IdentificaJefe.
           MOVE ZEROS TO WS-JEFE-ID
           IF WS-OPERADOR = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT archivo-perfiles
           IF WS-FS-PERFILES = "00"
               MOVE WS-OPERADOR TO OP-ID
               READ archivo-perfiles
                   NOT INVALID KEY
                       IF OP-ACTIVO = "S" AND OP-EMP-ID NUMERIC
                           MOVE OP-EMP-ID TO WS-JEFE-ID
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-perfiles.

       TrabajaPendiente.
           MOVE LVR-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   MOVE "*NO EN MAESTRO*" TO EMP-APELLIDO
                   MOVE SPACES TO EMP-NOMBRE
                   MOVE SPACES TO EMP-DEPTO
           END-READ
           DISPLAY "---------------------------------------------"
           DISPLAY "Licencia de " LVR-ID " " EMP-NOMBRE " "
               EMP-APELLIDO " depto " EMP-DEPTO
           DISPLAY "Tipo: " LVR-TIPO
               " Del " LVR-FECHA-INICIO " al " LVR-FECHA-FIN
               " Dias: " LVR-DIAS
               " En su cola desde: " LVR-FECHA-ASIGNACION
               " Escalamientos: " LVR-NIVEL-ESCALA
           DISPLAY "Decision (A=aprobar R=rechazar otra=saltar): "
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
                   MOVE SPACES TO WS-MOTIVO
                   MOVE "P" TO LVR-ESTADO
                   PERFORM CierraPendiente
                   ADD 1 TO WS-TOTAL-APROBADAS
               WHEN "R"
                   DISPLAY "Motivo del rechazo: "
                   ACCEPT WS-MOTIVO
                   IF WS-MOTIVO = SPACES
                       DISPLAY "Rechazo sin motivo: queda pendiente"
                       ADD 1 TO WS-TOTAL-SALTADAS
                   ELSE
                       MOVE "R" TO LVR-ESTADO
                       PERFORM CierraPendiente
                       PERFORM DevuelveSaldo
                       ADD 1 TO WS-TOTAL-RECHAZADAS
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-SALTADAS
           END-EVALUATE.

       CierraPendiente.
           MOVE WS-FECHA-PROCESO-NEG TO LVR-FECHA-DECISION
           MOVE WS-MOTIVO TO LVR-MOTIVO-RECHAZO
           REWRITE LVR-RECORD
           IF LVR-ESTADO = "P"
               DISPLAY "Aprobada: LEAVENIT la inicia el "
                   LVR-FECHA-INICIO
           END-IF.

      *>   Los dias se descontaron al capturar la solicitud.
       DevuelveSaldo.
           MOVE LVR-ID TO LVB-ID
           READ archivo-saldos-licencia
               INVALID KEY
                   DISPLAY "Rechazada sin saldo que devolver: " LVR-ID
               NOT INVALID KEY
                   ADD LVR-DIAS TO LVB-DIAS-DISPONIBLES
                   SUBTRACT LVR-DIAS FROM LVB-DIAS-TOMADOS
                   REWRITE LVB-RECORD
           END-READ.

       END PROGRAM LEAVEWRK.
