       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRMNT.
      *>   Mantenimiento de evaluaciones de desempeno (APPRAISL.cpy):
      *>   alta, cambio, anulacion y consulta contra appraisl.dat por
      *>   empleado y anio de revision, via un archivo de
      *>   transacciones (APT-ACCION = A/C/D/I), mismo esquema que
      *>   CONTMNT. El alta exige que el empleado exista y no este
      *>   terminado, y un anio que no sea posterior al de proceso.
      *>   El revisor, si viene, debe existir en el maestro y no ser
      *>   el mismo empleado. Concluir (estado C) exige calificacion
      *>   de 1 a 5, revisor y fecha de revision valida no futura;
      *>   en captura (B) puede ir incompleta. La anulacion no borra:
      *>   deja el renglon X, que ya no se puede cambiar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-evaluaciones
               ASSIGN TO "appraisl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CLAVE
               FILE STATUS IS WS-FS-EVALUACIONES.

               SELECT archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT archivo-mantenimiento
               ASSIGN TO "apprmnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANTTO.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-evaluaciones.
           COPY APPRAISL.

       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-mantenimiento.
           COPY APPRMNTX.

       WORKING-STORAGE SECTION.
           01 WS-FS-EVALUACIONES PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-MANTTO PIC XX VALUE "00".
           01 WS-EOF-MANTTO PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-TRANS-VALIDA PIC X VALUE "N".
           01 WS-TOTAL-ALTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CAMBIOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-BAJAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CONSULTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ERRORES PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "APPRMNT-OPERADOR"
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           OPEN I-O archivo-evaluaciones
           IF WS-FS-EVALUACIONES = "35"
               OPEN OUTPUT archivo-evaluaciones
               CLOSE archivo-evaluaciones
               OPEN I-O archivo-evaluaciones
           END-IF
           OPEN INPUT archivo-empleados
           OPEN INPUT archivo-mantenimiento
           PERFORM UNTIL WS-EOF-MANTTO = "S"
               READ archivo-mantenimiento
                   AT END
                       MOVE "S" TO WS-EOF-MANTTO
                   NOT AT END
                       PERFORM ProcesaTransaccion
               END-READ
           END-PERFORM
           CLOSE archivo-mantenimiento
           CLOSE archivo-empleados
           CLOSE archivo-evaluaciones
           DISPLAY "Altas: " WS-TOTAL-ALTAS
               " Cambios: " WS-TOTAL-CAMBIOS
               " Anuladas: " WS-TOTAL-BAJAS
               " Consultas: " WS-TOTAL-CONSULTAS
               " Errores: " WS-TOTAL-ERRORES
           IF WS-TOTAL-ERRORES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al menu
      *>   cuando lo invoca via CALL.
           GOBACK.

       ProcesaTransaccion.
           EVALUATE APT-ACCION
               WHEN "A"
                   PERFORM AltaEvaluacion
               WHEN "C"
                   PERFORM CambiaEvaluacion
               WHEN "D"
                   PERFORM AnulaEvaluacion
               WHEN "I"
                   PERFORM ConsultaEvaluacion
               WHEN OTHER
                   DISPLAY "Accion de mantenimiento invalida: "
                       APT-ACCION
                   ADD 1 TO WS-TOTAL-ERRORES
           END-EVALUATE.

       AltaEvaluacion.
           MOVE APT-ID TO AP-ID
           MOVE APT-ANIO TO AP-ANIO
           READ archivo-evaluaciones
               NOT INVALID KEY
                   DISPLAY "Alta rechazada, ya hay evaluacion del "
                       "anio: " APT-ID " " APT-ANIO " estado "
                       AP-ESTADO
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           MOVE APT-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   DISPLAY "Alta rechazada, ID no existe en maestro "
                       "de empleados: " APT-ID
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           IF EMP-ESTADO = "T"
               DISPLAY "Alta rechazada, empleado terminado: " APT-ID
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           PERFORM ValidaEvaluacion
           IF WS-TRANS-VALIDA NOT = "S"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE APT-ID TO AP-ID
           MOVE APT-ANIO TO AP-ANIO
           PERFORM LlenaEvaluacion
           WRITE AP-RECORD
               INVALID KEY
                   DISPLAY "Alta rechazada al escribir: " APT-ID " "
                       APT-ANIO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ALTAS
           END-WRITE.

       CambiaEvaluacion.
           MOVE APT-ID TO AP-ID
           MOVE APT-ANIO TO AP-ANIO
           READ archivo-evaluaciones
               INVALID KEY
                   DISPLAY "Cambio rechazado, no hay evaluacion del "
                       "anio: " APT-ID " " APT-ANIO
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           IF AP-ESTADO = "X"
               DISPLAY "Cambio rechazado, evaluacion anulada: "
                   APT-ID " " APT-ANIO
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           PERFORM ValidaEvaluacion
           IF WS-TRANS-VALIDA NOT = "S"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           PERFORM LlenaEvaluacion
           REWRITE AP-RECORD
               INVALID KEY
                   DISPLAY "Cambio rechazado al reescribir: " APT-ID
                       " " APT-ANIO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CAMBIOS
           END-REWRITE.

      *>   La validacion lee archivo-empleados para el revisor, asi
      *>   que el registro se arma despues de ella.
       LlenaEvaluacion.
           MOVE APT-CALIFICACION TO AP-CALIFICACION
           MOVE APT-REVISOR-ID TO AP-REVISOR-ID
           MOVE APT-FECHA-REVISION TO AP-FECHA-REVISION
           MOVE APT-ESTADO TO AP-ESTADO
           MOVE WS-FECHA-PROCESO-NEG TO AP-FECHA-CAMBIO
           MOVE WS-OPERADOR TO AP-OPERADOR.

      *>   Validaciones comunes de alta y cambio; la primera que
      *>   falla rechaza la transaccion con su mensaje.
       ValidaEvaluacion.
           MOVE "N" TO WS-TRANS-VALIDA
           IF APT-ANIO NOT NUMERIC
               OR APT-ANIO < 1900
               OR APT-ANIO > WS-FECHA-PROCESO-NEG (1:4)
               DISPLAY "Rechazada, anio de revision invalido: "
                   APT-ID " " APT-ANIO
               EXIT PARAGRAPH
           END-IF
           IF APT-ESTADO NOT = "B" AND APT-ESTADO NOT = "C"
               DISPLAY "Rechazada, estado invalido (B/C): " APT-ID
                   " " APT-ESTADO
               EXIT PARAGRAPH
           END-IF
           IF APT-CALIFICACION NOT NUMERIC
               OR APT-CALIFICACION > 5
               DISPLAY "Rechazada, calificacion fuera de 1 a 5: "
                   APT-ID " " APT-CALIFICACION
               EXIT PARAGRAPH
           END-IF
           IF APT-FECHA-REVISION NUMERIC
               IF FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(APT-FECHA-REVISION)) = 0
                   MOVE SPACES TO APT-FECHA-REVISION
               END-IF
           END-IF
           IF APT-FECHA-REVISION NOT = SPACES
               AND (APT-FECHA-REVISION NOT NUMERIC
                   OR APT-FECHA-REVISION > WS-FECHA-PROCESO-NEG)
               DISPLAY "Rechazada, fecha de revision invalida o "
                   "futura: " APT-ID " " APT-FECHA-REVISION
               EXIT PARAGRAPH
           END-IF
           IF APT-REVISOR-ID NOT NUMERIC
               MOVE ZEROS TO APT-REVISOR-ID
           END-IF
           IF APT-REVISOR-ID NOT = ZEROS
               IF APT-REVISOR-ID = APT-ID
                   DISPLAY "Rechazada, nadie se evalua a si mismo: "
                       APT-ID
                   EXIT PARAGRAPH
               END-IF
               MOVE APT-REVISOR-ID TO EMP-ID
               READ archivo-empleados
                   INVALID KEY
                       DISPLAY "Rechazada, el revisor no existe en "
                           "maestro de empleados: " APT-ID " "
                           APT-REVISOR-ID
                       EXIT PARAGRAPH
               END-READ
           END-IF
           IF APT-ESTADO = "C"
               IF APT-CALIFICACION = 0
                   OR APT-REVISOR-ID = ZEROS
                   OR APT-FECHA-REVISION = SPACES
                   DISPLAY "Rechazada, para concluirla faltan "
                       "calificacion, revisor o fecha: " APT-ID " "
                       APT-ANIO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "S" TO WS-TRANS-VALIDA.

       AnulaEvaluacion.
           MOVE APT-ID TO AP-ID
           MOVE APT-ANIO TO AP-ANIO
           READ archivo-evaluaciones
               INVALID KEY
                   DISPLAY "Anulacion rechazada, no hay evaluacion del "
                       "anio: " APT-ID " " APT-ANIO
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           IF AP-ESTADO = "X"
               DISPLAY "Anulacion rechazada, ya estaba anulada: "
                   APT-ID " " APT-ANIO
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE "X" TO AP-ESTADO
           MOVE WS-FECHA-PROCESO-NEG TO AP-FECHA-CAMBIO
           MOVE WS-OPERADOR TO AP-OPERADOR
           REWRITE AP-RECORD
           ADD 1 TO WS-TOTAL-BAJAS.

       ConsultaEvaluacion.
           MOVE APT-ID TO AP-ID
           MOVE APT-ANIO TO AP-ANIO
           READ archivo-evaluaciones
               INVALID KEY
                   DISPLAY "Consulta, no hay evaluacion del anio: "
                       APT-ID " " APT-ANIO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   DISPLAY "Evaluacion " AP-ID " anio " AP-ANIO
                       " estado " AP-ESTADO
                       " calificacion " AP-CALIFICACION
                       " revisor " AP-REVISOR-ID
                       " fecha " AP-FECHA-REVISION
                       " cambio " AP-FECHA-CAMBIO " " AP-OPERADOR
                   ADD 1 TO WS-TOTAL-CONSULTAS
           END-READ.

       END PROGRAM APPRMNT.
