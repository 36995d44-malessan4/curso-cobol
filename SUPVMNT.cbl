       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPVMNT.
      *>   Mantenimiento de las lineas de reporte (EMPSUPV.cpy):
      *>   alta, cambio de jefe, baja y consulta contra empsupv.dat
      *>   por SUP-ID, via un archivo de transacciones
      *>   (SVT-ACCION = A/C/D/I), mismo esquema que CONTMNT. El alta
      *>   y el cambio exigen que el empleado y el jefe existan en
      *>   archivo-empleados y no esten terminados, que el jefe no
      *>   sea el mismo empleado y que la cadena del jefe hacia
      *>   arriba no pase por el empleado: un ciclo dejaria una
      *>   solicitud de licencia escalando en redondo. La consulta
      *>   muestra la cadena completa hasta la cabeza de linea.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-lineas
               ASSIGN TO "empsupv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-ID
               FILE STATUS IS WS-FS-LINEAS.

               SELECT archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT archivo-mantenimiento
               ASSIGN TO "supvmnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANTTO.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-lineas.
           COPY EMPSUPV.

       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-mantenimiento.
           COPY SUPVMNTX.

       WORKING-STORAGE SECTION.
           01 WS-FS-LINEAS PIC XX VALUE "00".
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

      *>   Recorrido de la cadena hacia arriba; el tope de niveles
      *>   corta tambien un ciclo que ya viniera en los datos.
           01 WS-MAX-NIVELES PIC 9(3) VALUE 99.
           01 WS-NIVEL PIC 9(3) VALUE ZEROS.
           01 WS-ACTUAL-ID PIC 9(6) VALUE ZEROS.
           01 WS-FIN-CADENA PIC X VALUE "N".
           01 WS-HAY-CICLO PIC X VALUE "N".

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "SUPVMNT-OPERADOR"
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           OPEN I-O archivo-lineas
           IF WS-FS-LINEAS = "35"
               OPEN OUTPUT archivo-lineas
               CLOSE archivo-lineas
               OPEN I-O archivo-lineas
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
           CLOSE archivo-lineas
           DISPLAY "Altas: " WS-TOTAL-ALTAS
               " Cambios: " WS-TOTAL-CAMBIOS
               " Bajas: " WS-TOTAL-BAJAS
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
           EVALUATE SVT-ACCION
               WHEN "A"
                   PERFORM AltaLinea
               WHEN "C"
                   PERFORM CambiaLinea
               WHEN "D"
                   PERFORM BajaLinea
               WHEN "I"
                   PERFORM ConsultaLinea
               WHEN OTHER
                   DISPLAY "Accion de mantenimiento invalida: "
                       SVT-ACCION
                   ADD 1 TO WS-TOTAL-ERRORES
           END-EVALUATE.

       AltaLinea.
           MOVE SVT-ID TO SUP-ID
           READ archivo-lineas
               NOT INVALID KEY
                   DISPLAY "Alta rechazada, el empleado ya tiene jefe "
                       "registrado: " SVT-ID " " SUP-JEFE-ID
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           PERFORM ValidaLinea
           IF WS-TRANS-VALIDA NOT = "S"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           PERFORM LlenaLinea
           WRITE SUP-RECORD
               INVALID KEY
                   DISPLAY "Alta rechazada al escribir: " SVT-ID
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ALTAS
           END-WRITE.

       CambiaLinea.
           MOVE SVT-ID TO SUP-ID
           READ archivo-lineas
               INVALID KEY
                   DISPLAY "Cambio rechazado, el empleado no tiene "
                       "jefe registrado: " SVT-ID
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           PERFORM ValidaLinea
           IF WS-TRANS-VALIDA NOT = "S"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           PERFORM LlenaLinea
           REWRITE SUP-RECORD
               INVALID KEY
                   DISPLAY "Cambio rechazado al reescribir: " SVT-ID
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CAMBIOS
           END-REWRITE.

      *>   La validacion recorre archivo-lineas, asi que el registro
      *>   se arma completo despues de ella.
       LlenaLinea.
           MOVE SVT-ID TO SUP-ID
           MOVE SVT-JEFE-ID TO SUP-JEFE-ID
           MOVE WS-FECHA-PROCESO-NEG TO SUP-FECHA-CAMBIO
           MOVE WS-OPERADOR TO SUP-OPERADOR.

      *>   Todas las validaciones de alta y cambio; la primera que
      *>   falla rechaza la transaccion con su mensaje.
       ValidaLinea.
           MOVE "N" TO WS-TRANS-VALIDA
           IF SVT-ID = SVT-JEFE-ID
               DISPLAY "Rechazada, un empleado no puede ser su propio "
                   "jefe: " SVT-ID
               EXIT PARAGRAPH
           END-IF
           MOVE SVT-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   DISPLAY "Rechazada, ID no existe en maestro de "
                       "empleados: " SVT-ID
                   EXIT PARAGRAPH
           END-READ
           IF EMP-ESTADO = "T"
               DISPLAY "Rechazada, empleado terminado: " SVT-ID
               EXIT PARAGRAPH
           END-IF
           MOVE SVT-JEFE-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   DISPLAY "Rechazada, el jefe no existe en maestro "
                       "de empleados: " SVT-ID " " SVT-JEFE-ID
                   EXIT PARAGRAPH
           END-READ
           IF EMP-ESTADO = "T"
               DISPLAY "Rechazada, jefe terminado: " SVT-ID " "
                   SVT-JEFE-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM BuscaCiclo
           IF WS-HAY-CICLO = "S"
               DISPLAY "Rechazada, el empleado ya esta arriba de su "
                   "nuevo jefe (ciclo): " SVT-ID " " SVT-JEFE-ID
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-TRANS-VALIDA.

      *>   Sube desde el jefe propuesto: si en el camino aparece el
      *>   empleado, el cambio cerraria un ciclo.
       BuscaCiclo.
           MOVE "N" TO WS-HAY-CICLO
           MOVE "N" TO WS-FIN-CADENA
           MOVE SVT-JEFE-ID TO WS-ACTUAL-ID
           MOVE ZEROS TO WS-NIVEL
           PERFORM UNTIL WS-FIN-CADENA = "S"
               IF WS-ACTUAL-ID = SVT-ID
                   MOVE "S" TO WS-HAY-CICLO
                   MOVE "S" TO WS-FIN-CADENA
               ELSE
                   ADD 1 TO WS-NIVEL
                   IF WS-NIVEL > WS-MAX-NIVELES
                       MOVE "S" TO WS-HAY-CICLO
                       MOVE "S" TO WS-FIN-CADENA
                   ELSE
                       MOVE WS-ACTUAL-ID TO SUP-ID
                       READ archivo-lineas
                           INVALID KEY
                               MOVE "S" TO WS-FIN-CADENA
                           NOT INVALID KEY
                               MOVE SUP-JEFE-ID TO WS-ACTUAL-ID
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

      *>   Sin renglon el empleado queda como cabeza de su linea; sus
      *>   reportes directos no se mueven.
       BajaLinea.
           MOVE SVT-ID TO SUP-ID
           READ archivo-lineas
               INVALID KEY
                   DISPLAY "Baja rechazada, el empleado no tiene jefe "
                       "registrado: " SVT-ID
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   DELETE archivo-lineas
                   ADD 1 TO WS-TOTAL-BAJAS
           END-READ.

       ConsultaLinea.
           ADD 1 TO WS-TOTAL-CONSULTAS
           MOVE "N" TO WS-FIN-CADENA
           MOVE SVT-ID TO WS-ACTUAL-ID
           MOVE ZEROS TO WS-NIVEL
           PERFORM UNTIL WS-FIN-CADENA = "S"
               MOVE WS-ACTUAL-ID TO EMP-ID
               READ archivo-empleados
                   INVALID KEY
                       MOVE "*NO EN MAESTRO*" TO EMP-APELLIDO
                       MOVE SPACES TO EMP-NOMBRE
                       MOVE SPACES TO EMP-DEPTO
               END-READ
               DISPLAY "Nivel " WS-NIVEL ": " WS-ACTUAL-ID " "
                   EMP-NOMBRE " " EMP-APELLIDO " " EMP-DEPTO
               ADD 1 TO WS-NIVEL
               IF WS-NIVEL > WS-MAX-NIVELES
                   MOVE "S" TO WS-FIN-CADENA
               ELSE
                   MOVE WS-ACTUAL-ID TO SUP-ID
                   READ archivo-lineas
                       INVALID KEY
                           MOVE "S" TO WS-FIN-CADENA
                       NOT INVALID KEY
                           MOVE SUP-JEFE-ID TO WS-ACTUAL-ID
                   END-READ
               END-IF
           END-PERFORM.

       END PROGRAM SUPVMNT.
