       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTMNT.
      *>   Mantenimiento de certificaciones por empleado
      *>   (EMPCERT.cpy): alta, cambio, baja y consulta contra
      *>   empcert.dat, via un archivo de transacciones
      *>   (CRT-ACCION = A/C/D/I), mismo esquema que CONTMNT. El alta
      *>   exige que el empleado exista en el maestro, que el curso
      *>   exista y este activo en el catalogo (CURSMAST.cpy) y una
      *>   fecha de termino valida no futura. Si no trae
      *>   vencimiento y el curso tiene vigencia, el vencimiento se
      *>   calcula sumando los meses de vigencia a la fecha de
      *>   termino (un dia 31 que no existe en el mes de llegada cae
      *>   al ultimo dia del mes). Un vencimiento capturado debe ser
      *>   valido y no anterior al termino. La renovacion es un alta
      *>   nueva con su propia fecha de termino; la baja solo es
      *>   para corregir una captura erronea. La consulta lista
      *>   todas las certificaciones del empleado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-certificaciones
               ASSIGN TO "empcert.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-CLAVE
               FILE STATUS IS WS-FS-CERTIFICACIONES.

               SELECT archivo-cursos
               ASSIGN TO "cursos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CODIGO
               FILE STATUS IS WS-FS-CURSOS.

               SELECT archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT archivo-mantenimiento
               ASSIGN TO "certmnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANTTO.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-certificaciones.
           COPY EMPCERT.

       FD  archivo-cursos.
           COPY CURSMAST.

       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-mantenimiento.
           COPY CERTMNTX.

       WORKING-STORAGE SECTION.
           01 WS-FS-CERTIFICACIONES PIC XX VALUE "00".
           01 WS-FS-CURSOS PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-MANTTO PIC XX VALUE "00".
           01 WS-EOF-MANTTO PIC X VALUE "N".
           01 WS-FIN-CERTIFICACIONES PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-TOTAL-ALTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CAMBIOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-BAJAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CONSULTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ERRORES PIC 9(6) VALUE ZEROS.

      *>   Vencimiento calculado: termino mas los meses de vigencia.
           01 WS-MESES-TOTAL PIC 9(6) VALUE ZEROS.
           01 WS-MES-RESTO PIC 9(2) VALUE ZEROS.
           01 WS-FECHA-VENCE.
               05 WS-VENCE-ANIO PIC 9(4).
               05 WS-VENCE-MES PIC 9(2).
               05 WS-VENCE-DIA PIC 9(2).
           01 WS-FECHA-VENCE-N REDEFINES WS-FECHA-VENCE PIC 9(8).

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "CERTMNT-OPERADOR"
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           OPEN I-O archivo-certificaciones
           IF WS-FS-CERTIFICACIONES = "35"
               OPEN OUTPUT archivo-certificaciones
               CLOSE archivo-certificaciones
               OPEN I-O archivo-certificaciones
           END-IF
           OPEN INPUT archivo-cursos
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
           CLOSE archivo-cursos
           CLOSE archivo-certificaciones
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
           EVALUATE CRT-ACCION
               WHEN "A"
                   PERFORM AltaCertificacion
               WHEN "C"
                   PERFORM CambiaCertificacion
               WHEN "D"
                   PERFORM BajaCertificacion
               WHEN "I"
                   PERFORM ConsultaCertificaciones
               WHEN OTHER
                   DISPLAY "Accion de mantenimiento invalida: "
                       CRT-ACCION
                   ADD 1 TO WS-TOTAL-ERRORES
           END-EVALUATE.

       AltaCertificacion.
           MOVE CRT-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   DISPLAY "Alta rechazada, ID no existe en maestro "
                       "de empleados: " CRT-ID
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           MOVE CRT-CURSO TO CU-CODIGO
           READ archivo-cursos
               INVALID KEY
                   DISPLAY "Alta rechazada, curso fuera del "
                       "catalogo: " CRT-ID " " CRT-CURSO
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           IF CU-ACTIVO NOT = "S"
               DISPLAY "Alta rechazada, curso dado de baja: "
                   CRT-ID " " CRT-CURSO
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           IF CRT-FECHA-TERMINO NUMERIC
               IF FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(CRT-FECHA-TERMINO)) = 0
                   MOVE SPACES TO CRT-FECHA-TERMINO
               END-IF
           END-IF
           IF CRT-FECHA-TERMINO NOT NUMERIC
               OR CRT-FECHA-TERMINO > WS-FECHA-PROCESO-NEG
               DISPLAY "Alta rechazada, fecha de termino invalida o "
                   "futura: " CRT-ID " " CRT-FECHA-TERMINO
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           IF CRT-FECHA-VENCE = SPACES AND CU-VIGENCIA-MESES > 0
               PERFORM CalculaVencimiento
               MOVE WS-FECHA-VENCE TO CRT-FECHA-VENCE
           END-IF
           PERFORM ValidaVencimiento
           IF CRT-FECHA-VENCE = HIGH-VALUES
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE CRT-ID TO CE-ID
           MOVE CRT-CURSO TO CE-CURSO
           MOVE CRT-FECHA-TERMINO TO CE-FECHA-TERMINO
           MOVE CRT-FECHA-VENCE TO CE-FECHA-VENCE
           MOVE CRT-PROVEEDOR TO CE-PROVEEDOR
           MOVE WS-FECHA-PROCESO-NEG TO CE-FECHA-CAMBIO
           MOVE WS-OPERADOR TO CE-OPERADOR
           WRITE CE-RECORD
               INVALID KEY
                   DISPLAY "Alta rechazada, ya existe esa "
                       "certificacion: " CRT-ID " " CRT-CURSO " "
                       CRT-FECHA-TERMINO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ALTAS
                   DISPLAY "Certificacion " CRT-ID " " CRT-CURSO
                       " vence " CE-FECHA-VENCE
           END-WRITE.

       CambiaCertificacion.
           MOVE CRT-ID TO CE-ID
           MOVE CRT-CURSO TO CE-CURSO
           MOVE CRT-FECHA-TERMINO TO CE-FECHA-TERMINO
           READ archivo-certificaciones
               INVALID KEY
                   DISPLAY "Cambio rechazado, certificacion no "
                       "existe: " CRT-ID " " CRT-CURSO " "
                       CRT-FECHA-TERMINO
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           PERFORM ValidaVencimiento
           IF CRT-FECHA-VENCE = HIGH-VALUES
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE CRT-FECHA-VENCE TO CE-FECHA-VENCE
           IF CRT-PROVEEDOR NOT = SPACES
               MOVE CRT-PROVEEDOR TO CE-PROVEEDOR
           END-IF
           MOVE WS-FECHA-PROCESO-NEG TO CE-FECHA-CAMBIO
           MOVE WS-OPERADOR TO CE-OPERADOR
           REWRITE CE-RECORD
               INVALID KEY
                   DISPLAY "Cambio rechazado al reescribir: " CRT-ID
                       " " CRT-CURSO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CAMBIOS
           END-REWRITE.

      *>   Un vencimiento invalido o anterior al termino se reporta
      *>   y deja CRT-FECHA-VENCE en HIGH-VALUES para que el llamador
      *>   rechace la transaccion; en blanco es "no vence".
       ValidaVencimiento.
           IF CRT-FECHA-VENCE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CRT-FECHA-VENCE NUMERIC
               IF FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(CRT-FECHA-VENCE)) NOT = 0
                   AND CRT-FECHA-VENCE >= CRT-FECHA-TERMINO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Rechazada, vencimiento invalido o anterior al "
               "termino: " CRT-ID " " CRT-CURSO " " CRT-FECHA-VENCE
           MOVE HIGH-VALUES TO CRT-FECHA-VENCE.

       CalculaVencimiento.
           COMPUTE WS-MESES-TOTAL =
               FUNCTION NUMVAL(CRT-FECHA-TERMINO (1:4)) * 12
               + FUNCTION NUMVAL(CRT-FECHA-TERMINO (5:2)) - 1
               + CU-VIGENCIA-MESES
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-VENCE-ANIO
               REMAINDER WS-MES-RESTO
           COMPUTE WS-VENCE-MES = WS-MES-RESTO + 1
           MOVE CRT-FECHA-TERMINO (7:2) TO WS-VENCE-DIA
           PERFORM UNTIL WS-VENCE-DIA <= 28
               OR FUNCTION INTEGER-OF-DATE(WS-FECHA-VENCE-N) NOT = 0
               SUBTRACT 1 FROM WS-VENCE-DIA
           END-PERFORM.

       BajaCertificacion.
           MOVE CRT-ID TO CE-ID
           MOVE CRT-CURSO TO CE-CURSO
           MOVE CRT-FECHA-TERMINO TO CE-FECHA-TERMINO
           READ archivo-certificaciones
               INVALID KEY
                   DISPLAY "Baja rechazada, certificacion no existe: "
                       CRT-ID " " CRT-CURSO " " CRT-FECHA-TERMINO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   DELETE archivo-certificaciones
                   ADD 1 TO WS-TOTAL-BAJAS
           END-READ.

       ConsultaCertificaciones.
           ADD 1 TO WS-TOTAL-CONSULTAS
           MOVE CRT-ID TO CE-ID
           MOVE LOW-VALUES TO CE-CURSO
           MOVE LOW-VALUES TO CE-FECHA-TERMINO
           MOVE "N" TO WS-FIN-CERTIFICACIONES
           START archivo-certificaciones KEY >= CE-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-CERTIFICACIONES
           END-START
           PERFORM UNTIL WS-FIN-CERTIFICACIONES = "S"
               READ archivo-certificaciones NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-CERTIFICACIONES
                   NOT AT END
                       IF CE-ID NOT = CRT-ID
                           MOVE "S" TO WS-FIN-CERTIFICACIONES
                       ELSE
                           DISPLAY "Certificacion " CE-ID " "
                               CE-CURSO " termino " CE-FECHA-TERMINO
                               " vence " CE-FECHA-VENCE " "
                               CE-PROVEEDOR
                       END-IF
               END-READ
           END-PERFORM.

       END PROGRAM CERTMNT.
