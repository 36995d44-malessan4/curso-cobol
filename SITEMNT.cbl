       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITEMNT.
      *>   Mantenimiento del sitio base del empleado (EMPSITE.cpy):
      *>   alta, cambio, baja y consulta contra empsite.dat por ES-ID,
      *>   via un archivo de transacciones (STT-ACCION = A/C/D/I),
      *>   mismo esquema que CONTMNT. El alta exige que el ID exista
      *>   en archivo-empleados y no este terminado, y ningun sitio
      *>   puede quedar en blanco: un empleado sin sitio no sale en
      *>   el reporte de impacto de CAPITULO-8. Cada movimiento deja
      *>   su asiento en la bitacora de sitio (SITEAUD.cpy).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-sitio-base
               ASSIGN TO "empsite.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-ID
               ALTERNATE RECORD KEY IS ES-SITIO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-SITIO-BASE.

               SELECT archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT archivo-mantenimiento
               ASSIGN TO "sitemnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANTTO.

               SELECT OPTIONAL archivo-auditoria
               ASSIGN TO "siteaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-sitio-base.
           COPY EMPSITE.

       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-mantenimiento.
           COPY SITEMNTX.

       FD  archivo-auditoria.
           COPY SITEAUD.

       WORKING-STORAGE SECTION.
           01 WS-FS-SITIO-BASE PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-MANTTO PIC XX VALUE "00".
           01 WS-FS-AUDITORIA PIC XX VALUE "00".
           01 WS-EOF-MANTTO PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-SITIO-ANTES PIC X(8) VALUE SPACES.
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
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "SITEMNT-OPERADOR"
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           OPEN I-O archivo-sitio-base
           IF WS-FS-SITIO-BASE = "35"
               OPEN OUTPUT archivo-sitio-base
               CLOSE archivo-sitio-base
               OPEN I-O archivo-sitio-base
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
           CLOSE archivo-sitio-base
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
           EVALUATE STT-ACCION
               WHEN "A"
                   PERFORM AltaSitio
               WHEN "C"
                   PERFORM CambiaSitio
               WHEN "D"
                   PERFORM BajaSitio
               WHEN "I"
                   PERFORM ConsultaSitio
               WHEN OTHER
                   DISPLAY "Accion de mantenimiento invalida: "
                       STT-ACCION
                   ADD 1 TO WS-TOTAL-ERRORES
           END-EVALUATE.

       AltaSitio.
           IF STT-ID = 999999
               DISPLAY "Alta rechazada, ID reservado: " STT-ID
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           IF STT-SITIO = SPACES
               DISPLAY "Alta rechazada, sitio en blanco: " STT-ID
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE STT-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   DISPLAY "Alta rechazada, ID no existe en maestro "
                       "de empleados: " STT-ID
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           IF EMP-ESTADO = "T"
               DISPLAY "Alta rechazada, empleado terminado: " STT-ID
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SITIO-ANTES
           MOVE STT-ID TO ES-ID
           MOVE STT-SITIO TO ES-SITIO
           MOVE WS-FECHA-PROCESO-NEG TO ES-FECHA-CAMBIO
           MOVE WS-OPERADOR TO ES-OPERADOR
           WRITE ES-RECORD
               INVALID KEY
                   DISPLAY "Alta rechazada, el ID ya tiene "
                       "sitio base: " STT-ID
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ALTAS
                   PERFORM GrabaAuditoria
           END-WRITE.

       CambiaSitio.
           IF STT-SITIO = SPACES
               DISPLAY "Cambio rechazado, sitio en blanco: " STT-ID
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE STT-ID TO ES-ID
           READ archivo-sitio-base
               INVALID KEY
                   DISPLAY "Cambio rechazado, ID sin sitio base: "
                       STT-ID
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   MOVE ES-SITIO TO WS-SITIO-ANTES
                   MOVE STT-SITIO TO ES-SITIO
                   MOVE WS-FECHA-PROCESO-NEG TO ES-FECHA-CAMBIO
                   MOVE WS-OPERADOR TO ES-OPERADOR
                   REWRITE ES-RECORD
                       INVALID KEY
                           DISPLAY "Cambio rechazado al reescribir: "
                               STT-ID
                           ADD 1 TO WS-TOTAL-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-CAMBIOS
                           PERFORM GrabaAuditoria
                   END-REWRITE
           END-READ.

       BajaSitio.
           MOVE STT-ID TO ES-ID
           READ archivo-sitio-base
               INVALID KEY
                   DISPLAY "Baja rechazada, ID sin sitio base: " STT-ID
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   MOVE ES-SITIO TO WS-SITIO-ANTES
                   DELETE archivo-sitio-base RECORD
                       INVALID KEY
                           DISPLAY "Baja rechazada al borrar: "
                               STT-ID
                           ADD 1 TO WS-TOTAL-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-BAJAS
                           MOVE SPACES TO ES-SITIO
                           PERFORM GrabaAuditoria
                   END-DELETE
           END-READ.

       ConsultaSitio.
           MOVE STT-ID TO ES-ID
           READ archivo-sitio-base
               INVALID KEY
                   DISPLAY "Consulta sin resultado para ID: " STT-ID
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   DISPLAY "ID: " ES-ID
                       " Sitio: " ES-SITIO
                       " Desde: " ES-FECHA-CAMBIO
                       " Operador: " ES-OPERADOR
                   ADD 1 TO WS-TOTAL-CONSULTAS
           END-READ.

       GrabaAuditoria.
           MOVE WS-OPERADOR TO SAU-OPERADOR
           MOVE WS-FECHA-HORA-PROCESO TO SAU-FECHA-HORA
           MOVE STT-ACCION TO SAU-ACCION
           MOVE STT-ID TO SAU-ID
           MOVE WS-SITIO-ANTES TO SAU-SITIO-ANTES
           MOVE ES-SITIO TO SAU-SITIO-DESPUES
           OPEN EXTEND archivo-auditoria
           IF WS-FS-AUDITORIA = "05" OR WS-FS-AUDITORIA = "35"
               OPEN OUTPUT archivo-auditoria
           END-IF
           WRITE SAU-RECORD
           CLOSE archivo-auditoria.

       END PROGRAM SITEMNT.
