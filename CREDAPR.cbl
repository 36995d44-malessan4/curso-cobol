       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDAPR.
      *>   Decision sobre los cargos retenidos por credito: procesa
      *>   las transacciones de CREDAPRX.cpy contra la cola de
      *>   retenidos (CREDPEND.cpy) que deja CASHAPP. Aprobar deja el
      *>   cargo en A y CASHAPP lo carga al auxiliar al principio de
      *>   su siguiente corrida, sin volver a pasar por el limite ni
      *>   la retencion; rechazar lo deja en X y no se carga. Solo se
      *>   decide un cargo pendiente (P), y solo lo decide un operador
      *>   con el privilegio de anulacion supervisada en su perfil
      *>   (OPERPROF.cpy), igual que WOFFAPPR para los castigos; el
      *>   operador y la fecha quedan en el registro del cargo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-retenidos
               ASSIGN TO "credpend.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CLAVE
               FILE STATUS IS WS-FS-RETENIDOS.

               SELECT OPTIONAL archivo-perfiles
               ASSIGN TO "operprof.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-FS-PERFILES.

               SELECT archivo-transacciones
               ASSIGN TO "credapr.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-retenidos.
           COPY CREDPEND.

       FD  archivo-perfiles.
           COPY OPERPROF.

       FD  archivo-transacciones.
           COPY CREDAPRX.

       WORKING-STORAGE SECTION.
           01 WS-FS-RETENIDOS PIC XX VALUE "00".
           01 WS-FS-PERFILES PIC XX VALUE "00".
           01 WS-FS-TRANS PIC XX VALUE "00".
           01 WS-EOF-TRANS PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-AUTORIZADO PIC X VALUE "N".

           01 WS-TOTAL-APROBADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RECHAZADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ERRORES PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "CREDAPR-OPERADOR"
           IF WS-OPERADOR = SPACES
               DISPLAY "CREDAPR-OPERADOR no informado, no se procesa"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VerificaPermiso
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "Operador sin privilegio de aprobacion de "
                   "cargos retenidos: " WS-OPERADOR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           OPEN I-O archivo-retenidos
           IF WS-FS-RETENIDOS = "35"
               OPEN OUTPUT archivo-retenidos
               CLOSE archivo-retenidos
               OPEN I-O archivo-retenidos
           END-IF
           OPEN INPUT archivo-transacciones
           PERFORM UNTIL WS-EOF-TRANS = "S"
               READ archivo-transacciones
                   AT END
                       MOVE "S" TO WS-EOF-TRANS
                   NOT AT END
                       PERFORM ProcesaTransaccion
               END-READ
           END-PERFORM
           CLOSE archivo-transacciones
           CLOSE archivo-retenidos
           DISPLAY "Cargos aprobados: " WS-TOTAL-APROBADOS
               " Rechazados: " WS-TOTAL-RECHAZADOS
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

      *>   Mismo privilegio de anulacion supervisada que WOFFAPPR: un
      *>   perfil inactivo o sin OP-PERM-OVERRIDE no decide cargos.
       VerificaPermiso.
           MOVE "N" TO WS-AUTORIZADO
           OPEN INPUT archivo-perfiles
           IF WS-FS-PERFILES = "00"
               MOVE WS-OPERADOR TO OP-ID
               READ archivo-perfiles
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OP-ACTIVO = "S" AND OP-PERM-OVERRIDE = "S"
                           MOVE "S" TO WS-AUTORIZADO
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-perfiles.

       ProcesaTransaccion.
           IF CAX-ACCION NOT = "A" AND CAX-ACCION NOT = "R"
               DISPLAY "Accion de cargo retenido invalida: "
                   CAX-ACCION
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE CAX-CUENTA TO CP-CUENTA
           MOVE CAX-SECUENCIA TO CP-SECUENCIA
           READ archivo-retenidos
               INVALID KEY
                   DISPLAY "Cargo retenido no existe: " CAX-CUENTA
                       " " CAX-SECUENCIA
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           IF CP-ESTADO NOT = "P"
               DISPLAY "Cargo retenido ya decidido (" CP-ESTADO
                   "): " CAX-CUENTA " " CAX-SECUENCIA
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           IF CAX-ACCION = "A"
               MOVE "A" TO CP-ESTADO
           ELSE
               MOVE "X" TO CP-ESTADO
           END-IF
           MOVE WS-OPERADOR TO CP-OPER-DECISION
           MOVE WS-FECHA-PROCESO-NEG TO CP-FECHA-DECISION
           REWRITE CP-RECORD
               INVALID KEY
                   DISPLAY "Decision rechazada al reescribir: "
                       CAX-CUENTA " " CAX-SECUENCIA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   IF CAX-ACCION = "A"
                       ADD 1 TO WS-TOTAL-APROBADOS
                   ELSE
                       ADD 1 TO WS-TOTAL-RECHAZADOS
                   END-IF
           END-REWRITE.

       END PROGRAM CREDAPR.
