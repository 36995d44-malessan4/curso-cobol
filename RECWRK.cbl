       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECWRK.
      *>   Estacion de recertificacion de accesos del jefe, en el
      *>   patron de LEAVEWRK: el operador se identifica como
      *>   empleado por su perfil (OP-EMP-ID en OPERPROF.cpy) y ve
      *>   los renglones pendientes (P) de la cola RECQUE.cpy que
      *>   RECERT le asigno, un privilegio por renglon con la
      *>   ultima sesion y las marcas de ID inactivo y conflicto de
      *>   funciones. Por cada uno decide C confirmar o R revocar;
      *>   la revocacion le quita el privilegio al perfil en
      *>   OPERPROF (el tramo de prestamos PR vuelve a cero) y las
      *>   dos quedan en la bitacora OPERAUD.cpy. Quien tiene el
      *>   privilegio de anulacion (seguridad) trabaja ademas los
      *>   renglones sin jefe (RCQ-JEFE-ID en ceros). Nadie decide
      *>   sus propios privilegios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-cola
               ASSIGN TO "recque.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCQ-CLAVE
               FILE STATUS IS WS-FS-COLA.

               SELECT OPTIONAL archivo-perfiles
               ASSIGN TO "operprof.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-FS-PERFILES.

               SELECT OPTIONAL archivo-auditoria
               ASSIGN TO "operaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cola.
           COPY RECQUE.

       FD  archivo-perfiles.
           COPY OPERPROF.

       FD  archivo-auditoria.
           COPY OPERAUD.

       WORKING-STORAGE SECTION.
           01 WS-FS-COLA PIC XX VALUE "00".
           01 WS-FS-PERFILES PIC XX VALUE "00".
           01 WS-FS-AUDITORIA PIC XX VALUE "00".
           01 WS-EOF-COLA PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-JEFE-ID PIC 9(6) VALUE ZEROS.
           01 WS-ES-SEGURIDAD PIC X VALUE "N".
           01 WS-DECISION PIC X VALUE SPACES.
           01 WS-PERFIL-OK PIC X VALUE "N".

           01 WS-TOTAL-CONFIRMADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-REVOCADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SALTADOS PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "RECWRK-OPERADOR"
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           OPEN I-O archivo-perfiles
           IF WS-FS-PERFILES NOT = "00"
               CLOSE archivo-perfiles
               DISPLAY "Sin perfiles de operador: nada que "
                   "recertificar"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM IdentificaJefe
           IF WS-JEFE-ID = ZEROS AND WS-ES-SEGURIDAD NOT = "S"
               CLOSE archivo-perfiles
               DISPLAY "Operador sin perfil activo de empleado "
                   "(OP-EMP-ID): no se puede recertificar"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O archivo-cola
           IF WS-FS-COLA NOT = "00"
               CLOSE archivo-cola
               CLOSE archivo-perfiles
               DISPLAY "Sin renglones de recertificacion que trabajar"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF-COLA = "S"
               READ archivo-cola NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-COLA
                   NOT AT END
                       IF RCQ-ESTADO = "P"
                           AND RCQ-OPERADOR NOT = WS-OPERADOR
                           AND ((RCQ-JEFE-ID = WS-JEFE-ID
                                   AND WS-JEFE-ID NOT = ZEROS)
                               OR (RCQ-JEFE-ID = ZEROS
                                   AND WS-ES-SEGURIDAD = "S"))
                           PERFORM TrabajaPendiente
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-cola
           CLOSE archivo-perfiles
           DISPLAY "Confirmados: " WS-TOTAL-CONFIRMADOS
               " Revocados: " WS-TOTAL-REVOCADOS
               " Saltados: " WS-TOTAL-SALTADOS
           MOVE 0 TO RETURN-CODE
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al menu
      *>   cuando lo invoca via CALL.
           GOBACK.

      *>   Perfil inexistente, inactivo o sin EMP-ID deja ceros; el
      *>   privilegio de anulacion marca a seguridad.
       IdentificaJefe.
           MOVE ZEROS TO WS-JEFE-ID
           IF WS-OPERADOR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPERADOR TO OP-ID
           READ archivo-perfiles
               NOT INVALID KEY
                   IF OP-ACTIVO = "S"
                       IF OP-EMP-ID NUMERIC
                           MOVE OP-EMP-ID TO WS-JEFE-ID
                       END-IF
                       IF OP-PERM-OVERRIDE = "S"
                           MOVE "S" TO WS-ES-SEGURIDAD
                       END-IF
                   END-IF
           END-READ.

       TrabajaPendiente.
           MOVE RCQ-OPERADOR TO OP-ID
           MOVE "S" TO WS-PERFIL-OK
           READ archivo-perfiles
               INVALID KEY
                   MOVE "N" TO WS-PERFIL-OK
                   MOVE "*SIN PERFIL*" TO OP-NOMBRE
           END-READ
           DISPLAY "---------------------------------------------"
           DISPLAY "Operador " RCQ-OPERADOR " " OP-NOMBRE
               " campana " RCQ-CAMPANIA
           DISPLAY "Privilegio: " RCQ-PRIVILEGIO
               " Ultima sesion: " RCQ-ULT-SESION
               " Inactivo: " RCQ-INACTIVO
               " Conflicto: " RCQ-CONFLICTO
               " Vence: " RCQ-FECHA-LIMITE
           DISPLAY "Decision (C=confirmar R=revocar otra=saltar): "
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "C"
                   MOVE "C" TO RCQ-ESTADO
                   PERFORM CierraPendiente
                   ADD 1 TO WS-TOTAL-CONFIRMADOS
               WHEN "R"
                   IF WS-PERFIL-OK = "S"
                       PERFORM QuitaPrivilegio
                       REWRITE OP-RECORD
                   END-IF
                   MOVE "R" TO RCQ-ESTADO
                   PERFORM CierraPendiente
                   ADD 1 TO WS-TOTAL-REVOCADOS
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-SALTADOS
           END-EVALUATE.

       QuitaPrivilegio.
           EVALUATE TRUE
               WHEN RCQ-PRIVILEGIO = "AL"
                   MOVE "N" TO OP-PERM-ALTAS
               WHEN RCQ-PRIVILEGIO = "RE"
                   MOVE "N" TO OP-PERM-REPORTES
               WHEN RCQ-PRIVILEGIO = "CO"
                   MOVE "N" TO OP-PERM-CONSULTA
               WHEN RCQ-PRIVILEGIO = "MA"
                   MOVE "N" TO OP-PERM-MANTTO
               WHEN RCQ-PRIVILEGIO = "BA"
                   MOVE "N" TO OP-PERM-BAJAS
               WHEN RCQ-PRIVILEGIO = "OV"
                   MOVE "N" TO OP-PERM-OVERRIDE
               WHEN RCQ-PRIVILEGIO = "PR"
                   MOVE 0 TO OP-NIVEL-PRESTAMO
           END-EVALUATE.

       CierraPendiente.
           MOVE WS-OPERADOR TO RCQ-OPER-DECISION
           MOVE WS-FECHA-PROCESO-NEG TO RCQ-FECHA-DECISION
           REWRITE RCQ-RECORD
           MOVE WS-OPERADOR TO OPA-OPERADOR
           MOVE WS-FECHA-HORA-PROCESO TO OPA-FECHA-HORA
           MOVE RCQ-ESTADO TO OPA-ACCION
           MOVE RCQ-OPERADOR TO OPA-ID
           MOVE RCQ-PRIVILEGIO TO OPA-PRIVILEGIO
           MOVE RCQ-CAMPANIA TO OPA-CAMPANIA
           OPEN EXTEND archivo-auditoria
           IF WS-FS-AUDITORIA = "05" OR WS-FS-AUDITORIA = "35"
               OPEN OUTPUT archivo-auditoria
           END-IF
           WRITE OPA-RECORD
           CLOSE archivo-auditoria.

       END PROGRAM RECWRK.
