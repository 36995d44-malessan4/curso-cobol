       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURSMNT.
      *>   Mantenimiento del catalogo de cursos y certificaciones
      *>   (CURSMAST.cpy) y de los cursos obligatorios por
      *>   departamento (DEPTCURS.cpy), via un archivo de
      *>   transacciones (CUT-ACCION = A/C/D/I/R/Q), mismo esquema
      *>   que GRADMNT. La baja del curso es logica (CU-ACTIVO pasa a
      *>   N) y lo deja de exigir en todos los departamentos. Exigir
      *>   un curso (R) pide que el curso este activo y que el
      *>   departamento exista y este activo en el catalogo de
      *>   departamentos (DEPTMAST.cpy).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-cursos
               ASSIGN TO "cursos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CODIGO
               FILE STATUS IS WS-FS-CURSOS.

               SELECT archivo-requisitos
               ASSIGN TO "deptcurs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CLAVE
               FILE STATUS IS WS-FS-REQUISITOS.

               SELECT OPTIONAL archivo-departamentos
               ASSIGN TO "deptos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-FS-DEPTOS.

               SELECT archivo-mantenimiento
               ASSIGN TO "cursmnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANTTO.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cursos.
           COPY CURSMAST.

       FD  archivo-requisitos.
           COPY DEPTCURS.

       FD  archivo-departamentos.
           COPY DEPTMAST.

       FD  archivo-mantenimiento.
           COPY CURSMNTX.

       WORKING-STORAGE SECTION.
           01 WS-FS-CURSOS PIC XX VALUE "00".
           01 WS-FS-REQUISITOS PIC XX VALUE "00".
           01 WS-FS-DEPTOS PIC XX VALUE "00".
           01 WS-FS-MANTTO PIC XX VALUE "00".
           01 WS-EOF-MANTTO PIC X VALUE "N".
           01 WS-EOF-REQUISITOS PIC X VALUE "N".
           01 WS-HAY-DEPTOS PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-TOTAL-ALTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CAMBIOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-BAJAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CONSULTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-REQUISITOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ERRORES PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "CURSMNT-OPERADOR"
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           OPEN I-O archivo-cursos
           IF WS-FS-CURSOS = "35"
               OPEN OUTPUT archivo-cursos
               CLOSE archivo-cursos
               OPEN I-O archivo-cursos
           END-IF
           OPEN I-O archivo-requisitos
           IF WS-FS-REQUISITOS = "35"
               OPEN OUTPUT archivo-requisitos
               CLOSE archivo-requisitos
               OPEN I-O archivo-requisitos
           END-IF
           OPEN INPUT archivo-departamentos
           IF WS-FS-DEPTOS = "00"
               MOVE "S" TO WS-HAY-DEPTOS
           ELSE
               CLOSE archivo-departamentos
           END-IF
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
           IF WS-HAY-DEPTOS = "S"
               CLOSE archivo-departamentos
           END-IF
           CLOSE archivo-requisitos
           CLOSE archivo-cursos
           DISPLAY "Altas: " WS-TOTAL-ALTAS
               " Cambios: " WS-TOTAL-CAMBIOS
               " Bajas: " WS-TOTAL-BAJAS
               " Consultas: " WS-TOTAL-CONSULTAS
               " Requisitos: " WS-TOTAL-REQUISITOS
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
           EVALUATE CUT-ACCION
               WHEN "A"
                   PERFORM AltaCurso
               WHEN "C"
                   PERFORM CambiaCurso
               WHEN "D"
                   PERFORM BajaCurso
               WHEN "I"
                   PERFORM ConsultaCurso
               WHEN "R"
                   PERFORM ExigeCurso
               WHEN "Q"
                   PERFORM QuitaCurso
               WHEN OTHER
                   DISPLAY "Accion de mantenimiento invalida: "
                       CUT-ACCION
                   ADD 1 TO WS-TOTAL-ERRORES
           END-EVALUATE.

       AltaCurso.
           IF CUT-CODIGO = SPACES OR CUT-TITULO = SPACES
               DISPLAY "Alta rechazada, faltan codigo o titulo: "
                   CUT-CODIGO
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           IF CUT-VIGENCIA-MESES NOT NUMERIC
               MOVE ZEROS TO CUT-VIGENCIA-MESES
           END-IF
           MOVE CUT-CODIGO TO CU-CODIGO
           MOVE CUT-TITULO TO CU-TITULO
           MOVE CUT-VIGENCIA-MESES TO CU-VIGENCIA-MESES
           MOVE "S" TO CU-ACTIVO
           WRITE CU-RECORD
               INVALID KEY
                   DISPLAY "Alta rechazada, el curso ya existe: "
                       CUT-CODIGO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ALTAS
           END-WRITE.

      *>   Cambiar la vigencia no recalcula los vencimientos ya
      *>   capturados: rige para las certificaciones nuevas.
       CambiaCurso.
           IF CUT-VIGENCIA-MESES NOT NUMERIC
               MOVE ZEROS TO CUT-VIGENCIA-MESES
           END-IF
           MOVE CUT-CODIGO TO CU-CODIGO
           READ archivo-cursos
               INVALID KEY
                   DISPLAY "Cambio rechazado, curso no existe: "
                       CUT-CODIGO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   IF CUT-TITULO NOT = SPACES
                       MOVE CUT-TITULO TO CU-TITULO
                   END-IF
                   MOVE CUT-VIGENCIA-MESES TO CU-VIGENCIA-MESES
                   REWRITE CU-RECORD
                       INVALID KEY
                           DISPLAY "Cambio rechazado al reescribir: "
                               CUT-CODIGO
                           ADD 1 TO WS-TOTAL-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-CAMBIOS
                   END-REWRITE
           END-READ.

      *>   Baja logica: el curso se conserva para el historial de
      *>   certificaciones, pero ya no se exige en ningun lado.
       BajaCurso.
           MOVE CUT-CODIGO TO CU-CODIGO
           READ archivo-cursos
               INVALID KEY
                   DISPLAY "Baja rechazada, curso no existe: "
                       CUT-CODIGO
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           MOVE "N" TO CU-ACTIVO
           REWRITE CU-RECORD
           ADD 1 TO WS-TOTAL-BAJAS
           MOVE LOW-VALUES TO DC-CLAVE
           START archivo-requisitos KEY >= DC-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-EOF-REQUISITOS
           PERFORM UNTIL WS-EOF-REQUISITOS = "S"
               READ archivo-requisitos NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-REQUISITOS
                   NOT AT END
                       IF DC-CURSO = CUT-CODIGO
                           DELETE archivo-requisitos
                           DISPLAY "Deja de exigirse en " DC-DEPTO
                       END-IF
               END-READ
           END-PERFORM.

       ConsultaCurso.
           MOVE CUT-CODIGO TO CU-CODIGO
           READ archivo-cursos
               INVALID KEY
                   DISPLAY "Consulta sin resultado: " CUT-CODIGO
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Curso: " CU-CODIGO
               " Titulo: " CU-TITULO
               " Vigencia (meses): " CU-VIGENCIA-MESES
               " Activo: " CU-ACTIVO
           ADD 1 TO WS-TOTAL-CONSULTAS
           MOVE LOW-VALUES TO DC-CLAVE
           START archivo-requisitos KEY >= DC-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-EOF-REQUISITOS
           PERFORM UNTIL WS-EOF-REQUISITOS = "S"
               READ archivo-requisitos NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-REQUISITOS
                   NOT AT END
                       IF DC-CURSO = CUT-CODIGO
                           DISPLAY "  Obligatorio en " DC-DEPTO
                               " desde " DC-FECHA-ALTA
                       END-IF
               END-READ
           END-PERFORM.

       ExigeCurso.
           MOVE CUT-CODIGO TO CU-CODIGO
           READ archivo-cursos
               INVALID KEY
                   DISPLAY "Requisito rechazado, curso no existe: "
                       CUT-CODIGO
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           IF CU-ACTIVO NOT = "S"
               DISPLAY "Requisito rechazado, curso dado de baja: "
                   CUT-CODIGO
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           IF WS-HAY-DEPTOS = "S"
               MOVE CUT-DEPTO TO DM-CODIGO
               READ archivo-departamentos
                   INVALID KEY
                       DISPLAY "Requisito rechazado, departamento "
                           "fuera del catalogo: " CUT-DEPTO
                       ADD 1 TO WS-TOTAL-ERRORES
                       EXIT PARAGRAPH
               END-READ
               IF DM-ACTIVO NOT = "S"
                   DISPLAY "Requisito rechazado, departamento "
                       "inactivo: " CUT-DEPTO
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE CUT-DEPTO TO DC-DEPTO
           MOVE CUT-CODIGO TO DC-CURSO
           MOVE WS-FECHA-PROCESO-NEG TO DC-FECHA-ALTA
           MOVE WS-OPERADOR TO DC-OPERADOR
           WRITE DC-RECORD
               INVALID KEY
                   DISPLAY "Requisito rechazado, ya se exige: "
                       CUT-DEPTO " " CUT-CODIGO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-REQUISITOS
           END-WRITE.

       QuitaCurso.
           MOVE CUT-DEPTO TO DC-DEPTO
           MOVE CUT-CODIGO TO DC-CURSO
           READ archivo-requisitos
               INVALID KEY
                   DISPLAY "Requisito no existe: " CUT-DEPTO " "
                       CUT-CODIGO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   DELETE archivo-requisitos
                   ADD 1 TO WS-TOTAL-REQUISITOS
           END-READ.

       END PROGRAM CURSMNT.
