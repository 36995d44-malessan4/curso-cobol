      *>   y quedan terminadas (T). Cada cambio de estado del maestro
      *>   deja su asiento tipo S en la bitacora de auditoria, con el
      *>   estado antes/despues, igual que un cambio por EMPMAINT.
      *>   Las que esperan aprobacion (S) no inician nunca; la que
      *>   lleva en la cola de un jefe los dias de LEAVECTL.cpy sin
      *>   decision se escala al siguiente jefe activo de la linea
      *>   de reporte (EMPSUPV.cpy). La que ya no tiene a quien
      *>   subir se lista para que RRHH la destrabe.
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

               SELECT OPTIONAL archivo-control-licencias
               ASSIGN TO "leavectl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT OPTIONAL archivo-auditoria
               ASSIGN TO "audit.dat"
               ORGANIZATION IS SEQUENTIAL
       FD  archivo-solicitudes.
           COPY LEAVEREQ.

       FD  archivo-lineas.
           COPY EMPSUPV.

       FD  archivo-control-licencias.
           COPY LEAVECTL.

       FD  archivo-auditoria.
           COPY EMPAUD.

           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-SOLICITUDES PIC XX VALUE "00".
           01 WS-FS-AUDITORIA PIC XX VALUE "00".
           01 WS-FS-LINEAS PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-EOF-SOLICITUDES PIC X VALUE "N".
           01 WS-HAY-LINEAS PIC X VALUE "N".

           01 WS-TOTAL-INICIADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-TERMINADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SIN-MAESTRO PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ESCALADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SIN-ESCALA PIC 9(6) VALUE ZEROS.
           01 WS-ESTADO-ANTES PIC X VALUE SPACE.

      *>   Escalamiento: dias de espera (LEAVECTL.cpy, 3 sin
      *>   control) y jefe activo mas cercano hacia arriba.
           01 WS-DIAS-ESCALA PIC 9(3) VALUE 3.
           01 WS-DIAS-EN-COLA PIC S9(6) VALUE ZEROS.
           01 WS-BUSCA-ID PIC 9(6) VALUE ZEROS.
           01 WS-JEFE-ACTIVO PIC 9(6) VALUE ZEROS.
           01 WS-NIVEL PIC 9(3) VALUE ZEROS.
           01 WS-MAX-NIVELES PIC 9(3) VALUE 99.
           01 WS-FIN-CADENA PIC X VALUE "N".
           01 WS-ESTADO-DESPUES PIC X VALUE SPACE.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LeeControlLicencias
           OPEN INPUT archivo-lineas
           IF WS-FS-LINEAS = "00"
               MOVE "S" TO WS-HAY-LINEAS
           ELSE
               CLOSE archivo-lineas
           END-IF
           PERFORM UNTIL WS-EOF-SOLICITUDES = "S"
               READ archivo-solicitudes NEXT RECORD
                   AT END
                       PERFORM EvaluaSolicitud
               END-READ
           END-PERFORM
           IF WS-HAY-LINEAS = "S"
               CLOSE archivo-lineas
           END-IF
           CLOSE archivo-solicitudes
           CLOSE archivo-empleados
           DISPLAY "Licencias iniciadas: " WS-TOTAL-INICIADAS
               " Terminadas: " WS-TOTAL-TERMINADAS
               " Sin maestro: " WS-TOTAL-SIN-MAESTRO
           DISPLAY "Solicitudes escaladas: " WS-TOTAL-ESCALADAS
               " Sin jefe a quien escalar: " WS-TOTAL-SIN-ESCALA
           IF WS-TOTAL-SIN-MAESTRO > 0 OR WS-TOTAL-SIN-ESCALA > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               WHEN LVR-ESTADO = "A"
                   AND LVR-FECHA-FIN < WS-FECHA-PROCESO-NEG
                   PERFORM TerminaLicencia
               WHEN LVR-ESTADO = "S" AND WS-HAY-LINEAS = "S"
                   PERFORM RevisaEscalamiento
           END-EVALUATE.

      *>   Sin control se quedan los 3 dias de WORKING-STORAGE.
       LeeControlLicencias.
           OPEN INPUT archivo-control-licencias
           IF WS-FS-CONTROL = "00"
               READ archivo-control-licencias
                   NOT AT END
                       IF LVK-DIAS-ESCALA > 0
                           MOVE LVK-DIAS-ESCALA TO WS-DIAS-ESCALA
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-control-licencias.

       RevisaEscalamiento.
           IF LVR-FECHA-ASIGNACION NOT NUMERIC
               MOVE WS-FECHA-PROCESO-NEG TO LVR-FECHA-ASIGNACION
               REWRITE LVR-RECORD
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS-EN-COLA =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(LVR-FECHA-ASIGNACION))
           IF WS-DIAS-EN-COLA < WS-DIAS-ESCALA
               EXIT PARAGRAPH
           END-IF
           MOVE LVR-APROBADOR-ID TO WS-BUSCA-ID
           PERFORM BuscaJefeActivo
           IF WS-JEFE-ACTIVO = ZEROS OR WS-JEFE-ACTIVO = LVR-ID
               ADD 1 TO WS-TOTAL-SIN-ESCALA
               DISPLAY "Solicitud sin jefe a quien escalar: " LVR-ID
                   " " LVR-FECHA-INICIO " en la cola de "
                   LVR-APROBADOR-ID " desde " LVR-FECHA-ASIGNACION
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Solicitud escalada: " LVR-ID " "
               LVR-FECHA-INICIO " de " LVR-APROBADOR-ID " a "
               WS-JEFE-ACTIVO
           MOVE WS-JEFE-ACTIVO TO LVR-APROBADOR-ID
           MOVE WS-FECHA-PROCESO-NEG TO LVR-FECHA-ASIGNACION
           ADD 1 TO LVR-NIVEL-ESCALA
           REWRITE LVR-RECORD
           ADD 1 TO WS-TOTAL-ESCALADAS.

      *>   Sube desde el empleado WS-BUSCA-ID saltando jefes
      *>   terminados, igual que LEAVEMNT; deja ceros si la linea se
      *>   acaba sin uno activo.
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

       IniciaLicencia.
           MOVE LVR-ID TO EMP-ID
           READ archivo-empleados
           MOVE EMP-EDAD TO AUD-EDAD-DESPUES
           MOVE EMP-DEPTO TO AUD-DEPTO-DESPUES
           MOVE WS-ESTADO-DESPUES TO AUD-ESTADO-DESPUES
           MOVE SPACES TO AUD-MOTIVO-BAJA
           OPEN EXTEND archivo-auditoria
           IF WS-FS-AUDITORIA = "05" OR WS-FS-AUDITORIA = "35"
               OPEN OUTPUT archivo-auditoria
