       IDENTIFICATION DIVISION.
       PROGRAM-ID. GASTWRK.
      *>   Estacion de aprobacion de reembolsos de gastos, en el
      *>   patron de REEXPWRK: recorre el registro de solicitudes
      *>   (GASTREG.cpy, lo captura GASTMNT) y le presenta al
      *>   operador solo las pendientes (S) de los departamentos de
      *>   los que es responsable (DM-RESPONSABLE en DEPTMAST, con la
      *>   misma clave de operador). Por cada una decide A aprobar o
      *>   R rechazar, con motivo obligatorio; la solicitud queda
      *>   decidida con el aprobador y la fecha, y la aprobada sale
      *>   pagada en la siguiente dispersion (PAYDISP). Nadie decide
      *>   una solicitud que el mismo capturo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-gastos
               ASSIGN TO "gastreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GTO-CLAVE
               FILE STATUS IS WS-FS-GASTOS.

               SELECT OPTIONAL archivo-departamentos
               ASSIGN TO "deptos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-FS-DEPTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-gastos.
           COPY GASTREG.

       FD  archivo-departamentos.
           COPY DEPTMAST.

       WORKING-STORAGE SECTION.
           01 WS-FS-GASTOS PIC XX VALUE "00".
           01 WS-FS-DEPTOS PIC XX VALUE "00".
           01 WS-EOF-GASTOS PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-DECISION PIC X VALUE SPACES.
           01 WS-MOTIVO PIC X(30) VALUE SPACES.
           01 WS-ES-RESPONSABLE PIC X VALUE "N".

           01 WS-TOTAL-APROBADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RECHAZADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SALTADAS PIC 9(6) VALUE ZEROS.

           01 WS-MONTO-EDITADO PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "GASTWRK-OPERADOR"
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           IF WS-OPERADOR = SPACES
               DISPLAY "Sin operador (GASTWRK-OPERADOR): no se puede "
                   "aprobar"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O archivo-gastos
           IF WS-FS-GASTOS NOT = "00"
               CLOSE archivo-gastos
               DISPLAY "Sin solicitudes de reembolso que trabajar"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT archivo-departamentos
           IF WS-FS-DEPTOS NOT = "00"
               CLOSE archivo-departamentos
               CLOSE archivo-gastos
               DISPLAY "Sin catalogo de departamentos: no hay "
                   "responsables que aprueben"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF-GASTOS = "S"
               READ archivo-gastos NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-GASTOS
                   NOT AT END
                       IF GTO-ESTADO = "S"
                           PERFORM VerificaResponsable
                           IF WS-ES-RESPONSABLE = "S"
                               PERFORM TrabajaPendiente
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-departamentos
           CLOSE archivo-gastos
           DISPLAY "Aprobadas: " WS-TOTAL-APROBADAS
               " Rechazadas: " WS-TOTAL-RECHAZADAS
               " Saltadas: " WS-TOTAL-SALTADAS
           MOVE 0 TO RETURN-CODE
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al menu
      *>   cuando lo invoca via CALL.
           GOBACK.

      *>   Solo el responsable del departamento que carga el gasto, y
      *>   nunca sobre una captura propia.
       VerificaResponsable.
           MOVE "N" TO WS-ES-RESPONSABLE
           IF GTO-CAPTURISTA = WS-OPERADOR
               EXIT PARAGRAPH
           END-IF
           MOVE GTO-DEPTO TO DM-CODIGO
           READ archivo-departamentos
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF DM-RESPONSABLE = WS-OPERADOR
               MOVE "S" TO WS-ES-RESPONSABLE
           END-IF.

       TrabajaPendiente.
           MOVE GTO-MONTO TO WS-MONTO-EDITADO
           DISPLAY "---------------------------------------------"
           DISPLAY "Reembolso de gastos, empleado " GTO-ID
               " depto " GTO-DEPTO
               " (capturado el " GTO-FECHA-ALTA
               " por " GTO-CAPTURISTA ")"
           DISPLAY "Comprobante: " GTO-COMPROBANTE
               " Categoria: " GTO-CATEGORIA
               " Fecha del gasto: " GTO-FECHA
               " Monto: " WS-MONTO-EDITADO
           DISPLAY "Decision (A=aprobar R=rechazar otra=saltar): "
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
                   MOVE SPACES TO WS-MOTIVO
                   PERFORM CierraPendiente
                   ADD 1 TO WS-TOTAL-APROBADAS
               WHEN "R"
                   DISPLAY "Motivo del rechazo: "
                   ACCEPT WS-MOTIVO
                   IF WS-MOTIVO = SPACES
                       DISPLAY "Rechazo sin motivo: queda pendiente"
                       ADD 1 TO WS-TOTAL-SALTADAS
                   ELSE
                       PERFORM CierraPendiente
                       ADD 1 TO WS-TOTAL-RECHAZADAS
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-SALTADAS
           END-EVALUATE.

       CierraPendiente.
           MOVE WS-DECISION TO GTO-ESTADO
           MOVE WS-OPERADOR TO GTO-APROBADOR
           MOVE WS-FECHA-PROCESO-NEG TO GTO-FECHA-DECISION
           MOVE WS-MOTIVO TO GTO-MOTIVO-RECHAZO
           REWRITE GTO-RECORD
           IF WS-DECISION = "A"
               DISPLAY "Aprobada: sale en la siguiente corrida de "
                   "PAYDISP"
           END-IF.

       END PROGRAM GASTWRK.
