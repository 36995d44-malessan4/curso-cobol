       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTERM.
      *>   Genera bajas automaticas desde el feed de terminaciones de
      *>   RRHH corporativo (EMPHRTRM.cpy: el layout EMPHRFEED del
      *>   extracto de headcount mas HR-MOTIVO-BAJA, el motivo de la
      *>   baja que pasa a la MNT-ACCION "D"): por cada ID terminado que
      *>   SI existe en archivo-empleados arma una transaccion
      *>   MNT-ACCION "D" (EMPMNTTX.cpy) y la deja en el archivo de
      *>   cambios propuestos, pendiente del pase de aprobacion del
      *>   supervisor (EMPTERMA) antes de llegar a EMPMAINT. Las
      *>   terminaciones de IDs que no existen en el maestro se reportan
      *>   en vez de descartarse en silencio. El motivo viaja en la
      *>   propuesta si esta en el catalogo de motivos (MOTBAJA.cpy); si
      *>   no, la propuesta sale sin motivo y se reporta, para que el
      *>   supervisor lo capture al aprobarla.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PROPUESTAS.

               SELECT OPTIONAL archivo-motivos
               ASSIGN TO "motbaja.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MB-CODIGO
               FILE STATUS IS WS-FS-MOTIVOS.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-empleados.
           COPY EMPTRLR.

       FD  archivo-terminaciones.
           COPY EMPHRTRM.

       FD  archivo-propuestas.
           COPY EMPMNTTX.

       FD  archivo-motivos.
           COPY MOTBAJA.

       WORKING-STORAGE SECTION.
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-TERMINACIONES PIC XX VALUE "00".
           01 WS-EOF-TERMINACIONES PIC X VALUE "N".
           01 WS-TOTAL-PROPUESTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-DESCONOCIDOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SIN-MOTIVO PIC 9(6) VALUE ZEROS.
           01 WS-FS-MOTIVOS PIC XX VALUE "00".
           01 WS-HAY-MOTIVOS PIC X VALUE "N".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN INPUT archivo-empleados
           OPEN INPUT archivo-terminaciones
           OPEN INPUT archivo-motivos
           IF WS-FS-MOTIVOS = "00"
               MOVE "S" TO WS-HAY-MOTIVOS
           ELSE
               CLOSE archivo-motivos
           END-IF
           OPEN EXTEND archivo-propuestas
           IF WS-FS-PROPUESTAS = "05" OR WS-FS-PROPUESTAS = "35"
               OPEN OUTPUT archivo-propuestas
               END-READ
           END-PERFORM
           CLOSE archivo-terminaciones
           IF WS-HAY-MOTIVOS = "S"
               CLOSE archivo-motivos
           END-IF
           CLOSE archivo-propuestas
           CLOSE archivo-empleados
           DISPLAY "Bajas propuestas: " WS-TOTAL-PROPUESTAS
               " IDs desconocidos: " WS-TOTAL-DESCONOCIDOS
               " Sin motivo valido: " WS-TOTAL-SIN-MOTIVO
           IF WS-TOTAL-DESCONOCIDOS > 0 OR WS-TOTAL-SIN-MOTIVO > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
                   MOVE SPACES TO MNT-FECHA-EFECTIVA
                   MOVE SPACES TO MNT-ESTADO
                   MOVE ZEROS TO MNT-CONTADOR-LEIDO
                   PERFORM ValidaMotivoFeed
                   WRITE MNT-TRANS-RECORD
                   ADD 1 TO WS-TOTAL-PROPUESTAS
           END-READ.

      *>   El motivo del feed pasa a la propuesta solo si esta en el
      *>   catalogo y activo (sin catalogo basta con que venga); si
      *>   no, la propuesta va sin motivo y EMPTERMA lo pide.
       ValidaMotivoFeed.
           MOVE HR-MOTIVO-BAJA TO MNT-MOTIVO-BAJA
           IF HR-MOTIVO-BAJA = SPACES
               DISPLAY "Terminacion sin motivo, se pedira al aprobar: "
                   HR-ID
               ADD 1 TO WS-TOTAL-SIN-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-HAY-MOTIVOS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE HR-MOTIVO-BAJA TO MB-CODIGO
           READ archivo-motivos
               INVALID KEY
                   MOVE "N" TO MB-ACTIVO
           END-READ
           IF MB-ACTIVO NOT = "S"
               DISPLAY "Terminacion con motivo fuera del catalogo, se "
                   "pedira al aprobar: " HR-ID " " HR-MOTIVO-BAJA
               MOVE SPACES TO MNT-MOTIVO-BAJA
               ADD 1 TO WS-TOTAL-SIN-MOTIVO
           END-IF.

       END PROGRAM EMPTERM.
