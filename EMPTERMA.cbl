      *>   descartan y las saltadas quedan pendientes: bajaprop.dat
      *>   se regraba al final solo con estas ultimas, mismo esquema
      *>   de archivo de trabajo que la cola de revision de EMPDUPRV.
      *>   Una baja no se aprueba sin motivo valido del catalogo
      *>   (MOTBAJA.cpy): si la propuesta no lo trae, el supervisor
      *>   lo captura; si tampoco lo da, la propuesta queda pendiente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANTTO.

               SELECT OPTIONAL archivo-motivos
               ASSIGN TO "motbaja.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MB-CODIGO
               FILE STATUS IS WS-FS-MOTIVOS.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-propuestas.
               05 TRB-DEPTO           PIC X(10).
               05 TRB-FECHA-EFECTIVA  PIC X(8).
               05 TRB-ESTADO          PIC X(1).
               05 TRB-MOTIVO-BAJA     PIC X(2).

       FD  archivo-mantenimiento.
           COPY EMPMNTTX REPLACING LEADING ==MNT== BY ==MNTS==.

       FD  archivo-motivos.
           COPY MOTBAJA.

       WORKING-STORAGE SECTION.
           01 WS-FS-PROPUESTAS PIC XX VALUE "00".
           01 WS-FS-TRABAJO PIC XX VALUE "00".
           01 WS-TOTAL-APROBADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RECHAZADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-PENDIENTES PIC 9(6) VALUE ZEROS.
           01 WS-FS-MOTIVOS PIC XX VALUE "00".
           01 WS-HAY-MOTIVOS PIC X VALUE "N".
           01 WS-MOTIVO-VALIDO PIC X VALUE "N".

       PROCEDURE DIVISION.

               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT archivo-motivos
           IF WS-FS-MOTIVOS = "00"
               MOVE "S" TO WS-HAY-MOTIVOS
           ELSE
               CLOSE archivo-motivos
           END-IF
           OPEN OUTPUT archivo-propuestas-trabajo
           OPEN EXTEND archivo-mantenimiento
           IF WS-FS-MANTTO = "05" OR WS-FS-MANTTO = "35"
           CLOSE archivo-propuestas
           CLOSE archivo-propuestas-trabajo
           CLOSE archivo-mantenimiento
           IF WS-HAY-MOTIVOS = "S"
               CLOSE archivo-motivos
           END-IF
           PERFORM RegrabaPropuestas
           DISPLAY "Aprobadas: " WS-TOTAL-APROBADAS
               " Rechazadas: " WS-TOTAL-RECHAZADAS
               " " MNT-NOMBRE " " MNT-APELLIDO
               " Edad: " MNT-EDAD
               " Depto: " MNT-DEPTO
               " Motivo: " MNT-MOTIVO-BAJA
           DISPLAY "(A)probar, (R)echazar o (S)altar: "
           ACCEPT WS-ACCION
           EVALUATE WS-ACCION
               WHEN "A"
               WHEN "a"
                   PERFORM ConfirmaMotivo
                   IF WS-MOTIVO-VALIDO = "S"
                       PERFORM ApruebaPropuesta
                   ELSE
                       DISPLAY "Sin motivo valido la baja queda "
                           "pendiente: " MNT-ID
                       PERFORM DejaPendiente
                   END-IF
               WHEN "R"
               WHEN "r"
                   ADD 1 TO WS-TOTAL-RECHAZADAS
           MOVE MNT-DEPTO TO MNTS-DEPTO
           MOVE MNT-FECHA-EFECTIVA TO MNTS-FECHA-EFECTIVA
           MOVE MNT-ESTADO TO MNTS-ESTADO
           MOVE ZEROS TO MNTS-CONTADOR-LEIDO
           MOVE MNT-MOTIVO-BAJA TO MNTS-MOTIVO-BAJA
           WRITE MNTS-TRANS-RECORD
           ADD 1 TO WS-TOTAL-APROBADAS.

           MOVE MNT-DEPTO TO TRB-DEPTO
           MOVE MNT-FECHA-EFECTIVA TO TRB-FECHA-EFECTIVA
           MOVE MNT-ESTADO TO TRB-ESTADO
           MOVE MNT-MOTIVO-BAJA TO TRB-MOTIVO-BAJA
           WRITE TRABAJO-RECORD
           ADD 1 TO WS-TOTAL-PENDIENTES.

      *>   El motivo que trae la propuesta se revalida; si falta o
      *>   ya no esta en el catalogo, el supervisor lo teclea.
       ConfirmaMotivo.
           PERFORM ValidaMotivo
           IF WS-MOTIVO-VALIDO = "S"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Motivo de baja (catalogo de motivos): "
           ACCEPT MNT-MOTIVO-BAJA
           PERFORM ValidaMotivo.

       ValidaMotivo.
           MOVE "N" TO WS-MOTIVO-VALIDO
           IF MNT-MOTIVO-BAJA = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-HAY-MOTIVOS = "S"
               MOVE MNT-MOTIVO-BAJA TO MB-CODIGO
               READ archivo-motivos
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF MB-ACTIVO NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "S" TO WS-MOTIVO-VALIDO.

      *>   Regraba bajaprop.dat solo con las propuestas saltadas.
       RegrabaPropuestas.
           OPEN INPUT archivo-propuestas-trabajo
                       MOVE TRB-DEPTO TO MNT-DEPTO
                       MOVE TRB-FECHA-EFECTIVA TO MNT-FECHA-EFECTIVA
                       MOVE TRB-ESTADO TO MNT-ESTADO
                       MOVE TRB-MOTIVO-BAJA TO MNT-MOTIVO-BAJA
                       MOVE ZEROS TO MNT-CONTADOR-LEIDO
                       WRITE MNT-TRANS-RECORD
               END-READ
