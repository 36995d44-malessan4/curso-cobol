       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRES.
      *>   Pantalla de investigacion del suspenso de efectivo: recorre
      *>   los recibos en suspenso (CSHSUSP.cpy, estado S, los deja
      *>   CASHAPP) y el cobrador decide uno por uno: R lo redirige a
      *>   la cuenta y partida correctas (partida en ceros = de la mas
      *>   vieja a la mas nueva) y CASHAPP lo aplica en su siguiente
      *>   corrida, D lo marca para devolucion al cliente, S lo salta
      *>   para otro dia — mismo esquema de cola trabajada que
      *>   WOFFAPPR. El destino se valida aqui: la cuenta tiene que
      *>   existir activa en ACCTMAST y la partida, si se da, estar
      *>   abierta en el auxiliar. El operador sale del entorno y
      *>   queda en el registro con la fecha y la nota.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-suspenso
               ASSIGN TO "cshsusp.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-NUMERO
               FILE STATUS IS WS-FS-SUSPENSO.

               SELECT OPTIONAL archivo-cuentas
               ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-CUENTA
               FILE STATUS IS WS-FS-CUENTAS.

               SELECT OPTIONAL archivo-partidas
               ASSIGN TO "openitem.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-CLAVE
               FILE STATUS IS WS-FS-PARTIDAS.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-suspenso.
           COPY CSHSUSP.

       FD  archivo-cuentas.
           COPY ACCTMAST.

       FD  archivo-partidas.
           COPY OPENITEM.

       WORKING-STORAGE SECTION.
           01 WS-FS-SUSPENSO PIC XX VALUE "00".
           01 WS-FS-CUENTAS PIC XX VALUE "00".
           01 WS-FS-PARTIDAS PIC XX VALUE "00".
           01 WS-EOF-SUSPENSO PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-DECISION PIC X VALUE SPACES.
           01 WS-CUENTA-DESTINO PIC 9(8) VALUE ZEROS.
           01 WS-ITEM-DESTINO PIC 9(6) VALUE ZEROS.
           01 WS-NOTA PIC X(30) VALUE SPACES.
           01 WS-DESTINO-VALIDO PIC X VALUE "N".
           01 WS-MOTIVO-TEXTO PIC X(24) VALUE SPACES.

           01 WS-TOTAL-REDIRIGIDOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-DEVOLUCION PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SALTADOS PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "SUSPRES-OPERADOR"
           IF WS-OPERADOR = SPACES
               DISPLAY "SUSPRES-OPERADOR no informado, no se procesa"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           OPEN I-O archivo-suspenso
           IF WS-FS-SUSPENSO NOT = "00"
               DISPLAY "Sin recibos en suspenso"
               CLOSE archivo-suspenso
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT archivo-cuentas
           OPEN INPUT archivo-partidas
           PERFORM UNTIL WS-EOF-SUSPENSO = "S"
               READ archivo-suspenso NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-SUSPENSO
                   NOT AT END
                       IF SU-ESTADO = "S"
                           PERFORM RevisaRecibo
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-partidas
           CLOSE archivo-cuentas
           CLOSE archivo-suspenso
           DISPLAY "Redirigidos: " WS-TOTAL-REDIRIGIDOS
               " Para devolucion: " WS-TOTAL-DEVOLUCION
               " Saltados: " WS-TOTAL-SALTADOS
           MOVE 0 TO RETURN-CODE
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al menu
      *>   cuando lo invoca via CALL.
           GOBACK.

       RevisaRecibo.
           EVALUATE SU-MOTIVO
               WHEN "N"
                   MOVE "CUENTA INEXISTENTE" TO WS-MOTIVO-TEXTO
               WHEN "I"
                   MOVE "CUENTA INACTIVA" TO WS-MOTIVO-TEXTO
               WHEN OTHER
                   MOVE "PARTIDA NO ABIERTA" TO WS-MOTIVO-TEXTO
           END-EVALUATE
           DISPLAY "---------------------------------------------"
           DISPLAY "Recibo en suspenso: " SU-NUMERO
               "  Motivo: " WS-MOTIVO-TEXTO
           DISPLAY "  Cuenta origen: " SU-CUENTA-ORIGEN
               "  Partida: " SU-ITEM-ORIGEN
           DISPLAY "  Monto: " SU-MONTO
               "  Recibido: " SU-FECHA-RECIBO
               "  En suspenso desde: " SU-FECHA-ALTA
           DISPLAY "Decision (R=redirigir D=devolver S=saltar): "
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "R"
                   PERFORM RedirigeRecibo
               WHEN "D"
                   PERFORM MarcaDevolucion
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-SALTADOS
           END-EVALUATE.

       RedirigeRecibo.
           DISPLAY "Cuenta destino: "
           ACCEPT WS-CUENTA-DESTINO
           DISPLAY "Partida destino (0 = la mas vieja primero): "
           ACCEPT WS-ITEM-DESTINO
           PERFORM ValidaDestino
           IF WS-DESTINO-VALIDO NOT = "S"
               ADD 1 TO WS-TOTAL-SALTADOS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Nota: "
           ACCEPT WS-NOTA
           MOVE "R" TO SU-ESTADO
           MOVE WS-CUENTA-DESTINO TO SU-CUENTA-DESTINO
           MOVE WS-ITEM-DESTINO TO SU-ITEM-DESTINO
           PERFORM SellaResolucion
           ADD 1 TO WS-TOTAL-REDIRIGIDOS
           DISPLAY "Recibo redirigido a la cuenta "
               WS-CUENTA-DESTINO ", se aplica en la siguiente "
               "corrida de CASHAPP".

       MarcaDevolucion.
           DISPLAY "Motivo de la devolucion: "
           ACCEPT WS-NOTA
           MOVE "D" TO SU-ESTADO
           PERFORM SellaResolucion
           ADD 1 TO WS-TOTAL-DEVOLUCION
           DISPLAY "Recibo marcado para devolucion: " SU-NUMERO.

      *>   La cuenta destino tiene que existir y estar activa; la
      *>   partida, si se dio, abierta y con saldo en esa cuenta.
       ValidaDestino.
           MOVE "N" TO WS-DESTINO-VALIDO
           MOVE WS-CUENTA-DESTINO TO AC-CUENTA
           READ archivo-cuentas
               INVALID KEY
                   DISPLAY "Cuenta destino no existe: "
                       WS-CUENTA-DESTINO
                   EXIT PARAGRAPH
           END-READ
           IF AC-ESTADO NOT = "S"
               DISPLAY "Cuenta destino inactiva: " WS-CUENTA-DESTINO
               EXIT PARAGRAPH
           END-IF
           IF WS-ITEM-DESTINO > 0
               MOVE WS-CUENTA-DESTINO TO OI-CUENTA
               MOVE WS-ITEM-DESTINO TO OI-ITEM
               READ archivo-partidas
                   INVALID KEY
                       DISPLAY "Partida destino no existe: "
                           WS-ITEM-DESTINO
                       EXIT PARAGRAPH
               END-READ
               IF OI-ESTADO NOT = "A" OR OI-MONTO-ABIERTO = 0
                   DISPLAY "Partida destino no esta abierta: "
                       WS-ITEM-DESTINO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "S" TO WS-DESTINO-VALIDO.

       SellaResolucion.
           MOVE WS-OPERADOR TO SU-OPERADOR
           MOVE WS-FECHA-PROCESO-NEG TO SU-FECHA-RESOLUCION
           MOVE WS-NOTA TO SU-NOTA
           REWRITE SU-RECORD.

       END PROGRAM SUSPRES.
