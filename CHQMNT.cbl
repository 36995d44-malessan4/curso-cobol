       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQMNT.
      *>   Mantenimiento del registro de cheques de nomina
      *>   (CHQREG.cpy) via un archivo de transacciones (CHQMNTX.cpy),
      *>   mismo esquema que BANKMNT: A anula un cheque en transito
      *>   (perdido, danado, mal emitido) y R lo anula y emite su
      *>   reposicion por el mismo monto al mismo empleado con el
      *>   siguiente folio de la chequera (CHQASIG), encadenando uno
      *>   con otro. El motivo es obligatorio y el cheque anulado
      *>   queda con motivo, operador y fecha. Un cheque ya pagado
      *>   por el banco o ya anulado no se toca. La reposicion sale
      *>   impresa en la siguiente corrida de CHQPRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-cheques
               ASSIGN TO "chqreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-NUMERO
               ALTERNATE RECORD KEY IS CHQ-CLAVE-PAGO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CHEQUES.

               SELECT archivo-mantenimiento
               ASSIGN TO "chqmnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANTTO.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cheques.
           COPY CHQREG.

       FD  archivo-mantenimiento.
           COPY CHQMNTX.

       WORKING-STORAGE SECTION.
           01 WS-FS-CHEQUES PIC XX VALUE "00".
           01 WS-FS-MANTTO PIC XX VALUE "00".
           01 WS-EOF-MANTTO PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-CHEQUE-VALIDO PIC X VALUE "N".
           01 WS-TOTAL-ANULADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-REPUESTOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ERRORES PIC 9(6) VALUE ZEROS.

      *>   Parametros de CHQASIG para la reposicion.
           01 WS-CHQ-ID PIC 9(6) VALUE ZEROS.
           01 WS-CHQ-MONTO PIC 9(9)V99 VALUE ZEROS.
           01 WS-CHQ-ORIGEN PIC X(1) VALUE SPACES.
           01 WS-CHQ-REEMPLAZA PIC 9(8) VALUE ZEROS.
           01 WS-CHQ-NUMERO PIC 9(8) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "CHQMNT-OPERADOR"
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           OPEN I-O archivo-cheques
           IF WS-FS-CHEQUES NOT = "00"
               CLOSE archivo-cheques
               DISPLAY "Sin registro de cheques que mantener"
               MOVE 4 TO RETURN-CODE
               GOBACK
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
           CLOSE archivo-cheques
           DISPLAY "Anulados: " WS-TOTAL-ANULADOS
               " Repuestos: " WS-TOTAL-REPUESTOS
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
           EVALUATE CKT-ACCION
               WHEN "A"
                   PERFORM AnulaCheque
               WHEN "R"
                   PERFORM ReponeCheque
               WHEN OTHER
                   DISPLAY "Accion de mantenimiento desconocida: "
                       CKT-ACCION
                   ADD 1 TO WS-TOTAL-ERRORES
           END-EVALUATE.

      *>   Solo se anula un cheque en transito y con motivo.
       ValidaAnulable.
           MOVE "N" TO WS-CHEQUE-VALIDO
           IF CKT-MOTIVO = SPACES
               DISPLAY "Anulacion rechazada, sin motivo: " CKT-NUMERO
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE CKT-NUMERO TO CHQ-NUMERO
           READ archivo-cheques
               INVALID KEY
                   DISPLAY "Anulacion rechazada, cheque no existe: "
                       CKT-NUMERO
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           EVALUATE CHQ-ESTADO
               WHEN "E"
                   MOVE "S" TO WS-CHEQUE-VALIDO
               WHEN "P"
                   DISPLAY "Anulacion rechazada, cheque ya pagado "
                       "por el banco el " CHQ-FECHA-PAGO ": "
                       CKT-NUMERO
                   ADD 1 TO WS-TOTAL-ERRORES
               WHEN OTHER
                   DISPLAY "Anulacion rechazada, cheque ya "
                       "anulado: " CKT-NUMERO
                   ADD 1 TO WS-TOTAL-ERRORES
           END-EVALUATE.

       AnulaCheque.
           PERFORM ValidaAnulable
           IF WS-CHEQUE-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM MarcaAnulado
           REWRITE CHQ-RECORD
           ADD 1 TO WS-TOTAL-ANULADOS.

      *>   La reposicion se pide antes de anular: sin folio en la
      *>   chequera el cheque original sigue vigente. CHQASIG abre el
      *>   registro por su cuenta, asi que aqui se cierra mientras.
       ReponeCheque.
           PERFORM ValidaAnulable
           IF WS-CHEQUE-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE CHQ-ID TO WS-CHQ-ID
           MOVE CHQ-MONTO TO WS-CHQ-MONTO
           MOVE CHQ-ORIGEN TO WS-CHQ-ORIGEN
           MOVE CHQ-NUMERO TO WS-CHQ-REEMPLAZA
           CLOSE archivo-cheques
           CALL "CHQASIG" USING WS-CHQ-ID WS-CHQ-MONTO
               WS-CHQ-ORIGEN WS-CHQ-REEMPLAZA WS-CHQ-NUMERO
           OPEN I-O archivo-cheques
           IF WS-CHQ-NUMERO = ZEROS
               DISPLAY "Reposicion rechazada, sin folio en la "
                   "chequera: " CKT-NUMERO
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE CKT-NUMERO TO CHQ-NUMERO
           READ archivo-cheques
               INVALID KEY
                   DISPLAY "Reposicion sin cheque original al "
                       "reabrir: " CKT-NUMERO
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           PERFORM MarcaAnulado
           MOVE WS-CHQ-NUMERO TO CHQ-REEMPLAZADO-POR
           REWRITE CHQ-RECORD
           ADD 1 TO WS-TOTAL-ANULADOS
           ADD 1 TO WS-TOTAL-REPUESTOS
           DISPLAY "Cheque " CKT-NUMERO " repuesto con el "
               WS-CHQ-NUMERO.

       MarcaAnulado.
           MOVE "A" TO CHQ-ESTADO
           MOVE CKT-MOTIVO TO CHQ-MOTIVO-ANULA
           MOVE WS-OPERADOR TO CHQ-OPERADOR
           MOVE WS-FECHA-PROCESO-NEG TO CHQ-FECHA-ANULA.

       END PROGRAM CHQMNT.
