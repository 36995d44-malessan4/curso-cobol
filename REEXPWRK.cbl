       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEXPWRK.
      *>   Estacion de reexpedicion de depositos devueltos, en el
      *>   patron de ADDRWRK: recorre la cola de reexpedicion
      *>   (REEXPQ.cpy, la alimenta DISPDEV con cada devolucion del
      *>   banco) y por cada pendiente el operador decide la forma
      *>   de pago: C cheque fisico, o T transferencia a la cuenta
      *>   del empleado, que solo se acepta si ya fue corregida por
      *>   BANKMNT despues de la devolucion (la cuenta invalidada no
      *>   vuelve a recibir deposito). El renglon queda listo (L) con
      *>   el operador y la fecha, y la siguiente corrida de DISPDEV
      *>   lo reexpide.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-cola
               ASSIGN TO "reexpq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RXQ-CLAVE
               FILE STATUS IS WS-FS-COLA.

               SELECT OPTIONAL archivo-bancos
               ASSIGN TO "bancos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-ID
               FILE STATUS IS WS-FS-BANCOS.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cola.
           COPY REEXPQ.

       FD  archivo-bancos.
           COPY EMPBANK.

       WORKING-STORAGE SECTION.
           01 WS-FS-COLA PIC XX VALUE "00".
           01 WS-FS-BANCOS PIC XX VALUE "00".
           01 WS-EOF-COLA PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-DECISION PIC X VALUE SPACES.
           01 WS-CUENTA-VIGENTE PIC X VALUE "N".

           01 WS-TOTAL-CHEQUES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-TRANSFER PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SALTADOS PIC 9(6) VALUE ZEROS.

           01 WS-MONTO-EDITADO PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "REEXPWRK-OPERADOR"
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           OPEN I-O archivo-cola
           IF WS-FS-COLA NOT = "00"
               CLOSE archivo-cola
               DISPLAY "Sin cola de reexpedicion que trabajar"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT archivo-bancos
           PERFORM UNTIL WS-EOF-COLA = "S"
               READ archivo-cola NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-COLA
                   NOT AT END
                       IF RXQ-ESTADO = "P"
                           PERFORM TrabajaPendiente
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-cola
           IF WS-FS-BANCOS = "00"
               CLOSE archivo-bancos
           END-IF
           DISPLAY "Por cheque: " WS-TOTAL-CHEQUES
               " Por transferencia: " WS-TOTAL-TRANSFER
               " Saltados: " WS-TOTAL-SALTADOS
           MOVE 0 TO RETURN-CODE
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al menu
      *>   cuando lo invoca via CALL.
           GOBACK.

       TrabajaPendiente.
           MOVE RXQ-MONTO TO WS-MONTO-EDITADO
           DISPLAY "---------------------------------------------"
           DISPLAY "Deposito devuelto, empleado " RXQ-ID
               " dispersion del " RXQ-FECHA-DISP
               " (devuelto el " RXQ-FECHA-DEVOLUCION
               ", motivo " RXQ-MOTIVO ")"
           DISPLAY "Cuenta original: " RXQ-CUENTA-ORIGEN
               " Monto: " WS-MONTO-EDITADO
           DISPLAY "Reexpedir por (C=cheque T=transferencia "
               "otra=saltar): "
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "C"
                   ADD 1 TO WS-TOTAL-CHEQUES
                   PERFORM CierraPendiente
               WHEN "T"
                   PERFORM VerificaCuentaCorregida
                   IF WS-CUENTA-VIGENTE = "S"
                       ADD 1 TO WS-TOTAL-TRANSFER
                       PERFORM CierraPendiente
                   ELSE
                       ADD 1 TO WS-TOTAL-SALTADOS
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-SALTADOS
           END-EVALUATE.

      *>   La transferencia va a la cuenta vigente del satelite: tiene
      *>   que existir y ya no estar invalidada por la devolucion.
       VerificaCuentaCorregida.
           MOVE "N" TO WS-CUENTA-VIGENTE
           IF WS-FS-BANCOS NOT = "00"
               DISPLAY "Sin archivo de cuentas bancarias; capturar "
                   "la cuenta por BANKMNT"
               EXIT PARAGRAPH
           END-IF
           MOVE RXQ-ID TO BK-ID
           READ archivo-bancos
               INVALID KEY
                   DISPLAY "El empleado no tiene cuenta bancaria; "
                       "capturarla por BANKMNT"
                   EXIT PARAGRAPH
           END-READ
           IF BK-ESTADO = "I"
               DISPLAY "La cuenta sigue invalidada por la "
                   "devolucion; corregirla primero por BANKMNT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Se transferira a banco " BK-BANCO
               " cuenta " BK-CUENTA
           MOVE "S" TO WS-CUENTA-VIGENTE.

       CierraPendiente.
           MOVE WS-DECISION TO RXQ-FORMA
           MOVE "L" TO RXQ-ESTADO
           MOVE WS-OPERADOR TO RXQ-OPERADOR
           MOVE WS-FECHA-PROCESO-NEG TO RXQ-FECHA-DECISION
           REWRITE RXQ-RECORD
           DISPLAY "Listo: sale en la siguiente corrida de DISPDEV".

       END PROGRAM REEXPWRK.
