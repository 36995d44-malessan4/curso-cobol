       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPMNT.
      *>   Captura de disputas de partidas abiertas: procesa las
      *>   transacciones de DISPMTX.cpy contra el archivo de disputas
      *>   (DISPUTA.cpy) y el auxiliar de partidas (OPENITEM.cpy).
      *>   Abrir una disputa deja la partida en OI-ESTADO D, con lo
      *>   que la siguiente derivacion de CASHAPP la saca del cobro
      *>   (BT-DISPUTA) sin sacarla del saldo. Resolver la disputa
      *>   ACREDITA (nota de credito contra lo abierto de la partida,
      *>   anotada en oimov.dat para que el estado de cuenta la
      *>   muestre) o REINSTALA (la partida vuelve a A y a cobrarse).
      *>   Solo se disputa una partida abierta de una cuenta que
      *>   existe en ACCTMAST, con fecha de seguimiento futura. El
      *>   operador sale del entorno, como en PROMMNT; sin operador
      *>   no se procesa nada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-disputas
               ASSIGN TO "disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CLAVE
               FILE STATUS IS WS-FS-DISPUTAS.

               SELECT archivo-partidas
               ASSIGN TO "openitem.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-CLAVE
               FILE STATUS IS WS-FS-PARTIDAS.

               SELECT archivo-cuentas
               ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-CUENTA
               FILE STATUS IS WS-FS-CUENTAS.

               SELECT OPTIONAL archivo-movimientos
               ASSIGN TO "oimov.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMIENTOS.

               SELECT archivo-transacciones
               ASSIGN TO "dispmnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-disputas.
           COPY DISPUTA.

       FD  archivo-partidas.
           COPY OPENITEM.

       FD  archivo-cuentas.
           COPY ACCTMAST.

       FD  archivo-movimientos.
           COPY OIMOV.

       FD  archivo-transacciones.
           COPY DISPMTX.

       WORKING-STORAGE SECTION.
           01 WS-FS-DISPUTAS PIC XX VALUE "00".
           01 WS-FS-PARTIDAS PIC XX VALUE "00".
           01 WS-FS-CUENTAS PIC XX VALUE "00".
           01 WS-FS-MOVIMIENTOS PIC XX VALUE "00".
           01 WS-FS-TRANS PIC XX VALUE "00".
           01 WS-EOF-TRANS PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-DISPUTA-EXISTE PIC X VALUE "N".
           01 WS-CREDITO PIC 9(10)V99 VALUE ZEROS.

           01 WS-TOTAL-ABIERTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SEGUIMIENTOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ACREDITADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-REINSTALADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ERRORES PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "DISPMNT-OPERADOR"
           IF WS-OPERADOR = SPACES
               DISPLAY "DISPMNT-OPERADOR no informado, no se procesa"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           OPEN I-O archivo-disputas
           IF WS-FS-DISPUTAS = "35"
               OPEN OUTPUT archivo-disputas
               CLOSE archivo-disputas
               OPEN I-O archivo-disputas
           END-IF
           OPEN I-O archivo-partidas
           OPEN INPUT archivo-cuentas
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
           CLOSE archivo-cuentas
           CLOSE archivo-partidas
           CLOSE archivo-disputas
           DISPLAY "Disputas abiertas: " WS-TOTAL-ABIERTAS
               " Seguimientos movidos: " WS-TOTAL-SEGUIMIENTOS
               " Acreditadas: " WS-TOTAL-ACREDITADAS
               " Reinstaladas: " WS-TOTAL-REINSTALADAS
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

      *>   Toda accion necesita la cuenta en el maestro y la partida
      *>   en el auxiliar; la disputa vigente de la partida (si la
      *>   hay) queda leida en DSP-RECORD.
       ProcesaTransaccion.
           MOVE DXT-CUENTA TO AC-CUENTA
           READ archivo-cuentas
               INVALID KEY
                   DISPLAY "Disputa rechazada, cuenta no existe: "
                       DXT-CUENTA
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           MOVE DXT-CUENTA TO OI-CUENTA
           MOVE DXT-ITEM TO OI-ITEM
           READ archivo-partidas
               INVALID KEY
                   DISPLAY "Disputa rechazada, partida no existe: "
                       DXT-CUENTA " " DXT-ITEM
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           MOVE "N" TO WS-DISPUTA-EXISTE
           MOVE DXT-CUENTA TO DSP-CUENTA
           MOVE DXT-ITEM TO DSP-ITEM
           READ archivo-disputas
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-DISPUTA-EXISTE
           END-READ
           EVALUATE DXT-ACCION
               WHEN "A"
                   PERFORM AbreDisputa
               WHEN "S"
                   PERFORM MueveSeguimiento
               WHEN "C"
                   PERFORM AcreditaDisputa
               WHEN "R"
                   PERFORM ReinstalaDisputa
               WHEN OTHER
                   DISPLAY "Accion de disputa invalida: " DXT-ACCION
                       " " DXT-CUENTA " " DXT-ITEM
                   ADD 1 TO WS-TOTAL-ERRORES
           END-EVALUATE.

      *>   Solo una partida abierta con saldo se disputa; una
      *>   disputa ya resuelta de la misma partida se reabre sobre
      *>   el mismo registro.
       AbreDisputa.
           IF OI-ESTADO NOT = "A" OR OI-MONTO-ABIERTO = 0
               DISPLAY "Disputa rechazada, partida no abierta: "
                   DXT-CUENTA " " DXT-ITEM " estado " OI-ESTADO
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           IF DXT-MOTIVO = SPACES
               DISPLAY "Disputa rechazada, sin motivo: "
                   DXT-CUENTA " " DXT-ITEM
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           IF DXT-FECHA-SEGUIMIENTO <= WS-FECHA-PROCESO-NEG
               DISPLAY "Disputa rechazada, seguimiento no es "
                   "futuro: " DXT-CUENTA " " DXT-ITEM
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE DXT-CUENTA TO DSP-CUENTA
           MOVE DXT-ITEM TO DSP-ITEM
           MOVE DXT-MOTIVO TO DSP-MOTIVO
           MOVE WS-OPERADOR TO DSP-OPERADOR
           MOVE WS-FECHA-PROCESO-NEG TO DSP-FECHA-ALTA
           MOVE DXT-FECHA-SEGUIMIENTO TO DSP-FECHA-SEGUIMIENTO
           MOVE OI-MONTO-ABIERTO TO DSP-MONTO
           MOVE "A" TO DSP-ESTADO
           MOVE ZEROS TO DSP-MONTO-CREDITO
           MOVE SPACES TO DSP-OPER-RESOLUCION
           MOVE SPACES TO DSP-FECHA-RESOLUCION
           IF WS-DISPUTA-EXISTE = "S"
               REWRITE DSP-RECORD
           ELSE
               WRITE DSP-RECORD
           END-IF
           MOVE "D" TO OI-ESTADO
           REWRITE OI-RECORD
           ADD 1 TO WS-TOTAL-ABIERTAS.

       MueveSeguimiento.
           IF WS-DISPUTA-EXISTE = "N" OR DSP-ESTADO NOT = "A"
               DISPLAY "Seguimiento rechazado, sin disputa abierta: "
                   DXT-CUENTA " " DXT-ITEM
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           IF DXT-FECHA-SEGUIMIENTO <= WS-FECHA-PROCESO-NEG
               DISPLAY "Seguimiento rechazado, fecha no es futura: "
                   DXT-CUENTA " " DXT-ITEM
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE DXT-FECHA-SEGUIMIENTO TO DSP-FECHA-SEGUIMIENTO
           REWRITE DSP-RECORD
           ADD 1 TO WS-TOTAL-SEGUIMIENTOS.

      *>   Nota de credito contra lo abierto de la partida (cero =
      *>   todo lo abierto); lo que quede vuelve a cobrarse y una
      *>   partida acreditada completa queda pagada.
       AcreditaDisputa.
           IF WS-DISPUTA-EXISTE = "N" OR DSP-ESTADO NOT = "A"
               DISPLAY "Credito rechazado, sin disputa abierta: "
                   DXT-CUENTA " " DXT-ITEM
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           IF DXT-MONTO-CREDITO = 0
               MOVE OI-MONTO-ABIERTO TO WS-CREDITO
           ELSE
               MOVE DXT-MONTO-CREDITO TO WS-CREDITO
           END-IF
           IF WS-CREDITO > OI-MONTO-ABIERTO
               DISPLAY "Credito rechazado, excede lo abierto: "
                   DXT-CUENTA " " DXT-ITEM
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-CREDITO FROM OI-MONTO-ABIERTO
           IF OI-MONTO-ABIERTO = 0
               MOVE "P" TO OI-ESTADO
           ELSE
               MOVE "A" TO OI-ESTADO
           END-IF
           REWRITE OI-RECORD
           MOVE "C" TO DSP-ESTADO
           MOVE WS-CREDITO TO DSP-MONTO-CREDITO
           PERFORM SellaResolucion
           PERFORM AnotaCredito
           ADD 1 TO WS-TOTAL-ACREDITADAS.

       ReinstalaDisputa.
           IF WS-DISPUTA-EXISTE = "N" OR DSP-ESTADO NOT = "A"
               DISPLAY "Reinstalacion rechazada, sin disputa "
                   "abierta: " DXT-CUENTA " " DXT-ITEM
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO OI-ESTADO
           REWRITE OI-RECORD
           MOVE "R" TO DSP-ESTADO
           MOVE ZEROS TO DSP-MONTO-CREDITO
           PERFORM SellaResolucion
           ADD 1 TO WS-TOTAL-REINSTALADAS.

       SellaResolucion.
           MOVE WS-OPERADOR TO DSP-OPER-RESOLUCION
           MOVE WS-FECHA-PROCESO-NEG TO DSP-FECHA-RESOLUCION
           REWRITE DSP-RECORD.

      *>   La nota de credito queda fechada en oimov.dat (OIMOV.cpy)
      *>   para el estado de cuenta del mes.
       AnotaCredito.
           OPEN EXTEND archivo-movimientos
           IF WS-FS-MOVIMIENTOS = "05" OR WS-FS-MOVIMIENTOS = "35"
               OPEN OUTPUT archivo-movimientos
           END-IF
           MOVE DXT-CUENTA TO OM-CUENTA
           MOVE DXT-ITEM TO OM-ITEM
           MOVE WS-FECHA-PROCESO-NEG TO OM-FECHA
           MOVE "A" TO OM-TIPO
           MOVE WS-CREDITO TO OM-MONTO
           WRITE OM-RECORD
           CLOSE archivo-movimientos.

       END PROGRAM DISPMNT.
