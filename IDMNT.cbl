       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDMNT.
      *>   Ventanilla de asignacion de EMP-ID: procesa las
      *>   solicitudes de idmnt.dat (IDMNTX.cpy) contra el servicio
      *>   central IDASIGN, mismo esquema de transacciones que
      *>   GRADMNT/POSMNT. N emite IDs sueltos para la captura
      *>   central; B reserva un bloque a una sucursal activa de
      *>   SUCMAST.cpy para sus extractos (EMPMERGE); X anula un ID
      *>   emitido que nunca se uso. Cada ID emitido sale en el
      *>   listado idemit.prt (lo que se le entrega a quien lo
      *>   pidio) y queda en la bitacora idlog.dat del servicio.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-mantenimiento
               ASSIGN TO "idmnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANTTO.

               SELECT archivo-listado
               ASSIGN TO "idemit.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-mantenimiento.
           COPY IDMNTX.

       FD  archivo-listado.
           01 LINEA-LISTADO PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-FS-MANTTO PIC XX VALUE "00".
           01 WS-EOF-MANTTO PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-CONTADOR PIC 9(4) VALUE ZEROS.
           01 WS-TOTAL-EMITIDOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-BLOQUES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ANULADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ERRORES PIC 9(6) VALUE ZEROS.

      *>   Parametros del servicio IDASIGN.
           01 WS-IA-MODO PIC X VALUE SPACE.
           01 WS-IA-ID PIC 9(6) VALUE ZEROS.
           01 WS-IA-SUCURSAL PIC X(4) VALUE SPACES.
           01 WS-IA-RESULTADO PIC X VALUE "N".
           01 WS-IA-RAZON PIC X(30) VALUE SPACES.

           01 LIN-TITULO PIC X(60) VALUE
               "EMP-ID EMITIDOS POR EL SERVICIO CENTRAL".
           01 LIN-ENCABEZADO.
               05 FILLER PIC X(10) VALUE "EMP-ID".
               05 FILLER PIC X(10) VALUE "SUCURSAL".
               05 FILLER PIC X(10) VALUE "FECHA".
               05 FILLER PIC X(10) VALUE "OPERADOR".
           01 LIN-DETALLE.
               05 LD-ID PIC 9(6).
               05 FILLER PIC X(4) VALUE SPACES.
               05 LD-SUCURSAL PIC X(4).
               05 FILLER PIC X(6) VALUE SPACES.
               05 LD-FECHA PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-OPERADOR PIC X(8).

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "IDMNT-OPERADOR"
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           OPEN OUTPUT archivo-listado
           WRITE LINEA-LISTADO FROM LIN-TITULO
           WRITE LINEA-LISTADO FROM LIN-ENCABEZADO
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
           CLOSE archivo-listado
           DISPLAY "IDs emitidos: " WS-TOTAL-EMITIDOS
               " Bloques: " WS-TOTAL-BLOQUES
               " Anulados: " WS-TOTAL-ANULADOS
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
           EVALUATE IDT-ACCION
               WHEN "N"
                   MOVE SPACES TO WS-IA-SUCURSAL
                   PERFORM EmiteSerie
               WHEN "B"
                   IF IDT-SUCURSAL = SPACES
                       DISPLAY "Bloque rechazado, sin sucursal"
                       ADD 1 TO WS-TOTAL-ERRORES
                   ELSE
                       MOVE IDT-SUCURSAL TO WS-IA-SUCURSAL
                       PERFORM EmiteSerie
                       ADD 1 TO WS-TOTAL-BLOQUES
                   END-IF
               WHEN "X"
                   PERFORM AnulaId
               WHEN OTHER
                   DISPLAY "Accion de asignacion invalida: "
                       IDT-ACCION
                   ADD 1 TO WS-TOTAL-ERRORES
           END-EVALUATE.

      *>   Una emision suelta o un bloque son la misma serie de
      *>   llamadas N al servicio; la primera que falle (sucursal
      *>   inactiva, numeracion agotada) corta la serie.
       EmiteSerie.
           IF IDT-CANTIDAD = ZEROS
               DISPLAY "Solicitud rechazada, cantidad en ceros"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-IA-RESULTADO
           PERFORM VARYING WS-CONTADOR FROM 1 BY 1
               UNTIL WS-CONTADOR > IDT-CANTIDAD
               OR WS-IA-RESULTADO NOT = "S"
               MOVE "N" TO WS-IA-MODO
               MOVE ZEROS TO WS-IA-ID
               CALL "IDASIGN" USING WS-IA-MODO WS-IA-ID
                   WS-IA-SUCURSAL WS-OPERADOR WS-IA-RESULTADO
                   WS-IA-RAZON
               IF WS-IA-RESULTADO = "S"
                   ADD 1 TO WS-TOTAL-EMITIDOS
                   MOVE WS-IA-ID TO LD-ID
                   MOVE WS-IA-SUCURSAL TO LD-SUCURSAL
                   MOVE WS-FECHA-PROCESO-NEG TO LD-FECHA
                   MOVE WS-OPERADOR TO LD-OPERADOR
                   WRITE LINEA-LISTADO FROM LIN-DETALLE
               ELSE
                   DISPLAY "Emision detenida (" WS-IA-RAZON
                       ") sucursal: " WS-IA-SUCURSAL
                   ADD 1 TO WS-TOTAL-ERRORES
               END-IF
           END-PERFORM.

       AnulaId.
           MOVE "X" TO WS-IA-MODO
           MOVE IDT-ID TO WS-IA-ID
           MOVE SPACES TO WS-IA-SUCURSAL
           CALL "IDASIGN" USING WS-IA-MODO WS-IA-ID
               WS-IA-SUCURSAL WS-OPERADOR WS-IA-RESULTADO
               WS-IA-RAZON
           IF WS-IA-RESULTADO = "S"
               ADD 1 TO WS-TOTAL-ANULADOS
           ELSE
               DISPLAY "Anulacion rechazada (" WS-IA-RAZON "): "
                   IDT-ID
               ADD 1 TO WS-TOTAL-ERRORES
           END-IF.

       END PROGRAM IDMNT.
