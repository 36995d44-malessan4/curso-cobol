       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLMNT.
      *>   Captura de solicitudes de prestamo (SOLPREST.cpy) contra
      *>   solprest.dat por numero, via un archivo de transacciones
      *>   (SLT-ACCION = A/C/I), mismo esquema que LOANMNT. Antes un
      *>   prestamo nacia directo con el alta de LOANMNT sin
      *>   constancia de la solicitud; ahora la solicitud se captura
      *>   aqui con el ingreso y las obligaciones del solicitante,
      *>   queda N y la evalua SOLEVAL, que genera el alta de LOANMNT
      *>   solo cuando la aprobacion ya paso por la cola. El numero
      *>   de la solicitud es el que tendra el prestamo: se verifica
      *>   su digito en el modo vigente (CHKDCTL.cpy) y que no exista
      *>   ya en cartera. Quien captura sale del entorno
      *>   (SOLMNT-OPERADOR, como DISPMNT) y queda como iniciador en
      *>   la cola: no puede aprobar su propia solicitud.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-solicitudes
               ASSIGN TO "solprest.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOL-NUMERO
               FILE STATUS IS WS-FS-SOLICITUDES.

               SELECT OPTIONAL archivo-prestamos
               ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-NUMERO
               FILE STATUS IS WS-FS-PRESTAMOS.

               SELECT OPTIONAL archivo-modo-digito
               ASSIGN TO "chkdctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MODO-DIGITO.

               SELECT archivo-mantenimiento
               ASSIGN TO "solmnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANTTO.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-solicitudes.
           COPY SOLPREST.

       FD  archivo-prestamos.
           COPY LOANMAST.

       FD  archivo-mantenimiento.
           COPY SOLMNTX.

       FD  archivo-modo-digito.
           COPY CHKDCTL.

       WORKING-STORAGE SECTION.
      *>   Digito verificador, igual que LOANMNT.
           01 WS-FS-MODO-DIGITO PIC XX VALUE "00".
           01 WS-MODO-DIGITO PIC X VALUE "T".
           01 WS-CHK-NUMERO PIC X(8) VALUE SPACES.
           01 WS-CHK-LARGO PIC 9(2) VALUE ZEROS.
           01 WS-CHK-MODO PIC X VALUE "V".
           01 WS-CHK-DIGITO PIC 9 VALUE ZEROS.
           01 WS-CHK-RESULTADO PIC X VALUE "N".

           01 WS-FS-SOLICITUDES PIC XX VALUE "00".
           01 WS-FS-PRESTAMOS PIC XX VALUE "00".
           01 WS-FS-MANTTO PIC XX VALUE "00".
           01 WS-EOF-MANTTO PIC X VALUE "N".
           01 WS-HAY-PRESTAMOS PIC X VALUE "N".
           01 WS-VALIDA PIC X VALUE "S".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-TOTAL-ALTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CAMBIOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CONSULTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ERRORES PIC 9(6) VALUE ZEROS.

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "SOLMNT-OPERADOR"
           IF WS-OPERADOR = SPACES
               DISPLAY "SOLMNT-OPERADOR no informado, no se procesa"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           PERFORM LeeModoDigito
           OPEN I-O archivo-solicitudes
           IF WS-FS-SOLICITUDES = "35"
               OPEN OUTPUT archivo-solicitudes
               CLOSE archivo-solicitudes
               OPEN I-O archivo-solicitudes
           END-IF
           OPEN INPUT archivo-prestamos
           IF WS-FS-PRESTAMOS = "00"
               MOVE "S" TO WS-HAY-PRESTAMOS
           ELSE
               CLOSE archivo-prestamos
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
           IF WS-HAY-PRESTAMOS = "S"
               CLOSE archivo-prestamos
           END-IF
           CLOSE archivo-solicitudes
           DISPLAY "Altas: " WS-TOTAL-ALTAS
               " Cambios: " WS-TOTAL-CAMBIOS
               " Consultas: " WS-TOTAL-CONSULTAS
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
           EVALUATE SLT-ACCION
               WHEN "A"
                   PERFORM AltaSolicitud
               WHEN "C"
                   PERFORM CambiaSolicitud
               WHEN "I"
                   PERFORM ConsultaSolicitud
               WHEN OTHER
                   DISPLAY "Accion de captura invalida: "
                       SLT-ACCION
                   ADD 1 TO WS-TOTAL-ERRORES
           END-EVALUATE.

      *>   Datos minimos para poder evaluar: solicitante, monto y
      *>   plazo mayores a cero (la formula de cuota divide por el
      *>   plazo) y grado de riesgo de la escala 1 a 5.
       ValidaCaptura.
           MOVE "S" TO WS-VALIDA
           IF SLT-SOLICITANTE = SPACES
               DISPLAY "Solicitud rechazada, sin solicitante: "
                   SLT-NUMERO
               MOVE "N" TO WS-VALIDA
               EXIT PARAGRAPH
           END-IF
           IF SLT-MONTO = 0 OR SLT-PLAZO = 0
               DISPLAY "Solicitud rechazada, monto o plazo en cero: "
                   SLT-NUMERO
               MOVE "N" TO WS-VALIDA
               EXIT PARAGRAPH
           END-IF
           IF SLT-GRADO-RIESGO < 1 OR SLT-GRADO-RIESGO > 5
               DISPLAY "Solicitud rechazada, grado de riesgo "
                   "invalido: " SLT-NUMERO
               MOVE "N" TO WS-VALIDA
           END-IF.

       AltaSolicitud.
           PERFORM ValidaCaptura
           IF WS-VALIDA NOT = "S"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE SLT-NUMERO TO WS-CHK-NUMERO
           MOVE 8 TO WS-CHK-LARGO
           CALL "CHKDIGIT" USING WS-CHK-NUMERO WS-CHK-LARGO
               WS-CHK-MODO WS-CHK-DIGITO WS-CHK-RESULTADO
           IF WS-CHK-RESULTADO NOT = "S"
               IF WS-MODO-DIGITO = "E"
                   DISPLAY "Solicitud rechazada, digito verificador "
                       "invalido: " SLT-NUMERO
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
               ELSE
                   DISPLAY "ADVERTENCIA: solicitud sin digito "
                       "verificador valido (legado): " SLT-NUMERO
               END-IF
           END-IF
           IF WS-HAY-PRESTAMOS = "S"
               MOVE SLT-NUMERO TO LN-NUMERO
               READ archivo-prestamos
                   NOT INVALID KEY
                       DISPLAY "Solicitud rechazada, el numero ya "
                           "es un prestamo: " SLT-NUMERO
                       ADD 1 TO WS-TOTAL-ERRORES
                       EXIT PARAGRAPH
               END-READ
           END-IF
           MOVE SPACES TO SOL-RECORD
           MOVE SLT-NUMERO TO SOL-NUMERO
           MOVE WS-FECHA-PROCESO-NEG TO SOL-FECHA
           PERFORM MueveCaptura
           MOVE WS-OPERADOR TO SOL-CAPTURO
           MOVE "N" TO SOL-ESTADO
           MOVE ZEROS TO SOL-CUOTA
           MOVE ZEROS TO SOL-PCT-DEUDA
           WRITE SOL-RECORD
               INVALID KEY
                   DISPLAY "Solicitud rechazada, numero ya "
                       "capturado: " SLT-NUMERO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ALTAS
           END-WRITE.

      *>   Una solicitud ya evaluada no se toca: su decision y su
      *>   entrada en la cola se hicieron con los datos de entonces.
       CambiaSolicitud.
           PERFORM ValidaCaptura
           IF WS-VALIDA NOT = "S"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE SLT-NUMERO TO SOL-NUMERO
           READ archivo-solicitudes
               INVALID KEY
                   DISPLAY "Cambio rechazado, solicitud no existe: "
                       SLT-NUMERO
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           IF SOL-ESTADO NOT = "N"
               DISPLAY "Cambio rechazado, solicitud ya evaluada ("
                   SOL-ESTADO "): " SLT-NUMERO
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           PERFORM MueveCaptura
           MOVE WS-OPERADOR TO SOL-CAPTURO
           REWRITE SOL-RECORD
               INVALID KEY
                   DISPLAY "Cambio rechazado al reescribir: "
                       SLT-NUMERO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CAMBIOS
           END-REWRITE.

       MueveCaptura.
           MOVE SLT-SOLICITANTE TO SOL-SOLICITANTE
           MOVE SLT-EMP-ID TO SOL-EMP-ID
           MOVE SLT-CALLE TO SOL-CALLE
           MOVE SLT-CIUDAD TO SOL-CIUDAD
           MOVE SLT-CP TO SOL-CP
           MOVE SLT-MONTO TO SOL-MONTO
           MOVE SLT-PLAZO TO SOL-PLAZO
           MOVE SLT-TASA-ANUAL TO SOL-TASA-ANUAL
           MOVE SLT-INGRESO TO SOL-INGRESO
           MOVE SLT-OBLIGACIONES TO SOL-OBLIGACIONES
           MOVE SLT-GRADO-RIESGO TO SOL-GRADO-RIESGO.

       ConsultaSolicitud.
           MOVE SLT-NUMERO TO SOL-NUMERO
           READ archivo-solicitudes
               INVALID KEY
                   DISPLAY "Consulta sin resultado para solicitud: "
                       SLT-NUMERO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   DISPLAY "Solicitud: " SOL-NUMERO
                       " " SOL-SOLICITANTE
                       " Monto: " SOL-MONTO
                       " Plazo: " SOL-PLAZO
                       " Estado: " SOL-ESTADO
                   IF SOL-MOTIVO NOT = SPACES
                       DISPLAY "  Motivo: " SOL-MOTIVO
                   END-IF
                   IF SOL-CLASE-APROB NOT = SPACES
                       DISPLAY "  Cuota: " SOL-CUOTA
                           " Deuda/ingreso: " SOL-PCT-DEUDA
                           " Clase: " SOL-CLASE-APROB
                   END-IF
                   ADD 1 TO WS-TOTAL-CONSULTAS
           END-READ.

       LeeModoDigito.
           OPEN INPUT archivo-modo-digito
           IF WS-FS-MODO-DIGITO = "00"
               READ archivo-modo-digito
                   NOT AT END
                       MOVE CD-MODO TO WS-MODO-DIGITO
               END-READ
           END-IF
           CLOSE archivo-modo-digito.

       END PROGRAM SOLMNT.
