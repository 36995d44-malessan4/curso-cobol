       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEMNT.
      *>   Captura de polizas manuales de contabilidad (JEMAST.cpy)
      *>   desde un archivo de transacciones (JEMNTX.cpy): cada grupo
      *>   de renglones con el mismo numero es una poliza, y entra
      *>   completa o no entra. Se rehusa la poliza que no cuadra
      *>   (cargos contra abonos), la que trae una cuenta que el
      *>   catalogo no acepta (CTACHK), la de un periodo cerrado
      *>   (PERCHECK) y la de un numero ya capturado. La aceptada
      *>   queda en P y se estaciona en la cola de control dual via
      *>   APPRW, clase ASIENTO: la aprueba OTRO operador en APPROVE
      *>   y solo entonces JEREL la escribe a la interfaz GLINT para
      *>   GLUPDT. El capturista es el operador de JEMNT-OPERADOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-polizas
               ASSIGN TO "jemast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JE-CLAVE
               FILE STATUS IS WS-FS-POLIZAS.

               SELECT archivo-captura
               ASSIGN TO "jemnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAPTURA.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-polizas.
           COPY JEMAST.

       FD  archivo-captura.
           COPY JEMNTX.

       WORKING-STORAGE SECTION.
           01 WS-FS-POLIZAS PIC XX VALUE "00".
           01 WS-FS-CAPTURA PIC XX VALUE "00".
           01 WS-EOF-CAPTURA PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-MOTIVO PIC X(40) VALUE SPACES.

           01 WS-TOTAL-ACEPTADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RECHAZADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RENGLONES PIC 9(6) VALUE ZEROS.

      *>   Renglones de la poliza en curso, hasta que cambia el
      *>   numero y se valida completa.
           01 WS-NUMERO-ACTUAL PIC 9(8) VALUE ZEROS.
           01 WS-MAX-RENGLONES PIC 9(3) VALUE 99.
           01 WS-CANT-RENGLONES PIC 9(3) VALUE ZEROS.
           01 WS-REN-IDX PIC 9(3) VALUE ZEROS.
           01 WS-DESBORDE PIC X VALUE "N".
           01 WS-TABLA-RENGLONES.
               05 WS-REN OCCURS 99 TIMES.
                   10 WS-REN-CUENTA PIC X(8).
                   10 WS-REN-DRCR PIC X(2).
                   10 WS-REN-MONTO PIC 9(9)V99.
                   10 WS-REN-FECHA PIC X(8).
                   10 WS-REN-CONCEPTO PIC X(30).
                   10 WS-REN-REFERENCIA PIC X(12).
           01 WS-SUMA-CARGOS PIC 9(11)V99 VALUE ZEROS.
           01 WS-SUMA-ABONOS PIC 9(11)V99 VALUE ZEROS.
           01 WS-IMPORTE-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *>   Validacion contra el catalogo de cuentas (CTACHK) y el
      *>   candado de periodo (PERCHECK).
           01 WS-CTA-CUENTA PIC X(8) VALUE SPACES.
           01 WS-CTA-VALIDA PIC X VALUE "S".
           01 WS-CTA-MOTIVO PIC X(30) VALUE SPACES.
           01 WS-PERIODO-CERRADO PIC X VALUE "N".

      *>   Solicitud de control dual (ver APPRW).
           01 WS-AP-CLASE PIC X(8) VALUE "ASIENTO".
           01 WS-AP-REFERENCIA PIC 9(8) VALUE ZEROS.
           01 WS-AP-DETALLE PIC X(60) VALUE SPACES.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "JEMNT-OPERADOR"
           IF WS-OPERADOR = SPACES
               DISPLAY "Sin operador en JEMNT-OPERADOR: una poliza "
                   "manual no se captura sin capturista"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           OPEN I-O archivo-polizas
           IF WS-FS-POLIZAS = "35"
               OPEN OUTPUT archivo-polizas
               CLOSE archivo-polizas
               OPEN I-O archivo-polizas
           END-IF
           OPEN INPUT archivo-captura
           PERFORM UNTIL WS-EOF-CAPTURA = "S"
               READ archivo-captura
                   AT END
                       MOVE "S" TO WS-EOF-CAPTURA
                   NOT AT END
                       ADD 1 TO WS-TOTAL-RENGLONES
                       IF JET-NUMERO NOT = WS-NUMERO-ACTUAL
                           AND WS-CANT-RENGLONES > 0
                           PERFORM CierraPoliza
                       END-IF
                       PERFORM AcumulaRenglon
               END-READ
           END-PERFORM
           IF WS-CANT-RENGLONES > 0
               PERFORM CierraPoliza
           END-IF
           CLOSE archivo-captura
           CLOSE archivo-polizas
           DISPLAY "Renglones leidos: " WS-TOTAL-RENGLONES
               " Polizas aceptadas: " WS-TOTAL-ACEPTADAS
               " Rechazadas: " WS-TOTAL-RECHAZADAS
           IF WS-TOTAL-RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al menu
      *>   cuando lo invoca via CALL.
           GOBACK.

      *>   Un renglon de mas no se trunca: la poliza entera se
      *>   rechaza al cerrarla, porque sin el ya no cuadraria.
       AcumulaRenglon.
           MOVE JET-NUMERO TO WS-NUMERO-ACTUAL
           IF WS-CANT-RENGLONES >= WS-MAX-RENGLONES
               MOVE "S" TO WS-DESBORDE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANT-RENGLONES
           MOVE JET-CUENTA TO WS-REN-CUENTA (WS-CANT-RENGLONES)
           MOVE JET-IND-DRCR TO WS-REN-DRCR (WS-CANT-RENGLONES)
           MOVE JET-MONTO TO WS-REN-MONTO (WS-CANT-RENGLONES)
           MOVE JET-FECHA TO WS-REN-FECHA (WS-CANT-RENGLONES)
           MOVE JET-CONCEPTO TO WS-REN-CONCEPTO (WS-CANT-RENGLONES)
           MOVE JET-REFERENCIA
               TO WS-REN-REFERENCIA (WS-CANT-RENGLONES).

       CierraPoliza.
           PERFORM ValidaPoliza
           IF WS-MOTIVO = SPACES
               PERFORM GrabaPoliza
           ELSE
               DISPLAY "Poliza rechazada " WS-NUMERO-ACTUAL ": "
                   WS-MOTIVO
               ADD 1 TO WS-TOTAL-RECHAZADAS
           END-IF
           MOVE ZEROS TO WS-CANT-RENGLONES
           MOVE "N" TO WS-DESBORDE.

       ValidaPoliza.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZEROS TO WS-SUMA-CARGOS
           MOVE ZEROS TO WS-SUMA-ABONOS
           IF WS-NUMERO-ACTUAL = ZEROS
               MOVE "NUMERO DE POLIZA EN CEROS" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-DESBORDE = "S"
               MOVE "MAS DE 99 RENGLONES" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-CANT-RENGLONES < 2
               MOVE "POLIZA DE UN SOLO RENGLON" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMERO-ACTUAL TO JE-NUMERO
           MOVE 1 TO JE-RENGLON
           READ archivo-polizas
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "NUMERO DE POLIZA YA CAPTURADO" TO WS-MOTIVO
                   EXIT PARAGRAPH
           END-READ
           IF WS-REN-FECHA (1) IS NOT NUMERIC
               MOVE "FECHA DE POLIZA INVALIDA" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REN-IDX FROM 1 BY 1
               UNTIL WS-REN-IDX > WS-CANT-RENGLONES
               OR WS-MOTIVO NOT = SPACES
               PERFORM ValidaRenglon
           END-PERFORM
           IF WS-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-SUMA-CARGOS NOT = WS-SUMA-ABONOS
               MOVE "POLIZA NO CUADRA, CARGOS CONTRA ABONOS"
                   TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           CALL "PERCHECK" USING WS-REN-FECHA (1) WS-PERIODO-CERRADO
           IF WS-PERIODO-CERRADO = "S"
               MOVE "PERIODO CERRADO" TO WS-MOTIVO
           END-IF.

       ValidaRenglon.
           IF WS-REN-FECHA (WS-REN-IDX) NOT = WS-REN-FECHA (1)
               MOVE "RENGLONES CON FECHAS DISTINTAS" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-REN-MONTO (WS-REN-IDX) = ZEROS
               MOVE "RENGLON CON IMPORTE EN CEROS" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-REN-DRCR (WS-REN-IDX)
               WHEN "DR"
                   ADD WS-REN-MONTO (WS-REN-IDX) TO WS-SUMA-CARGOS
               WHEN "CR"
                   ADD WS-REN-MONTO (WS-REN-IDX) TO WS-SUMA-ABONOS
               WHEN OTHER
                   MOVE "INDICADOR DR/CR INVALIDO" TO WS-MOTIVO
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-REN-CUENTA (WS-REN-IDX) TO WS-CTA-CUENTA
           CALL "CTACHK" USING WS-CTA-CUENTA WS-CTA-VALIDA
               WS-CTA-MOTIVO
           IF WS-CTA-VALIDA NOT = "S"
               STRING WS-CTA-CUENTA " " WS-CTA-MOTIVO
                   DELIMITED BY SIZE INTO WS-MOTIVO
           END-IF.

      *>   La poliza entra completa en P y se encola para que otro
      *>   operador la apruebe; nada va al mayor desde aqui.
       GrabaPoliza.
           PERFORM VARYING WS-REN-IDX FROM 1 BY 1
               UNTIL WS-REN-IDX > WS-CANT-RENGLONES
               MOVE WS-NUMERO-ACTUAL TO JE-NUMERO
               MOVE WS-REN-IDX TO JE-RENGLON
               MOVE WS-REN-CUENTA (WS-REN-IDX) TO JE-CUENTA
               MOVE WS-REN-DRCR (WS-REN-IDX) TO JE-IND-DRCR
               MOVE WS-REN-MONTO (WS-REN-IDX) TO JE-MONTO
               MOVE WS-REN-FECHA (WS-REN-IDX) TO JE-FECHA
               MOVE WS-REN-CONCEPTO (WS-REN-IDX) TO JE-CONCEPTO
               MOVE WS-REN-REFERENCIA (WS-REN-IDX) TO JE-REFERENCIA
               MOVE "P" TO JE-ESTADO
               MOVE WS-OPERADOR TO JE-CAPTURISTA
               MOVE WS-FECHA-PROCESO-NEG TO JE-FECHA-ALTA
               MOVE SPACES TO JE-FECHA-LIBERA
               WRITE JE-RECORD
           END-PERFORM
           MOVE WS-NUMERO-ACTUAL TO WS-AP-REFERENCIA
           MOVE WS-SUMA-CARGOS TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-AP-DETALLE
           STRING "POLIZA MANUAL " WS-CANT-RENGLONES " RENGLONES"
               WS-IMPORTE-EDIT " REF " WS-REN-REFERENCIA (1)
               DELIMITED BY SIZE INTO WS-AP-DETALLE
           CALL "APPRW" USING WS-AP-CLASE WS-AP-REFERENCIA
               WS-OPERADOR WS-AP-DETALLE
           ADD 1 TO WS-TOTAL-ACEPTADAS
           DISPLAY "Poliza capturada y en espera de aprobacion: "
               WS-NUMERO-ACTUAL.

       END PROGRAM JEMNT.
