       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEREL.
      *>   Liberacion nocturna de polizas manuales (JEMAST.cpy): lee
      *>   la cola de control dual (APPRQUE.cpy) de la clase ASIENTO
      *>   y consume (X) cada entrada dispuesta. La APROBADA se vuelve
      *>   a validar antes de soltarla — el periodo pudo cerrarse
      *>   (PERCHECK) o la cuenta darse de baja en el catalogo
      *>   (CTACHK) entre la captura y la aprobacion, y el aprobador
      *>   no puede ser el capturista — y sus renglones se escriben a
      *>   la interfaz glintje.dat (GLINT.cpy con su trailer
      *>   GLINTRLR.cpy) que aplica GLUPDT; los renglones quedan en
      *>   L. La que no pasa queda en E con excepcion critica y RC 4:
      *>   contabilidad la vuelve a capturar con otro numero. La
      *>   RECHAZADA en APPROVE deja sus renglones en R. Ninguna
      *>   poliza manual llega al mayor por otro camino.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-cola
               ASSIGN TO "apprque.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-CLAVE
               FILE STATUS IS WS-FS-COLA.

               SELECT OPTIONAL archivo-polizas
               ASSIGN TO "jemast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JE-CLAVE
               FILE STATUS IS WS-FS-POLIZAS.

               SELECT archivo-interfaz
               ASSIGN TO "glintje.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-INTERFAZ.

               SELECT OPTIONAL archivo-excepciones
               ASSIGN TO "excepciones.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCIONES.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cola.
           COPY APPRQUE.

       FD  archivo-polizas.
           COPY JEMAST.

       FD  archivo-interfaz.
           COPY GLINT.
           COPY GLINTRLR.

       FD  archivo-excepciones.
           COPY EXCREC.

       WORKING-STORAGE SECTION.
           01 WS-FS-COLA PIC XX VALUE "00".
           01 WS-FS-POLIZAS PIC XX VALUE "00".
           01 WS-FS-INTERFAZ PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-HAY-COLA PIC X VALUE "N".
           01 WS-FIN-COLA PIC X VALUE "N".
           01 WS-FIN-RENGLONES PIC X VALUE "N".
           01 WS-MOTIVO PIC X(40) VALUE SPACES.
           01 WS-NUEVO-ESTADO PIC X VALUE SPACE.

           01 WS-TOTAL-LIBERADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-REHUSADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RECHAZADAS PIC 9(6) VALUE ZEROS.

      *>   Datos de la poliza en revision, del primer pase sobre sus
      *>   renglones.
           01 WS-CANT-RENGLONES PIC 9(3) VALUE ZEROS.
           01 WS-FECHA-POLIZA PIC X(8) VALUE SPACES.
           01 WS-CAPTURISTA PIC X(8) VALUE SPACES.
           01 WS-SUMA-CARGOS PIC 9(11)V99 VALUE ZEROS.
           01 WS-SUMA-ABONOS PIC 9(11)V99 VALUE ZEROS.

           01 WS-CONT-INTERFAZ PIC 9(6) VALUE ZEROS.
           01 WS-SUMA-INTERFAZ PIC 9(13)V99 VALUE ZEROS.

      *>   Validacion contra el catalogo de cuentas (CTACHK) y el
      *>   candado de periodo (PERCHECK).
           01 WS-CTA-CUENTA PIC X(8) VALUE SPACES.
           01 WS-CTA-VALIDA PIC X VALUE "S".
           01 WS-CTA-MOTIVO PIC X(30) VALUE SPACES.
           01 WS-PERIODO-CERRADO PIC X VALUE "N".

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Bitacora de corrida (ver RUNLOGW).
           01 WS-RL-PROGRAMA PIC X(8) VALUE "JEREL".
           01 WS-RL-INICIO PIC X(26) VALUE SPACES.
           01 WS-RL-LEIDOS PIC 9(8) VALUE ZEROS.
           01 WS-RL-ESCRITOS PIC 9(8) VALUE ZEROS.
           01 WS-RL-RECHAZADOS PIC 9(8) VALUE ZEROS.
           01 WS-RL-RETORNO PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-INICIO
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
      *>   La interfaz se escribe OUTPUT por corrida, como la de
      *>   WOFFAPPR: lo de corridas viejas ya lo aplico GLUPDT.
           OPEN OUTPUT archivo-interfaz
           OPEN I-O archivo-cola
           IF WS-FS-COLA = "00"
               OPEN I-O archivo-polizas
               IF WS-FS-POLIZAS = "00"
                   MOVE "S" TO WS-HAY-COLA
               ELSE
                   CLOSE archivo-polizas
               END-IF
           END-IF
           IF WS-HAY-COLA = "S"
               MOVE "ASIENTO" TO AQ-CLASE
               MOVE ZEROS TO AQ-REFERENCIA
               MOVE ZEROS TO AQ-SECUENCIA
               START archivo-cola KEY >= AQ-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIN-COLA
               END-START
               PERFORM UNTIL WS-FIN-COLA = "S"
                   READ archivo-cola NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-COLA
                       NOT AT END
                           IF AQ-CLASE NOT = "ASIENTO"
                               MOVE "S" TO WS-FIN-COLA
                           ELSE
                               PERFORM DisponeEntrada
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-polizas
           END-IF
           CLOSE archivo-cola
           PERFORM GrabaTrailerInterfaz
           CLOSE archivo-interfaz
           DISPLAY "Polizas manuales liberadas: " WS-TOTAL-LIBERADAS
               " Rehusadas: " WS-TOTAL-REHUSADAS
               " Rechazadas: " WS-TOTAL-RECHAZADAS
           MOVE WS-CONT-INTERFAZ TO WS-RL-ESCRITOS
           MOVE WS-TOTAL-REHUSADAS TO WS-RL-RECHAZADOS
           IF WS-TOTAL-REHUSADAS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WS-RL-RETORNO
           CALL "RUNLOGW" USING WS-RL-PROGRAMA WS-RL-INICIO
               WS-RL-LEIDOS WS-RL-ESCRITOS WS-RL-RECHAZADOS
               WS-RL-RETORNO
           MOVE WS-RL-RETORNO TO RETURN-CODE
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al
      *>   controlador cuando lo invoca via CALL (NITECTRL).
           GOBACK.

      *>   Solo las entradas ya decididas se consumen; la pendiente
      *>   espera a APPROVE otra noche.
       DisponeEntrada.
           EVALUATE AQ-ESTADO
               WHEN "A"
                   ADD 1 TO WS-RL-LEIDOS
                   PERFORM LiberaPoliza
                   MOVE "X" TO AQ-ESTADO
                   REWRITE AQ-RECORD
               WHEN "R"
                   ADD 1 TO WS-RL-LEIDOS
                   MOVE "R" TO WS-NUEVO-ESTADO
                   PERFORM MarcaRenglones
                   ADD 1 TO WS-TOTAL-RECHAZADAS
                   MOVE "X" TO AQ-ESTADO
                   REWRITE AQ-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LiberaPoliza.
           PERFORM RevisaRenglones
           IF WS-CANT-RENGLONES = 0
               DISPLAY "Entrada aprobada sin poliza pendiente: "
                   AQ-REFERENCIA
               EXIT PARAGRAPH
           END-IF
           IF WS-MOTIVO = SPACES
               AND AQ-APROBADOR = WS-CAPTURISTA
               MOVE "APROBADA POR EL MISMO CAPTURISTA" TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES
               AND WS-SUMA-CARGOS NOT = WS-SUMA-ABONOS
               MOVE "POLIZA NO CUADRA" TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES
               CALL "PERCHECK" USING WS-FECHA-POLIZA
                   WS-PERIODO-CERRADO
               IF WS-PERIODO-CERRADO = "S"
                   MOVE "PERIODO CERRADO" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE "L" TO WS-NUEVO-ESTADO
               PERFORM MarcaRenglones
               ADD 1 TO WS-TOTAL-LIBERADAS
               DISPLAY "Poliza manual liberada: " AQ-REFERENCIA
           ELSE
               MOVE "E" TO WS-NUEVO-ESTADO
               PERFORM MarcaRenglones
               ADD 1 TO WS-TOTAL-REHUSADAS
               MOVE "JE-REHUSA" TO EXC-TIPO
               MOVE "C" TO EXC-SEVERIDAD
               MOVE SPACES TO EXC-DETALLE
               STRING "Poliza " AQ-REFERENCIA ": " WS-MOTIVO
                   DELIMITED BY SIZE INTO EXC-DETALLE
               PERFORM GrabaExcepcion
               DISPLAY "Poliza manual rehusada " AQ-REFERENCIA ": "
                   WS-MOTIVO
           END-IF.

      *>   Primer pase: totales, capturista, fecha y el catalogo de
      *>   cada cuenta, sin tocar nada todavia.
       RevisaRenglones.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZEROS TO WS-CANT-RENGLONES
           MOVE ZEROS TO WS-SUMA-CARGOS
           MOVE ZEROS TO WS-SUMA-ABONOS
           PERFORM PosicionaRenglones
           PERFORM UNTIL WS-FIN-RENGLONES = "S"
               READ archivo-polizas NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-RENGLONES
                   NOT AT END
                       IF JE-NUMERO NOT = AQ-REFERENCIA
                           MOVE "S" TO WS-FIN-RENGLONES
                       ELSE
                           IF JE-ESTADO = "P"
                               PERFORM RevisaRenglon
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RevisaRenglon.
           ADD 1 TO WS-CANT-RENGLONES
           MOVE JE-FECHA TO WS-FECHA-POLIZA
           MOVE JE-CAPTURISTA TO WS-CAPTURISTA
           IF JE-IND-DRCR = "DR"
               ADD JE-MONTO TO WS-SUMA-CARGOS
           ELSE
               ADD JE-MONTO TO WS-SUMA-ABONOS
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE JE-CUENTA TO WS-CTA-CUENTA
               CALL "CTACHK" USING WS-CTA-CUENTA WS-CTA-VALIDA
                   WS-CTA-MOTIVO
               IF WS-CTA-VALIDA NOT = "S"
                   STRING WS-CTA-CUENTA " " WS-CTA-MOTIVO
                       DELIMITED BY SIZE INTO WS-MOTIVO
               END-IF
           END-IF.

      *>   Segundo pase: los renglones pendientes de la poliza pasan
      *>   al estado nuevo; al liberar, cada uno sale a la interfaz.
       MarcaRenglones.
           PERFORM PosicionaRenglones
           PERFORM UNTIL WS-FIN-RENGLONES = "S"
               READ archivo-polizas NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-RENGLONES
                   NOT AT END
                       IF JE-NUMERO NOT = AQ-REFERENCIA
                           MOVE "S" TO WS-FIN-RENGLONES
                       ELSE
                           IF JE-ESTADO = "P"
                               PERFORM MarcaRenglon
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MarcaRenglon.
           IF WS-NUEVO-ESTADO = "L"
               MOVE JE-CUENTA TO GL-CUENTA
               MOVE JE-IND-DRCR TO GL-IND-DRCR
               MOVE JE-MONTO TO GL-MONTO
               MOVE JE-FECHA TO GL-FECHA
               WRITE GL-RECORD
               ADD GL-MONTO TO WS-SUMA-INTERFAZ
               ADD 1 TO WS-CONT-INTERFAZ
               MOVE WS-FECHA-PROCESO-NEG TO JE-FECHA-LIBERA
           END-IF
           MOVE WS-NUEVO-ESTADO TO JE-ESTADO
           REWRITE JE-RECORD.

       PosicionaRenglones.
           MOVE "N" TO WS-FIN-RENGLONES
           MOVE AQ-REFERENCIA TO JE-NUMERO
           MOVE ZEROS TO JE-RENGLON
           START archivo-polizas KEY >= JE-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-RENGLONES
           END-START.

      *>   Trailer de control de la interfaz (GLINTRLR.cpy), misma
      *>   disciplina que GLPOST: se escribe aun con cero registros,
      *>   para que GLUPDT distinga "sin movimientos" de "truncado".
       GrabaTrailerInterfaz.
           MOVE "*TRAILER" TO GLT-CUENTA
           MOVE WS-CONT-INTERFAZ TO GLT-CONTADOR
           MOVE WS-SUMA-INTERFAZ TO GLT-MONTO-TOTAL
           WRITE GL-TRAILER-RECORD.

      *>   Asienta en el log comun de excepciones (EXCREC.cpy).
       GrabaExcepcion.
           MOVE "JEREL" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           OPEN EXTEND archivo-excepciones
           IF WS-FS-EXCEPCIONES = "05" OR WS-FS-EXCEPCIONES = "35"
               OPEN OUTPUT archivo-excepciones
           END-IF
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

       END PROGRAM JEREL.
