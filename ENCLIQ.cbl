       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCLIQ.
      *>   Liquidacion diaria de compromisos: el gasto real del dia
      *>   (deptotrans.dat, DEPTTRANS.cpy) que trae referencia de
      *>   orden en DT-REFERENCIA liquida el compromiso de esa
      *>   referencia en ENCMAST.cpy. Los importes del dia se juntan
      *>   por referencia (ya convertidos a moneda local con la tasa
      *>   del dia, como DEPTOTOT) y se aplican una sola vez: parcial
      *>   deja el compromiso en P, completo (o de mas) lo cierra en
      *>   C, y un reverso negativo lo puede reabrir. Un compromiso
      *>   ya liquidado en la fecha de proceso (ENC-FECHA-ULT-LIQ) no
      *>   se vuelve a tocar, asi que la recorrida del dia es segura.
      *>   Una referencia sin compromiso, o contra uno ya cerrado,
      *>   va a excepciones de alerta y RC 4; el gasto en si ya
      *>   cuenta como real por su lado (GLPOST).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-transacciones
               ASSIGN TO "deptotrans.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.

               SELECT OPTIONAL archivo-compromisos
               ASSIGN TO "encmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-REFERENCIA
               FILE STATUS IS WS-FS-COMPROMISOS.

               SELECT OPTIONAL archivo-tipocambio
               ASSIGN TO "tipocamb.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TIPOCAMBIO.

               SELECT OPTIONAL archivo-excepciones
               ASSIGN TO "excepciones.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCIONES.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-transacciones.
           COPY DEPTTRANS.

       FD  archivo-compromisos.
           COPY ENCMAST.

       FD  archivo-tipocambio.
           COPY TIPOCAMB.

       FD  archivo-excepciones.
           COPY EXCREC.

       WORKING-STORAGE SECTION.
           01 WS-FS-TRANS PIC XX VALUE "00".
           01 WS-FS-COMPROMISOS PIC XX VALUE "00".
           01 WS-FS-TIPOCAMBIO PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-EOF-TRANS PIC X VALUE "N".
           01 WS-EOF-TIPOCAMBIO PIC X VALUE "N".

      *>   Gasto del dia por referencia.
           01 WS-MAX-REFERENCIAS PIC 9(4) VALUE 2000.
           01 WS-CANT-REFERENCIAS PIC 9(4) VALUE ZEROS.
           01 WS-REF-IDX PIC 9(4) VALUE ZEROS.
           01 WS-REF-HALLADA PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-REFERENCIAS.
               05 WS-REF OCCURS 2000 TIMES.
                   10 WS-REF-REFERENCIA PIC X(12).
                   10 WS-REF-MONTO PIC S9(9)V99.

      *>   Tasas de la fecha de proceso (TIPOCAMB.cpy).
           01 WS-MAX-TASAS PIC 9(3) VALUE 100.
           01 WS-CANT-TASAS PIC 9(3) VALUE ZEROS.
           01 WS-TASA-IDX PIC 9(3) VALUE ZEROS.
           01 WS-TABLA-TASAS.
               05 WS-TAS OCCURS 100 TIMES.
                   10 WS-TAS-MONEDA PIC X(3).
                   10 WS-TAS-TASA PIC 9(5)V9(6).
           01 WS-TASA-HALLADA PIC X VALUE "N".
           01 WS-TASA-USO PIC 9(5)V9(6) VALUE ZEROS.
           01 WS-MONTO-CONVERTIDO PIC S9(9)V99 VALUE ZEROS.

           01 WS-LIQUIDADO PIC S9(11)V99 VALUE ZEROS.
           01 WS-IMPORTE-EDIT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

           01 WS-TOTAL-CON-REFERENCIA PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-LIQUIDADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CERRADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-YA-LIQUIDADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RECHAZADOS PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Bitacora de corrida (ver RUNLOGW).
           01 WS-RL-PROGRAMA PIC X(8) VALUE "ENCLIQ".
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
           PERFORM CargaTiposCambio
           OPEN INPUT archivo-transacciones
           PERFORM UNTIL WS-EOF-TRANS = "S"
               READ archivo-transacciones
                   AT END
                       MOVE "S" TO WS-EOF-TRANS
                   NOT AT END
                       ADD 1 TO WS-RL-LEIDOS
                       IF DT-REFERENCIA NOT = SPACES
                           ADD 1 TO WS-TOTAL-CON-REFERENCIA
                           PERFORM AcumulaReferencia
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-transacciones
           OPEN I-O archivo-compromisos
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-CANT-REFERENCIAS
               PERFORM LiquidaCompromiso
           END-PERFORM
           CLOSE archivo-compromisos
           DISPLAY "Gastos con referencia: " WS-TOTAL-CON-REFERENCIA
               " Compromisos liquidados: " WS-TOTAL-LIQUIDADOS
               " (cerrados: " WS-TOTAL-CERRADOS ")"
               " Ya liquidados hoy: " WS-TOTAL-YA-LIQUIDADOS
               " Rechazados: " WS-TOTAL-RECHAZADOS
           IF WS-TOTAL-RECHAZADOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE WS-TOTAL-LIQUIDADOS TO WS-RL-ESCRITOS
           MOVE WS-TOTAL-RECHAZADOS TO WS-RL-RECHAZADOS
           MOVE RETURN-CODE TO WS-RL-RETORNO
           CALL "RUNLOGW" USING WS-RL-PROGRAMA WS-RL-INICIO
               WS-RL-LEIDOS WS-RL-ESCRITOS WS-RL-RECHAZADOS
               WS-RL-RETORNO
           MOVE WS-RL-RETORNO TO RETURN-CODE
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al
      *>   controlador cuando lo invoca via CALL (NITECTRL).
           GOBACK.

      *>   Moneda local pasa tal cual; moneda extranjera se convierte
      *>   con la tasa del dia, y sin tasa no liquida nada.
       AcumulaReferencia.
           MOVE DT-MONTO TO WS-MONTO-CONVERTIDO
           IF DT-MONEDA NOT = SPACES
               PERFORM BuscaTasa
               IF WS-TASA-HALLADA = "N"
                   MOVE "SIN-TASA" TO EXC-TIPO
                   MOVE SPACES TO EXC-DETALLE
                   STRING "Ref " DT-REFERENCIA " moneda " DT-MONEDA
                       " sin tasa, no liquida"
                       DELIMITED BY SIZE INTO EXC-DETALLE
                   PERFORM GrabaExcepcion
                   ADD 1 TO WS-TOTAL-RECHAZADOS
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-MONTO-CONVERTIDO ROUNDED =
                   DT-MONTO * WS-TASA-USO
           END-IF
           MOVE ZEROS TO WS-REF-HALLADA
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-CANT-REFERENCIAS
               OR WS-REF-HALLADA > 0
               IF WS-REF-REFERENCIA (WS-REF-IDX) = DT-REFERENCIA
                   MOVE WS-REF-IDX TO WS-REF-HALLADA
               END-IF
           END-PERFORM
           IF WS-REF-HALLADA = 0
               IF WS-CANT-REFERENCIAS >= WS-MAX-REFERENCIAS
                   MOVE "TABLALLENA" TO EXC-TIPO
                   MOVE SPACES TO EXC-DETALLE
                   STRING "Ref " DT-REFERENCIA
                       " no cabe en la tabla del dia"
                       DELIMITED BY SIZE INTO EXC-DETALLE
                   PERFORM GrabaExcepcion
                   ADD 1 TO WS-TOTAL-RECHAZADOS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CANT-REFERENCIAS
               MOVE WS-CANT-REFERENCIAS TO WS-REF-HALLADA
               MOVE DT-REFERENCIA
                   TO WS-REF-REFERENCIA (WS-REF-HALLADA)
               MOVE ZEROS TO WS-REF-MONTO (WS-REF-HALLADA)
           END-IF
           ADD WS-MONTO-CONVERTIDO TO WS-REF-MONTO (WS-REF-HALLADA).

       LiquidaCompromiso.
           MOVE WS-REF-REFERENCIA (WS-REF-IDX) TO ENC-REFERENCIA
           READ archivo-compromisos
               INVALID KEY
                   MOVE "COMPROMISO" TO EXC-TIPO
                   MOVE SPACES TO EXC-DETALLE
                   STRING "Gasto con ref " ENC-REFERENCIA
                       " sin compromiso registrado"
                       DELIMITED BY SIZE INTO EXC-DETALLE
                   PERFORM GrabaExcepcion
                   ADD 1 TO WS-TOTAL-RECHAZADOS
                   EXIT PARAGRAPH
           END-READ
           IF ENC-FECHA-ULT-LIQ = WS-FECHA-PROCESO-NEG
               ADD 1 TO WS-TOTAL-YA-LIQUIDADOS
               EXIT PARAGRAPH
           END-IF
           IF ENC-ESTADO = "C"
               MOVE "COMPROMISO" TO EXC-TIPO
               MOVE SPACES TO EXC-DETALLE
               STRING "Gasto con ref " ENC-REFERENCIA
                   " contra compromiso ya cerrado"
                   DELIMITED BY SIZE INTO EXC-DETALLE
               PERFORM GrabaExcepcion
               ADD 1 TO WS-TOTAL-RECHAZADOS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LIQUIDADO = ENC-LIQUIDADO
               + WS-REF-MONTO (WS-REF-IDX)
           IF WS-LIQUIDADO < ZEROS
               MOVE ZEROS TO WS-LIQUIDADO
           END-IF
           EVALUATE TRUE
               WHEN WS-LIQUIDADO >= ENC-MONTO
                   MOVE ENC-MONTO TO ENC-LIQUIDADO
                   MOVE "C" TO ENC-ESTADO
                   MOVE WS-FECHA-PROCESO-NEG TO ENC-FECHA-CIERRE
                   ADD 1 TO WS-TOTAL-CERRADOS
               WHEN WS-LIQUIDADO > ZEROS
                   MOVE WS-LIQUIDADO TO ENC-LIQUIDADO
                   MOVE "P" TO ENC-ESTADO
               WHEN OTHER
                   MOVE ZEROS TO ENC-LIQUIDADO
                   MOVE "A" TO ENC-ESTADO
           END-EVALUATE
           MOVE WS-FECHA-PROCESO-NEG TO ENC-FECHA-ULT-LIQ
           REWRITE ENC-RECORD
           ADD 1 TO WS-TOTAL-LIQUIDADOS.

       CargaTiposCambio.
           OPEN INPUT archivo-tipocambio
           IF WS-FS-TIPOCAMBIO NOT = "00"
               CLOSE archivo-tipocambio
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-TIPOCAMBIO = "S"
               READ archivo-tipocambio
                   AT END
                       MOVE "S" TO WS-EOF-TIPOCAMBIO
                   NOT AT END
                       IF TC-FECHA = WS-FECHA-PROCESO-NEG
                           AND WS-CANT-TASAS < WS-MAX-TASAS
                           ADD 1 TO WS-CANT-TASAS
                           MOVE TC-MONEDA
                               TO WS-TAS-MONEDA (WS-CANT-TASAS)
                           MOVE TC-TASA
                               TO WS-TAS-TASA (WS-CANT-TASAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-tipocambio.

       BuscaTasa.
           MOVE "N" TO WS-TASA-HALLADA
           PERFORM VARYING WS-TASA-IDX FROM 1 BY 1
               UNTIL WS-TASA-IDX > WS-CANT-TASAS
               IF WS-TAS-MONEDA (WS-TASA-IDX) = DT-MONEDA
                   MOVE WS-TAS-TASA (WS-TASA-IDX) TO WS-TASA-USO
                   MOVE "S" TO WS-TASA-HALLADA
               END-IF
           END-PERFORM.

      *>   Asienta en el log comun de excepciones (EXCREC.cpy).
       GrabaExcepcion.
           MOVE "ENCLIQ" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           MOVE "A" TO EXC-SEVERIDAD
           OPEN EXTEND archivo-excepciones
           IF WS-FS-EXCEPCIONES = "05" OR WS-FS-EXCEPCIONES = "35"
               OPEN OUTPUT archivo-excepciones
           END-IF
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

       END PROGRAM ENCLIQ.
