      *>   propuesta PENDIENTE en la cola de castigo (WOFFQUE.cpy),
      *>   con el nivel de autoridad que su monto exige. Aqui no se
      *>   castiga nada: la decision es humana, en la pantalla de
      *>   revision WOFFAPPR. Lo que esta en disputa (BT-DISPUTA) no
      *>   se propone: el monto propuesto es el saldo no disputado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           01 WS-DEMANDA-HALLADA PIC X VALUE "N".
           01 WS-FECHA-DEMANDA PIC X(8) VALUE SPACES.
           01 WS-DIAS-DESDE PIC S9(8) VALUE ZEROS.
           01 WS-SALDO-PROPONIBLE PIC 9(10)V9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
      *>   (pendiente, aprobada o rechazada: una cuenta ya revisada
      *>   no se vuelve a proponer sola).
       EvaluaCandidata.
           IF BT-SALDO <= BT-DISPUTA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-PROPONIBLE = BT-SALDO - BT-DISPUTA
           MOVE "N" TO WS-DEMANDA-HALLADA
           PERFORM VARYING WS-DEM-IDX FROM 1 BY 1
               UNTIL WS-DEM-IDX > WS-CANT-DEMANDAS
           END-READ
           MOVE BT-CUENTA TO WQ-CUENTA
           MOVE WS-FECHA-PROCESO-NEG TO WQ-FECHA-PROPUESTA
           MOVE WS-SALDO-PROPONIBLE TO WQ-MONTO
           IF WS-SALDO-PROPONIBLE > WS-UMBRAL
               MOVE "G" TO WQ-NIVEL-AUTORIDAD
           ELSE
               MOVE "S" TO WQ-NIVEL-AUTORIDAD
