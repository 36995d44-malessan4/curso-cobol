       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQASIG.
      *>   Subrutina callable que emite un cheque de nomina en el
      *>   registro de cheques (CHQREG.cpy), en el molde de APPRW:
      *>   el que paga con cheque (PAYDISP, DISPDEV, CHQMNT) la llama
      *>   con el ID, el monto, el origen y, si es reposicion, el
      *>   numero del cheque que reemplaza; la rutina toma el
      *>   siguiente folio de la chequera controlada (CHQCTL.cpy),
      *>   deja el cheque emitido por imprimir con la fecha de
      *>   proceso y devuelve el numero. Si la corrida se repite el
      *>   mismo dia, el cheque ya emitido para el mismo ID, origen
      *>   y monto se devuelve en vez de gastar otra forma. Sin
      *>   folios disponibles (o sin control de chequera) devuelve
      *>   numero cero y el llamador lo reporta.
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

               SELECT OPTIONAL archivo-control
               ASSIGN TO "chqctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cheques.
           COPY CHQREG.

       FD  archivo-control.
           COPY CHQCTL.

       WORKING-STORAGE SECTION.
           01 WS-FS-CHEQUES PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FIN-BUSQUEDA PIC X VALUE "N".
           01 WS-HAY-CONTROL PIC X VALUE "N".

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       LINKAGE SECTION.
           01 LK-ID PIC 9(6).
           01 LK-MONTO PIC 9(9)V99.
           01 LK-ORIGEN PIC X(1).
           01 LK-REEMPLAZA PIC 9(8).
           01 LK-NUMERO PIC 9(8).

       PROCEDURE DIVISION USING LK-ID LK-MONTO LK-ORIGEN
           LK-REEMPLAZA LK-NUMERO.

       MAIN-PROCEDURE.
           MOVE ZEROS TO LK-NUMERO
           MOVE "N" TO WS-FIN-BUSQUEDA
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           OPEN I-O archivo-cheques
           IF WS-FS-CHEQUES = "35"
               OPEN OUTPUT archivo-cheques
               CLOSE archivo-cheques
               OPEN I-O archivo-cheques
           END-IF
           IF LK-REEMPLAZA = ZEROS
               PERFORM BuscaYaEmitido
           END-IF
           IF LK-NUMERO = ZEROS
               PERFORM TomaSiguienteFolio
           END-IF
           IF LK-NUMERO NOT = ZEROS AND WS-FIN-BUSQUEDA NOT = "Y"
               PERFORM GrabaCheque
           END-IF
           CLOSE archivo-cheques
           GOBACK.

      *>   Por la clave alterna: un cheque en transito de hoy para el
      *>   mismo ID, origen y monto es el de una corrida repetida.
       BuscaYaEmitido.
           MOVE "N" TO WS-FIN-BUSQUEDA
           MOVE LK-ID TO CHQ-ID
           MOVE WS-FECHA-PROCESO-NEG TO CHQ-FECHA-EMISION
           MOVE LK-ORIGEN TO CHQ-ORIGEN
           START archivo-cheques KEY = CHQ-CLAVE-PAGO
               INVALID KEY
                   MOVE "S" TO WS-FIN-BUSQUEDA
           END-START
           PERFORM UNTIL WS-FIN-BUSQUEDA NOT = "N"
               READ archivo-cheques NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-BUSQUEDA
                   NOT AT END
                       IF CHQ-ID NOT = LK-ID
                           OR CHQ-FECHA-EMISION NOT =
                               WS-FECHA-PROCESO-NEG
                           OR CHQ-ORIGEN NOT = LK-ORIGEN
                           MOVE "S" TO WS-FIN-BUSQUEDA
                       ELSE
                           IF CHQ-ESTADO = "E"
                               AND CHQ-MONTO = LK-MONTO
                               AND CHQ-REEMPLAZA = ZEROS
                               MOVE CHQ-NUMERO TO LK-NUMERO
                               MOVE "Y" TO WS-FIN-BUSQUEDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TomaSiguienteFolio.
           OPEN I-O archivo-control
           IF WS-FS-CONTROL NOT = "00"
               CLOSE archivo-control
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HAY-CONTROL
           READ archivo-control
               NOT AT END
                   MOVE "S" TO WS-HAY-CONTROL
           END-READ
           IF WS-HAY-CONTROL = "S"
               IF CHC-ULTIMO-FOLIO < CHC-FOLIO-INICIAL
                   COMPUTE CHC-ULTIMO-FOLIO = CHC-FOLIO-INICIAL - 1
               END-IF
               IF CHC-ULTIMO-FOLIO < CHC-FOLIO-FINAL
                   ADD 1 TO CHC-ULTIMO-FOLIO
                   MOVE CHC-ULTIMO-FOLIO TO LK-NUMERO
                   REWRITE CHC-RECORD
               END-IF
           END-IF
           CLOSE archivo-control.

       GrabaCheque.
           MOVE LK-NUMERO TO CHQ-NUMERO
           MOVE LK-ID TO CHQ-ID
           MOVE WS-FECHA-PROCESO-NEG TO CHQ-FECHA-EMISION
           MOVE LK-ORIGEN TO CHQ-ORIGEN
           MOVE LK-MONTO TO CHQ-MONTO
           MOVE "E" TO CHQ-ESTADO
           MOVE "N" TO CHQ-IMPRESO
           MOVE SPACES TO CHQ-FECHA-PAGO
           MOVE SPACES TO CHQ-MOTIVO-ANULA
           MOVE SPACES TO CHQ-OPERADOR
           MOVE SPACES TO CHQ-FECHA-ANULA
           MOVE LK-REEMPLAZA TO CHQ-REEMPLAZA
           MOVE ZEROS TO CHQ-REEMPLAZADO-POR
           MOVE "N" TO CHQ-VENCIDO
           WRITE CHQ-RECORD
               INVALID KEY
                   MOVE ZEROS TO LK-NUMERO
           END-WRITE.

       END PROGRAM CHQASIG.
