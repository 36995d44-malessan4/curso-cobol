       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANDED.
      *>   Subrutina callable, en el molde de APPRW, que mantiene la
      *>   inscripcion de deduccion (DEDENRL.cpy) de la prima del
      *>   plan medico para que nomina descuente el nivel correcto.
      *>   La llaman PLANMNT y PLANELIG con el ID, el plan, el nivel,
      *>   la accion (A inscribe o actualiza la prima, T termina) y
      *>   la fecha efectiva. El codigo de deduccion sale de
      *>   PLANCTL.cpy y la prima de PLANPRIM.cpy; una prima en cero
      *>   termina la deduccion (la paga la empresa). LK-RESULTADO
      *>   vuelve "N" si el plan/nivel no esta en la tabla de primas
      *>   o no hay codigo de deduccion configurado; en ese caso no
      *>   se toca dedenrl.dat y el llamador lo reporta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-enrolamientos
               ASSIGN TO "dedenrl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-CLAVE
               FILE STATUS IS WS-FS-ENROL.

               SELECT OPTIONAL archivo-control-plan
               ASSIGN TO "planctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT OPTIONAL archivo-primas
               ASSIGN TO "planprim.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRIMAS.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-enrolamientos.
           COPY DEDENRL.

       FD  archivo-control-plan.
           COPY PLANCTL.

       FD  archivo-primas.
           COPY PLANPRIM.

       WORKING-STORAGE SECTION.
           01 WS-FS-ENROL PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-PRIMAS PIC XX VALUE "00".
           01 WS-EOF-PRIMAS PIC X VALUE "N".
           01 WS-PRIMA-HALLADA PIC X VALUE "N".
           01 WS-PRIMA PIC 9(5)V99 VALUE ZEROS.
           01 WS-CODIGO-DEDUCCION PIC X(4) VALUE SPACES.

       LINKAGE SECTION.
           01 LK-ID PIC 9(6).
           01 LK-PLAN PIC X(4).
           01 LK-NIVEL PIC X(2).
           01 LK-ACCION PIC X(1).
           01 LK-FECHA PIC X(8).
           01 LK-RESULTADO PIC X(1).

       PROCEDURE DIVISION USING LK-ID LK-PLAN LK-NIVEL LK-ACCION
           LK-FECHA LK-RESULTADO.

       MAIN-PROCEDURE.
           MOVE "N" TO LK-RESULTADO
           PERFORM LeeControlPlan
           IF WS-CODIGO-DEDUCCION = SPACES
               GOBACK
           END-IF
           IF LK-ACCION = "A"
               PERFORM BuscaPrima
               IF WS-PRIMA-HALLADA NOT = "S"
                   GOBACK
               END-IF
           END-IF
           OPEN I-O archivo-enrolamientos
           IF WS-FS-ENROL = "35"
               OPEN OUTPUT archivo-enrolamientos
               CLOSE archivo-enrolamientos
               OPEN I-O archivo-enrolamientos
           END-IF
           IF LK-ACCION = "A" AND WS-PRIMA > 0
               PERFORM InscribePrima
           ELSE
               PERFORM TerminaPrima
           END-IF
           CLOSE archivo-enrolamientos
           MOVE "S" TO LK-RESULTADO
           GOBACK.

      *>   Solo interesa el codigo de deduccion; sin control no hay
      *>   codigo y la rutina no hace nada.
       LeeControlPlan.
           MOVE SPACES TO WS-CODIGO-DEDUCCION
           OPEN INPUT archivo-control-plan
           IF WS-FS-CONTROL = "00"
               READ archivo-control-plan
                   NOT AT END
                       MOVE PLC-CODIGO-DEDUCCION
                           TO WS-CODIGO-DEDUCCION
               END-READ
           END-IF
           CLOSE archivo-control-plan.

       BuscaPrima.
           MOVE "N" TO WS-PRIMA-HALLADA
           MOVE "N" TO WS-EOF-PRIMAS
           MOVE ZEROS TO WS-PRIMA
           OPEN INPUT archivo-primas
           IF WS-FS-PRIMAS NOT = "00"
               CLOSE archivo-primas
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-PRIMAS = "S"
               READ archivo-primas
                   AT END
                       MOVE "S" TO WS-EOF-PRIMAS
                   NOT AT END
                       IF PPR-PLAN = LK-PLAN AND PPR-NIVEL = LK-NIVEL
                           MOVE "S" TO WS-PRIMA-HALLADA
                           MOVE PPR-PRIMA TO WS-PRIMA
                           MOVE "S" TO WS-EOF-PRIMAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-primas.

      *>   Una inscripcion nueva arranca sin acumulado ni meta; una
      *>   que ya existe solo cambia de monto, y si estaba terminada
      *>   se reabre con la fecha efectiva nueva.
       InscribePrima.
           MOVE LK-ID TO DE-ID
           MOVE WS-CODIGO-DEDUCCION TO DE-CODIGO
           READ archivo-enrolamientos
               INVALID KEY
                   MOVE LK-ID TO DE-ID
                   MOVE WS-CODIGO-DEDUCCION TO DE-CODIGO
                   MOVE WS-PRIMA TO DE-MONTO
                   MOVE LK-FECHA TO DE-FECHA-INICIO
                   MOVE SPACES TO DE-FECHA-FIN
                   MOVE ZEROS TO DE-META
                   MOVE ZEROS TO DE-ACUMULADO
                   MOVE "A" TO DE-ESTADO
                   MOVE SPACES TO DE-PERIODO-ULT
                   MOVE ZEROS TO DE-MONTO-ULT
                   WRITE DE-RECORD
               NOT INVALID KEY
                   IF DE-ESTADO = "T"
                       MOVE LK-FECHA TO DE-FECHA-INICIO
                       MOVE ZEROS TO DE-META
                   END-IF
                   MOVE WS-PRIMA TO DE-MONTO
                   MOVE SPACES TO DE-FECHA-FIN
                   MOVE "A" TO DE-ESTADO
                   REWRITE DE-RECORD
           END-READ.

       TerminaPrima.
           MOVE LK-ID TO DE-ID
           MOVE WS-CODIGO-DEDUCCION TO DE-CODIGO
           READ archivo-enrolamientos
               NOT INVALID KEY
                   IF DE-ESTADO NOT = "T"
                       MOVE "T" TO DE-ESTADO
                       MOVE LK-FECHA TO DE-FECHA-FIN
                       REWRITE DE-RECORD
                   END-IF
           END-READ.

       END PROGRAM PLANDED.
