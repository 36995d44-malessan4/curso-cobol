      *>   que averiguar que paso, no pisarla). Despues salta los
      *>   pasos que la bitacora ya muestra completos HOY con
      *>   RETURN-CODE cero y re-ejecuta solo desde el primer paso
      *>   incompleto o fallido: ni EMPBACKUP ni SETBKUP cortan una
      *>   segunda generacion ni el roster se imprime dos veces por
      *>   un reproceso. Un paso que termina con RC 8 o mas detiene el
      *>   stream y deja el estado FALLIDO para el proximo intento.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-PASOS.
               05 FILLER PIC X(8) VALUE "CALCHECK".
               05 FILLER PIC X(10) VALUE "CALCHECK".
               05 FILLER PIC X(8) VALUE "SETBKUP".
               05 FILLER PIC X(10) VALUE "SETBKUP".
               05 FILLER PIC X(8) VALUE "SETVRFY".
               05 FILLER PIC X(10) VALUE "SETVRFY".
               05 FILLER PIC X(8) VALUE "EMPRELSE".
               05 FILLER PIC X(10) VALUE "EMPRELSE".
               05 FILLER PIC X(8) VALUE "CAP17".
               05 FILLER PIC X(8) VALUE "EXCSUM".
               05 FILLER PIC X(10) VALUE "EXCSUM".
           01 WS-PASOS-R REDEFINES WS-PASOS.
               05 WS-PASO OCCURS 13 TIMES.
                   10 WS-PASO-BITACORA PIC X(8).
                   10 WS-PASO-PROGRAMA PIC X(10).
           01 WS-IDX PIC 99 VALUE ZEROS.

      *>   Pasos ya completos hoy segun la bitacora (RC 0).
           01 WS-COMPLETO OCCURS 13 TIMES PIC X VALUE "N".

       PROCEDURE DIVISION.

           DISPLAY "CAP17-MODO" UPON ENVIRONMENT-NAME
           DISPLAY "BATCH" UPON ENVIRONMENT-VALUE
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 13 OR WS-HUBO-FALLA = "S"
                   OR WS-DIA-NO-HABIL = "S"
               PERFORM EjecutaPaso
           END-PERFORM
           IF RL-ORIGEN NOT = "B"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 13
               IF WS-PASO-BITACORA (WS-IDX) = RL-PROGRAMA
                   IF RL-RETORNO = 0
                       MOVE "S" TO WS-COMPLETO (WS-IDX)
