      *>   que los gerentes la ajusten en MERITREV. Lo que hoy se
      *>   teclea aumento por aumento, sin conexion con la bolsa que
      *>   finanzas aprobo, arranca aqui como ciclo.
      *>   Con la matriz de meritos presente (MERITMTX.cpy) el
      *>   porcentaje sale de la celda que corresponde a la
      *>   calificacion de su evaluacion concluida (APPRAISL.cpy, la
      *>   del anio de proceso o, si aun no la tiene, la del
      *>   anterior) y a su compa-ratio contra el punto medio de su
      *>   grado (GRADMAST.cpy); sin evaluacion, sin grado en el
      *>   catalogo o sin celda que lo cubra se queda con la guia de
      *>   su departamento, y el reporte dice de donde salio cada
      *>   porcentaje.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               RECORD KEY IS MP-ID
               FILE STATUS IS WS-FS-PROPUESTAS.

               SELECT OPTIONAL archivo-matriz
               ASSIGN TO "meritmtx.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MATRIZ.

               SELECT OPTIONAL archivo-evaluaciones
               ASSIGN TO "appraisl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-CLAVE
               FILE STATUS IS WS-FS-EVALUACIONES.

               SELECT OPTIONAL archivo-grados
               ASSIGN TO "grados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GD-CODIGO
               FILE STATUS IS WS-FS-GRADOS.

               SELECT archivo-reporte
               ASSIGN TO "meritgen.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  archivo-propuestas.
           COPY MERITPRO.

       FD  archivo-matriz.
           COPY MERITMTX.

       FD  archivo-evaluaciones.
           COPY APPRAISL.

       FD  archivo-grados.
           COPY GRADMAST.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

           01 WS-FS-PROPUESTAS PIC XX VALUE "00".
           01 WS-EOF-EMPLEADOS PIC X VALUE "N".
           01 WS-EOF-CONTROL PIC X VALUE "N".
           01 WS-FS-MATRIZ PIC XX VALUE "00".
           01 WS-FS-EVALUACIONES PIC XX VALUE "00".
           01 WS-FS-GRADOS PIC XX VALUE "00".
           01 WS-EOF-MATRIZ PIC X VALUE "N".
           01 WS-HAY-EVALUACIONES PIC X VALUE "N".
           01 WS-HAY-GRADOS PIC X VALUE "N".

           01 WS-TOTAL-PROPUESTOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-NO-ELEGIBLES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SIN-COMP PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-MATRIZ PIC 9(6) VALUE ZEROS.

      *>   Porcentajes guia por departamento; 3% si el departamento
      *>   no trae renglon en el control.
                   10 WS-GUI-PCT PIC 9(2)V99.
           01 WS-PCT-GUIA PIC 9(2)V99 VALUE ZEROS.

      *>   Celdas de la matriz calificacion x compa-ratio; gana la
      *>   celda de la calificacion con el tope de ratio mas chico
      *>   que todavia cubre el del empleado.
           01 WS-MAX-CELDAS PIC 9(3) VALUE 100.
           01 WS-CANT-CELDAS PIC 9(3) VALUE ZEROS.
           01 WS-CEL-IDX PIC 9(3) VALUE ZEROS.
           01 WS-TABLA-CELDAS.
               05 WS-CEL OCCURS 100 TIMES
                   DEPENDING ON WS-CANT-CELDAS.
                   10 WS-CEL-CALIFICACION PIC 9(1).
                   10 WS-CEL-RATIO-HASTA PIC 9(3)V99.
                   10 WS-CEL-PCT PIC 9(2)V99.
           01 WS-CEL-HALLADA PIC 9(3) VALUE ZEROS.
           01 WS-CALIFICACION PIC 9(1) VALUE ZEROS.
           01 WS-COMPA-RATIO PIC 9(3)V99 VALUE ZEROS.
           01 WS-ANIO-EVAL PIC 9(4) VALUE ZEROS.
           01 WS-ORIGEN PIC X(6) VALUE SPACES.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.
               05 LD-SALARIO PIC ZZZ,ZZ9.99.
               05 FILLER PIC X(7) VALUE " GUIA: ".
               05 LD-PCT PIC Z9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-ORIGEN PIC X(6).
               05 FILLER PIC X(6) VALUE " CAL: ".
               05 LD-CALIFICACION PIC 9(1).
               05 FILLER PIC X(8) VALUE " RATIO: ".
               05 LD-RATIO PIC ZZ9.99.

       PROCEDURE DIVISION.

           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           PERFORM CargaGuias
           PERFORM CargaMatriz
           OPEN I-O archivo-propuestas
           IF WS-FS-PROPUESTAS = "35"
               OPEN OUTPUT archivo-propuestas
           CLOSE archivo-compensacion
           CLOSE archivo-propuestas
           CLOSE archivo-reporte
           IF WS-HAY-EVALUACIONES = "S"
               CLOSE archivo-evaluaciones
           END-IF
           IF WS-HAY-GRADOS = "S"
               CLOSE archivo-grados
           END-IF
           DISPLAY "Propuestos: " WS-TOTAL-PROPUESTOS
               " No elegibles: " WS-TOTAL-NO-ELEGIBLES
               " Sin compensacion: " WS-TOTAL-SIN-COMP
               " Por matriz: " WS-TOTAL-MATRIZ
           IF WS-TOTAL-SIN-COMP > 0
               MOVE 4 TO RETURN-CODE
           ELSE
           END-PERFORM
           CLOSE archivo-control.

      *>   Sin meritmtx.dat (o vacio) el ciclo corre solo con las
      *>   guias por departamento, como siempre; la evaluacion y el
      *>   grado solo se abren si hay matriz que consultar.
       CargaMatriz.
           OPEN INPUT archivo-matriz
           IF WS-FS-MATRIZ NOT = "00"
               CLOSE archivo-matriz
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-MATRIZ = "S"
               READ archivo-matriz
                   AT END
                       MOVE "S" TO WS-EOF-MATRIZ
                   NOT AT END
                       IF WS-CANT-CELDAS < WS-MAX-CELDAS
                           ADD 1 TO WS-CANT-CELDAS
                           MOVE MX-CALIFICACION TO
                               WS-CEL-CALIFICACION (WS-CANT-CELDAS)
                           MOVE MX-RATIO-HASTA TO
                               WS-CEL-RATIO-HASTA (WS-CANT-CELDAS)
                           MOVE MX-PCT TO
                               WS-CEL-PCT (WS-CANT-CELDAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-matriz
           IF WS-CANT-CELDAS = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT archivo-evaluaciones
           IF WS-FS-EVALUACIONES = "00"
               MOVE "S" TO WS-HAY-EVALUACIONES
           ELSE
               CLOSE archivo-evaluaciones
           END-IF
           OPEN INPUT archivo-grados
           IF WS-FS-GRADOS = "00"
               MOVE "S" TO WS-HAY-GRADOS
           ELSE
               CLOSE archivo-grados
           END-IF.

      *>   Elegible: activo y con el periodo de prueba ya vencido a
      *>   la fecha de proceso. El que ya tiene propuesta pendiente
      *>   de una corrida anterior no se duplica (se respeta el
                   MOVE WS-GUI-PCT (WS-GUI-IDX) TO WS-PCT-GUIA
               END-IF
           END-PERFORM
           MOVE "GUIA" TO WS-ORIGEN
           MOVE ZEROS TO WS-CALIFICACION
           MOVE ZEROS TO WS-COMPA-RATIO
           IF WS-HAY-EVALUACIONES = "S" AND WS-HAY-GRADOS = "S"
               PERFORM BuscaCeldaMatriz
           END-IF
           MOVE EMP-ID TO MP-ID
           MOVE EMP-DEPTO TO MP-DEPTO
           MOVE CP-SALARIO TO MP-SALARIO-ACTUAL
           ADD 1 TO WS-TOTAL-PROPUESTOS
           PERFORM ImprimePropuesta.

      *>   Calificacion de la evaluacion concluida mas reciente (anio
      *>   de proceso o el anterior) y compa-ratio como en COMPARAT;
      *>   cualquier dato que falte deja la guia del departamento.
       BuscaCeldaMatriz.
           MOVE WS-FECHA-PROCESO-NEG (1:4) TO WS-ANIO-EVAL
           PERFORM LeeEvaluacionConcluida
           IF WS-CALIFICACION = ZEROS
               SUBTRACT 1 FROM WS-ANIO-EVAL
               PERFORM LeeEvaluacionConcluida
           END-IF
           IF WS-CALIFICACION = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE CP-GRADO TO GD-CODIGO
           READ archivo-grados
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF GD-PUNTO-MEDIO = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COMPA-RATIO ROUNDED =
               CP-SALARIO * 100 / GD-PUNTO-MEDIO
               ON SIZE ERROR
                   MOVE 999.99 TO WS-COMPA-RATIO
           END-COMPUTE
           MOVE ZEROS TO WS-CEL-HALLADA
           PERFORM VARYING WS-CEL-IDX FROM 1 BY 1
               UNTIL WS-CEL-IDX > WS-CANT-CELDAS
               IF WS-CEL-CALIFICACION (WS-CEL-IDX) = WS-CALIFICACION
                   AND WS-CEL-RATIO-HASTA (WS-CEL-IDX)
                       >= WS-COMPA-RATIO
                   IF WS-CEL-HALLADA = ZEROS
                       MOVE WS-CEL-IDX TO WS-CEL-HALLADA
                   ELSE
                       IF WS-CEL-RATIO-HASTA (WS-CEL-IDX) <
                           WS-CEL-RATIO-HASTA (WS-CEL-HALLADA)
                           MOVE WS-CEL-IDX TO WS-CEL-HALLADA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CEL-HALLADA NOT = ZEROS
               MOVE WS-CEL-PCT (WS-CEL-HALLADA) TO WS-PCT-GUIA
               MOVE "MATRIZ" TO WS-ORIGEN
           END-IF.

       LeeEvaluacionConcluida.
           MOVE EMP-ID TO AP-ID
           MOVE WS-ANIO-EVAL TO AP-ANIO
           READ archivo-evaluaciones
               NOT INVALID KEY
                   IF AP-ESTADO = "C"
                       MOVE AP-CALIFICACION TO WS-CALIFICACION
                   END-IF
           END-READ.

       ImprimePropuesta.
           IF WS-ORIGEN = "MATRIZ"
               ADD 1 TO WS-TOTAL-MATRIZ
           END-IF
           MOVE WS-ORIGEN TO LD-ORIGEN
           MOVE WS-CALIFICACION TO LD-CALIFICACION
           MOVE WS-COMPA-RATIO TO LD-RATIO
           MOVE MP-ID TO LD-ID
           MOVE MP-DEPTO TO LD-DEPTO
           MOVE MP-SALARIO-ACTUAL TO LD-SALARIO
