       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALQUE.
      *>   Cola de trabajo de evaluaciones de desempeno, hecha como
      *>   PROBQUE: paso nocturno que recorre archivo-empleados y
      *>   lista, agrupadas por departamento para los gerentes, las
      *>   evaluaciones del anio de proceso que vencen dentro de los
      *>   proximos 30 dias o que ya vencieron, de los activos con el
      *>   periodo de prueba ya cumplido. Cada empleado debe una
      *>   evaluacion por anio, que vence en el aniversario de su
      *>   ingreso (EMP-FECHA-INGRESO; sin ella, el del fin de su
      *>   prueba; sin ninguna, el 31 de diciembre); el que ingreso
      *>   este mismo anio debe la primera hasta el siguiente. Sale
      *>   de la cola en cuanto su evaluacion del anio queda
      *>   concluida (C) en APPRMNT. Junto a cada uno va el revisor:
      *>   el de la evaluacion en captura o, si no hay, su jefe de
      *>   la linea de reporte (EMPSUPV.cpy).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT OPTIONAL archivo-evaluaciones
               ASSIGN TO "appraisl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-CLAVE
               FILE STATUS IS WS-FS-EVALUACIONES.

               SELECT OPTIONAL archivo-lineas
               ASSIGN TO "empsupv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-ID
               FILE STATUS IS WS-FS-LINEAS.

               SELECT archivo-reporte
               ASSIGN TO "evalque.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT archivo-orden
               ASSIGN TO "EVALSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-evaluaciones.
           COPY APPRAISL.

       FD  archivo-lineas.
           COPY EMPSUPV.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       SD  archivo-orden.
           01 ORDEN-RECORD.
               05 ORD-DEPTO            PIC X(10).
               05 ORD-FECHA-VENCE      PIC X(8).
               05 ORD-ID               PIC 9(6).
               05 ORD-NOMBRE           PIC X(16).
               05 ORD-APELLIDO         PIC X(20).
               05 ORD-REVISOR-ID       PIC 9(6).
               05 ORD-ESTADO           PIC X(1).

       WORKING-STORAGE SECTION.
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-EVALUACIONES PIC XX VALUE "00".
           01 WS-FS-LINEAS PIC XX VALUE "00".
           01 WS-EOF-EMPLEADOS PIC X VALUE "N".
           01 WS-EOF-ORDEN PIC X VALUE "N".
           01 WS-HAY-EVALUACIONES PIC X VALUE "N".
           01 WS-HAY-LINEAS PIC X VALUE "N".
           01 WS-TOTAL-EN-COLA PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-VENCIDAS PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Horizonte de la cola: 30 dias a partir de la fecha de
      *>   proceso, para que el gerente alcance a preparar la
      *>   revision.
           01 WS-DIAS-HORIZONTE PIC 9(3) VALUE 30.
           01 WS-ENTERO PIC 9(8) VALUE ZEROS.
           01 WS-FECHA-CORTE PIC 9(8) VALUE ZEROS.
           01 WS-FECHA-CORTE-X REDEFINES WS-FECHA-CORTE PIC X(8).

      *>   Vencimiento del anio: aniversario de la fecha base.
           01 WS-ANIO-PROCESO PIC 9(4) VALUE ZEROS.
           01 WS-FECHA-BASE PIC X(8) VALUE SPACES.
           01 WS-FECHA-VENCE.
               05 WS-VENCE-ANIO PIC 9(4).
               05 WS-VENCE-MMDD PIC X(4).
           01 WS-ESTADO-EVAL PIC X VALUE SPACES.
           01 WS-REVISOR-ID PIC 9(6) VALUE ZEROS.

           01 WS-DEPTO-ACTUAL PIC X(10) VALUE SPACES.
           01 WS-PRIMERA-VEZ PIC X VALUE "S".

           01 LIN-TITULO.
               05 FILLER PIC X(44) VALUE
                   "EVALUACIONES DE DESEMPENO POR VENCER O VENCI".
               05 FILLER PIC X(12) VALUE "DAS, ANIO   ".
               05 LT-ANIO PIC 9(4).
               05 FILLER PIC X(4) VALUE " AL ".
               05 LT-FECHA PIC X(8).
           01 LIN-DEPTO-TITULO.
               05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
               05 LD-DEPTO PIC X(10).
           01 LIN-DETALLE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LE-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-NOMBRE PIC X(16).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-APELLIDO PIC X(20).
               05 FILLER PIC X(7) VALUE " VENCE ".
               05 LE-FECHA PIC X(8).
               05 FILLER PIC X(5) VALUE " REV ".
               05 LE-REVISOR PIC X(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-ESTADO PIC X(11).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-MARCA PIC X(13).
           01 LIN-TOTALES.
               05 FILLER PIC X(18) VALUE "TOTAL EN COLA:    ".
               05 LTT-COLA PIC ZZZ,ZZ9.
               05 FILLER PIC X(14) VALUE "   VENCIDAS:  ".
               05 LTT-VENCIDAS PIC ZZZ,ZZ9.

      *>   Bitacora de corrida (ver RUNLOGW): el inicio se sella al
      *>   arrancar y el renglon se asienta justo antes de terminar.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "EVALQUE".
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
           MOVE WS-FECHA-PROCESO-NEG (1:4) TO WS-ANIO-PROCESO
           COMPUTE WS-ENTERO = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG))
               + WS-DIAS-HORIZONTE
           COMPUTE WS-FECHA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-ENTERO)
           OPEN INPUT archivo-evaluaciones
           IF WS-FS-EVALUACIONES = "00"
               MOVE "S" TO WS-HAY-EVALUACIONES
           ELSE
               CLOSE archivo-evaluaciones
           END-IF
           OPEN INPUT archivo-lineas
           IF WS-FS-LINEAS = "00"
               MOVE "S" TO WS-HAY-LINEAS
           ELSE
               CLOSE archivo-lineas
           END-IF
           OPEN OUTPUT archivo-reporte
           MOVE WS-ANIO-PROCESO TO LT-ANIO
           MOVE WS-FECHA-PROCESO-NEG TO LT-FECHA
           WRITE LINEA-REPORTE FROM LIN-TITULO
           SORT archivo-orden
               ON ASCENDING KEY ORD-DEPTO ORD-FECHA-VENCE ORD-ID
               INPUT PROCEDURE IS SeleccionaPendientes
               OUTPUT PROCEDURE IS ImprimeCola
           MOVE WS-TOTAL-EN-COLA TO LTT-COLA
           MOVE WS-TOTAL-VENCIDAS TO LTT-VENCIDAS
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           CLOSE archivo-reporte
           IF WS-HAY-LINEAS = "S"
               CLOSE archivo-lineas
           END-IF
           IF WS-HAY-EVALUACIONES = "S"
               CLOSE archivo-evaluaciones
           END-IF
           DISPLAY "Evaluaciones en cola: " WS-TOTAL-EN-COLA
               " Vencidas: " WS-TOTAL-VENCIDAS
           MOVE 0 TO RETURN-CODE
           MOVE WS-TOTAL-EN-COLA TO WS-RL-ESCRITOS
           MOVE RETURN-CODE TO WS-RL-RETORNO
           CALL "RUNLOGW" USING WS-RL-PROGRAMA WS-RL-INICIO
               WS-RL-LEIDOS WS-RL-ESCRITOS WS-RL-RECHAZADOS
               WS-RL-RETORNO
           MOVE WS-RL-RETORNO TO RETURN-CODE
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al
      *>   controlador cuando lo invoca via CALL (NITECTRL).
           GOBACK.

       SeleccionaPendientes.
           OPEN INPUT archivo-empleados
           PERFORM UNTIL WS-EOF-EMPLEADOS = "S"
               READ archivo-empleados NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-EMPLEADOS
                   NOT AT END
                       IF EMP-ID NOT = 999999
                           ADD 1 TO WS-RL-LEIDOS
                           PERFORM EvaluaPendiente
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-empleados.

      *>   Activo (o historico en blanco) con la prueba cumplida,
      *>   con la evaluacion del anio vencida o dentro del
      *>   horizonte, y sin evaluacion concluida del anio.
       EvaluaPendiente.
           IF EMP-ESTADO NOT = "A" AND EMP-ESTADO NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           IF EMP-FECHA-FIN-PROB NOT = SPACES
               AND EMP-FECHA-FIN-PROB > WS-FECHA-PROCESO-NEG
               EXIT PARAGRAPH
           END-IF
           PERFORM CalculaVencimiento
           IF WS-FECHA-VENCE = SPACES
               OR WS-FECHA-VENCE > WS-FECHA-CORTE-X
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-ESTADO-EVAL
           MOVE ZEROS TO WS-REVISOR-ID
           IF WS-HAY-EVALUACIONES = "S"
               MOVE EMP-ID TO AP-ID
               MOVE WS-ANIO-PROCESO TO AP-ANIO
               READ archivo-evaluaciones
                   NOT INVALID KEY
                       IF AP-ESTADO = "B"
                           MOVE "B" TO WS-ESTADO-EVAL
                           MOVE AP-REVISOR-ID TO WS-REVISOR-ID
                       END-IF
                       IF AP-ESTADO = "C"
                           MOVE "C" TO WS-ESTADO-EVAL
                       END-IF
               END-READ
           END-IF
           IF WS-ESTADO-EVAL = "C"
               EXIT PARAGRAPH
           END-IF
           IF WS-REVISOR-ID = ZEROS AND WS-HAY-LINEAS = "S"
               MOVE EMP-ID TO SUP-ID
               READ archivo-lineas
                   NOT INVALID KEY
                       MOVE SUP-JEFE-ID TO WS-REVISOR-ID
               END-READ
           END-IF
           MOVE EMP-DEPTO TO ORD-DEPTO
           MOVE WS-FECHA-VENCE TO ORD-FECHA-VENCE
           MOVE EMP-ID TO ORD-ID
           MOVE EMP-NOMBRE TO ORD-NOMBRE
           MOVE EMP-APELLIDO TO ORD-APELLIDO
           MOVE WS-REVISOR-ID TO ORD-REVISOR-ID
           MOVE WS-ESTADO-EVAL TO ORD-ESTADO
           RELEASE ORDEN-RECORD.

      *>   Deja WS-FECHA-VENCE en blanco si la primera evaluacion del
      *>   empleado todavia no toca este anio. Un 29 de febrero cae
      *>   al 28 en los anios que no son bisiestos.
       CalculaVencimiento.
           MOVE SPACES TO WS-FECHA-VENCE
           EVALUATE TRUE
               WHEN EMP-FECHA-INGRESO IS NUMERIC
                   MOVE EMP-FECHA-INGRESO TO WS-FECHA-BASE
               WHEN EMP-FECHA-FIN-PROB IS NUMERIC
                   MOVE EMP-FECHA-FIN-PROB TO WS-FECHA-BASE
               WHEN OTHER
                   MOVE WS-ANIO-PROCESO TO WS-VENCE-ANIO
                   MOVE "1231" TO WS-VENCE-MMDD
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-FECHA-BASE (1:4) >= WS-FECHA-PROCESO-NEG (1:4)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ANIO-PROCESO TO WS-VENCE-ANIO
           MOVE WS-FECHA-BASE (5:4) TO WS-VENCE-MMDD
           IF WS-VENCE-MMDD = "0229"
               IF FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FECHA-VENCE)) = 0
                   MOVE "0228" TO WS-VENCE-MMDD
               END-IF
           END-IF.

       ImprimeCola.
           PERFORM UNTIL WS-EOF-ORDEN = "S"
               RETURN archivo-orden
                   AT END
                       MOVE "S" TO WS-EOF-ORDEN
                   NOT AT END
                       PERFORM ImprimeDetalle
               END-RETURN
           END-PERFORM.

       ImprimeDetalle.
           IF WS-PRIMERA-VEZ = "S"
               OR ORD-DEPTO NOT = WS-DEPTO-ACTUAL
               MOVE ORD-DEPTO TO WS-DEPTO-ACTUAL
               MOVE "N" TO WS-PRIMERA-VEZ
               MOVE ORD-DEPTO TO LD-DEPTO
               WRITE LINEA-REPORTE FROM LIN-DEPTO-TITULO
           END-IF
           MOVE ORD-ID TO LE-ID
           MOVE ORD-NOMBRE TO LE-NOMBRE
           MOVE ORD-APELLIDO TO LE-APELLIDO
           MOVE ORD-FECHA-VENCE TO LE-FECHA
           IF ORD-REVISOR-ID = ZEROS
               MOVE "------" TO LE-REVISOR
           ELSE
               MOVE ORD-REVISOR-ID TO LE-REVISOR
           END-IF
           IF ORD-ESTADO = "B"
               MOVE "EN CAPTURA" TO LE-ESTADO
           ELSE
               MOVE "SIN CAPTURA" TO LE-ESTADO
           END-IF
           IF ORD-FECHA-VENCE < WS-FECHA-PROCESO-NEG
               MOVE "** VENCIDA **" TO LE-MARCA
               ADD 1 TO WS-TOTAL-VENCIDAS
           ELSE
               MOVE SPACES TO LE-MARCA
           END-IF
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-TOTAL-EN-COLA.

       END PROGRAM EVALQUE.
