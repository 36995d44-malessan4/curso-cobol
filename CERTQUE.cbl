       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTQUE.
      *>   Cola de trabajo de certificaciones, hecha como PROBQUE:
      *>   paso nocturno que lista para los gerentes, agrupado por
      *>   departamento, (1) las certificaciones vigentes de los
      *>   empleados no terminados que vencen dentro de los proximos
      *>   30 dias, (2) las ya vencidas de un curso que el
      *>   departamento del empleado exige (DEPTCURS.cpy) y (3) los
      *>   cursos exigidos que el empleado nunca ha tomado. De cada
      *>   empleado y curso cuenta solo la certificacion vigente, la
      *>   de fecha de termino mas reciente (EMPCERT.cpy): una
      *>   renovacion capturada en CERTMNT saca al empleado de la
      *>   cola. Una vencida de un curso que ya no se exige no se
      *>   lista: ya no es pendiente de nadie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT OPTIONAL archivo-certificaciones
               ASSIGN TO "empcert.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-CLAVE
               FILE STATUS IS WS-FS-CERTIFICACIONES.

               SELECT OPTIONAL archivo-requisitos
               ASSIGN TO "deptcurs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DC-CLAVE
               FILE STATUS IS WS-FS-REQUISITOS.

               SELECT OPTIONAL archivo-cursos
               ASSIGN TO "cursos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CODIGO
               FILE STATUS IS WS-FS-CURSOS.

               SELECT archivo-reporte
               ASSIGN TO "certque.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT archivo-orden
               ASSIGN TO "CERTSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-certificaciones.
           COPY EMPCERT.

       FD  archivo-requisitos.
           COPY DEPTCURS.

       FD  archivo-cursos.
           COPY CURSMAST.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       SD  archivo-orden.
           01 ORDEN-RECORD.
               05 ORD-DEPTO            PIC X(10).
               05 ORD-FECHA-VENCE      PIC X(8).
               05 ORD-ID               PIC 9(6).
               05 ORD-CURSO            PIC X(6).
               05 ORD-APELLIDO         PIC X(20).
               05 ORD-TIPO             PIC X(1).

       WORKING-STORAGE SECTION.
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-CERTIFICACIONES PIC XX VALUE "00".
           01 WS-FS-REQUISITOS PIC XX VALUE "00".
           01 WS-FS-CURSOS PIC XX VALUE "00".
           01 WS-EOF-EMPLEADOS PIC X VALUE "N".
           01 WS-EOF-CERTIFICACIONES PIC X VALUE "N".
           01 WS-EOF-REQUISITOS PIC X VALUE "N".
           01 WS-EOF-ORDEN PIC X VALUE "N".
           01 WS-HAY-CERTIFICACIONES PIC X VALUE "N".
           01 WS-HAY-CURSOS PIC X VALUE "N".
           01 WS-TOTAL-POR-VENCER PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-VENCIDAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-FALTANTES PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Horizonte de aviso: 30 dias a partir de la fecha de
      *>   proceso.
           01 WS-DIAS-HORIZONTE PIC 9(3) VALUE 30.
           01 WS-ENTERO PIC 9(8) VALUE ZEROS.
           01 WS-FECHA-CORTE PIC 9(8) VALUE ZEROS.
           01 WS-FECHA-CORTE-X REDEFINES WS-FECHA-CORTE PIC X(8).

      *>   Cursos exigidos por departamento, cargados una vez.
           01 WS-MAX-REQUISITOS PIC 9(4) VALUE 1000.
           01 WS-CANT-REQUISITOS PIC 9(4) VALUE ZEROS.
           01 WS-REQ-IDX PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-REQUISITOS.
               05 WS-REQ OCCURS 1000 TIMES
                   DEPENDING ON WS-CANT-REQUISITOS.
                   10 WS-REQ-DEPTO PIC X(10).
                   10 WS-REQ-CURSO PIC X(6).
           01 WS-EXIGIDO PIC X VALUE "N".

      *>   Corte de control por empleado y curso en la primera
      *>   pasada: el ultimo renglon del grupo es el vigente.
           01 WS-GRUPO-ID PIC 9(6) VALUE ZEROS.
           01 WS-GRUPO-CURSO PIC X(6) VALUE SPACES.
           01 WS-GRUPO-VENCE PIC X(8) VALUE SPACES.
           01 WS-HAY-GRUPO PIC X VALUE "N".
           01 WS-TIENE-CURSO PIC X VALUE "N".

           01 WS-DEPTO-ACTUAL PIC X(10) VALUE SPACES.
           01 WS-PRIMERA-VEZ PIC X VALUE "S".

           01 LIN-TITULO.
               05 FILLER PIC X(44) VALUE
                   "CERTIFICACIONES POR VENCER, VENCIDAS O FALTA".
               05 FILLER PIC X(8) VALUE "NTES AL ".
               05 LT-FECHA PIC X(8).
           01 LIN-DEPTO-TITULO.
               05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
               05 LD-DEPTO PIC X(10).
           01 LIN-DETALLE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LE-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-APELLIDO PIC X(20).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-CURSO PIC X(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-TITULO PIC X(30).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-FECHA PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-MARCA PIC X(13).
           01 LIN-TOTALES.
               05 FILLER PIC X(14) VALUE "POR VENCER:   ".
               05 LTT-POR-VENCER PIC ZZZ,ZZ9.
               05 FILLER PIC X(14) VALUE "   VENCIDAS:  ".
               05 LTT-VENCIDAS PIC ZZZ,ZZ9.
               05 FILLER PIC X(14) VALUE "   FALTANTES: ".
               05 LTT-FALTANTES PIC ZZZ,ZZ9.

      *>   Bitacora de corrida (ver RUNLOGW): el inicio se sella al
      *>   arrancar y el renglon se asienta justo antes de terminar.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "CERTQUE".
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
           COMPUTE WS-ENTERO = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG))
               + WS-DIAS-HORIZONTE
           COMPUTE WS-FECHA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-ENTERO)
           PERFORM CargaRequisitos
           OPEN INPUT archivo-certificaciones
           IF WS-FS-CERTIFICACIONES = "00"
               MOVE "S" TO WS-HAY-CERTIFICACIONES
           ELSE
               CLOSE archivo-certificaciones
           END-IF
           OPEN INPUT archivo-cursos
           IF WS-FS-CURSOS = "00"
               MOVE "S" TO WS-HAY-CURSOS
           ELSE
               CLOSE archivo-cursos
           END-IF
           OPEN INPUT archivo-empleados
           OPEN OUTPUT archivo-reporte
           MOVE WS-FECHA-PROCESO-NEG TO LT-FECHA
           WRITE LINEA-REPORTE FROM LIN-TITULO
           SORT archivo-orden
               ON ASCENDING KEY ORD-DEPTO ORD-FECHA-VENCE ORD-ID
                   ORD-CURSO
               INPUT PROCEDURE IS SeleccionaPendientes
               OUTPUT PROCEDURE IS ImprimeCola
           MOVE WS-TOTAL-POR-VENCER TO LTT-POR-VENCER
           MOVE WS-TOTAL-VENCIDAS TO LTT-VENCIDAS
           MOVE WS-TOTAL-FALTANTES TO LTT-FALTANTES
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           CLOSE archivo-reporte
           CLOSE archivo-empleados
           IF WS-HAY-CURSOS = "S"
               CLOSE archivo-cursos
           END-IF
           IF WS-HAY-CERTIFICACIONES = "S"
               CLOSE archivo-certificaciones
           END-IF
           DISPLAY "Por vencer: " WS-TOTAL-POR-VENCER
               " Vencidas: " WS-TOTAL-VENCIDAS
               " Faltantes: " WS-TOTAL-FALTANTES
           MOVE 0 TO RETURN-CODE
           COMPUTE WS-RL-ESCRITOS = WS-TOTAL-POR-VENCER
               + WS-TOTAL-VENCIDAS + WS-TOTAL-FALTANTES
           MOVE RETURN-CODE TO WS-RL-RETORNO
           CALL "RUNLOGW" USING WS-RL-PROGRAMA WS-RL-INICIO
               WS-RL-LEIDOS WS-RL-ESCRITOS WS-RL-RECHAZADOS
               WS-RL-RETORNO
           MOVE WS-RL-RETORNO TO RETURN-CODE
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al
      *>   controlador cuando lo invoca via CALL (NITECTRL).
           GOBACK.

       CargaRequisitos.
           OPEN INPUT archivo-requisitos
           IF WS-FS-REQUISITOS NOT = "00"
               CLOSE archivo-requisitos
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-REQUISITOS = "S"
               READ archivo-requisitos NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-REQUISITOS
                   NOT AT END
                       IF WS-CANT-REQUISITOS < WS-MAX-REQUISITOS
                           ADD 1 TO WS-CANT-REQUISITOS
                           MOVE DC-DEPTO TO
                               WS-REQ-DEPTO (WS-CANT-REQUISITOS)
                           MOVE DC-CURSO TO
                               WS-REQ-CURSO (WS-CANT-REQUISITOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-requisitos.

      *>   Primera pasada sobre las certificaciones (vencimientos),
      *>   segunda sobre el maestro (cursos exigidos que faltan).
       SeleccionaPendientes.
           IF WS-HAY-CERTIFICACIONES = "S"
               PERFORM RevisaVencimientos
           END-IF
           PERFORM RevisaFaltantes.

       RevisaVencimientos.
           MOVE "N" TO WS-HAY-GRUPO
           PERFORM UNTIL WS-EOF-CERTIFICACIONES = "S"
               READ archivo-certificaciones NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-CERTIFICACIONES
                   NOT AT END
                       ADD 1 TO WS-RL-LEIDOS
                       IF WS-HAY-GRUPO = "S"
                           AND (CE-ID NOT = WS-GRUPO-ID
                               OR CE-CURSO NOT = WS-GRUPO-CURSO)
                           PERFORM EvaluaVigente
                       END-IF
                       MOVE "S" TO WS-HAY-GRUPO
                       MOVE CE-ID TO WS-GRUPO-ID
                       MOVE CE-CURSO TO WS-GRUPO-CURSO
                       MOVE CE-FECHA-VENCE TO WS-GRUPO-VENCE
               END-READ
           END-PERFORM
           IF WS-HAY-GRUPO = "S"
               PERFORM EvaluaVigente
           END-IF.

      *>   Certificacion vigente de un empleado y curso: sin
      *>   vencimiento no avisa nunca; por vencer avisa siempre;
      *>   vencida solo si el departamento la exige.
       EvaluaVigente.
           IF WS-GRUPO-VENCE NOT NUMERIC
               OR WS-GRUPO-VENCE > WS-FECHA-CORTE-X
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GRUPO-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EMP-ESTADO = "T"
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-DEPTO TO ORD-DEPTO
           MOVE WS-GRUPO-VENCE TO ORD-FECHA-VENCE
           MOVE WS-GRUPO-ID TO ORD-ID
           MOVE WS-GRUPO-CURSO TO ORD-CURSO
           MOVE EMP-APELLIDO TO ORD-APELLIDO
           IF WS-GRUPO-VENCE < WS-FECHA-PROCESO-NEG
               PERFORM BuscaExigido
               IF WS-EXIGIDO = "N"
                   EXIT PARAGRAPH
               END-IF
               MOVE "V" TO ORD-TIPO
           ELSE
               MOVE "P" TO ORD-TIPO
           END-IF
           RELEASE ORDEN-RECORD.

       BuscaExigido.
           MOVE "N" TO WS-EXIGIDO
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-CANT-REQUISITOS
               IF WS-REQ-DEPTO (WS-REQ-IDX) = EMP-DEPTO
                   AND WS-REQ-CURSO (WS-REQ-IDX) = WS-GRUPO-CURSO
                   MOVE "S" TO WS-EXIGIDO
               END-IF
           END-PERFORM.

       RevisaFaltantes.
           IF WS-CANT-REQUISITOS = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO EMP-ID
           START archivo-empleados KEY >= EMP-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-EMPLEADOS
           END-START
           PERFORM UNTIL WS-EOF-EMPLEADOS = "S"
               READ archivo-empleados NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-EMPLEADOS
                   NOT AT END
                       IF EMP-ID NOT = 999999
                           AND EMP-ESTADO NOT = "T"
                           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                               UNTIL WS-REQ-IDX > WS-CANT-REQUISITOS
                               IF WS-REQ-DEPTO (WS-REQ-IDX)
                                   = EMP-DEPTO
                                   PERFORM RevisaCursoExigido
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

      *>   Cualquier renglon del empleado en el curso cuenta como
      *>   tomado: si ya vencio, la primera pasada ya lo listo.
       RevisaCursoExigido.
           MOVE "N" TO WS-TIENE-CURSO
           IF WS-HAY-CERTIFICACIONES = "S"
               MOVE EMP-ID TO CE-ID
               MOVE WS-REQ-CURSO (WS-REQ-IDX) TO CE-CURSO
               MOVE LOW-VALUES TO CE-FECHA-TERMINO
               START archivo-certificaciones KEY >= CE-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ archivo-certificaciones NEXT RECORD
                           NOT AT END
                               IF CE-ID = EMP-ID
                                   AND CE-CURSO
                                       = WS-REQ-CURSO (WS-REQ-IDX)
                                   MOVE "S" TO WS-TIENE-CURSO
                               END-IF
                       END-READ
               END-START
           END-IF
           IF WS-TIENE-CURSO = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-DEPTO TO ORD-DEPTO
           MOVE SPACES TO ORD-FECHA-VENCE
           MOVE EMP-ID TO ORD-ID
           MOVE WS-REQ-CURSO (WS-REQ-IDX) TO ORD-CURSO
           MOVE EMP-APELLIDO TO ORD-APELLIDO
           MOVE "F" TO ORD-TIPO
           RELEASE ORDEN-RECORD.

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
           MOVE ORD-APELLIDO TO LE-APELLIDO
           MOVE ORD-CURSO TO LE-CURSO
           MOVE SPACES TO LE-TITULO
           IF WS-HAY-CURSOS = "S"
               MOVE ORD-CURSO TO CU-CODIGO
               READ archivo-cursos
                   NOT INVALID KEY
                       MOVE CU-TITULO TO LE-TITULO
               END-READ
           END-IF
           MOVE ORD-FECHA-VENCE TO LE-FECHA
           EVALUATE ORD-TIPO
               WHEN "F"
                   MOVE "** FALTA **" TO LE-MARCA
                   ADD 1 TO WS-TOTAL-FALTANTES
               WHEN "V"
                   MOVE "** VENCIDA **" TO LE-MARCA
                   ADD 1 TO WS-TOTAL-VENCIDAS
               WHEN OTHER
                   MOVE "POR VENCER" TO LE-MARCA
                   ADD 1 TO WS-TOTAL-POR-VENCER
           END-EVALUATE
           WRITE LINEA-REPORTE FROM LIN-DETALLE.

       END PROGRAM CERTQUE.
