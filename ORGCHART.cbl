       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGCHART.
      *>   Organigrama por departamento: carga en tabla a los
      *>   empleados no terminados con su jefe de la linea de
      *>   reporte (EMPSUPV.cpy) y, departamento por departamento
      *>   en el orden en que aparecen en el maestro (mismo esquema
      *>   que LEAVECAL), imprime el arbol de reportes sangrado por
      *>   nivel. Arranca de cada cabeza de linea del departamento:
      *>   el que no tiene jefe, el que tiene un jefe terminado o
      *>   fuera del maestro, o el que reporta a alguien de otro
      *>   departamento (se anota a quien). El arbol se recorre con
      *>   una pila en tabla, sin recursion. Un empleado que nunca
      *>   se alcanza desde una cabeza esta en un ciclo de la linea
      *>   (SUPVMNT no deja crearlos, pero los datos cargados por
      *>   fuera si podrian): se lista aparte y el programa termina
      *>   con RC 4. Encabezado estandar via RPTHDR.
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

               SELECT OPTIONAL archivo-lineas
               ASSIGN TO "empsupv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-ID
               FILE STATUS IS WS-FS-LINEAS.

               SELECT OPTIONAL archivo-departamentos
               ASSIGN TO "deptos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-FS-DEPTOS.

               SELECT archivo-reporte
               ASSIGN TO "orgchart.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-lineas.
           COPY EMPSUPV.

       FD  archivo-departamentos.
           COPY DEPTMAST.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-LINEAS PIC XX VALUE "00".
           01 WS-FS-DEPTOS PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-EMPLEADOS PIC X VALUE "N".
           01 WS-HAY-LINEAS PIC X VALUE "N".
           01 WS-HAY-DEPTOS PIC X VALUE "N".

           01 WS-TOTAL-EMPLEADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CABEZAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CICLOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-OMITIDOS PIC 9(6) VALUE ZEROS.

      *>   Empleados activos con su jefe; WS-ORG-JEFE-IDX es el
      *>   renglon del jefe en esta misma tabla (cero si no esta).
           01 WS-MAX-EMPLEADOS PIC 9(4) VALUE 3000.
           01 WS-CANT-EMPLEADOS PIC 9(4) VALUE ZEROS.
           01 WS-ORG-IDX PIC 9(4) VALUE ZEROS.
           01 WS-ORG-IDX2 PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-ORG.
               05 WS-ORG OCCURS 3000 TIMES
                   DEPENDING ON WS-CANT-EMPLEADOS.
                   10 WS-ORG-ID PIC 9(6).
                   10 WS-ORG-NOMBRE PIC X(30).
                   10 WS-ORG-DEPTO PIC X(10).
                   10 WS-ORG-JEFE PIC 9(6).
                   10 WS-ORG-JEFE-IDX PIC 9(4).
                   10 WS-ORG-IMPRESO PIC X(1).

      *>   Departamentos en el orden en que aparecen.
           01 WS-MAX-DEPTOS PIC 9(4) VALUE 500.
           01 WS-CANT-DEPTOS PIC 9(4) VALUE ZEROS.
           01 WS-DEP-IDX PIC 9(4) VALUE ZEROS.
           01 WS-DEP-HALLADO PIC X VALUE "N".
           01 WS-TABLA-DEPTOS.
               05 WS-DEP OCCURS 500 TIMES
                   DEPENDING ON WS-CANT-DEPTOS.
                   10 WS-DEP-CODIGO PIC X(10).
           01 WS-DEPTO-ACTUAL PIC X(10) VALUE SPACES.

      *>   Pila del recorrido: renglon de la tabla y nivel.
           01 WS-CANT-PILA PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-PILA.
               05 WS-PILA OCCURS 3000 TIMES.
                   10 WS-PILA-IDX PIC 9(4).
                   10 WS-PILA-NIVEL PIC 9(3).
           01 WS-NODO-IDX PIC 9(4) VALUE ZEROS.
           01 WS-NODO-NIVEL PIC 9(3) VALUE ZEROS.
           01 WS-POS PIC 9(3) VALUE ZEROS.
           01 WS-NOTA PIC X(40) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "ORGCHART - ORGANIGRAMA POR DEPARTAMENTO".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 50.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-DEPTO.
               05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
               05 LP-DEPTO PIC X(10).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-NOMBRE PIC X(30).
               05 FILLER PIC X(14) VALUE " RESPONSABLE: ".
               05 LP-RESPONSABLE PIC X(16).

           01 LIN-DETALLE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-TEXTO PIC X(98).

           01 LIN-TOTALES.
               05 LT-TEXTO PIC X(32).
               05 LT-CONTADOR PIC ZZZ,ZZ9.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Bitacora de corrida (ver RUNLOGW).
           01 WS-RL-PROGRAMA PIC X(8) VALUE "ORGCHART".
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
           PERFORM LeePerfilEmpresa
           OPEN INPUT archivo-lineas
           IF WS-FS-LINEAS = "00"
               MOVE "S" TO WS-HAY-LINEAS
           ELSE
               CLOSE archivo-lineas
           END-IF
           OPEN INPUT archivo-departamentos
           IF WS-FS-DEPTOS = "00"
               MOVE "S" TO WS-HAY-DEPTOS
           ELSE
               CLOSE archivo-departamentos
           END-IF
           PERFORM CargaEmpleados
           PERFORM LigaJefes
           OPEN OUTPUT archivo-reporte
           PERFORM ImprimeEncabezado
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-CANT-DEPTOS
               PERFORM EmiteDepartamento
           END-PERFORM
           PERFORM ImprimeTotales
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           IF WS-HAY-DEPTOS = "S"
               CLOSE archivo-departamentos
           END-IF
           IF WS-HAY-LINEAS = "S"
               CLOSE archivo-lineas
           END-IF
           DISPLAY "Empleados en el organigrama: " WS-TOTAL-EMPLEADOS
               " Cabezas de linea: " WS-TOTAL-CABEZAS
               " En ciclo: " WS-TOTAL-CICLOS
           MOVE WS-TOTAL-EMPLEADOS TO WS-RL-ESCRITOS
           MOVE WS-TOTAL-OMITIDOS TO WS-RL-RECHAZADOS
           IF WS-TOTAL-CICLOS > 0 OR WS-TOTAL-OMITIDOS > 0
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
      *>   STOP RUN corriendo solo, y le devuelve el control al menu
      *>   cuando lo invoca via CALL.
           GOBACK.

      *>   Lee el perfil de empresa para el encabezado estandar (ver
      *>   COMPANY.cpy); si company.dat todavia no existe se queda con
      *>   el rotulo generico declarado en WORKING-STORAGE.
       LeePerfilEmpresa.
           OPEN INPUT archivo-perfil-empresa
           IF WS-FS-PERFIL = "00"
               READ archivo-perfil-empresa
                   NOT AT END
                       MOVE CO-NOMBRE TO WS-NOMBRE-EMPRESA
               END-READ
           END-IF
           CLOSE archivo-perfil-empresa.

       CargaEmpleados.
           OPEN INPUT archivo-empleados
           PERFORM UNTIL WS-EOF-EMPLEADOS = "S"
               READ archivo-empleados NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-EMPLEADOS
                   NOT AT END
                       IF EMP-ID NOT = 999999
                           AND EMP-ESTADO NOT = "T"
                           ADD 1 TO WS-RL-LEIDOS
                           PERFORM JuntaEmpleado
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-empleados.

       JuntaEmpleado.
           IF WS-CANT-EMPLEADOS >= WS-MAX-EMPLEADOS
               ADD 1 TO WS-TOTAL-OMITIDOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANT-EMPLEADOS
           MOVE EMP-ID TO WS-ORG-ID (WS-CANT-EMPLEADOS)
           MOVE SPACES TO WS-ORG-NOMBRE (WS-CANT-EMPLEADOS)
           STRING EMP-NOMBRE DELIMITED BY "  "
               " " EMP-APELLIDO DELIMITED BY SIZE
               INTO WS-ORG-NOMBRE (WS-CANT-EMPLEADOS)
           MOVE EMP-DEPTO TO WS-ORG-DEPTO (WS-CANT-EMPLEADOS)
           MOVE ZEROS TO WS-ORG-JEFE (WS-CANT-EMPLEADOS)
           MOVE ZEROS TO WS-ORG-JEFE-IDX (WS-CANT-EMPLEADOS)
           MOVE "N" TO WS-ORG-IMPRESO (WS-CANT-EMPLEADOS)
           IF WS-HAY-LINEAS = "S"
               MOVE EMP-ID TO SUP-ID
               READ archivo-lineas
                   NOT INVALID KEY
                       MOVE SUP-JEFE-ID
                           TO WS-ORG-JEFE (WS-CANT-EMPLEADOS)
               END-READ
           END-IF
           MOVE "N" TO WS-DEP-HALLADO
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-CANT-DEPTOS
               IF WS-DEP-CODIGO (WS-DEP-IDX) = EMP-DEPTO
                   MOVE "S" TO WS-DEP-HALLADO
               END-IF
           END-PERFORM
           IF WS-DEP-HALLADO = "N"
               AND WS-CANT-DEPTOS < WS-MAX-DEPTOS
               ADD 1 TO WS-CANT-DEPTOS
               MOVE EMP-DEPTO TO WS-DEP-CODIGO (WS-CANT-DEPTOS)
           END-IF.

      *>   El maestro viene por ID ascendente, asi que el renglon del
      *>   jefe se busca una sola vez aqui y no en cada recorrido.
       LigaJefes.
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > WS-CANT-EMPLEADOS
               IF WS-ORG-JEFE (WS-ORG-IDX) NOT = ZEROS
                   PERFORM VARYING WS-ORG-IDX2 FROM 1 BY 1
                       UNTIL WS-ORG-IDX2 > WS-CANT-EMPLEADOS
                           OR WS-ORG-JEFE-IDX (WS-ORG-IDX) NOT = ZEROS
                       IF WS-ORG-ID (WS-ORG-IDX2)
                           = WS-ORG-JEFE (WS-ORG-IDX)
                           MOVE WS-ORG-IDX2
                               TO WS-ORG-JEFE-IDX (WS-ORG-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       EmiteDepartamento.
           MOVE WS-DEP-CODIGO (WS-DEP-IDX) TO WS-DEPTO-ACTUAL
           MOVE WS-DEPTO-ACTUAL TO LP-DEPTO
           MOVE SPACES TO LP-NOMBRE
           MOVE SPACES TO LP-RESPONSABLE
           IF WS-HAY-DEPTOS = "S"
               MOVE WS-DEPTO-ACTUAL TO DM-CODIGO
               READ archivo-departamentos
                   INVALID KEY
                       MOVE "*FUERA DEL CATALOGO*" TO LP-NOMBRE
                   NOT INVALID KEY
                       MOVE DM-NOMBRE TO LP-NOMBRE
                       MOVE DM-RESPONSABLE TO LP-RESPONSABLE
               END-READ
           END-IF
           IF WS-CONTADOR-LINEAS + 3 >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM LIN-DEPTO
           ADD 2 TO WS-CONTADOR-LINEAS
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > WS-CANT-EMPLEADOS
               IF WS-ORG-DEPTO (WS-ORG-IDX) = WS-DEPTO-ACTUAL
                   AND WS-ORG-IMPRESO (WS-ORG-IDX) = "N"
                   PERFORM RevisaCabeza
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > WS-CANT-EMPLEADOS
               IF WS-ORG-DEPTO (WS-ORG-IDX) = WS-DEPTO-ACTUAL
                   AND WS-ORG-IMPRESO (WS-ORG-IDX) = "N"
                   PERFORM EmiteCiclo
               END-IF
           END-PERFORM.

      *>   Cabeza de linea del departamento: sin jefe, con jefe fuera
      *>   de la tabla (terminado o inexistente) o de otro depto.
       RevisaCabeza.
           MOVE SPACES TO WS-NOTA
           EVALUATE TRUE
               WHEN WS-ORG-JEFE (WS-ORG-IDX) = ZEROS
                   CONTINUE
               WHEN WS-ORG-JEFE-IDX (WS-ORG-IDX) = ZEROS
                   STRING "(JEFE " WS-ORG-JEFE (WS-ORG-IDX)
                       " TERMINADO O FUERA DEL MAESTRO)"
                       DELIMITED BY SIZE INTO WS-NOTA
               WHEN WS-ORG-DEPTO (WS-ORG-JEFE-IDX (WS-ORG-IDX))
                   NOT = WS-DEPTO-ACTUAL
                   STRING "(REPORTA A " WS-ORG-JEFE (WS-ORG-IDX)
                       " DE " WS-ORG-DEPTO
                       (WS-ORG-JEFE-IDX (WS-ORG-IDX)) ")"
                       DELIMITED BY SIZE INTO WS-NOTA
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-TOTAL-CABEZAS
           MOVE 1 TO WS-CANT-PILA
           MOVE WS-ORG-IDX TO WS-PILA-IDX (1)
           MOVE ZEROS TO WS-PILA-NIVEL (1)
           PERFORM UNTIL WS-CANT-PILA = ZEROS
               MOVE WS-PILA-IDX (WS-CANT-PILA) TO WS-NODO-IDX
               MOVE WS-PILA-NIVEL (WS-CANT-PILA) TO WS-NODO-NIVEL
               SUBTRACT 1 FROM WS-CANT-PILA
               IF WS-ORG-IMPRESO (WS-NODO-IDX) = "N"
                   PERFORM EmiteNodo
                   MOVE SPACES TO WS-NOTA
                   PERFORM ApilaReportes
               END-IF
           END-PERFORM.

      *>   Los reportes directos del nodo se apilan de atras hacia
      *>   adelante para que salgan en orden de ID.
       ApilaReportes.
           PERFORM VARYING WS-ORG-IDX2 FROM WS-CANT-EMPLEADOS BY -1
               UNTIL WS-ORG-IDX2 < 1
               IF WS-ORG-JEFE-IDX (WS-ORG-IDX2) = WS-NODO-IDX
                   AND WS-ORG-DEPTO (WS-ORG-IDX2) = WS-DEPTO-ACTUAL
                   AND WS-ORG-IMPRESO (WS-ORG-IDX2) = "N"
                   AND WS-CANT-PILA < WS-MAX-EMPLEADOS
                   ADD 1 TO WS-CANT-PILA
                   MOVE WS-ORG-IDX2 TO WS-PILA-IDX (WS-CANT-PILA)
                   COMPUTE WS-PILA-NIVEL (WS-CANT-PILA) =
                       WS-NODO-NIVEL + 1
               END-IF
           END-PERFORM.

      *>   Sangria de 3 posiciones por nivel, hasta el nivel 15.
       EmiteNodo.
           MOVE SPACES TO LD-TEXTO
           IF WS-NODO-NIVEL > 15
               COMPUTE WS-POS = 15 * 3 + 1
           ELSE
               COMPUTE WS-POS = WS-NODO-NIVEL * 3 + 1
           END-IF
           STRING WS-ORG-ID (WS-NODO-IDX) " "
               WS-ORG-NOMBRE (WS-NODO-IDX) " " WS-NOTA
               DELIMITED BY SIZE INTO LD-TEXTO
               WITH POINTER WS-POS
           MOVE "S" TO WS-ORG-IMPRESO (WS-NODO-IDX)
           ADD 1 TO WS-TOTAL-EMPLEADOS
           PERFORM ImprimeDetalle.

       EmiteCiclo.
           MOVE WS-ORG-IDX TO WS-NODO-IDX
           MOVE ZEROS TO WS-NODO-NIVEL
           MOVE SPACES TO WS-NOTA
           STRING "** CICLO EN LA LINEA, JEFE "
               WS-ORG-JEFE (WS-ORG-IDX) " **"
               DELIMITED BY SIZE INTO WS-NOTA
           ADD 1 TO WS-TOTAL-CICLOS
           PERFORM EmiteNodo.

       ImprimeDetalle.
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-CONTADOR-LINEAS.

       ImprimeEncabezado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           MOVE ZEROS TO WS-CONTADOR-LINEAS.

       ImprimeTotales.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "EMPLEADOS EN EL ORGANIGRAMA" TO LT-TEXTO
           MOVE WS-TOTAL-EMPLEADOS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "CABEZAS DE LINEA" TO LT-TEXTO
           MOVE WS-TOTAL-CABEZAS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "EMPLEADOS EN UN CICLO" TO LT-TEXTO
           MOVE WS-TOTAL-CICLOS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "OMITIDOS POR TAMANO DE TABLA" TO LT-TEXTO
           MOVE WS-TOTAL-OMITIDOS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES.

       END PROGRAM ORGCHART.
