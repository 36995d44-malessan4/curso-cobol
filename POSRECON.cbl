       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSRECON.
      *>   Conciliacion nocturna de plazas contra archivo-empleados:
      *>   carga en tabla las plazas autorizadas (POSMAST.cpy, estado
      *>   A) y recorre el maestro de empleados. Anota como
      *>   excepcion la plaza ocupada por un empleado terminado, por
      *>   uno de otro departamento, por uno que no existe en el
      *>   maestro o por uno que ocupa mas de una plaza, y al
      *>   empleado no terminado que no ocupa ninguna. Cierra con el
      *>   resumen por departamento: FTE autorizado, plazas,
      *>   ocupadas, vacantes y headcount real (mismo criterio que
      *>   HEADSNAP), marcando al departamento que tiene mas gente
      *>   que plazas. Con cualquier excepcion termina con RC 4.
      *>   Encabezado estandar via RPTHDR.
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

               SELECT OPTIONAL archivo-plazas
               ASSIGN TO "posiciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PS-NUMERO
               ALTERNATE RECORD KEY IS PS-DEPTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PLAZAS.

               SELECT archivo-reporte
               ASSIGN TO "posrecon.prt"
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

       FD  archivo-plazas.
           COPY POSMAST.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-PLAZAS PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-EMPLEADOS PIC X VALUE "N".
           01 WS-EOF-PLAZAS PIC X VALUE "N".

           01 WS-TOTAL-PLAZAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-EXCEPCIONES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-OMITIDOS PIC 9(6) VALUE ZEROS.
           01 WS-OCUPADAS-EMP PIC 9(4) VALUE ZEROS.

      *>   Plazas autorizadas; WS-PZ-VISTO queda en "S" cuando el
      *>   ocupante aparece en el maestro de empleados.
           01 WS-MAX-PLAZAS PIC 9(4) VALUE 5000.
           01 WS-CANT-PLAZAS PIC 9(4) VALUE ZEROS.
           01 WS-PZ-IDX PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-PLAZAS.
               05 WS-PZ OCCURS 5000 TIMES
                   DEPENDING ON WS-CANT-PLAZAS.
                   10 WS-PZ-NUMERO PIC 9(6).
                   10 WS-PZ-DEPTO PIC X(10).
                   10 WS-PZ-EMP-ID PIC 9(6).
                   10 WS-PZ-VISTO PIC X(1).

      *>   Resumen por departamento, en el orden en que aparecen.
           01 WS-MAX-DEPTOS PIC 9(4) VALUE 500.
           01 WS-CANT-DEPTOS PIC 9(4) VALUE ZEROS.
           01 WS-DEP-IDX PIC 9(4) VALUE ZEROS.
           01 WS-DEPTO-BUSCADO PIC X(10) VALUE SPACES.
           01 WS-TABLA-DEPTOS.
               05 WS-DEP OCCURS 500 TIMES
                   DEPENDING ON WS-CANT-DEPTOS.
                   10 WS-DEP-CODIGO PIC X(10).
                   10 WS-DEP-FTE PIC 9(5)V99.
                   10 WS-DEP-PLAZAS PIC 9(5).
                   10 WS-DEP-OCUPADAS PIC 9(5).
                   10 WS-DEP-HEADCOUNT PIC 9(5).

      *>   Encabezado estandar via RPTHDR.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "POSRECON - CONCILIACION DE PLAZAS".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 50.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-TITULO-EXC.
               05 FILLER PIC X(8) VALUE "PLAZA".
               05 FILLER PIC X(12) VALUE "DEPTO".
               05 FILLER PIC X(8) VALUE "EMPLEADO".
               05 FILLER PIC X(12) VALUE "  DEPTO EMP.".
               05 FILLER PIC X(40) VALUE "  EXCEPCION".

           01 LIN-EXCEPCION.
               05 LE-PLAZA PIC Z(5)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LE-DEPTO PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LE-EMP-ID PIC Z(5)9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 LE-DEPTO-EMP PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LE-TEXTO PIC X(40).

           01 LIN-TITULO-RES.
               05 FILLER PIC X(12) VALUE "DEPTO".
               05 FILLER PIC X(12) VALUE "  FTE AUTOR.".
               05 FILLER PIC X(8) VALUE "  PLAZAS".
               05 FILLER PIC X(10) VALUE "  OCUPADAS".
               05 FILLER PIC X(10) VALUE "  VACANTES".
               05 FILLER PIC X(10) VALUE "  REALES".

           01 LIN-RESUMEN.
               05 LR-DEPTO PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LR-FTE PIC ZZ,ZZ9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 LR-PLAZAS PIC ZZ,ZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 LR-OCUPADAS PIC ZZ,ZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 LR-VACANTES PIC ZZ,ZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 LR-HEADCOUNT PIC ZZ,ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LR-MARCA PIC X(20).

           01 LIN-TOTALES.
               05 LT-TEXTO PIC X(32).
               05 LT-CONTADOR PIC ZZZ,ZZ9.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Bitacora de corrida (ver RUNLOGW).
           01 WS-RL-PROGRAMA PIC X(8) VALUE "POSRECON".
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
           PERFORM CargaPlazas
           OPEN OUTPUT archivo-reporte
           PERFORM ImprimeEncabezado
           WRITE LINEA-REPORTE FROM LIN-TITULO-EXC
           ADD 1 TO WS-CONTADOR-LINEAS
           OPEN INPUT archivo-empleados
           PERFORM UNTIL WS-EOF-EMPLEADOS = "S"
               READ archivo-empleados NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-EMPLEADOS
                   NOT AT END
                       IF EMP-ID NOT = 999999
                           ADD 1 TO WS-RL-LEIDOS
                           PERFORM ConciliaEmpleado
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-empleados
           PERFORM VARYING WS-PZ-IDX FROM 1 BY 1
               UNTIL WS-PZ-IDX > WS-CANT-PLAZAS
               IF WS-PZ-EMP-ID (WS-PZ-IDX) NOT = ZEROS
                   AND WS-PZ-VISTO (WS-PZ-IDX) = "N"
                   MOVE ZEROS TO EMP-ID
                   MOVE SPACES TO EMP-DEPTO
                   MOVE "OCUPANTE NO EXISTE EN EL MAESTRO"
                       TO LE-TEXTO
                   PERFORM ImprimeExcepcion
               END-IF
           END-PERFORM
           PERFORM ImprimeResumen
           PERFORM ImprimeTotales
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Plazas autorizadas: " WS-TOTAL-PLAZAS
               " Excepciones: " WS-TOTAL-EXCEPCIONES
               " Omitidas: " WS-TOTAL-OMITIDOS
           MOVE WS-TOTAL-PLAZAS TO WS-RL-ESCRITOS
           MOVE WS-TOTAL-EXCEPCIONES TO WS-RL-RECHAZADOS
           IF WS-TOTAL-EXCEPCIONES > 0 OR WS-TOTAL-OMITIDOS > 0
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

      *>   Sin posiciones.dat la tabla queda vacia y todo empleado
      *>   activo sale como excepcion "sin plaza".
       CargaPlazas.
           OPEN INPUT archivo-plazas
           IF WS-FS-PLAZAS NOT = "00"
               CLOSE archivo-plazas
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-PLAZAS = "S"
               READ archivo-plazas NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PLAZAS
                   NOT AT END
                       IF PS-ESTADO = "A"
                           PERFORM JuntaPlaza
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-plazas.

       JuntaPlaza.
           IF WS-CANT-PLAZAS >= WS-MAX-PLAZAS
               ADD 1 TO WS-TOTAL-OMITIDOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-PLAZAS
           ADD 1 TO WS-CANT-PLAZAS
           MOVE PS-NUMERO TO WS-PZ-NUMERO (WS-CANT-PLAZAS)
           MOVE PS-DEPTO TO WS-PZ-DEPTO (WS-CANT-PLAZAS)
           MOVE PS-EMP-ID TO WS-PZ-EMP-ID (WS-CANT-PLAZAS)
           MOVE "N" TO WS-PZ-VISTO (WS-CANT-PLAZAS)
           MOVE PS-DEPTO TO WS-DEPTO-BUSCADO
           PERFORM UbicaDepartamento
           IF WS-DEP-IDX > 0
               ADD PS-FTE TO WS-DEP-FTE (WS-DEP-IDX)
               ADD 1 TO WS-DEP-PLAZAS (WS-DEP-IDX)
               IF PS-EMP-ID NOT = ZEROS
                   ADD 1 TO WS-DEP-OCUPADAS (WS-DEP-IDX)
               END-IF
           END-IF.

      *>   Deja en WS-DEP-IDX el renglon de WS-DEPTO-BUSCADO,
      *>   agregandolo si no estaba; cero si la tabla esta llena.
       UbicaDepartamento.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-CANT-DEPTOS
               IF WS-DEP-CODIGO (WS-DEP-IDX) = WS-DEPTO-BUSCADO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CANT-DEPTOS < WS-MAX-DEPTOS
               ADD 1 TO WS-CANT-DEPTOS
               MOVE WS-CANT-DEPTOS TO WS-DEP-IDX
               MOVE WS-DEPTO-BUSCADO TO WS-DEP-CODIGO (WS-DEP-IDX)
               MOVE ZEROS TO WS-DEP-FTE (WS-DEP-IDX)
               MOVE ZEROS TO WS-DEP-PLAZAS (WS-DEP-IDX)
               MOVE ZEROS TO WS-DEP-OCUPADAS (WS-DEP-IDX)
               MOVE ZEROS TO WS-DEP-HEADCOUNT (WS-DEP-IDX)
           ELSE
               MOVE ZEROS TO WS-DEP-IDX
               ADD 1 TO WS-TOTAL-OMITIDOS
           END-IF.

       ConciliaEmpleado.
           IF EMP-ESTADO NOT = "T"
               MOVE EMP-DEPTO TO WS-DEPTO-BUSCADO
               PERFORM UbicaDepartamento
               IF WS-DEP-IDX > 0
                   ADD 1 TO WS-DEP-HEADCOUNT (WS-DEP-IDX)
               END-IF
           END-IF
           MOVE ZEROS TO WS-OCUPADAS-EMP
           PERFORM VARYING WS-PZ-IDX FROM 1 BY 1
               UNTIL WS-PZ-IDX > WS-CANT-PLAZAS
               IF WS-PZ-EMP-ID (WS-PZ-IDX) = EMP-ID
                   MOVE "S" TO WS-PZ-VISTO (WS-PZ-IDX)
                   ADD 1 TO WS-OCUPADAS-EMP
                   PERFORM RevisaOcupante
               END-IF
           END-PERFORM
           IF EMP-ESTADO NOT = "T" AND WS-OCUPADAS-EMP = 0
               MOVE ZEROS TO WS-PZ-IDX
               MOVE "EMPLEADO ACTIVO SIN PLAZA" TO LE-TEXTO
               PERFORM ImprimeExcepcion
           END-IF.

       RevisaOcupante.
           EVALUATE TRUE
               WHEN EMP-ESTADO = "T"
                   MOVE "OCUPADA POR UN EMPLEADO TERMINADO"
                       TO LE-TEXTO
                   PERFORM ImprimeExcepcion
               WHEN WS-OCUPADAS-EMP > 1
                   MOVE "EL EMPLEADO OCUPA MAS DE UNA PLAZA"
                       TO LE-TEXTO
                   PERFORM ImprimeExcepcion
               WHEN EMP-DEPTO NOT = WS-PZ-DEPTO (WS-PZ-IDX)
                   MOVE "OCUPANTE DE OTRO DEPARTAMENTO" TO LE-TEXTO
                   PERFORM ImprimeExcepcion
           END-EVALUATE.

      *>   WS-PZ-IDX en cero imprime el renglon sin plaza; EMP-ID en
      *>   cero lo imprime con el ocupante de la plaza.
       ImprimeExcepcion.
           IF WS-PZ-IDX > 0
               MOVE WS-PZ-NUMERO (WS-PZ-IDX) TO LE-PLAZA
               MOVE WS-PZ-DEPTO (WS-PZ-IDX) TO LE-DEPTO
           ELSE
               MOVE ZEROS TO LE-PLAZA
               MOVE SPACES TO LE-DEPTO
           END-IF
           IF EMP-ID NOT = ZEROS
               MOVE EMP-ID TO LE-EMP-ID
               MOVE EMP-DEPTO TO LE-DEPTO-EMP
           ELSE
               MOVE WS-PZ-EMP-ID (WS-PZ-IDX) TO LE-EMP-ID
               MOVE SPACES TO LE-DEPTO-EMP
           END-IF
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
               WRITE LINEA-REPORTE FROM LIN-TITULO-EXC
               ADD 1 TO WS-CONTADOR-LINEAS
           END-IF
           WRITE LINEA-REPORTE FROM LIN-EXCEPCION
           ADD 1 TO WS-CONTADOR-LINEAS
           ADD 1 TO WS-TOTAL-EXCEPCIONES.

       ImprimeResumen.
           PERFORM ImprimeEncabezado
           WRITE LINEA-REPORTE FROM LIN-TITULO-RES
           ADD 1 TO WS-CONTADOR-LINEAS
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-CANT-DEPTOS
               MOVE WS-DEP-CODIGO (WS-DEP-IDX) TO LR-DEPTO
               MOVE WS-DEP-FTE (WS-DEP-IDX) TO LR-FTE
               MOVE WS-DEP-PLAZAS (WS-DEP-IDX) TO LR-PLAZAS
               MOVE WS-DEP-OCUPADAS (WS-DEP-IDX) TO LR-OCUPADAS
               COMPUTE LR-VACANTES = WS-DEP-PLAZAS (WS-DEP-IDX)
                   - WS-DEP-OCUPADAS (WS-DEP-IDX)
               MOVE WS-DEP-HEADCOUNT (WS-DEP-IDX) TO LR-HEADCOUNT
               IF WS-DEP-HEADCOUNT (WS-DEP-IDX)
                   > WS-DEP-PLAZAS (WS-DEP-IDX)
                   MOVE "** EXCEDE PLAZAS **" TO LR-MARCA
               ELSE
                   MOVE SPACES TO LR-MARCA
               END-IF
               IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
                   PERFORM ImprimeEncabezado
                   WRITE LINEA-REPORTE FROM LIN-TITULO-RES
                   ADD 1 TO WS-CONTADOR-LINEAS
               END-IF
               WRITE LINEA-REPORTE FROM LIN-RESUMEN
               ADD 1 TO WS-CONTADOR-LINEAS
           END-PERFORM.

       ImprimeEncabezado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           MOVE ZEROS TO WS-CONTADOR-LINEAS.

       ImprimeTotales.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "PLAZAS AUTORIZADAS" TO LT-TEXTO
           MOVE WS-TOTAL-PLAZAS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "EXCEPCIONES" TO LT-TEXTO
           MOVE WS-TOTAL-EXCEPCIONES TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "OMITIDOS POR TAMANO DE TABLA" TO LT-TEXTO
           MOVE WS-TOTAL-OMITIDOS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES.

       END PROGRAM POSRECON.
