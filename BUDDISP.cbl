       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDDISP.
      *>   Reporte de presupuesto disponible por departamento y
      *>   division: presupuesto del periodo (version activa de
      *>   budactv.dat, como DEPTOTOT), gasto real posteado a la
      *>   cuenta GLMAP del departamento en el mayor propio
      *>   (GLMAST.cpy), compromisos abiertos (ENCMAST.cpy, lo no
      *>   liquidado de los que no estan cerrados) y el disponible
      *>   que queda. Agrupado por division con el mapeo ORGDIV.cpy
      *>   (SIN DIVISION al final), con subtotal de division y total
      *>   de la compania. El departamento con disponible negativo
      *>   sale marcado ** y el job termina con RC 4. Periodo
      *>   (BUDDISP-PERIODO, AAAAMM) en blanco = el de proceso.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-version-activa
               ASSIGN TO "budactv.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VERSION-ACT.

               SELECT OPTIONAL archivo-presupuestos
               ASSIGN TO "deptobud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRESUPUESTOS.

               SELECT OPTIONAL archivo-compromisos
               ASSIGN TO "encmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENC-REFERENCIA
               FILE STATUS IS WS-FS-COMPROMISOS.

               SELECT OPTIONAL archivo-mapeo
               ASSIGN TO "glmap.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MAPEO.

               SELECT OPTIONAL archivo-mayor
               ASSIGN TO "glmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-CLAVE
               FILE STATUS IS WS-FS-MAYOR.

               SELECT OPTIONAL archivo-organizacion
               ASSIGN TO "orgdiv.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORGANIZACION.

               SELECT archivo-reporte
               ASSIGN TO "buddisp.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
      *>   Version de presupuesto activa (ver DEPTOTOT).
       FD  archivo-version-activa.
           01 BA-RECORD.
               05 BA-VERSION         PIC 9(2).

       FD  archivo-presupuestos.
           COPY DEPTOBUD.

       FD  archivo-compromisos.
           COPY ENCMAST.

       FD  archivo-mapeo.
           COPY GLMAP.

       FD  archivo-mayor.
           COPY GLMAST.

       FD  archivo-organizacion.
           COPY ORGDIV.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-VERSION-ACT PIC XX VALUE "00".
           01 WS-FS-PRESUPUESTOS PIC XX VALUE "00".
           01 WS-FS-COMPROMISOS PIC XX VALUE "00".
           01 WS-FS-MAPEO PIC XX VALUE "00".
           01 WS-FS-MAYOR PIC XX VALUE "00".
           01 WS-FS-ORGANIZACION PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-PRESUPUESTOS PIC X VALUE "N".
           01 WS-EOF-COMPROMISOS PIC X VALUE "N".
           01 WS-EOF-MAPEO PIC X VALUE "N".
           01 WS-EOF-ORGANIZACION PIC X VALUE "N".

           01 WS-PERIODO PIC X(6) VALUE SPACES.
           01 WS-VERSION-REPORTE PIC 9(2) VALUE ZEROS.

      *>   Un renglon por departamento con sus cuatro columnas y su
      *>   division resuelta.
           01 WS-MAX-DEPTOS PIC 9(4) VALUE 500.
           01 WS-CANT-DEPTOS PIC 9(4) VALUE ZEROS.
           01 WS-DEP-IDX PIC 9(4) VALUE ZEROS.
           01 WS-DEP-HALLADO PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-DEPTOS.
               05 WS-DEP OCCURS 500 TIMES.
                   10 WS-DEP-DEPTO PIC X(10).
                   10 WS-DEP-DIVISION PIC X(12).
                   10 WS-DEP-PRESUPUESTO PIC S9(11)V99.
                   10 WS-DEP-REAL PIC S9(13)V99.
                   10 WS-DEP-COMPROMETIDO PIC S9(11)V99.
                   10 WS-DEP-DISPONIBLE PIC S9(13)V99.
                   10 WS-DEP-IMPRESO PIC X.
           01 WS-BUSCA-DEPTO PIC X(10) VALUE SPACES.
           01 WS-DEPTOS-OMITIDOS PIC 9(6) VALUE ZEROS.

      *>   Mapeo departamento -> division (ORGDIV.cpy).
           01 WS-MAX-MAPA PIC 9(3) VALUE 200.
           01 WS-CANT-MAPA PIC 9(3) VALUE ZEROS.
           01 WS-MAPA-IDX PIC 9(3) VALUE ZEROS.
           01 WS-TABLA-MAPA.
               05 WS-MAPA OCCURS 200 TIMES.
                   10 WS-MAPA-DEPTO PIC X(10).
                   10 WS-MAPA-DIVISION PIC X(10).

           01 WS-DIVISION-ACTUAL PIC X(12) VALUE SPACES.
           01 WS-DIV-PRESUPUESTO PIC S9(13)V99 VALUE ZEROS.
           01 WS-DIV-REAL PIC S9(13)V99 VALUE ZEROS.
           01 WS-DIV-COMPROMETIDO PIC S9(13)V99 VALUE ZEROS.
           01 WS-DIV-DISPONIBLE PIC S9(13)V99 VALUE ZEROS.
           01 WS-TOT-PRESUPUESTO PIC S9(13)V99 VALUE ZEROS.
           01 WS-TOT-REAL PIC S9(13)V99 VALUE ZEROS.
           01 WS-TOT-COMPROMETIDO PIC S9(13)V99 VALUE ZEROS.
           01 WS-TOT-DISPONIBLE PIC S9(13)V99 VALUE ZEROS.
           01 WS-TOTAL-SOBREGIRADOS PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "BUDDISP - PRESUPUESTO DISPONIBLE".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 50.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-PERIODO.
               05 FILLER PIC X(9) VALUE "PERIODO: ".
               05 LP-PERIODO PIC X(6).
               05 FILLER PIC X(11) VALUE "  VERSION: ".
               05 LP-VERSION PIC 9(2).

           01 LIN-TITULO.
               05 FILLER PIC X(13) VALUE "DEPARTAMENTO".
               05 FILLER PIC X(19) VALUE "        PRESUPUESTO".
               05 FILLER PIC X(19) VALUE "               REAL".
               05 FILLER PIC X(19) VALUE "       COMPROMETIDO".
               05 FILLER PIC X(19) VALUE "         DISPONIBLE".

           01 LIN-DIVISION.
               05 FILLER PIC X(10) VALUE "DIVISION: ".
               05 LV-DIVISION PIC X(12).

           01 LIN-DETALLE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-DEPTO PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-PRESUPUESTO PIC ---,---,---,--9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-REAL PIC ---,---,---,--9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-COMPROMETIDO PIC ---,---,---,--9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-DISPONIBLE PIC ---,---,---,--9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-MARCA PIC X(2).

           01 LIN-MENSAJE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           ACCEPT WS-PERIODO FROM ENVIRONMENT "BUDDISP-PERIODO"
           IF WS-PERIODO = SPACES
               MOVE WS-FECHA-PROCESO-NEG (1:6) TO WS-PERIODO
           END-IF
           IF WS-PERIODO IS NOT NUMERIC
               OR WS-PERIODO (5:2) < "01" OR WS-PERIODO (5:2) > "12"
               DISPLAY "Periodo invalido en BUDDISP-PERIODO: "
                   WS-PERIODO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LeePerfilEmpresa
           PERFORM CargaPresupuestos
           PERFORM CargaCompromisos
           PERFORM CargaReal
           PERFORM CargaMapaDivisiones
           PERFORM ResuelveDivisiones
           OPEN OUTPUT archivo-reporte
           PERFORM ImprimeEncabezado
           PERFORM ImprimeJerarquia
           PERFORM ImprimeTotalCompania
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Departamentos: " WS-CANT-DEPTOS
               " Sobregirados: " WS-TOTAL-SOBREGIRADOS
               " Omitidos por tabla llena: " WS-DEPTOS-OMITIDOS
           IF WS-TOTAL-SOBREGIRADOS > 0 OR WS-DEPTOS-OMITIDOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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

       CargaPresupuestos.
           OPEN INPUT archivo-version-activa
           IF WS-FS-VERSION-ACT = "00"
               READ archivo-version-activa
                   NOT AT END
                       MOVE BA-VERSION TO WS-VERSION-REPORTE
               END-READ
           END-IF
           CLOSE archivo-version-activa
           OPEN INPUT archivo-presupuestos
           PERFORM UNTIL WS-EOF-PRESUPUESTOS = "S"
               READ archivo-presupuestos
                   AT END
                       MOVE "S" TO WS-EOF-PRESUPUESTOS
                   NOT AT END
                       IF BUD-PERIODO = WS-PERIODO
                           AND BUD-VERSION = WS-VERSION-REPORTE
                           MOVE BUD-DEPTO TO WS-BUSCA-DEPTO
                           PERFORM BuscaDepto
                           IF WS-DEP-HALLADO > 0
                               ADD BUD-MONTO TO
                                   WS-DEP-PRESUPUESTO (WS-DEP-HALLADO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-presupuestos.

      *>   Lo abierto de cada compromiso no cerrado del periodo.
       CargaCompromisos.
           OPEN INPUT archivo-compromisos
           PERFORM UNTIL WS-EOF-COMPROMISOS = "S"
               READ archivo-compromisos
                   AT END
                       MOVE "S" TO WS-EOF-COMPROMISOS
                   NOT AT END
                       IF ENC-PERIODO = WS-PERIODO
                           AND ENC-ESTADO NOT = "C"
                           MOVE ENC-DEPTO TO WS-BUSCA-DEPTO
                           PERFORM BuscaDepto
                           IF WS-DEP-HALLADO > 0
                               COMPUTE
                                 WS-DEP-COMPROMETIDO (WS-DEP-HALLADO) =
                                 WS-DEP-COMPROMETIDO (WS-DEP-HALLADO)
                                 + ENC-MONTO - ENC-LIQUIDADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-compromisos.

      *>   Real del periodo: neto de la cuenta GLMAP del departamento.
      *>   Un departamento mapeado sin presupuesto ni compromisos
      *>   solo entra si tiene gasto.
       CargaReal.
           OPEN INPUT archivo-mayor
           OPEN INPUT archivo-mapeo
           PERFORM UNTIL WS-EOF-MAPEO = "S"
               READ archivo-mapeo
                   AT END
                       MOVE "S" TO WS-EOF-MAPEO
                   NOT AT END
                       PERFORM LeeRealDepto
               END-READ
           END-PERFORM
           CLOSE archivo-mapeo
           CLOSE archivo-mayor.

       LeeRealDepto.
           IF WS-FS-MAYOR NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE GM-CUENTA TO GLM-CUENTA
           MOVE WS-PERIODO TO GLM-PERIODO
           READ archivo-mayor
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF GLM-CARGOS = GLM-ABONOS
               EXIT PARAGRAPH
           END-IF
           MOVE GM-DEPTO TO WS-BUSCA-DEPTO
           PERFORM BuscaDepto
           IF WS-DEP-HALLADO > 0
               COMPUTE WS-DEP-REAL (WS-DEP-HALLADO) =
                   WS-DEP-REAL (WS-DEP-HALLADO)
                   + GLM-CARGOS - GLM-ABONOS
           END-IF.

      *>   Busca el departamento y lo agrega si no esta; con la tabla
      *>   llena queda en cero y se cuenta como omitido.
       BuscaDepto.
           MOVE ZEROS TO WS-DEP-HALLADO
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-CANT-DEPTOS
               OR WS-DEP-HALLADO > 0
               IF WS-DEP-DEPTO (WS-DEP-IDX) = WS-BUSCA-DEPTO
                   MOVE WS-DEP-IDX TO WS-DEP-HALLADO
               END-IF
           END-PERFORM
           IF WS-DEP-HALLADO > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CANT-DEPTOS >= WS-MAX-DEPTOS
               ADD 1 TO WS-DEPTOS-OMITIDOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANT-DEPTOS
           MOVE WS-CANT-DEPTOS TO WS-DEP-HALLADO
           MOVE WS-BUSCA-DEPTO TO WS-DEP-DEPTO (WS-DEP-HALLADO)
           MOVE "SIN DIVISION" TO WS-DEP-DIVISION (WS-DEP-HALLADO)
           MOVE ZEROS TO WS-DEP-PRESUPUESTO (WS-DEP-HALLADO)
           MOVE ZEROS TO WS-DEP-REAL (WS-DEP-HALLADO)
           MOVE ZEROS TO WS-DEP-COMPROMETIDO (WS-DEP-HALLADO)
           MOVE ZEROS TO WS-DEP-DISPONIBLE (WS-DEP-HALLADO)
           MOVE "N" TO WS-DEP-IMPRESO (WS-DEP-HALLADO).

       CargaMapaDivisiones.
           OPEN INPUT archivo-organizacion
           IF WS-FS-ORGANIZACION NOT = "00"
               CLOSE archivo-organizacion
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-ORGANIZACION = "S"
               READ archivo-organizacion
                   AT END
                       MOVE "S" TO WS-EOF-ORGANIZACION
                   NOT AT END
                       IF WS-CANT-MAPA < WS-MAX-MAPA
                           ADD 1 TO WS-CANT-MAPA
                           MOVE OD-DEPTO
                               TO WS-MAPA-DEPTO (WS-CANT-MAPA)
                           MOVE OD-DIVISION
                               TO WS-MAPA-DIVISION (WS-CANT-MAPA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-organizacion.

       ResuelveDivisiones.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-CANT-DEPTOS
               PERFORM VARYING WS-MAPA-IDX FROM 1 BY 1
                   UNTIL WS-MAPA-IDX > WS-CANT-MAPA
                   IF WS-MAPA-DEPTO (WS-MAPA-IDX) =
                       WS-DEP-DEPTO (WS-DEP-IDX)
                       MOVE WS-MAPA-DIVISION (WS-MAPA-IDX)
                           TO WS-DEP-DIVISION (WS-DEP-IDX)
                   END-IF
               END-PERFORM
               COMPUTE WS-DEP-DISPONIBLE (WS-DEP-IDX) =
                   WS-DEP-PRESUPUESTO (WS-DEP-IDX)
                   - WS-DEP-REAL (WS-DEP-IDX)
                   - WS-DEP-COMPROMETIDO (WS-DEP-IDX)
           END-PERFORM.

      *>   Divisiones en orden de primera aparicion, SIN DIVISION al
      *>   final, como el rollup de DEPTOTOT.
       ImprimeJerarquia.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-CANT-DEPTOS
               IF WS-DEP-IMPRESO (WS-DEP-IDX) = "N"
                   AND WS-DEP-DIVISION (WS-DEP-IDX) NOT =
                       "SIN DIVISION"
                   MOVE WS-DEP-DIVISION (WS-DEP-IDX)
                       TO WS-DIVISION-ACTUAL
                   PERFORM ImprimeGrupoDivision
               END-IF
           END-PERFORM
           MOVE "SIN DIVISION" TO WS-DIVISION-ACTUAL
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-CANT-DEPTOS
               IF WS-DEP-IMPRESO (WS-DEP-IDX) = "N"
                   PERFORM ImprimeGrupoDivision
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ImprimeGrupoDivision.
           MOVE ZEROS TO WS-DIV-PRESUPUESTO WS-DIV-REAL
               WS-DIV-COMPROMETIDO WS-DIV-DISPONIBLE
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA - 2
               PERFORM ImprimeEncabezado
           END-IF
           MOVE WS-DIVISION-ACTUAL TO LV-DIVISION
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM LIN-DIVISION
           ADD 2 TO WS-CONTADOR-LINEAS
           PERFORM VARYING WS-DEP-HALLADO FROM 1 BY 1
               UNTIL WS-DEP-HALLADO > WS-CANT-DEPTOS
               IF WS-DEP-DIVISION (WS-DEP-HALLADO) =
                   WS-DIVISION-ACTUAL
                   AND WS-DEP-IMPRESO (WS-DEP-HALLADO) = "N"
                   PERFORM ImprimeDepto
               END-IF
           END-PERFORM
           MOVE SPACES TO LD-DEPTO
           STRING "TOT " WS-DIVISION-ACTUAL DELIMITED BY SIZE
               INTO LD-DEPTO
           MOVE WS-DIV-PRESUPUESTO TO LD-PRESUPUESTO
           MOVE WS-DIV-REAL TO LD-REAL
           MOVE WS-DIV-COMPROMETIDO TO LD-COMPROMETIDO
           MOVE WS-DIV-DISPONIBLE TO LD-DISPONIBLE
           MOVE SPACES TO LD-MARCA
           PERFORM EscribeDetalle
           ADD WS-DIV-PRESUPUESTO TO WS-TOT-PRESUPUESTO
           ADD WS-DIV-REAL TO WS-TOT-REAL
           ADD WS-DIV-COMPROMETIDO TO WS-TOT-COMPROMETIDO
           ADD WS-DIV-DISPONIBLE TO WS-TOT-DISPONIBLE.

       ImprimeDepto.
           MOVE WS-DEP-DEPTO (WS-DEP-HALLADO) TO LD-DEPTO
           MOVE WS-DEP-PRESUPUESTO (WS-DEP-HALLADO) TO LD-PRESUPUESTO
           MOVE WS-DEP-REAL (WS-DEP-HALLADO) TO LD-REAL
           MOVE WS-DEP-COMPROMETIDO (WS-DEP-HALLADO)
               TO LD-COMPROMETIDO
           MOVE WS-DEP-DISPONIBLE (WS-DEP-HALLADO) TO LD-DISPONIBLE
           MOVE SPACES TO LD-MARCA
           IF WS-DEP-DISPONIBLE (WS-DEP-HALLADO) < ZEROS
               MOVE "**" TO LD-MARCA
               ADD 1 TO WS-TOTAL-SOBREGIRADOS
           END-IF
           PERFORM EscribeDetalle
           ADD WS-DEP-PRESUPUESTO (WS-DEP-HALLADO)
               TO WS-DIV-PRESUPUESTO
           ADD WS-DEP-REAL (WS-DEP-HALLADO) TO WS-DIV-REAL
           ADD WS-DEP-COMPROMETIDO (WS-DEP-HALLADO)
               TO WS-DIV-COMPROMETIDO
           ADD WS-DEP-DISPONIBLE (WS-DEP-HALLADO)
               TO WS-DIV-DISPONIBLE
           MOVE "S" TO WS-DEP-IMPRESO (WS-DEP-HALLADO).

       ImprimeTotalCompania.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "TOTAL CIA" TO LD-DEPTO
           MOVE WS-TOT-PRESUPUESTO TO LD-PRESUPUESTO
           MOVE WS-TOT-REAL TO LD-REAL
           MOVE WS-TOT-COMPROMETIDO TO LD-COMPROMETIDO
           MOVE WS-TOT-DISPONIBLE TO LD-DISPONIBLE
           MOVE SPACES TO LD-MARCA
           PERFORM EscribeDetalle
           IF WS-DEPTOS-OMITIDOS > 0
               MOVE SPACES TO LIN-MENSAJE
               STRING "** TABLA LLENA: " WS-DEPTOS-OMITIDOS
                   " MOVIMIENTOS DE DEPARTAMENTOS SIN REPORTAR"
                   DELIMITED BY SIZE INTO LIN-MENSAJE
               WRITE LINEA-REPORTE FROM LIN-MENSAJE
           END-IF.

       EscribeDetalle.
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-CONTADOR-LINEAS.

       ImprimeEncabezado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           MOVE WS-PERIODO TO LP-PERIODO
           MOVE WS-VERSION-REPORTE TO LP-VERSION
           WRITE LINEA-REPORTE FROM LIN-PERIODO
           WRITE LINEA-REPORTE FROM LIN-TITULO
           MOVE 3 TO WS-CONTADOR-LINEAS.

       END PROGRAM BUDDISP.
