       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTRRPT.
      *>   Reporte mensual de rotacion de personal. Las bajas salen de
      *>   la bitacora de auditoria (EMPAUD.cpy): cada asiento tipo D,
      *>   o tipo S que deja al empleado en T viniendo de otro estado,
      *>   es una separacion en el departamento de antes del
      *>   movimiento, y su AUD-MOTIVO-BAJA se clasifica voluntaria o
      *>   involuntaria contra el catalogo de motivos (MOTBAJA.cpy; sin
      *>   catalogo, o con un codigo que no esta, cae en SIN MOTIVO).
      *>   La plantilla promedio de cada mes sale de la historia de
      *>   headcount (HEADHIST.cpy): suma de las fotos nocturnas del
      *>   mes entre el numero de fotos. Una baja temprana es la de
      *>   alguien que se fue antes de cumplir un anio desde
      *>   EMP-FECHA-INGRESO.
      *>   El periodo es la variable de ambiente ATTRRPT-PERIODO
      *>   (AAAAMM; en blanco, el mes de la fecha de proceso). Se
      *>   acumulan 24 meses hacia atras para que cada uno de los
      *>   ultimos 12 lleve su tasa movil de 12 meses:
      *>     - por departamento, el mes del periodo con su tasa
      *>       mensual y la tasa movil de 12 meses;
      *>     - la tendencia de la empresa, un renglon por mes de los
      *>       ultimos 12, con la tasa del mes y la movil.
      *>   Tasa = separaciones / plantilla promedio * 100.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-auditoria
               ASSIGN TO "audit.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

               SELECT OPTIONAL archivo-historia
               ASSIGN TO "headhist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIA.

               SELECT OPTIONAL archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT OPTIONAL archivo-motivos
               ASSIGN TO "motbaja.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-CODIGO
               FILE STATUS IS WS-FS-MOTIVOS.

               SELECT archivo-reporte
               ASSIGN TO "attrrpt.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-auditoria.
           COPY EMPAUD.

       FD  archivo-historia.
           COPY HEADHIST.

       FD  archivo-empleados.
           COPY EMPREC.

       FD  archivo-motivos.
           COPY MOTBAJA.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-AUDITORIA PIC XX VALUE "00".
           01 WS-FS-HISTORIA PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-MOTIVOS PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-AUDITORIA PIC X VALUE "N".
           01 WS-EOF-HISTORIA PIC X VALUE "N".
           01 WS-HAY-EMPLEADOS PIC X VALUE "N".
           01 WS-HAY-MOTIVOS PIC X VALUE "N".

           01 WS-PERIODO PIC X(6) VALUE SPACES.
           01 WS-PERIODO-NUM REDEFINES WS-PERIODO.
               05 WS-PER-ANIO PIC 9(4).
               05 WS-PER-MES PIC 99.
           01 WS-MES-PERIODO PIC 9(6) VALUE ZEROS.
           01 WS-MES-RENGLON PIC 9(6) VALUE ZEROS.
           01 WS-DIFERENCIA-MESES PIC S9(6) VALUE ZEROS.
           01 WS-FECHA-RENGLON PIC X(8) VALUE SPACES.
           01 WS-FECHA-RENGLON-NUM REDEFINES WS-FECHA-RENGLON.
               05 WS-FR-ANIO PIC 9(4).
               05 WS-FR-MES PIC 99.
               05 WS-FR-DIA PIC 99.
           01 WS-DEPTO-RENGLON PIC X(10) VALUE SPACES.
           01 WS-ES-SEPARACION PIC X VALUE "N".
           01 WS-TIPO-MOTIVO PIC X VALUE SPACES.
           01 WS-DIAS-ANTIGUEDAD PIC S9(7) VALUE ZEROS.
           01 WS-ETIQUETA-MES PIC 9(6) VALUE ZEROS.
           01 WS-ETIQUETA-ANIO PIC 9(4) VALUE ZEROS.
           01 WS-ETIQUETA-RESTO PIC 99 VALUE ZEROS.

      *>   Acumulado por departamento y mes. El mes 24 es el del
      *>   periodo; el 13 al 24 son los ultimos 12. La plantilla del
      *>   mes es WS-DM-SUMA-HC / WS-DM-FOTOS.
           01 WS-MAX-DEPTOS PIC 9(3) VALUE 200.
           01 WS-CANT-DEPTOS PIC 9(3) VALUE ZEROS.
           01 WS-IDX PIC 9(3) VALUE ZEROS.
           01 WS-MES PIC 99 VALUE ZEROS.
           01 WS-MES-2 PIC 99 VALUE ZEROS.
           01 WS-TABLA-DEPTOS.
               05 WS-DEP OCCURS 200 TIMES.
                   10 WS-DEP-CODIGO PIC X(10).
                   10 WS-DEP-MES OCCURS 24 TIMES.
                       15 WS-DM-SUMA-HC PIC 9(9).
                       15 WS-DM-FOTOS PIC 9(3).
                       15 WS-DM-BAJAS PIC 9(5).
                       15 WS-DM-VOLUNTARIAS PIC 9(5).
                       15 WS-DM-INVOLUNTARIAS PIC 9(5).
                       15 WS-DM-SIN-MOTIVO PIC 9(5).
                       15 WS-DM-TEMPRANAS PIC 9(5).

      *>   Totales de la empresa por mes, armados desde la tabla.
           01 WS-TABLA-EMPRESA.
               05 WS-EMP-MES OCCURS 24 TIMES.
                   10 WS-EM-PLANTILLA PIC 9(7)V99.
                   10 WS-EM-BAJAS PIC 9(6).
                   10 WS-EM-VOLUNTARIAS PIC 9(6).
                   10 WS-EM-INVOLUNTARIAS PIC 9(6).
                   10 WS-EM-SIN-MOTIVO PIC 9(6).
                   10 WS-EM-TEMPRANAS PIC 9(6).

           01 WS-PLANTILLA-MES PIC 9(7)V99 VALUE ZEROS.
           01 WS-PLANTILLA-12 PIC 9(9)V99 VALUE ZEROS.
           01 WS-MESES-CON-FOTO PIC 99 VALUE ZEROS.
           01 WS-BAJAS-MES PIC 9(6) VALUE ZEROS.
           01 WS-BAJAS-12 PIC 9(7) VALUE ZEROS.
           01 WS-TASA PIC 9(5)V99 VALUE ZEROS.
           01 WS-TASA-12 PIC 9(5)V99 VALUE ZEROS.
           01 WS-TOTAL-SEPARACIONES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-DESCARTADOS PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "ATTRRPT - ROTACION DE PERSONAL".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.

           01 LIN-PERIODO.
               05 FILLER PIC X(9) VALUE "PERIODO: ".
               05 LP-PERIODO PIC X(6).

           01 LIN-SECCION PIC X(70) VALUE SPACES.

           01 LIN-COLUMNAS-DEPTO.
               05 FILLER PIC X(48) VALUE
                   "DEPTO      PLANTILLA BAJAS  VOL  INV S/MOT TEMPR".
               05 FILLER PIC X(20) VALUE "  TASA MES  TASA 12M".

           01 LIN-DEPTO.
               05 LD-DEPTO PIC X(10).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-PLANTILLA PIC ZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-BAJAS PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-VOLUNTARIAS PIC ZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-INVOLUNTARIAS PIC ZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-SIN-MOTIVO PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-TEMPRANAS PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-TASA PIC ZZZZ9.99.
               05 FILLER PIC X(2) VALUE "% ".
               05 LD-TASA-12 PIC ZZZZ9.99.
               05 FILLER PIC X(1) VALUE "%".

           01 LIN-COLUMNAS-TENDENCIA.
               05 FILLER PIC X(47) VALUE
                   "MES       PLANTILLA BAJAS  VOL  INV S/MOT TEMPR".
               05 FILLER PIC X(20) VALUE "  TASA MES  TASA 12M".

           01 LIN-TENDENCIA.
               05 LTE-MES PIC 9(6).
               05 FILLER PIC X(3) VALUE SPACES.
               05 LTE-PLANTILLA PIC ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LTE-BAJAS PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LTE-VOLUNTARIAS PIC ZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LTE-INVOLUNTARIAS PIC ZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LTE-SIN-MOTIVO PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LTE-TEMPRANAS PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LTE-TASA PIC ZZZZ9.99.
               05 FILLER PIC X(2) VALUE "% ".
               05 LTE-TASA-12 PIC ZZZZ9.99.
               05 FILLER PIC X(1) VALUE "%".

      *>   Bitacora de corrida (ver RUNLOGW).
           01 WS-RL-PROGRAMA PIC X(8) VALUE "ATTRRPT".
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
           ACCEPT WS-PERIODO FROM ENVIRONMENT "ATTRRPT-PERIODO"
           IF WS-PERIODO = SPACES
               MOVE WS-FECHA-PROCESO-NEG (1:6) TO WS-PERIODO
           END-IF
           IF WS-PERIODO NOT NUMERIC
               OR WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "ATTRRPT-PERIODO invalido: " WS-PERIODO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-MES-PERIODO = WS-PER-ANIO * 12 + WS-PER-MES
           INITIALIZE WS-TABLA-DEPTOS
           INITIALIZE WS-TABLA-EMPRESA
           PERFORM LeePerfilEmpresa
           PERFORM AcumulaPlantilla
           PERFORM AcumulaSeparaciones
           PERFORM SumaEmpresa
           OPEN OUTPUT archivo-reporte
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           MOVE WS-PERIODO TO LP-PERIODO
           WRITE LINEA-REPORTE FROM LIN-PERIODO
           PERFORM ImprimeDepartamentos
           PERFORM ImprimeTendencia
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Rotacion del periodo " WS-PERIODO ": "
               WS-EM-BAJAS (24) " separaciones en el mes, "
               WS-TOTAL-SEPARACIONES " en 24 meses"
           IF WS-TOTAL-DESCARTADOS > 0
               DISPLAY "Separaciones sin lugar en la tabla de "
                   "departamentos: " WS-TOTAL-DESCARTADOS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE WS-TOTAL-SEPARACIONES TO WS-RL-ESCRITOS
           MOVE WS-TOTAL-DESCARTADOS TO WS-RL-RECHAZADOS
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

      *>   Suma las fotos de headcount de los 24 meses por
      *>   departamento y mes.
       AcumulaPlantilla.
           OPEN INPUT archivo-historia
           IF WS-FS-HISTORIA NOT = "00"
               CLOSE archivo-historia
               DISPLAY "Sin historia de headcount: plantilla en cero"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-HISTORIA = "S"
               READ archivo-historia
                   AT END
                       MOVE "S" TO WS-EOF-HISTORIA
                   NOT AT END
                       MOVE HH-FECHA TO WS-FECHA-RENGLON
                       MOVE HH-DEPTO TO WS-DEPTO-RENGLON
                       PERFORM UbicaMes
                       IF WS-MES > 0
                           PERFORM UbicaDepartamento
                           IF WS-IDX > 0
                               ADD HH-CANTIDAD
                                   TO WS-DM-SUMA-HC (WS-IDX, WS-MES)
                               ADD 1 TO WS-DM-FOTOS (WS-IDX, WS-MES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-historia.

      *>   Recorre la bitacora de auditoria y cuenta cada separacion
      *>   de los 24 meses en su departamento y mes.
       AcumulaSeparaciones.
           OPEN INPUT archivo-empleados
           IF WS-FS-EMPLEADOS = "00"
               MOVE "S" TO WS-HAY-EMPLEADOS
           ELSE
               CLOSE archivo-empleados
           END-IF
           OPEN INPUT archivo-motivos
           IF WS-FS-MOTIVOS = "00"
               MOVE "S" TO WS-HAY-MOTIVOS
           ELSE
               CLOSE archivo-motivos
           END-IF
           OPEN INPUT archivo-auditoria
           IF WS-FS-AUDITORIA NOT = "00"
               CLOSE archivo-auditoria
               DISPLAY "Sin bitacora de auditoria que analizar"
           ELSE
               PERFORM UNTIL WS-EOF-AUDITORIA = "S"
                   READ archivo-auditoria
                       AT END
                           MOVE "S" TO WS-EOF-AUDITORIA
                       NOT AT END
                           ADD 1 TO WS-RL-LEIDOS
                           PERFORM EvaluaAsiento
                   END-READ
               END-PERFORM
               CLOSE archivo-auditoria
           END-IF
           IF WS-HAY-EMPLEADOS = "S"
               CLOSE archivo-empleados
           END-IF
           IF WS-HAY-MOTIVOS = "S"
               CLOSE archivo-motivos
           END-IF.

       EvaluaAsiento.
           MOVE "N" TO WS-ES-SEPARACION
           IF AUD-TIPO-TRANS = "D"
               MOVE "S" TO WS-ES-SEPARACION
           END-IF
           IF AUD-TIPO-TRANS = "S" AND AUD-ESTADO-DESPUES = "T"
               AND AUD-ESTADO-ANTES NOT = "T"
               MOVE "S" TO WS-ES-SEPARACION
           END-IF
           IF WS-ES-SEPARACION = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE AUD-FECHA-HORA (1:8) TO WS-FECHA-RENGLON
           MOVE AUD-DEPTO-ANTES TO WS-DEPTO-RENGLON
           PERFORM UbicaMes
           IF WS-MES = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM UbicaDepartamento
           IF WS-IDX = 0
               ADD 1 TO WS-TOTAL-DESCARTADOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-SEPARACIONES
           ADD 1 TO WS-DM-BAJAS (WS-IDX, WS-MES)
           PERFORM ClasificaMotivo
           EVALUATE WS-TIPO-MOTIVO
               WHEN "V"
                   ADD 1 TO WS-DM-VOLUNTARIAS (WS-IDX, WS-MES)
               WHEN "I"
                   ADD 1 TO WS-DM-INVOLUNTARIAS (WS-IDX, WS-MES)
               WHEN OTHER
                   ADD 1 TO WS-DM-SIN-MOTIVO (WS-IDX, WS-MES)
           END-EVALUATE
           PERFORM CalculaAntiguedad
           IF WS-DIAS-ANTIGUEDAD >= 0 AND WS-DIAS-ANTIGUEDAD < 365
               ADD 1 TO WS-DM-TEMPRANAS (WS-IDX, WS-MES)
           END-IF.

      *>   Tipo V/I del motivo del asiento; en blanco si no hay
      *>   catalogo, si el asiento no trae motivo o si el codigo no
      *>   esta en el catalogo.
       ClasificaMotivo.
           MOVE SPACES TO WS-TIPO-MOTIVO
           IF WS-HAY-MOTIVOS = "N" OR AUD-MOTIVO-BAJA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE AUD-MOTIVO-BAJA TO MB-CODIGO
           READ archivo-motivos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MB-TIPO TO WS-TIPO-MOTIVO
           END-READ.

      *>   Dias entre EMP-FECHA-INGRESO y la fecha del asiento; -1
      *>   si el empleado ya no esta en el maestro o su fecha de
      *>   ingreso no es una fecha valida (no cuenta como temprana).
       CalculaAntiguedad.
           MOVE -1 TO WS-DIAS-ANTIGUEDAD
           IF WS-HAY-EMPLEADOS = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE AUD-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EMP-FECHA-INGRESO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(EMP-FECHA-INGRESO)) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS-ANTIGUEDAD =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FECHA-RENGLON))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(EMP-FECHA-INGRESO)).

      *>   Mes (1 a 24) de WS-FECHA-RENGLON respecto al periodo; 0
      *>   si la fecha no es valida o cae fuera de los 24 meses.
       UbicaMes.
           MOVE 0 TO WS-MES
           IF WS-FECHA-RENGLON NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-FR-MES < 1 OR WS-FR-MES > 12
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MES-RENGLON = WS-FR-ANIO * 12 + WS-FR-MES
           COMPUTE WS-DIFERENCIA-MESES =
               WS-MES-PERIODO - WS-MES-RENGLON
           IF WS-DIFERENCIA-MESES >= 0 AND WS-DIFERENCIA-MESES < 24
               COMPUTE WS-MES = 24 - WS-DIFERENCIA-MESES
           END-IF.

      *>   Renglon de WS-DEPTO-RENGLON en la tabla, dandolo de alta
      *>   si no estaba; 0 si la tabla ya esta llena.
       UbicaDepartamento.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-DEPTOS
               IF WS-DEP-CODIGO (WS-IDX) = WS-DEPTO-RENGLON
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CANT-DEPTOS < WS-MAX-DEPTOS
               ADD 1 TO WS-CANT-DEPTOS
               MOVE WS-CANT-DEPTOS TO WS-IDX
               MOVE WS-DEPTO-RENGLON TO WS-DEP-CODIGO (WS-IDX)
           ELSE
               MOVE 0 TO WS-IDX
           END-IF.

      *>   La plantilla de la empresa en un mes es la suma de las
      *>   plantillas promedio de sus departamentos.
       SumaEmpresa.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-DEPTOS
               PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 24
                   IF WS-DM-FOTOS (WS-IDX, WS-MES) > 0
                       COMPUTE WS-EM-PLANTILLA (WS-MES) ROUNDED =
                           WS-EM-PLANTILLA (WS-MES)
                           + WS-DM-SUMA-HC (WS-IDX, WS-MES)
                           / WS-DM-FOTOS (WS-IDX, WS-MES)
                   END-IF
                   ADD WS-DM-BAJAS (WS-IDX, WS-MES)
                       TO WS-EM-BAJAS (WS-MES)
                   ADD WS-DM-VOLUNTARIAS (WS-IDX, WS-MES)
                       TO WS-EM-VOLUNTARIAS (WS-MES)
                   ADD WS-DM-INVOLUNTARIAS (WS-IDX, WS-MES)
                       TO WS-EM-INVOLUNTARIAS (WS-MES)
                   ADD WS-DM-SIN-MOTIVO (WS-IDX, WS-MES)
                       TO WS-EM-SIN-MOTIVO (WS-MES)
                   ADD WS-DM-TEMPRANAS (WS-IDX, WS-MES)
                       TO WS-EM-TEMPRANAS (WS-MES)
               END-PERFORM
           END-PERFORM.

       ImprimeDepartamentos.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "ROTACION DEL MES POR DEPARTAMENTO" TO LIN-SECCION
           WRITE LINEA-REPORTE FROM LIN-SECCION
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS-DEPTO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-DEPTOS
               PERFORM ImprimeUnDepartamento
           END-PERFORM.

      *>   Un departamento: el mes del periodo (24) y su tasa movil
      *>   de 12 meses (13 a 24), con la plantilla de los 12 meses
      *>   promediada sobre los meses que tienen foto.
       ImprimeUnDepartamento.
           MOVE ZEROS TO WS-PLANTILLA-MES
           IF WS-DM-FOTOS (WS-IDX, 24) > 0
               COMPUTE WS-PLANTILLA-MES ROUNDED =
                   WS-DM-SUMA-HC (WS-IDX, 24) / WS-DM-FOTOS (WS-IDX, 24)
           END-IF
           MOVE ZEROS TO WS-PLANTILLA-12 WS-MESES-CON-FOTO WS-BAJAS-12
           PERFORM VARYING WS-MES FROM 13 BY 1 UNTIL WS-MES > 24
               IF WS-DM-FOTOS (WS-IDX, WS-MES) > 0
                   COMPUTE WS-PLANTILLA-12 ROUNDED = WS-PLANTILLA-12
                       + WS-DM-SUMA-HC (WS-IDX, WS-MES)
                       / WS-DM-FOTOS (WS-IDX, WS-MES)
                   ADD 1 TO WS-MESES-CON-FOTO
               END-IF
               ADD WS-DM-BAJAS (WS-IDX, WS-MES) TO WS-BAJAS-12
           END-PERFORM
           IF WS-MESES-CON-FOTO > 0
               COMPUTE WS-PLANTILLA-12 ROUNDED =
                   WS-PLANTILLA-12 / WS-MESES-CON-FOTO
           END-IF
           MOVE WS-DM-BAJAS (WS-IDX, 24) TO WS-BAJAS-MES
           PERFORM CalculaTasas
           MOVE WS-DEP-CODIGO (WS-IDX) TO LD-DEPTO
           MOVE WS-PLANTILLA-MES TO LD-PLANTILLA
           MOVE WS-DM-BAJAS (WS-IDX, 24) TO LD-BAJAS
           MOVE WS-DM-VOLUNTARIAS (WS-IDX, 24) TO LD-VOLUNTARIAS
           MOVE WS-DM-INVOLUNTARIAS (WS-IDX, 24) TO LD-INVOLUNTARIAS
           MOVE WS-DM-SIN-MOTIVO (WS-IDX, 24) TO LD-SIN-MOTIVO
           MOVE WS-DM-TEMPRANAS (WS-IDX, 24) TO LD-TEMPRANAS
           MOVE WS-TASA TO LD-TASA
           MOVE WS-TASA-12 TO LD-TASA-12
           WRITE LINEA-REPORTE FROM LIN-DEPTO.

      *>   Tasa del mes y tasa movil de 12 meses a partir de
      *>   WS-BAJAS-MES/WS-PLANTILLA-MES y WS-BAJAS-12/WS-PLANTILLA-12;
      *>   sin plantilla la tasa queda en cero.
       CalculaTasas.
           MOVE ZEROS TO WS-TASA WS-TASA-12
           IF WS-PLANTILLA-MES > 0
               COMPUTE WS-TASA ROUNDED =
                   WS-BAJAS-MES * 100 / WS-PLANTILLA-MES
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-TASA
               END-COMPUTE
           END-IF
           IF WS-PLANTILLA-12 > 0
               COMPUTE WS-TASA-12 ROUNDED =
                   WS-BAJAS-12 * 100 / WS-PLANTILLA-12
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-TASA-12
               END-COMPUTE
           END-IF.

      *>   Tendencia de la empresa: un renglon por cada uno de los
      *>   ultimos 12 meses (13 a 24), cada uno con su tasa movil
      *>   sobre los 12 meses que terminan en el.
       ImprimeTendencia.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "TENDENCIA DE LA EMPRESA, ULTIMOS 12 MESES"
               TO LIN-SECCION
           WRITE LINEA-REPORTE FROM LIN-SECCION
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS-TENDENCIA
           PERFORM VARYING WS-MES FROM 13 BY 1 UNTIL WS-MES > 24
               PERFORM ImprimeUnMes
           END-PERFORM.

       ImprimeUnMes.
           MOVE WS-EM-PLANTILLA (WS-MES) TO WS-PLANTILLA-MES
           MOVE WS-EM-BAJAS (WS-MES) TO WS-BAJAS-MES
           MOVE ZEROS TO WS-PLANTILLA-12 WS-MESES-CON-FOTO WS-BAJAS-12
           COMPUTE WS-MES-2 = WS-MES - 11
           PERFORM UNTIL WS-MES-2 > WS-MES
               IF WS-EM-PLANTILLA (WS-MES-2) > 0
                   ADD WS-EM-PLANTILLA (WS-MES-2) TO WS-PLANTILLA-12
                   ADD 1 TO WS-MESES-CON-FOTO
               END-IF
               ADD WS-EM-BAJAS (WS-MES-2) TO WS-BAJAS-12
               ADD 1 TO WS-MES-2
           END-PERFORM
           IF WS-MESES-CON-FOTO > 0
               COMPUTE WS-PLANTILLA-12 ROUNDED =
                   WS-PLANTILLA-12 / WS-MESES-CON-FOTO
           END-IF
           PERFORM CalculaTasas
      *>   AAAAMM del mes: WS-MES 24 es el periodo, 23 el anterior...
           COMPUTE WS-ETIQUETA-MES = WS-MES-PERIODO - 1 - (24 - WS-MES)
           DIVIDE WS-ETIQUETA-MES BY 12 GIVING WS-ETIQUETA-ANIO
               REMAINDER WS-ETIQUETA-RESTO
           COMPUTE LTE-MES =
               WS-ETIQUETA-ANIO * 100 + WS-ETIQUETA-RESTO + 1
           MOVE WS-PLANTILLA-MES TO LTE-PLANTILLA
           MOVE WS-EM-BAJAS (WS-MES) TO LTE-BAJAS
           MOVE WS-EM-VOLUNTARIAS (WS-MES) TO LTE-VOLUNTARIAS
           MOVE WS-EM-INVOLUNTARIAS (WS-MES) TO LTE-INVOLUNTARIAS
           MOVE WS-EM-SIN-MOTIVO (WS-MES) TO LTE-SIN-MOTIVO
           MOVE WS-EM-TEMPRANAS (WS-MES) TO LTE-TEMPRANAS
           MOVE WS-TASA TO LTE-TASA
           MOVE WS-TASA-12 TO LTE-TASA-12
           WRITE LINEA-REPORTE FROM LIN-TENDENCIA.

       END PROGRAM ATTRRPT.
