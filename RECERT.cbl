       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT.
      *>   Recertificacion trimestral de accesos de operador, en la
      *>   corrida nocturna. Al cierre de marzo, junio, septiembre y
      *>   diciembre (marca de fin de mes de calhoy.dat) emite la
      *>   campana: por cada operador activo de OPERPROF.cpy deja en
      *>   la cola RECQUE.cpy un renglon por privilegio para su jefe
      *>   inmediato (EMPSUPV.cpy, saltando jefes terminados como
      *>   LEAVENIT) y arma el listado por jefe con la ultima sesion
      *>   exitosa de SIGNLOG.cpy, la marca de ID inactivo (mas dias
      *>   sin sesion que RECCTL.cpy) y los conflictos de funciones
      *>   de las reglas SODRULE.cpy. Los jefes confirman o revocan
      *>   en RECWRK. Cada noche, una campana vencida con renglones
      *>   sin decision suspende el perfil (OP-ACTIVO en N) con
      *>   asiento en la bitacora OPERAUD.cpy; hasta ahora los
      *>   privilegios se daban y nadie los volvia a revisar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-veredicto
               ASSIGN TO "calhoy.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VEREDICTO.

               SELECT OPTIONAL archivo-perfiles
               ASSIGN TO "operprof.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-FS-PERFILES.

               SELECT archivo-cola
               ASSIGN TO "recque.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCQ-CLAVE
               FILE STATUS IS WS-FS-COLA.

               SELECT OPTIONAL archivo-bitacora
               ASSIGN TO "signlog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BITACORA.

               SELECT OPTIONAL archivo-reglas
               ASSIGN TO "sodrule.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REGLAS.

               SELECT OPTIONAL archivo-control
               ASSIGN TO "recctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT OPTIONAL archivo-lineas
               ASSIGN TO "empsupv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-ID
               FILE STATUS IS WS-FS-LINEAS.

               SELECT OPTIONAL archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT OPTIONAL archivo-auditoria
               ASSIGN TO "operaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

               SELECT archivo-reporte
               ASSIGN TO "recert.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-veredicto.
           01 VEREDICTO-RECORD.
               05 VRD-FECHA              PIC X(8).
               05 VRD-TIPO               PIC X(1).
               05 VRD-FIN-DE-MES         PIC X(1).

       FD  archivo-perfiles.
           COPY OPERPROF.

       FD  archivo-cola.
           COPY RECQUE.

       FD  archivo-bitacora.
           COPY SIGNLOG.

       FD  archivo-reglas.
           COPY SODRULE.

       FD  archivo-control.
           COPY RECCTL.

       FD  archivo-lineas.
           COPY EMPSUPV.

       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-auditoria.
           COPY OPERAUD.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-FS-VEREDICTO PIC XX VALUE "00".
           01 WS-FS-PERFILES PIC XX VALUE "00".
           01 WS-FS-COLA PIC XX VALUE "00".
           01 WS-FS-BITACORA PIC XX VALUE "00".
           01 WS-FS-REGLAS PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-LINEAS PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-AUDITORIA PIC XX VALUE "00".
           01 WS-EOF-PERFILES PIC X VALUE "N".
           01 WS-EOF-COLA PIC X VALUE "N".
           01 WS-EOF-BITACORA PIC X VALUE "N".
           01 WS-EOF-REGLAS PIC X VALUE "N".
           01 WS-ES-FIN-DE-MES PIC X VALUE "N".
           01 WS-HAY-LINEAS PIC X VALUE "N".
           01 WS-HAY-EMPLEADOS PIC X VALUE "N".
           01 WS-CAMPANIA-EMITIDA PIC X VALUE "N".

      *>   Parametros de RECCTL.cpy; sin archivo, 90 dias sin sesion
      *>   marcan inactivo y los jefes tienen 30 dias para decidir.
           01 WS-DIAS-INACTIVO PIC 9(3) VALUE 90.
           01 WS-DIAS-PLAZO PIC 9(3) VALUE 30.

           01 WS-FECHA-PROCESO.
               05 WS-FP-ANIO PIC 9(4).
               05 WS-FP-MES PIC 99.
               05 WS-FP-DIA PIC 99.
           01 WS-CAMPANIA PIC X(6) VALUE SPACES.
           01 WS-FECHA-LIMITE PIC 9(8) VALUE ZEROS.
           01 WS-HOY-ENTERO PIC 9(8) VALUE ZEROS.
           01 WS-DIAS-SIN-SESION PIC S9(8) VALUE ZEROS.

      *>   Privilegios del perfil en lectura, en el orden de los
      *>   codigos de RECQUE.cpy.
           01 WS-CODIGOS-VALORES PIC X(14) VALUE "ALRECOMABAOVPR".
           01 WS-CODIGOS REDEFINES WS-CODIGOS-VALORES.
               05 WS-CODIGO OCCURS 7 TIMES PIC X(2).
           01 WS-PRIVILEGIOS.
               05 WS-PRV-TIENE OCCURS 7 TIMES PIC X(1).
               05 WS-PRV-CONFLICTO OCCURS 7 TIMES PIC X(1).
           01 WS-PRV-IDX PIC 9 VALUE ZEROS.
           01 WS-PRV-IDX-2 PIC 9 VALUE ZEROS.
           01 WS-BUSCA-CODIGO PIC X(2) VALUE SPACES.
           01 WS-PRV-ENCONTRADO PIC 9 VALUE ZEROS.

      *>   Ultima sesion exitosa por operador.
           01 WS-MAX-SESIONES PIC 9(4) VALUE 1000.
           01 WS-CANT-SESIONES PIC 9(4) VALUE ZEROS.
           01 WS-SES-IDX PIC 9(4) VALUE ZEROS.
           01 WS-SES-ENCONTRADA PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-SESIONES.
               05 WS-SES OCCURS 1000 TIMES
                   DEPENDING ON WS-CANT-SESIONES.
                   10 WS-SES-OPERADOR PIC X(8).
                   10 WS-SES-FECHA PIC X(8).

           01 WS-MAX-REGLAS PIC 9(3) VALUE 100.
           01 WS-CANT-REGLAS PIC 9(3) VALUE ZEROS.
           01 WS-REG-IDX PIC 9(3) VALUE ZEROS.
           01 WS-TABLA-REGLAS.
               05 WS-REG OCCURS 100 TIMES
                   DEPENDING ON WS-CANT-REGLAS.
                   10 WS-REG-PRIV-1 PIC X(2).
                   10 WS-REG-PRIV-2 PIC X(2).
                   10 WS-REG-DESCRIPCION PIC X(30).

      *>   Operadores de la campana para el listado por jefe.
           01 WS-MAX-LISTADO PIC 9(4) VALUE 1000.
           01 WS-CANT-LISTADO PIC 9(4) VALUE ZEROS.
           01 WS-LIS-IDX PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-LISTADO.
               05 WS-LIS OCCURS 1000 TIMES
                   DEPENDING ON WS-CANT-LISTADO.
                   10 WS-LIS-OPERADOR PIC X(8).
                   10 WS-LIS-NOMBRE PIC X(30).
                   10 WS-LIS-JEFE PIC 9(6).
                   10 WS-LIS-ULT-SESION PIC X(8).
                   10 WS-LIS-INACTIVO PIC X(1).
                   10 WS-LIS-PRIVILEGIOS PIC X(21).
                   10 WS-LIS-CONFLICTO PIC X(30).
                   10 WS-LIS-IMPRESO PIC X(1).
           01 WS-JEFE-EN-TURNO PIC 9(6) VALUE ZEROS.
           01 WS-QUEDAN-POR-IMPRIMIR PIC X VALUE "N".
           01 WS-POS-PRIV PIC 99 VALUE ZEROS.

      *>   Jefe inmediato activo, misma subida que LEAVENIT.
           01 WS-BUSCA-ID PIC 9(6) VALUE ZEROS.
           01 WS-JEFE-ACTIVO PIC 9(6) VALUE ZEROS.
           01 WS-NIVEL PIC 9(3) VALUE ZEROS.
           01 WS-MAX-NIVELES PIC 9(3) VALUE 99.
           01 WS-FIN-CADENA PIC X VALUE "N".

           01 WS-ULT-SESION PIC X(8) VALUE SPACES.
           01 WS-INACTIVO PIC X VALUE "N".
           01 WS-CONFLICTO PIC X(30) VALUE SPACES.
           01 WS-ULTIMO-SUSPENDIDO PIC X(8) VALUE SPACES.

           01 WS-TOTAL-OPERADORES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RENGLONES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-INACTIVOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CONFLICTOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SUSPENDIDOS PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

           01 LIN-TITULO.
               05 FILLER PIC X(36) VALUE
                   "RECERTIFICACION DE ACCESOS - CAMPANA".
               05 FILLER PIC X(1) VALUE SPACES.
               05 LT-CAMPANIA PIC X(6).
               05 FILLER PIC X(18) VALUE "  FECHA LIMITE:   ".
               05 LT-LIMITE PIC X(8).

           01 LIN-JEFE.
               05 FILLER PIC X(6) VALUE "JEFE: ".
               05 LJ-JEFE-ID PIC X(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LJ-NOMBRE PIC X(16).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LJ-APELLIDO PIC X(32).

           01 LIN-COLUMNAS.
               05 FILLER PIC X(40) VALUE
                   "  OPERADOR NOMBRE                       ".
               05 FILLER PIC X(42) VALUE
                   "  ULT-SES  INAC PRIVILEGIOS             ".
               05 FILLER PIC X(20) VALUE "CONFLICTO".

           01 LIN-OPERADOR.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LO-OPERADOR PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LO-NOMBRE PIC X(30).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LO-ULT-SESION PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LO-INACTIVO PIC X(4).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LO-PRIVILEGIOS PIC X(21).
               05 FILLER PIC X(4) VALUE SPACES.
               05 LO-CONFLICTO PIC X(30).

           01 LIN-SUSPENDIDO.
               05 FILLER PIC X(33) VALUE
                   "** PERFIL SUSPENDIDO SIN DECISION".
               05 FILLER PIC X(1) VALUE SPACES.
               05 LS-OPERADOR PIC X(8).
               05 FILLER PIC X(12) VALUE "  CAMPANA:  ".
               05 LS-CAMPANIA PIC X(6).

           01 LIN-RESUMEN.
               05 FILLER PIC X(12) VALUE "OPERADORES: ".
               05 LR-OPERADORES PIC ZZZ,ZZ9.
               05 FILLER PIC X(14) VALUE "  PRIVILEGIOS:".
               05 LR-RENGLONES PIC ZZZ,ZZ9.
               05 FILLER PIC X(13) VALUE "  INACTIVOS: ".
               05 LR-INACTIVOS PIC ZZZ,ZZ9.
               05 FILLER PIC X(14) VALUE "  CONFLICTOS: ".
               05 LR-CONFLICTOS PIC ZZZ,ZZ9.

      *>   Bitacora de corrida (ver RUNLOGW).
           01 WS-RL-PROGRAMA PIC X(8) VALUE "RECERT".
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
           MOVE WS-FECHA-PROCESO-NEG TO WS-FECHA-PROCESO
           MOVE WS-FECHA-PROCESO-NEG (1:6) TO WS-CAMPANIA
           COMPUTE WS-HOY-ENTERO = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG))
           PERFORM ChecaFinDeMes
           PERFORM LeeControl
           OPEN I-O archivo-perfiles
           IF WS-FS-PERFILES NOT = "00"
               CLOSE archivo-perfiles
               DISPLAY "RECERT: sin perfiles de operador, nada que "
                   "recertificar"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O archivo-cola
           IF WS-FS-COLA = "35"
               OPEN OUTPUT archivo-cola
               CLOSE archivo-cola
               OPEN I-O archivo-cola
           END-IF
           OPEN OUTPUT archivo-reporte
           IF WS-ES-FIN-DE-MES = "S"
               AND (WS-FP-MES = 3 OR WS-FP-MES = 6 OR WS-FP-MES = 9
                   OR WS-FP-MES = 12)
               PERFORM EmiteCampania
           END-IF
           PERFORM VenceCampania
           CLOSE archivo-reporte
           CLOSE archivo-cola
           CLOSE archivo-perfiles
           DISPLAY "RECERT: emitida " WS-CAMPANIA-EMITIDA
               " operadores " WS-TOTAL-OPERADORES
               " privilegios " WS-TOTAL-RENGLONES
               " suspendidos " WS-TOTAL-SUSPENDIDOS
           MOVE WS-TOTAL-OPERADORES TO WS-RL-LEIDOS
           MOVE WS-TOTAL-RENGLONES TO WS-RL-ESCRITOS
           MOVE WS-TOTAL-SUSPENDIDOS TO WS-RL-RECHAZADOS
           IF WS-TOTAL-SUSPENDIDOS > 0 OR WS-TOTAL-INACTIVOS > 0
               OR WS-TOTAL-CONFLICTOS > 0
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

      *>   La marca de fin de mes viene del veredicto que CALCHECK
      *>   deja en calhoy.dat.
       ChecaFinDeMes.
           OPEN INPUT archivo-veredicto
           IF WS-FS-VEREDICTO = "00"
               READ archivo-veredicto
                   NOT AT END
                       IF VRD-FIN-DE-MES = "S"
                           MOVE "S" TO WS-ES-FIN-DE-MES
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-veredicto.

       LeeControl.
           OPEN INPUT archivo-control
           IF WS-FS-CONTROL = "00"
               READ archivo-control
                   NOT AT END
                       IF RCC-DIAS-INACTIVO > 0
                           MOVE RCC-DIAS-INACTIVO TO WS-DIAS-INACTIVO
                       END-IF
                       IF RCC-DIAS-PLAZO > 0
                           MOVE RCC-DIAS-PLAZO TO WS-DIAS-PLAZO
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-control.

      *>   Una campana por trimestre: si la cola ya tiene renglones
      *>   de este periodo (relanzamiento de la noche) no se vuelve
      *>   a emitir, asi no se borran decisiones ya tomadas.
       EmiteCampania.
           MOVE "N" TO WS-EOF-COLA
           MOVE LOW-VALUES TO RCQ-CLAVE
           START archivo-cola KEY >= RCQ-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-COLA
           END-START
           PERFORM UNTIL WS-EOF-COLA = "S"
               READ archivo-cola NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-COLA
                   NOT AT END
                       IF RCQ-CAMPANIA = WS-CAMPANIA
                           DISPLAY "RECERT: la campana " WS-CAMPANIA
                               " ya fue emitida"
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM
           MOVE "S" TO WS-CAMPANIA-EMITIDA
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
               (WS-HOY-ENTERO + WS-DIAS-PLAZO)
           PERFORM CargaSesiones
           PERFORM CargaReglas
           OPEN INPUT archivo-lineas
           IF WS-FS-LINEAS = "00"
               MOVE "S" TO WS-HAY-LINEAS
           END-IF
           OPEN INPUT archivo-empleados
           IF WS-FS-EMPLEADOS = "00"
               MOVE "S" TO WS-HAY-EMPLEADOS
           END-IF
           MOVE "N" TO WS-EOF-PERFILES
           MOVE LOW-VALUES TO OP-ID
           START archivo-perfiles KEY >= OP-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-PERFILES
           END-START
           PERFORM UNTIL WS-EOF-PERFILES = "S"
               READ archivo-perfiles NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PERFILES
                   NOT AT END
                       IF OP-ACTIVO = "S"
                           PERFORM EmiteOperador
                       END-IF
               END-READ
           END-PERFORM
           PERFORM ImprimeListado
           CLOSE archivo-lineas
           CLOSE archivo-empleados.

       CargaSesiones.
           OPEN INPUT archivo-bitacora
           IF WS-FS-BITACORA NOT = "00"
               CLOSE archivo-bitacora
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-BITACORA = "S"
               READ archivo-bitacora
                   AT END
                       MOVE "S" TO WS-EOF-BITACORA
                   NOT AT END
                       IF SL-RESULTADO = "S"
                           PERFORM GuardaSesion
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-bitacora.

       GuardaSesion.
           MOVE SL-OPERADOR TO OP-ID
           PERFORM BuscaSesion
           IF WS-SES-ENCONTRADA = 0
               IF WS-CANT-SESIONES >= WS-MAX-SESIONES
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CANT-SESIONES
               MOVE WS-CANT-SESIONES TO WS-SES-ENCONTRADA
               MOVE SL-OPERADOR TO WS-SES-OPERADOR (WS-SES-ENCONTRADA)
               MOVE SPACES TO WS-SES-FECHA (WS-SES-ENCONTRADA)
           END-IF
           IF SL-FECHA-HORA (1:8) > WS-SES-FECHA (WS-SES-ENCONTRADA)
               MOVE SL-FECHA-HORA (1:8) TO
                   WS-SES-FECHA (WS-SES-ENCONTRADA)
           END-IF.

      *>   Busca el operador que esta en OP-ID.
       BuscaSesion.
           MOVE ZEROS TO WS-SES-ENCONTRADA
           PERFORM VARYING WS-SES-IDX FROM 1 BY 1
               UNTIL WS-SES-IDX > WS-CANT-SESIONES
               OR WS-SES-ENCONTRADA > 0
               IF WS-SES-OPERADOR (WS-SES-IDX) = OP-ID
                   MOVE WS-SES-IDX TO WS-SES-ENCONTRADA
               END-IF
           END-PERFORM.

       CargaReglas.
           OPEN INPUT archivo-reglas
           IF WS-FS-REGLAS NOT = "00"
               CLOSE archivo-reglas
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-REGLAS = "S"
               READ archivo-reglas
                   AT END
                       MOVE "S" TO WS-EOF-REGLAS
                   NOT AT END
                       IF WS-CANT-REGLAS < WS-MAX-REGLAS
                           ADD 1 TO WS-CANT-REGLAS
                           MOVE SOD-PRIV-1 TO
                               WS-REG-PRIV-1 (WS-CANT-REGLAS)
                           MOVE SOD-PRIV-2 TO
                               WS-REG-PRIV-2 (WS-CANT-REGLAS)
                           MOVE SOD-DESCRIPCION TO
                               WS-REG-DESCRIPCION (WS-CANT-REGLAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-reglas.

      *>   Un renglon de cola por privilegio que tiene el operador;
      *>   el de una campana anterior con la misma clave se
      *>   reemplaza.
       EmiteOperador.
           ADD 1 TO WS-TOTAL-OPERADORES
           PERFORM LeePrivilegios
           MOVE ZEROS TO WS-JEFE-ACTIVO
           IF OP-EMP-ID IS NUMERIC AND OP-EMP-ID > 0
               AND WS-HAY-LINEAS = "S"
               MOVE OP-EMP-ID TO WS-BUSCA-ID
               PERFORM BuscaJefeActivo
           END-IF
           PERFORM BuscaSesion
           MOVE SPACES TO WS-ULT-SESION
           MOVE "S" TO WS-INACTIVO
           IF WS-SES-ENCONTRADA > 0
               MOVE WS-SES-FECHA (WS-SES-ENCONTRADA) TO WS-ULT-SESION
               COMPUTE WS-DIAS-SIN-SESION = WS-HOY-ENTERO
                   - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-ULT-SESION))
               IF WS-DIAS-SIN-SESION <= WS-DIAS-INACTIVO
                   MOVE "N" TO WS-INACTIVO
               END-IF
           END-IF
           IF WS-INACTIVO = "S"
               ADD 1 TO WS-TOTAL-INACTIVOS
           END-IF
           PERFORM EvaluaConflictos
           IF WS-CONFLICTO NOT = SPACES
               ADD 1 TO WS-TOTAL-CONFLICTOS
           END-IF
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1 UNTIL WS-PRV-IDX > 7
               IF WS-PRV-TIENE (WS-PRV-IDX) = "S"
                   PERFORM GrabaRenglonCola
               END-IF
           END-PERFORM
           PERFORM GuardaEnListado.

       LeePrivilegios.
           MOVE OP-PERM-ALTAS TO WS-PRV-TIENE (1)
           MOVE OP-PERM-REPORTES TO WS-PRV-TIENE (2)
           MOVE OP-PERM-CONSULTA TO WS-PRV-TIENE (3)
           MOVE OP-PERM-MANTTO TO WS-PRV-TIENE (4)
           MOVE OP-PERM-BAJAS TO WS-PRV-TIENE (5)
           MOVE OP-PERM-OVERRIDE TO WS-PRV-TIENE (6)
           MOVE "N" TO WS-PRV-TIENE (7)
           IF OP-NIVEL-PRESTAMO IS NUMERIC AND OP-NIVEL-PRESTAMO > 0
               MOVE "S" TO WS-PRV-TIENE (7)
           END-IF
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1 UNTIL WS-PRV-IDX > 7
               MOVE "N" TO WS-PRV-CONFLICTO (WS-PRV-IDX)
           END-PERFORM.

      *>   Cada regla cuyos dos privilegios tiene el operador marca
      *>   ambos renglones; el listado muestra la primera.
       EvaluaConflictos.
           MOVE SPACES TO WS-CONFLICTO
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-CANT-REGLAS
               MOVE WS-REG-PRIV-1 (WS-REG-IDX) TO WS-BUSCA-CODIGO
               PERFORM BuscaCodigo
               MOVE WS-PRV-ENCONTRADO TO WS-PRV-IDX-2
               MOVE WS-REG-PRIV-2 (WS-REG-IDX) TO WS-BUSCA-CODIGO
               PERFORM BuscaCodigo
               IF WS-PRV-IDX-2 > 0 AND WS-PRV-ENCONTRADO > 0
                   IF WS-PRV-TIENE (WS-PRV-IDX-2) = "S"
                       AND WS-PRV-TIENE (WS-PRV-ENCONTRADO) = "S"
                       MOVE "S" TO WS-PRV-CONFLICTO (WS-PRV-IDX-2)
                       MOVE "S" TO WS-PRV-CONFLICTO (WS-PRV-ENCONTRADO)
                       IF WS-CONFLICTO = SPACES
                           MOVE WS-REG-DESCRIPCION (WS-REG-IDX)
                               TO WS-CONFLICTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       BuscaCodigo.
           MOVE ZEROS TO WS-PRV-ENCONTRADO
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1 UNTIL WS-PRV-IDX > 7
               IF WS-CODIGO (WS-PRV-IDX) = WS-BUSCA-CODIGO
                   MOVE WS-PRV-IDX TO WS-PRV-ENCONTRADO
               END-IF
           END-PERFORM.

       GrabaRenglonCola.
           MOVE OP-ID TO RCQ-OPERADOR
           MOVE WS-CODIGO (WS-PRV-IDX) TO RCQ-PRIVILEGIO
           MOVE WS-CAMPANIA TO RCQ-CAMPANIA
           MOVE WS-JEFE-ACTIVO TO RCQ-JEFE-ID
           MOVE WS-FECHA-LIMITE TO RCQ-FECHA-LIMITE
           MOVE WS-ULT-SESION TO RCQ-ULT-SESION
           MOVE WS-INACTIVO TO RCQ-INACTIVO
           MOVE WS-PRV-CONFLICTO (WS-PRV-IDX) TO RCQ-CONFLICTO
           MOVE "P" TO RCQ-ESTADO
           MOVE SPACES TO RCQ-OPER-DECISION
           MOVE SPACES TO RCQ-FECHA-DECISION
           WRITE RCQ-RECORD
               INVALID KEY
                   REWRITE RCQ-RECORD
           END-WRITE
           ADD 1 TO WS-TOTAL-RENGLONES.

       GuardaEnListado.
           IF WS-CANT-LISTADO >= WS-MAX-LISTADO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANT-LISTADO
           MOVE OP-ID TO WS-LIS-OPERADOR (WS-CANT-LISTADO)
           MOVE OP-NOMBRE TO WS-LIS-NOMBRE (WS-CANT-LISTADO)
           MOVE WS-JEFE-ACTIVO TO WS-LIS-JEFE (WS-CANT-LISTADO)
           MOVE WS-ULT-SESION TO WS-LIS-ULT-SESION (WS-CANT-LISTADO)
           MOVE WS-INACTIVO TO WS-LIS-INACTIVO (WS-CANT-LISTADO)
           MOVE WS-CONFLICTO TO WS-LIS-CONFLICTO (WS-CANT-LISTADO)
           MOVE "N" TO WS-LIS-IMPRESO (WS-CANT-LISTADO)
           MOVE SPACES TO WS-LIS-PRIVILEGIOS (WS-CANT-LISTADO)
           MOVE 1 TO WS-POS-PRIV
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1 UNTIL WS-PRV-IDX > 7
               IF WS-PRV-TIENE (WS-PRV-IDX) = "S"
                   MOVE WS-CODIGO (WS-PRV-IDX) TO
                       WS-LIS-PRIVILEGIOS (WS-CANT-LISTADO)
                           (WS-POS-PRIV:2)
                   ADD 3 TO WS-POS-PRIV
               END-IF
           END-PERFORM.

      *>   Sube desde el empleado WS-BUSCA-ID saltando jefes
      *>   terminados, igual que LEAVENIT; deja ceros si la linea se
      *>   acaba sin uno activo.
       BuscaJefeActivo.
           MOVE ZEROS TO WS-JEFE-ACTIVO
           MOVE ZEROS TO WS-NIVEL
           MOVE "N" TO WS-FIN-CADENA
           PERFORM UNTIL WS-FIN-CADENA = "S"
               ADD 1 TO WS-NIVEL
               MOVE WS-BUSCA-ID TO SUP-ID
               READ archivo-lineas
                   INVALID KEY
                       MOVE "S" TO WS-FIN-CADENA
               END-READ
               IF WS-FIN-CADENA NOT = "S"
                   MOVE SUP-JEFE-ID TO WS-BUSCA-ID
                   IF WS-HAY-EMPLEADOS NOT = "S"
                       MOVE SUP-JEFE-ID TO WS-JEFE-ACTIVO
                       MOVE "S" TO WS-FIN-CADENA
                   ELSE
                       MOVE SUP-JEFE-ID TO EMP-ID
                       READ archivo-empleados
                           INVALID KEY
                               MOVE "S" TO WS-FIN-CADENA
                           NOT INVALID KEY
                               IF EMP-ESTADO NOT = "T"
                                   MOVE EMP-ID TO WS-JEFE-ACTIVO
                                   MOVE "S" TO WS-FIN-CADENA
                               END-IF
                       END-READ
                   END-IF
               END-IF
               IF WS-NIVEL >= WS-MAX-NIVELES
                   MOVE "S" TO WS-FIN-CADENA
               END-IF
           END-PERFORM.

      *>   Un bloque por jefe, de menor a mayor EMP-ID; el bloque
      *>   del jefe 000000 (sin linea de reporte) lo recertifica
      *>   seguridad.
       ImprimeListado.
           MOVE WS-CAMPANIA TO LT-CAMPANIA
           MOVE WS-FECHA-LIMITE TO LT-LIMITE
           WRITE LINEA-REPORTE FROM LIN-TITULO
           MOVE "S" TO WS-QUEDAN-POR-IMPRIMIR
           PERFORM UNTIL WS-QUEDAN-POR-IMPRIMIR = "N"
               MOVE "N" TO WS-QUEDAN-POR-IMPRIMIR
               MOVE 999999 TO WS-JEFE-EN-TURNO
               PERFORM VARYING WS-LIS-IDX FROM 1 BY 1
                   UNTIL WS-LIS-IDX > WS-CANT-LISTADO
                   IF WS-LIS-IMPRESO (WS-LIS-IDX) = "N"
                       AND WS-LIS-JEFE (WS-LIS-IDX) <= WS-JEFE-EN-TURNO
                       MOVE WS-LIS-JEFE (WS-LIS-IDX)
                           TO WS-JEFE-EN-TURNO
                       MOVE "S" TO WS-QUEDAN-POR-IMPRIMIR
                   END-IF
               END-PERFORM
               IF WS-QUEDAN-POR-IMPRIMIR = "S"
                   PERFORM ImprimeBloqueJefe
               END-IF
           END-PERFORM
           WRITE LINEA-REPORTE FROM SPACES
           MOVE WS-TOTAL-OPERADORES TO LR-OPERADORES
           MOVE WS-TOTAL-RENGLONES TO LR-RENGLONES
           MOVE WS-TOTAL-INACTIVOS TO LR-INACTIVOS
           MOVE WS-TOTAL-CONFLICTOS TO LR-CONFLICTOS
           WRITE LINEA-REPORTE FROM LIN-RESUMEN
           WRITE LINEA-REPORTE FROM SPACES.

       ImprimeBloqueJefe.
           WRITE LINEA-REPORTE FROM SPACES
           MOVE WS-JEFE-EN-TURNO TO LJ-JEFE-ID
           MOVE SPACES TO LJ-NOMBRE LJ-APELLIDO
           IF WS-JEFE-EN-TURNO = 0
               MOVE "SIN LINEA DE REPORTE: SEGURIDAD" TO LJ-APELLIDO
           ELSE
               IF WS-HAY-EMPLEADOS = "S"
                   MOVE WS-JEFE-EN-TURNO TO EMP-ID
                   READ archivo-empleados
                       INVALID KEY
                           MOVE "*NO EN MAESTRO*" TO LJ-APELLIDO
                       NOT INVALID KEY
                           MOVE EMP-NOMBRE TO LJ-NOMBRE
                           MOVE EMP-APELLIDO TO LJ-APELLIDO
                   END-READ
               END-IF
           END-IF
           WRITE LINEA-REPORTE FROM LIN-JEFE
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS
           PERFORM VARYING WS-LIS-IDX FROM 1 BY 1
               UNTIL WS-LIS-IDX > WS-CANT-LISTADO
               IF WS-LIS-IMPRESO (WS-LIS-IDX) = "N"
                   AND WS-LIS-JEFE (WS-LIS-IDX) = WS-JEFE-EN-TURNO
                   PERFORM ImprimeOperador
                   MOVE "S" TO WS-LIS-IMPRESO (WS-LIS-IDX)
               END-IF
           END-PERFORM.

       ImprimeOperador.
           MOVE WS-LIS-OPERADOR (WS-LIS-IDX) TO LO-OPERADOR
           MOVE WS-LIS-NOMBRE (WS-LIS-IDX) TO LO-NOMBRE
           MOVE WS-LIS-ULT-SESION (WS-LIS-IDX) TO LO-ULT-SESION
           IF WS-LIS-ULT-SESION (WS-LIS-IDX) = SPACES
               MOVE "NUNCA" TO LO-ULT-SESION
           END-IF
           MOVE SPACES TO LO-INACTIVO
           IF WS-LIS-INACTIVO (WS-LIS-IDX) = "S"
               MOVE "**SI" TO LO-INACTIVO
           END-IF
           MOVE WS-LIS-PRIVILEGIOS (WS-LIS-IDX) TO LO-PRIVILEGIOS
           MOVE WS-LIS-CONFLICTO (WS-LIS-IDX) TO LO-CONFLICTO
           WRITE LINEA-REPORTE FROM LIN-OPERADOR.

      *>   Renglones pendientes de una campana cuyo plazo ya paso:
      *>   quedan en S y el perfil del operador se suspende una sola
      *>   vez (la cola esta ordenada por operador). Si ya estaba
      *>   inactivo no hay nada que suspender ni que auditar.
       VenceCampania.
           MOVE "N" TO WS-EOF-COLA
           MOVE LOW-VALUES TO RCQ-CLAVE
           START archivo-cola KEY >= RCQ-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-COLA
           END-START
           PERFORM UNTIL WS-EOF-COLA = "S"
               READ archivo-cola NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-COLA
                   NOT AT END
                       IF RCQ-ESTADO = "P"
                           AND RCQ-FECHA-LIMITE < WS-FECHA-PROCESO-NEG
                           MOVE "S" TO RCQ-ESTADO
                           MOVE "RECERT" TO RCQ-OPER-DECISION
                           MOVE WS-FECHA-PROCESO-NEG
                               TO RCQ-FECHA-DECISION
                           REWRITE RCQ-RECORD
                           IF RCQ-OPERADOR NOT = WS-ULTIMO-SUSPENDIDO
                               MOVE RCQ-OPERADOR
                                   TO WS-ULTIMO-SUSPENDIDO
                               PERFORM SuspendePerfil
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SuspendePerfil.
           MOVE RCQ-OPERADOR TO OP-ID
           READ archivo-perfiles
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF OP-ACTIVO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO OP-ACTIVO
           REWRITE OP-RECORD
           ADD 1 TO WS-TOTAL-SUSPENDIDOS
           MOVE RCQ-OPERADOR TO LS-OPERADOR
           MOVE RCQ-CAMPANIA TO LS-CAMPANIA
           WRITE LINEA-REPORTE FROM LIN-SUSPENDIDO
           MOVE "RECERT" TO OPA-OPERADOR
           MOVE WS-FECHA-HORA-PROCESO TO OPA-FECHA-HORA
           MOVE "S" TO OPA-ACCION
           MOVE RCQ-OPERADOR TO OPA-ID
           MOVE SPACES TO OPA-PRIVILEGIO
           MOVE RCQ-CAMPANIA TO OPA-CAMPANIA
           OPEN EXTEND archivo-auditoria
           IF WS-FS-AUDITORIA = "05" OR WS-FS-AUDITORIA = "35"
               OPEN OUTPUT archivo-auditoria
           END-IF
           WRITE OPA-RECORD
           CLOSE archivo-auditoria.

       END PROGRAM RECERT.
