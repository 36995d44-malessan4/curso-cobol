       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCMNT.
      *>   Mantenimiento de compromisos de gasto (ENCMAST.cpy) desde
      *>   un archivo de transacciones (ENCMNTX.cpy). El alta se
      *>   valida contra el presupuesto disponible del departamento
      *>   en el periodo: presupuesto de la version activa
      *>   (DEPTOBUD.cpy / budactv.dat, como DEPTOTOT), menos el
      *>   gasto real ya posteado a la cuenta GLMAP del departamento
      *>   en el mayor propio (GLMAST.cpy), menos los compromisos
      *>   abiertos, menos el nuevo importe. Si el disponible queda
      *>   negativo el alta se rehusa, salvo que venga forzada: en
      *>   ese caso entra marcada ENC-SOBREGIRO y deja excepcion de
      *>   alerta. La cancelacion cierra el compromiso y libera lo
      *>   que tenia abierto. El capturista es el operador de
      *>   ENCMNT-OPERADOR. RC 4 si alguna transaccion se rechazo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-compromisos
               ASSIGN TO "encmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-REFERENCIA
               FILE STATUS IS WS-FS-COMPROMISOS.

               SELECT archivo-captura
               ASSIGN TO "encmnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAPTURA.

               SELECT OPTIONAL archivo-version-activa
               ASSIGN TO "budactv.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VERSION-ACT.

               SELECT OPTIONAL archivo-presupuestos
               ASSIGN TO "deptobud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRESUPUESTOS.

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

               SELECT OPTIONAL archivo-departamentos
               ASSIGN TO "deptos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-FS-DEPTOS.

               SELECT OPTIONAL archivo-excepciones
               ASSIGN TO "excepciones.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCIONES.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-compromisos.
           COPY ENCMAST.

       FD  archivo-captura.
           COPY ENCMNTX.

      *>   Version de presupuesto activa (ver DEPTOTOT).
       FD  archivo-version-activa.
           01 BA-RECORD.
               05 BA-VERSION         PIC 9(2).

       FD  archivo-presupuestos.
           COPY DEPTOBUD.

       FD  archivo-mapeo.
           COPY GLMAP.

       FD  archivo-mayor.
           COPY GLMAST.

       FD  archivo-departamentos.
           COPY DEPTMAST.

       FD  archivo-excepciones.
           COPY EXCREC.

       WORKING-STORAGE SECTION.
           01 WS-FS-COMPROMISOS PIC XX VALUE "00".
           01 WS-FS-CAPTURA PIC XX VALUE "00".
           01 WS-FS-VERSION-ACT PIC XX VALUE "00".
           01 WS-FS-PRESUPUESTOS PIC XX VALUE "00".
           01 WS-FS-MAPEO PIC XX VALUE "00".
           01 WS-FS-MAYOR PIC XX VALUE "00".
           01 WS-FS-DEPTOS PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-EOF-COMPROMISOS PIC X VALUE "N".
           01 WS-EOF-CAPTURA PIC X VALUE "N".
           01 WS-EOF-PRESUPUESTOS PIC X VALUE "N".
           01 WS-EOF-MAPEO PIC X VALUE "N".
           01 WS-HAY-CATALOGO PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-MOTIVO PIC X(40) VALUE SPACES.
           01 WS-VERSION-REPORTE PIC 9(2) VALUE ZEROS.

           01 WS-TOTAL-LEIDAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ALTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-FORZADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CANCELADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RECHAZADAS PIC 9(6) VALUE ZEROS.

      *>   Presupuesto de la version activa por departamento y
      *>   periodo.
           01 WS-MAX-PRESUPUESTOS PIC 9(4) VALUE 3000.
           01 WS-CANT-PRESUPUESTOS PIC 9(4) VALUE ZEROS.
           01 WS-BUD-IDX PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-PRESUPUESTOS.
               05 WS-BUD OCCURS 3000 TIMES.
                   10 WS-BUD-DEPTO PIC X(10).
                   10 WS-BUD-PERIODO PIC X(6).
                   10 WS-BUD-MONTO PIC S9(9)V99.

      *>   Mapeo departamento -> cuenta de gasto (GLMAP.cpy).
           01 WS-MAX-MAPEOS PIC 9(4) VALUE 500.
           01 WS-CANT-MAPEOS PIC 9(4) VALUE ZEROS.
           01 WS-MAP-IDX PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-MAPEO.
               05 WS-MAP OCCURS 500 TIMES.
                   10 WS-MAP-DEPTO PIC X(10).
                   10 WS-MAP-CUENTA PIC X(8).

      *>   Compromisos abiertos acumulados por departamento y
      *>   periodo; se mueve con cada alta y cada cancelacion.
           01 WS-MAX-ABIERTOS PIC 9(4) VALUE 3000.
           01 WS-CANT-ABIERTOS PIC 9(4) VALUE ZEROS.
           01 WS-ABI-IDX PIC 9(4) VALUE ZEROS.
           01 WS-ABI-HALLADO PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-ABIERTOS.
               05 WS-ABI OCCURS 3000 TIMES.
                   10 WS-ABI-DEPTO PIC X(10).
                   10 WS-ABI-PERIODO PIC X(6).
                   10 WS-ABI-MONTO PIC S9(11)V99.

           01 WS-BUSCA-DEPTO PIC X(10) VALUE SPACES.
           01 WS-BUSCA-PERIODO PIC X(6) VALUE SPACES.
           01 WS-CUENTA-GASTO PIC X(8) VALUE SPACES.
           01 WS-PRESUPUESTO PIC S9(11)V99 VALUE ZEROS.
           01 WS-REAL PIC S9(13)V99 VALUE ZEROS.
           01 WS-ABIERTO PIC S9(11)V99 VALUE ZEROS.
           01 WS-DISPONIBLE PIC S9(13)V99 VALUE ZEROS.
           01 WS-PENDIENTE PIC S9(11)V99 VALUE ZEROS.
           01 WS-IMPORTE-EDIT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "ENCMNT-OPERADOR"
           IF WS-OPERADOR = SPACES
               DISPLAY "Sin operador en ENCMNT-OPERADOR: un "
                   "compromiso no se captura sin capturista"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           PERFORM CargaPresupuestos
           PERFORM CargaMapeo
           OPEN I-O archivo-compromisos
           IF WS-FS-COMPROMISOS = "35"
               OPEN OUTPUT archivo-compromisos
               CLOSE archivo-compromisos
               OPEN I-O archivo-compromisos
           END-IF
           PERFORM CargaAbiertos
           OPEN INPUT archivo-mayor
           OPEN INPUT archivo-departamentos
           IF WS-FS-DEPTOS = "00"
               MOVE "S" TO WS-HAY-CATALOGO
           ELSE
               CLOSE archivo-departamentos
           END-IF
           OPEN INPUT archivo-captura
           PERFORM UNTIL WS-EOF-CAPTURA = "S"
               READ archivo-captura
                   AT END
                       MOVE "S" TO WS-EOF-CAPTURA
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LEIDAS
                       PERFORM ProcesaTransaccion
               END-READ
           END-PERFORM
           CLOSE archivo-captura
           IF WS-HAY-CATALOGO = "S"
               CLOSE archivo-departamentos
           END-IF
           CLOSE archivo-mayor
           CLOSE archivo-compromisos
           DISPLAY "Transacciones: " WS-TOTAL-LEIDAS
               " Altas: " WS-TOTAL-ALTAS
               " (forzadas: " WS-TOTAL-FORZADAS ")"
               " Canceladas: " WS-TOTAL-CANCELADAS
               " Rechazadas: " WS-TOTAL-RECHAZADAS
           IF WS-TOTAL-RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al menu
      *>   cuando lo invoca via CALL.
           GOBACK.

       ProcesaTransaccion.
           MOVE SPACES TO WS-MOTIVO
           EVALUATE ENCT-ACCION
               WHEN "A"
                   PERFORM AltaCompromiso
               WHEN "C"
                   PERFORM CancelaCompromiso
               WHEN OTHER
                   MOVE "ACCION INVALIDA (A/C)" TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO NOT = SPACES
               DISPLAY "Compromiso rechazado " ENCT-REFERENCIA ": "
                   WS-MOTIVO
               ADD 1 TO WS-TOTAL-RECHAZADAS
           END-IF.

       AltaCompromiso.
           PERFORM ValidaAlta
           IF WS-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ENCT-DEPTO TO WS-BUSCA-DEPTO
           MOVE ENCT-PERIODO TO WS-BUSCA-PERIODO
           PERFORM CalculaDisponible
           SUBTRACT ENCT-MONTO FROM WS-DISPONIBLE
           MOVE "N" TO ENC-SOBREGIRO
           IF WS-DISPONIBLE < ZEROS
               IF ENCT-FORZAR NOT = "S"
                   MOVE WS-DISPONIBLE TO WS-IMPORTE-EDIT
                   STRING "SOBREGIRA PRESUPUESTO " WS-IMPORTE-EDIT
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO ENC-SOBREGIRO
           END-IF
           MOVE ENCT-REFERENCIA TO ENC-REFERENCIA
           MOVE ENCT-DEPTO TO ENC-DEPTO
           MOVE ENCT-PERIODO TO ENC-PERIODO
           MOVE ENCT-DESCRIPCION TO ENC-DESCRIPCION
           MOVE ENCT-MONTO TO ENC-MONTO
           MOVE ZEROS TO ENC-LIQUIDADO
           MOVE "A" TO ENC-ESTADO
           MOVE WS-OPERADOR TO ENC-CAPTURISTA
           MOVE WS-FECHA-PROCESO-NEG TO ENC-FECHA-ALTA
           MOVE SPACES TO ENC-FECHA-ULT-LIQ
           MOVE SPACES TO ENC-FECHA-CIERRE
           WRITE ENC-RECORD
               INVALID KEY
                   MOVE "REFERENCIA YA CAPTURADA" TO WS-MOTIVO
                   EXIT PARAGRAPH
           END-WRITE
           MOVE ENCT-MONTO TO WS-PENDIENTE
           PERFORM SumaAbierto
           ADD 1 TO WS-TOTAL-ALTAS
           IF ENC-SOBREGIRO = "S"
               ADD 1 TO WS-TOTAL-FORZADAS
               PERFORM RegistraSobregiro
           END-IF.

       ValidaAlta.
           IF ENCT-REFERENCIA = SPACES
               MOVE "REFERENCIA EN BLANCO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF ENCT-PERIODO IS NOT NUMERIC
               OR ENCT-PERIODO (5:2) < "01"
               OR ENCT-PERIODO (5:2) > "12"
               MOVE "PERIODO INVALIDO (AAAAMM)" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF ENCT-MONTO = ZEROS
               MOVE "IMPORTE EN CEROS" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF ENCT-DEPTO = SPACES
               MOVE "DEPARTAMENTO EN BLANCO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-HAY-CATALOGO = "S"
               MOVE ENCT-DEPTO TO DM-CODIGO
               READ archivo-departamentos
                   INVALID KEY
                       MOVE "DEPARTAMENTO NO CATALOGADO" TO WS-MOTIVO
                       EXIT PARAGRAPH
               END-READ
               IF DM-ACTIVO NOT = "S"
                   MOVE "DEPARTAMENTO INACTIVO" TO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ENCT-REFERENCIA TO ENC-REFERENCIA
           READ archivo-compromisos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "REFERENCIA YA CAPTURADA" TO WS-MOTIVO
           END-READ.

      *>   La cancelacion cierra lo que quede abierto; lo ya
      *>   liquidado se queda como gasto real.
       CancelaCompromiso.
           MOVE ENCT-REFERENCIA TO ENC-REFERENCIA
           READ archivo-compromisos
               INVALID KEY
                   MOVE "COMPROMISO INEXISTENTE" TO WS-MOTIVO
                   EXIT PARAGRAPH
           END-READ
           IF ENC-ESTADO = "C"
               MOVE "COMPROMISO YA CERRADO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE ENC-DEPTO TO WS-BUSCA-DEPTO
           MOVE ENC-PERIODO TO WS-BUSCA-PERIODO
           COMPUTE WS-PENDIENTE = ZEROS
               - (ENC-MONTO - ENC-LIQUIDADO)
           PERFORM SumaAbierto
           MOVE "C" TO ENC-ESTADO
           MOVE WS-FECHA-PROCESO-NEG TO ENC-FECHA-CIERRE
           REWRITE ENC-RECORD
           ADD 1 TO WS-TOTAL-CANCELADAS.

      *>   Disponible = presupuesto - real posteado - abierto.
       CalculaDisponible.
           MOVE ZEROS TO WS-PRESUPUESTO WS-REAL WS-ABIERTO
           PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
               UNTIL WS-BUD-IDX > WS-CANT-PRESUPUESTOS
               IF WS-BUD-DEPTO (WS-BUD-IDX) = WS-BUSCA-DEPTO
                   AND WS-BUD-PERIODO (WS-BUD-IDX) = WS-BUSCA-PERIODO
                   ADD WS-BUD-MONTO (WS-BUD-IDX) TO WS-PRESUPUESTO
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CUENTA-GASTO
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-CANT-MAPEOS
               OR WS-CUENTA-GASTO NOT = SPACES
               IF WS-MAP-DEPTO (WS-MAP-IDX) = WS-BUSCA-DEPTO
                   MOVE WS-MAP-CUENTA (WS-MAP-IDX) TO WS-CUENTA-GASTO
               END-IF
           END-PERFORM
           IF WS-CUENTA-GASTO NOT = SPACES AND WS-FS-MAYOR = "00"
               MOVE WS-CUENTA-GASTO TO GLM-CUENTA
               MOVE WS-BUSCA-PERIODO TO GLM-PERIODO
               READ archivo-mayor
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-REAL = GLM-CARGOS - GLM-ABONOS
               END-READ
           END-IF
           PERFORM BuscaAbierto
           IF WS-ABI-HALLADO > 0
               MOVE WS-ABI-MONTO (WS-ABI-HALLADO) TO WS-ABIERTO
           END-IF
           COMPUTE WS-DISPONIBLE = WS-PRESUPUESTO - WS-REAL
               - WS-ABIERTO.

       BuscaAbierto.
           MOVE ZEROS TO WS-ABI-HALLADO
           PERFORM VARYING WS-ABI-IDX FROM 1 BY 1
               UNTIL WS-ABI-IDX > WS-CANT-ABIERTOS
               OR WS-ABI-HALLADO > 0
               IF WS-ABI-DEPTO (WS-ABI-IDX) = WS-BUSCA-DEPTO
                   AND WS-ABI-PERIODO (WS-ABI-IDX) = WS-BUSCA-PERIODO
                   MOVE WS-ABI-IDX TO WS-ABI-HALLADO
               END-IF
           END-PERFORM.

       SumaAbierto.
           PERFORM BuscaAbierto
           IF WS-ABI-HALLADO = 0
               AND WS-CANT-ABIERTOS < WS-MAX-ABIERTOS
               ADD 1 TO WS-CANT-ABIERTOS
               MOVE WS-CANT-ABIERTOS TO WS-ABI-HALLADO
               MOVE WS-BUSCA-DEPTO TO WS-ABI-DEPTO (WS-ABI-HALLADO)
               MOVE WS-BUSCA-PERIODO
                   TO WS-ABI-PERIODO (WS-ABI-HALLADO)
               MOVE ZEROS TO WS-ABI-MONTO (WS-ABI-HALLADO)
           END-IF
           IF WS-ABI-HALLADO > 0
               ADD WS-PENDIENTE TO WS-ABI-MONTO (WS-ABI-HALLADO)
           END-IF.

       CargaAbiertos.
           MOVE LOW-VALUES TO ENC-REFERENCIA
           START archivo-compromisos KEY IS NOT LESS THAN
               ENC-REFERENCIA
               INVALID KEY
                   MOVE "S" TO WS-EOF-COMPROMISOS
           END-START
           PERFORM UNTIL WS-EOF-COMPROMISOS = "S"
               READ archivo-compromisos NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-COMPROMISOS
                   NOT AT END
                       IF ENC-ESTADO NOT = "C"
                           MOVE ENC-DEPTO TO WS-BUSCA-DEPTO
                           MOVE ENC-PERIODO TO WS-BUSCA-PERIODO
                           COMPUTE WS-PENDIENTE =
                               ENC-MONTO - ENC-LIQUIDADO
                           PERFORM SumaAbierto
                       END-IF
               END-READ
           END-PERFORM.

      *>   Presupuestos de la version activa de budactv.dat (sin
      *>   archivo de version, la 00 original), todos los periodos.
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
           IF WS-FS-PRESUPUESTOS NOT = "00"
               CLOSE archivo-presupuestos
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-PRESUPUESTOS = "S"
               READ archivo-presupuestos
                   AT END
                       MOVE "S" TO WS-EOF-PRESUPUESTOS
                   NOT AT END
                       IF BUD-VERSION = WS-VERSION-REPORTE
                           AND WS-CANT-PRESUPUESTOS <
                               WS-MAX-PRESUPUESTOS
                           ADD 1 TO WS-CANT-PRESUPUESTOS
                           MOVE BUD-DEPTO TO
                               WS-BUD-DEPTO (WS-CANT-PRESUPUESTOS)
                           MOVE BUD-PERIODO TO
                               WS-BUD-PERIODO (WS-CANT-PRESUPUESTOS)
                           MOVE BUD-MONTO TO
                               WS-BUD-MONTO (WS-CANT-PRESUPUESTOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-presupuestos.

       CargaMapeo.
           OPEN INPUT archivo-mapeo
           PERFORM UNTIL WS-EOF-MAPEO = "S"
               READ archivo-mapeo
                   AT END
                       MOVE "S" TO WS-EOF-MAPEO
                   NOT AT END
                       IF WS-CANT-MAPEOS < WS-MAX-MAPEOS
                           ADD 1 TO WS-CANT-MAPEOS
                           MOVE GM-DEPTO
                               TO WS-MAP-DEPTO (WS-CANT-MAPEOS)
                           MOVE GM-CUENTA
                               TO WS-MAP-CUENTA (WS-CANT-MAPEOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-mapeo.

       RegistraSobregiro.
           MOVE "ENCMNT" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           MOVE "SOBREGIRO" TO EXC-TIPO
           MOVE "A" TO EXC-SEVERIDAD
           MOVE WS-DISPONIBLE TO WS-IMPORTE-EDIT
           MOVE SPACES TO EXC-DETALLE
           STRING "Compromiso " ENC-REFERENCIA " " ENC-DEPTO
               " forzado, disp " WS-IMPORTE-EDIT
               DELIMITED BY SIZE INTO EXC-DETALLE
           OPEN EXTEND archivo-excepciones
           IF WS-FS-EXCEPCIONES = "05" OR WS-FS-EXCEPCIONES = "35"
               OPEN OUTPUT archivo-excepciones
           END-IF
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

       END PROGRAM ENCMNT.
