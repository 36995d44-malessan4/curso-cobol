       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANMNT.
      *>   Mantenimiento del plan medico via un archivo de
      *>   transacciones (PLANMNTX.cpy), mismo esquema que BENMNT:
      *>   inscripcion o cambio de plan/nivel (E), terminacion (T),
      *>   alta (A) y baja (D) de dependientes y consulta (I). La
      *>   inscripcion (PLANENRL.cpy) exige empleado no terminado,
      *>   un plan/nivel con prima en planprim.dat (PLANPRIM.cpy) y
      *>   los dependientes activos que el nivel cubre (conyuge para
      *>   ES, hijo para EH, ambos para FA). El dependiente
      *>   (DEPENDNT.cpy) entra con parentesco CONYUGE o HIJO y una
      *>   fecha de nacimiento valida; un HIJO que ya cumplio la
      *>   edad limite de PLANCTL.cpy (via EDADCALC) no es elegible
      *>   y no se admite mas de un conyuge activo. Cada cambio de
      *>   cobertura de un inscrito queda en la bitacora de
      *>   movimientos (PLANMOV.cpy) para el archivo semanal a la
      *>   aseguradora, y la prima del nivel pasa a la deduccion de
      *>   nomina via PLANDED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-inscripciones
               ASSIGN TO "planenrl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-ID
               FILE STATUS IS WS-FS-INSCRIP.

               SELECT archivo-dependientes
               ASSIGN TO "dependnt.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CLAVE
               FILE STATUS IS WS-FS-DEPEND.

               SELECT archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT OPTIONAL archivo-control-plan
               ASSIGN TO "planctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT OPTIONAL archivo-primas
               ASSIGN TO "planprim.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRIMAS.

               SELECT archivo-movimientos
               ASSIGN TO "planmov.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMIENTOS.

               SELECT archivo-mantenimiento
               ASSIGN TO "planmnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANTTO.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-inscripciones.
           COPY PLANENRL.

       FD  archivo-dependientes.
           COPY DEPENDNT.

       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-control-plan.
           COPY PLANCTL.

       FD  archivo-primas.
           COPY PLANPRIM.

       FD  archivo-movimientos.
           COPY PLANMOV.

       FD  archivo-mantenimiento.
           COPY PLANMNTX.

       WORKING-STORAGE SECTION.
           01 WS-FS-INSCRIP PIC XX VALUE "00".
           01 WS-FS-DEPEND PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-PRIMAS PIC XX VALUE "00".
           01 WS-FS-MOVIMIENTOS PIC XX VALUE "00".
           01 WS-FS-MANTTO PIC XX VALUE "00".
           01 WS-EOF-MANTTO PIC X VALUE "N".
           01 WS-EOF-PRIMAS PIC X VALUE "N".
           01 WS-EOF-DEPEND PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-TRANS-VALIDA PIC X VALUE "N".
           01 WS-INSCRITO PIC X VALUE "N".
           01 WS-ESCRITO PIC X VALUE "N".
           01 WS-FECHA-EFECTIVA PIC X(8) VALUE SPACES.
           01 WS-TIPO-MOVIMIENTO PIC X VALUE SPACES.
           01 WS-TOTAL-INSCRIPCIONES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CAMBIOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-TERMINACIONES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-DEP-ALTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-DEP-BAJAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CONSULTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ERRORES PIC 9(6) VALUE ZEROS.
           01 WS-PRIMA-EDITADA PIC ZZ,ZZ9.99.

      *>   Edad limite de los hijos (PLANCTL.cpy); sin control se
      *>   quedan los 26 declarados aqui.
           01 WS-EDAD-LIMITE PIC 9(3) VALUE 26.

      *>   Dependientes activos del empleado en turno, para validar
      *>   el nivel contra quien hay que cubrir.
           01 WS-CONYUGES-ACTIVOS PIC 9(2) VALUE ZEROS.
           01 WS-HIJOS-ACTIVOS PIC 9(2) VALUE ZEROS.

      *>   Edad via EDADCALC contra la fecha de proceso.
           01 WS-EDAD PIC 9(3) VALUE ZEROS.
           01 WS-EDAD-VALIDA PIC X VALUE "N".

      *>   Sincronia de la prima con la deduccion (PLANDED).
           01 WS-ACCION-DEDUCCION PIC X VALUE SPACES.
           01 WS-RESULTADO-DEDUCCION PIC X VALUE SPACES.

      *>   Tabla de primas cargada una vez al arrancar, mismo
      *>   esquema de tabla que el catalogo de GASTMNT.
           01 WS-MAX-PRIMAS PIC 9(4) VALUE 200.
           01 WS-CANT-PRIMAS PIC 9(4) VALUE ZEROS.
           01 WS-PRI-IDX PIC 9(4) VALUE ZEROS.
           01 WS-PRI-HALLADA PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-PRIMAS.
               05 WS-PRI OCCURS 200 TIMES
                   DEPENDING ON WS-CANT-PRIMAS.
                   10 WS-PRI-PLAN PIC X(4).
                   10 WS-PRI-NIVEL PIC X(2).
                   10 WS-PRI-PRIMA PIC 9(5)V99.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "PLANMNT-OPERADOR"
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           PERFORM LeeControlPlan
           PERFORM CargaPrimas
           OPEN I-O archivo-inscripciones
           IF WS-FS-INSCRIP = "35"
               OPEN OUTPUT archivo-inscripciones
               CLOSE archivo-inscripciones
               OPEN I-O archivo-inscripciones
           END-IF
           OPEN I-O archivo-dependientes
           IF WS-FS-DEPEND = "35"
               OPEN OUTPUT archivo-dependientes
               CLOSE archivo-dependientes
               OPEN I-O archivo-dependientes
           END-IF
           OPEN EXTEND archivo-movimientos
           IF WS-FS-MOVIMIENTOS = "05" OR WS-FS-MOVIMIENTOS = "35"
               OPEN OUTPUT archivo-movimientos
           END-IF
           OPEN INPUT archivo-empleados
           OPEN INPUT archivo-mantenimiento
           PERFORM UNTIL WS-EOF-MANTTO = "S"
               READ archivo-mantenimiento
                   AT END
                       MOVE "S" TO WS-EOF-MANTTO
                   NOT AT END
                       PERFORM ProcesaTransaccion
               END-READ
           END-PERFORM
           CLOSE archivo-mantenimiento
           CLOSE archivo-empleados
           CLOSE archivo-movimientos
           CLOSE archivo-dependientes
           CLOSE archivo-inscripciones
           DISPLAY "Inscripciones: " WS-TOTAL-INSCRIPCIONES
               " Cambios: " WS-TOTAL-CAMBIOS
               " Terminaciones: " WS-TOTAL-TERMINACIONES
           DISPLAY "Altas de dependientes: " WS-TOTAL-DEP-ALTAS
               " Bajas de dependientes: " WS-TOTAL-DEP-BAJAS
               " Consultas: " WS-TOTAL-CONSULTAS
               " Errores: " WS-TOTAL-ERRORES
           IF WS-TOTAL-ERRORES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al menu
      *>   cuando lo invoca via CALL.
           GOBACK.

       LeeControlPlan.
           OPEN INPUT archivo-control-plan
           IF WS-FS-CONTROL = "00"
               READ archivo-control-plan
                   NOT AT END
                       IF PLC-EDAD-LIMITE > 0
                           MOVE PLC-EDAD-LIMITE TO WS-EDAD-LIMITE
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-control-plan.

       CargaPrimas.
           OPEN INPUT archivo-primas
           IF WS-FS-PRIMAS NOT = "00"
               CLOSE archivo-primas
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-PRIMAS = "S"
               READ archivo-primas
                   AT END
                       MOVE "S" TO WS-EOF-PRIMAS
                   NOT AT END
                       IF WS-CANT-PRIMAS < WS-MAX-PRIMAS
                           ADD 1 TO WS-CANT-PRIMAS
                           MOVE PPR-PLAN
                               TO WS-PRI-PLAN (WS-CANT-PRIMAS)
                           MOVE PPR-NIVEL
                               TO WS-PRI-NIVEL (WS-CANT-PRIMAS)
                           MOVE PPR-PRIMA
                               TO WS-PRI-PRIMA (WS-CANT-PRIMAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-primas.

       ProcesaTransaccion.
           MOVE PLT-FECHA TO WS-FECHA-EFECTIVA
           IF WS-FECHA-EFECTIVA = SPACES
               MOVE WS-FECHA-PROCESO-NEG TO WS-FECHA-EFECTIVA
           END-IF
           EVALUATE PLT-ACCION
               WHEN "E"
                   PERFORM InscribePlan
               WHEN "T"
                   PERFORM TerminaPlan
               WHEN "A"
                   PERFORM AltaDependiente
               WHEN "D"
                   PERFORM BajaDependiente
               WHEN "I"
                   PERFORM ConsultaPlan
               WHEN OTHER
                   DISPLAY "Accion de mantenimiento invalida: "
                       PLT-ACCION
                   ADD 1 TO WS-TOTAL-ERRORES
           END-EVALUATE.

      *>   Alta si no hay inscripcion o la que hay esta terminada;
      *>   cambio si esta activa y el plan o el nivel son otros.
       InscribePlan.
           PERFORM ValidaInscripcion
           IF WS-TRANS-VALIDA NOT = "S"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE PLT-ID TO PE-ID
           READ archivo-inscripciones
               INVALID KEY
                   MOVE "N" TO WS-INSCRITO
               NOT INVALID KEY
                   MOVE "S" TO WS-INSCRITO
           END-READ
           IF WS-INSCRITO = "S" AND PE-ESTADO = "A"
               IF PE-PLAN = PLT-PLAN AND PE-NIVEL = PLT-NIVEL
                   DISPLAY "Cambio rechazado, ya esta inscrito en "
                       "ese plan y nivel: " PLT-ID " " PLT-PLAN " "
                       PLT-NIVEL
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
               END-IF
               MOVE "C" TO WS-TIPO-MOVIMIENTO
           ELSE
               MOVE "A" TO WS-TIPO-MOVIMIENTO
               MOVE WS-FECHA-EFECTIVA TO PE-FECHA-INICIO
               MOVE SPACES TO PE-FECHA-FIN
           END-IF
           MOVE PLT-ID TO PE-ID
           MOVE PLT-PLAN TO PE-PLAN
           MOVE PLT-NIVEL TO PE-NIVEL
           MOVE "A" TO PE-ESTADO
           MOVE WS-FECHA-PROCESO-NEG TO PE-FECHA-CAMBIO
           MOVE WS-OPERADOR TO PE-OPERADOR
           IF WS-INSCRITO = "S"
               REWRITE PE-RECORD
           ELSE
               WRITE PE-RECORD
           END-IF
           IF WS-TIPO-MOVIMIENTO = "A"
               ADD 1 TO WS-TOTAL-INSCRIPCIONES
               PERFORM MovimientosDependientes
           ELSE
               ADD 1 TO WS-TOTAL-CAMBIOS
           END-IF
           MOVE ZEROS TO PMV-SECUENCIA
           PERFORM GrabaMovimiento
           MOVE "A" TO WS-ACCION-DEDUCCION
           PERFORM SincronizaDeduccion.

      *>   Todas las validaciones de la inscripcion; la primera que
      *>   falla rechaza la transaccion con su mensaje.
       ValidaInscripcion.
           MOVE "N" TO WS-TRANS-VALIDA
           PERFORM ValidaEmpleado
           IF WS-TRANS-VALIDA NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TRANS-VALIDA
           MOVE ZEROS TO WS-PRI-HALLADA
           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
               UNTIL WS-PRI-IDX > WS-CANT-PRIMAS
               IF WS-PRI-PLAN (WS-PRI-IDX) = PLT-PLAN
                   AND WS-PRI-NIVEL (WS-PRI-IDX) = PLT-NIVEL
                   MOVE WS-PRI-IDX TO WS-PRI-HALLADA
               END-IF
           END-PERFORM
           IF WS-PRI-HALLADA = ZEROS
               DISPLAY "Inscripcion rechazada, plan/nivel sin prima "
                   "en planprim.dat: " PLT-ID " " PLT-PLAN " "
                   PLT-NIVEL
               EXIT PARAGRAPH
           END-IF
           PERFORM CuentaDependientes
           EVALUATE PLT-NIVEL
               WHEN "EE"
                   CONTINUE
               WHEN "ES"
                   IF WS-CONYUGES-ACTIVOS = 0
                       DISPLAY "Inscripcion rechazada, nivel ES sin "
                           "conyuge registrado: " PLT-ID
                       EXIT PARAGRAPH
                   END-IF
               WHEN "EH"
                   IF WS-HIJOS-ACTIVOS = 0
                       DISPLAY "Inscripcion rechazada, nivel EH sin "
                           "hijos registrados: " PLT-ID
                       EXIT PARAGRAPH
                   END-IF
               WHEN "FA"
                   IF WS-CONYUGES-ACTIVOS = 0 OR WS-HIJOS-ACTIVOS = 0
                       DISPLAY "Inscripcion rechazada, nivel FA sin "
                           "conyuge e hijos registrados: " PLT-ID
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Inscripcion rechazada, nivel invalido: "
                       PLT-ID " " PLT-NIVEL
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "S" TO WS-TRANS-VALIDA.

       ValidaEmpleado.
           MOVE "N" TO WS-TRANS-VALIDA
           IF PLT-ID = 999999
               DISPLAY "Transaccion rechazada, ID reservado: " PLT-ID
               EXIT PARAGRAPH
           END-IF
           MOVE PLT-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   DISPLAY "Transaccion rechazada, ID no existe en "
                       "maestro de empleados: " PLT-ID
                   EXIT PARAGRAPH
           END-READ
           IF EMP-ESTADO = "T"
               DISPLAY "Transaccion rechazada, empleado terminado: "
                   PLT-ID
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-TRANS-VALIDA.

       CuentaDependientes.
           MOVE ZEROS TO WS-CONYUGES-ACTIVOS
           MOVE ZEROS TO WS-HIJOS-ACTIVOS
           MOVE "N" TO WS-EOF-DEPEND
           MOVE PLT-ID TO DP-ID
           MOVE ZEROS TO DP-SECUENCIA
           START archivo-dependientes KEY IS >= DP-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-DEPEND
           END-START
           PERFORM UNTIL WS-EOF-DEPEND = "S"
               READ archivo-dependientes NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-DEPEND
                   NOT AT END
                       IF DP-ID NOT = PLT-ID
                           MOVE "S" TO WS-EOF-DEPEND
                       ELSE
                           IF DP-ESTADO = "A"
                               IF DP-PARENTESCO = "CONYUGE"
                                   ADD 1 TO WS-CONYUGES-ACTIVOS
                               ELSE
                                   ADD 1 TO WS-HIJOS-ACTIVOS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>   En una inscripcion nueva cada dependiente activo que el
      *>   nivel cubre entra tambien como alta para la aseguradora.
       MovimientosDependientes.
           MOVE "N" TO WS-EOF-DEPEND
           MOVE PLT-ID TO DP-ID
           MOVE ZEROS TO DP-SECUENCIA
           START archivo-dependientes KEY IS >= DP-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-DEPEND
           END-START
           PERFORM UNTIL WS-EOF-DEPEND = "S"
               READ archivo-dependientes NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-DEPEND
                   NOT AT END
                       IF DP-ID NOT = PLT-ID
                           MOVE "S" TO WS-EOF-DEPEND
                       ELSE
                           IF DP-ESTADO = "A"
                               PERFORM MovimientoSiCubierto
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MovimientoSiCubierto.
           IF PE-NIVEL = "FA"
               OR (PE-NIVEL = "ES" AND DP-PARENTESCO = "CONYUGE")
               OR (PE-NIVEL = "EH" AND DP-PARENTESCO = "HIJO")
               MOVE DP-SECUENCIA TO PMV-SECUENCIA
               PERFORM GrabaMovimiento
           END-IF.

       TerminaPlan.
           MOVE PLT-ID TO PE-ID
           READ archivo-inscripciones
               INVALID KEY
                   DISPLAY "Terminacion rechazada, sin inscripcion: "
                       PLT-ID
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           IF PE-ESTADO NOT = "A"
               DISPLAY "Terminacion rechazada, inscripcion ya "
                   "terminada: " PLT-ID
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE "T" TO PE-ESTADO
           MOVE WS-FECHA-EFECTIVA TO PE-FECHA-FIN
           MOVE WS-FECHA-PROCESO-NEG TO PE-FECHA-CAMBIO
           MOVE WS-OPERADOR TO PE-OPERADOR
           REWRITE PE-RECORD
           MOVE "T" TO WS-TIPO-MOVIMIENTO
           MOVE ZEROS TO PMV-SECUENCIA
           PERFORM GrabaMovimiento
           MOVE "T" TO WS-ACCION-DEDUCCION
           PERFORM SincronizaDeduccion
           ADD 1 TO WS-TOTAL-TERMINACIONES.

      *>   El consecutivo es el siguiente libre del empleado, igual
      *>   que la secuencia de APPRW.
       AltaDependiente.
           PERFORM ValidaDependiente
           IF WS-TRANS-VALIDA NOT = "S"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE PLT-ID TO DP-ID
           MOVE 1 TO DP-SECUENCIA
           MOVE PLT-NOMBRE TO DP-NOMBRE
           MOVE PLT-PARENTESCO TO DP-PARENTESCO
           MOVE PLT-FECHA-NAC TO DP-FECHA-NAC
           MOVE "A" TO DP-ESTADO
           MOVE SPACES TO DP-FECHA-BAJA
           MOVE "N" TO WS-ESCRITO
           PERFORM UNTIL WS-ESCRITO = "S" OR DP-SECUENCIA = 99
               WRITE DP-RECORD
                   INVALID KEY
                       ADD 1 TO DP-SECUENCIA
                   NOT INVALID KEY
                       MOVE "S" TO WS-ESCRITO
               END-WRITE
           END-PERFORM
           IF WS-ESCRITO NOT = "S"
               DISPLAY "Alta de dependiente rechazada, sin "
                   "consecutivo libre: " PLT-ID
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-DEP-ALTAS
           DISPLAY "Dependiente registrado: " DP-ID " " DP-SECUENCIA
               " " DP-NOMBRE
           MOVE DP-ID TO PE-ID
           READ archivo-inscripciones
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PE-ESTADO = "A"
               MOVE "A" TO WS-TIPO-MOVIMIENTO
               PERFORM MovimientoSiCubierto
           END-IF.

       ValidaDependiente.
           PERFORM ValidaEmpleado
           IF WS-TRANS-VALIDA NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TRANS-VALIDA
           IF PLT-NOMBRE = SPACES
               DISPLAY "Alta de dependiente rechazada, sin nombre: "
                   PLT-ID
               EXIT PARAGRAPH
           END-IF
           IF PLT-PARENTESCO NOT = "CONYUGE"
               AND PLT-PARENTESCO NOT = "HIJO"
               DISPLAY "Alta de dependiente rechazada, parentesco "
                   "invalido: " PLT-ID " " PLT-PARENTESCO
               EXIT PARAGRAPH
           END-IF
           CALL "EDADCALC" USING PLT-FECHA-NAC WS-FECHA-PROCESO-NEG
               WS-EDAD WS-EDAD-VALIDA
           IF WS-EDAD-VALIDA NOT = "S"
               OR PLT-FECHA-NAC > WS-FECHA-PROCESO-NEG
               DISPLAY "Alta de dependiente rechazada, fecha de "
                   "nacimiento invalida: " PLT-ID " " PLT-FECHA-NAC
               EXIT PARAGRAPH
           END-IF
           IF PLT-PARENTESCO = "HIJO" AND WS-EDAD >= WS-EDAD-LIMITE
               DISPLAY "Alta de dependiente rechazada, hijo en o "
                   "arriba de la edad limite (" WS-EDAD-LIMITE "): "
                   PLT-ID " " PLT-NOMBRE
               EXIT PARAGRAPH
           END-IF
           PERFORM CuentaDependientes
           IF PLT-PARENTESCO = "CONYUGE" AND WS-CONYUGES-ACTIVOS > 0
               DISPLAY "Alta de dependiente rechazada, ya hay un "
                   "conyuge activo: " PLT-ID
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-TRANS-VALIDA.

      *>   La baja del dependiente no cambia el nivel: si el nivel
      *>   queda cubriendo de mas, PLANELIG lo ajusta en la noche.
       BajaDependiente.
           MOVE PLT-ID TO DP-ID
           MOVE PLT-SECUENCIA TO DP-SECUENCIA
           READ archivo-dependientes
               INVALID KEY
                   DISPLAY "Baja rechazada, dependiente no existe: "
                       PLT-ID " " PLT-SECUENCIA
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           IF DP-ESTADO NOT = "A"
               DISPLAY "Baja rechazada, dependiente ya dado de "
                   "baja (" DP-ESTADO "): " PLT-ID " " PLT-SECUENCIA
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE "B" TO DP-ESTADO
           MOVE WS-FECHA-EFECTIVA TO DP-FECHA-BAJA
           REWRITE DP-RECORD
           ADD 1 TO WS-TOTAL-DEP-BAJAS
           MOVE DP-ID TO PE-ID
           READ archivo-inscripciones
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PE-ESTADO = "A"
               MOVE "T" TO WS-TIPO-MOVIMIENTO
               PERFORM MovimientoSiCubierto
           END-IF.

       ConsultaPlan.
           ADD 1 TO WS-TOTAL-CONSULTAS
           MOVE PLT-ID TO PE-ID
           READ archivo-inscripciones
               INVALID KEY
                   DISPLAY "Sin inscripcion al plan medico: " PLT-ID
               NOT INVALID KEY
                   DISPLAY "ID: " PE-ID
                       " Plan: " PE-PLAN
                       " Nivel: " PE-NIVEL
                       " Desde: " PE-FECHA-INICIO
                       " Hasta: " PE-FECHA-FIN
                       " Estado: " PE-ESTADO
                       " Ultimo cambio: " PE-FECHA-CAMBIO
                       " por " PE-OPERADOR
           END-READ
           MOVE "N" TO WS-EOF-DEPEND
           MOVE PLT-ID TO DP-ID
           MOVE ZEROS TO DP-SECUENCIA
           START archivo-dependientes KEY IS >= DP-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-DEPEND
           END-START
           PERFORM UNTIL WS-EOF-DEPEND = "S"
               READ archivo-dependientes NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-DEPEND
                   NOT AT END
                       IF DP-ID NOT = PLT-ID
                           MOVE "S" TO WS-EOF-DEPEND
                       ELSE
                           DISPLAY "  Dependiente " DP-SECUENCIA
                               " " DP-NOMBRE
                               " " DP-PARENTESCO
                               " Nac: " DP-FECHA-NAC
                               " Estado: " DP-ESTADO
                               " Baja: " DP-FECHA-BAJA
                       END-IF
               END-READ
           END-PERFORM.

      *>   El llamador deja en PMV-SECUENCIA a quien toca (00 el
      *>   titular) y en WS-TIPO-MOVIMIENTO el tipo; plan y nivel
      *>   son los de la inscripcion en el registro.
       GrabaMovimiento.
           MOVE WS-FECHA-HORA-PROCESO TO PMV-FECHA-HORA
           MOVE WS-OPERADOR TO PMV-OPERADOR
           MOVE WS-TIPO-MOVIMIENTO TO PMV-TIPO
           MOVE PE-ID TO PMV-ID
           MOVE PE-PLAN TO PMV-PLAN
           MOVE PE-NIVEL TO PMV-NIVEL
           MOVE WS-FECHA-EFECTIVA TO PMV-FECHA-EFECTIVA
           MOVE "M" TO PMV-ORIGEN
           WRITE PMV-RECORD.

       SincronizaDeduccion.
           CALL "PLANDED" USING PE-ID PE-PLAN PE-NIVEL
               WS-ACCION-DEDUCCION WS-FECHA-EFECTIVA
               WS-RESULTADO-DEDUCCION
           IF WS-RESULTADO-DEDUCCION NOT = "S"
               DISPLAY "Aviso: la prima no paso a la deduccion de "
                   "nomina (sin codigo en planctl.dat o sin prima): "
                   PE-ID " " PE-PLAN " " PE-NIVEL
               ADD 1 TO WS-TOTAL-ERRORES
           ELSE
               IF WS-ACCION-DEDUCCION = "A"
                   MOVE WS-PRI-PRIMA (WS-PRI-HALLADA)
                       TO WS-PRIMA-EDITADA
                   DISPLAY "Prima por periodo a deduccion: " PE-ID
                       " " WS-PRIMA-EDITADA
               END-IF
           END-IF.

       END PROGRAM PLANMNT.
