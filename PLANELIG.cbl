       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANELIG.
      *>   Elegibilidad del plan medico, corrida nocturna en tres
      *>   pasadas. (1) Edad: cada HIJO activo del registro de
      *>   dependientes (DEPENDNT.cpy) que cumplio la edad limite de
      *>   PLANCTL.cpy (via EDADCALC) queda fuera por edad (E), y
      *>   toda inscripcion activa (PLANENRL.cpy) cuyo nivel cubre a
      *>   un conyuge o hijos que ya no tiene baja al nivel que si
      *>   le corresponde, con la prima nueva en la deduccion de
      *>   nomina (PLANDED). (2) Estado: los asientos de la bitacora
      *>   de auditoria (EMPAUD.cpy) posteriores al ultimo revisado
      *>   que pasan a un empleado a T terminan su inscripcion y su
      *>   deduccion con la fecha de baja del maestro; los que lo
      *>   sacan de T se listan para que RRHH decida si se vuelve a
      *>   inscribir. (3) Aseguradora: el dia de envio de PLANCTL
      *>   (viernes por defecto) escribe el archivo de elegibilidad
      *>   (PLANELEG.cpy) con las altas, cambios y terminaciones de
      *>   la bitacora de movimientos (PLANMOV.cpy) posteriores al
      *>   ultimo envio; los demas dias los movimientos se acumulan
      *>   y el archivo de la semana anterior no se toca. Lo que la
      *>   aseguradora mantenia por correo sale de aqui.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-inscripciones
               ASSIGN TO "planenrl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-ID
               FILE STATUS IS WS-FS-INSCRIP.

               SELECT OPTIONAL archivo-dependientes
               ASSIGN TO "dependnt.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CLAVE
               FILE STATUS IS WS-FS-DEPEND.

               SELECT OPTIONAL archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT OPTIONAL archivo-auditoria
               ASSIGN TO "audit.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

               SELECT OPTIONAL archivo-control-plan
               ASSIGN TO "planctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT OPTIONAL archivo-movimientos
               ASSIGN TO "planmov.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMIENTOS.

               SELECT archivo-aseguradora
               ASSIGN TO "planeleg.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ASEGURADORA.

               SELECT archivo-reporte
               ASSIGN TO "planelig.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-inscripciones.
           COPY PLANENRL.

       FD  archivo-dependientes.
           COPY DEPENDNT.

       FD  archivo-empleados.
           COPY EMPREC.

       FD  archivo-auditoria.
           COPY EMPAUD.

       FD  archivo-control-plan.
           COPY PLANCTL.

       FD  archivo-movimientos.
           COPY PLANMOV.

       FD  archivo-aseguradora.
           COPY PLANELEG.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-INSCRIP PIC XX VALUE "00".
           01 WS-FS-DEPEND PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-AUDITORIA PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-MOVIMIENTOS PIC XX VALUE "00".
           01 WS-FS-ASEGURADORA PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-INSCRIP PIC X VALUE "N".
           01 WS-EOF-DEPEND PIC X VALUE "N".
           01 WS-EOF-AUDITORIA PIC X VALUE "N".
           01 WS-EOF-MOVIMIENTOS PIC X VALUE "N".
           01 WS-HAY-INSCRIPCIONES PIC X VALUE "N".
           01 WS-HAY-DEPENDIENTES PIC X VALUE "N".
           01 WS-HAY-EMPLEADOS PIC X VALUE "N".
           01 WS-HAY-CONTROL PIC X VALUE "N".
           01 WS-INSCRITO PIC X VALUE "N".

      *>   Parametros (PLANCTL.cpy) con sus defaults, y los sellos
      *>   nuevos que se guardan al final.
           01 WS-EDAD-LIMITE PIC 9(3) VALUE 26.
           01 WS-CODIGO-DEDUCCION PIC X(4) VALUE SPACES.
           01 WS-DIA-ENVIO PIC 9 VALUE 5.
           01 WS-ULTIMA-AUDITORIA PIC X(26) VALUE SPACES.
           01 WS-NUEVA-AUDITORIA PIC X(26) VALUE SPACES.
           01 WS-ULTIMO-ENVIO PIC X(26) VALUE SPACES.
           01 WS-NUEVO-ENVIO PIC X(26) VALUE SPACES.

      *>   Dia de la semana por numero de dia juliano, misma
      *>   aritmetica que CALCHECK: MOD(dias 7) = 1 lunes ... 5
      *>   viernes, 6 sabado, 0 domingo.
           01 WS-DIAS-ENTEROS PIC 9(8) VALUE ZEROS.
           01 WS-DIA-SEMANA PIC 9 VALUE ZEROS.
           01 WS-ES-DIA-ENVIO PIC X VALUE "N".

      *>   Edad via EDADCALC contra la fecha de proceso.
           01 WS-EDAD PIC 9(3) VALUE ZEROS.
           01 WS-EDAD-VALIDA PIC X VALUE "N".

      *>   Revision del nivel contra los dependientes activos.
           01 WS-CONYUGES-ACTIVOS PIC 9(2) VALUE ZEROS.
           01 WS-HIJOS-ACTIVOS PIC 9(2) VALUE ZEROS.
           01 WS-CUBRE-CONYUGE PIC X VALUE "N".
           01 WS-CUBRE-HIJOS PIC X VALUE "N".
           01 WS-NIVEL-NUEVO PIC X(2) VALUE SPACES.

      *>   Movimiento y sincronia con la deduccion (PLANDED).
           01 WS-TIPO-MOVIMIENTO PIC X VALUE SPACES.
           01 WS-ORIGEN-MOVIMIENTO PIC X VALUE SPACES.
           01 WS-SECUENCIA-MOVIMIENTO PIC 9(2) VALUE ZEROS.
           01 WS-FECHA-EFECTIVA PIC X(8) VALUE SPACES.
           01 WS-ACCION-DEDUCCION PIC X VALUE SPACES.
           01 WS-RESULTADO-DEDUCCION PIC X VALUE SPACES.
           01 WS-OPERADOR-LOTE PIC X(8) VALUE "PLANELIG".

           01 WS-TOTAL-EDAD PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-AJUSTES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-TERMINADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-REACTIVADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SIN-PRIMA PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ENVIADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ENV-ALTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ENV-CAMBIOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ENV-BAJAS PIC 9(6) VALUE ZEROS.

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR, igual que BANKALRT.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "PLANELIG - ELEGIBILIDAD DEL PLAN MEDICO".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 20.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-COLUMNAS.
               05 FILLER PIC X(44) VALUE
                   "ID     SEC NOMBRE                         PL".
               05 FILLER PIC X(44) VALUE
                   "AN  NV EVENTO".

           01 LIN-DETALLE.
               05 LD-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-SECUENCIA PIC 99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-NOMBRE PIC X(30).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-PLAN PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-NIVEL PIC X(2).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-EVENTO PIC X(40).

           01 LIN-TOTALES.
               05 LT-TEXTO PIC X(32).
               05 LT-CONTADOR PIC ZZZ,ZZ9.

      *>   Bitacora de corrida (ver RUNLOGW), igual que BANKALRT.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "PLANELIG".
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
           PERFORM LeeControlPlan
           MOVE WS-ULTIMA-AUDITORIA TO WS-NUEVA-AUDITORIA
           MOVE WS-ULTIMO-ENVIO TO WS-NUEVO-ENVIO
           COMPUTE WS-DIAS-ENTEROS = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG))
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIAS-ENTEROS 7)
           IF WS-DIA-SEMANA = WS-DIA-ENVIO
               MOVE "S" TO WS-ES-DIA-ENVIO
           END-IF
           OPEN I-O archivo-inscripciones
           IF WS-FS-INSCRIP = "00"
               MOVE "S" TO WS-HAY-INSCRIPCIONES
           ELSE
               CLOSE archivo-inscripciones
           END-IF
           OPEN I-O archivo-dependientes
           IF WS-FS-DEPEND = "00"
               MOVE "S" TO WS-HAY-DEPENDIENTES
           ELSE
               CLOSE archivo-dependientes
           END-IF
           OPEN INPUT archivo-empleados
           IF WS-FS-EMPLEADOS = "00"
               MOVE "S" TO WS-HAY-EMPLEADOS
           ELSE
               CLOSE archivo-empleados
           END-IF
           OPEN EXTEND archivo-movimientos
           IF WS-FS-MOVIMIENTOS = "05" OR WS-FS-MOVIMIENTOS = "35"
               OPEN OUTPUT archivo-movimientos
           END-IF
           OPEN OUTPUT archivo-reporte
           PERFORM ImprimeEncabezado
           IF WS-HAY-INSCRIPCIONES = "S"
               AND WS-HAY-DEPENDIENTES = "S"
               PERFORM RevisaEdades
               PERFORM RevisaNiveles
           END-IF
           IF WS-HAY-INSCRIPCIONES = "S"
               PERFORM RevisaAuditoria
           END-IF
           CLOSE archivo-movimientos
           IF WS-ES-DIA-ENVIO = "S"
               PERFORM EnviaAseguradora
           END-IF
           IF WS-HAY-EMPLEADOS = "S"
               CLOSE archivo-empleados
           END-IF
           IF WS-HAY-DEPENDIENTES = "S"
               CLOSE archivo-dependientes
           END-IF
           IF WS-HAY-INSCRIPCIONES = "S"
               CLOSE archivo-inscripciones
           END-IF
           PERFORM GrabaControlPlan
           PERFORM ImprimeTotales
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Fuera por edad: " WS-TOTAL-EDAD
               " Niveles ajustados: " WS-TOTAL-AJUSTES
               " Terminadas por baja: " WS-TOTAL-TERMINADAS
           DISPLAY "Reactivados por revisar: " WS-TOTAL-REACTIVADOS
               " Sin prima en deduccion: " WS-TOTAL-SIN-PRIMA
               " Renglones a la aseguradora: " WS-TOTAL-ENVIADOS
           MOVE WS-TOTAL-ENVIADOS TO WS-RL-ESCRITOS
           MOVE WS-TOTAL-SIN-PRIMA TO WS-RL-RECHAZADOS
           IF WS-TOTAL-REACTIVADOS > 0 OR WS-TOTAL-SIN-PRIMA > 0
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

      *>   Sin control se quedan los defaults de WORKING-STORAGE y
      *>   sin sellos: la primera corrida revisa toda la bitacora.
       LeeControlPlan.
           OPEN INPUT archivo-control-plan
           IF WS-FS-CONTROL = "00"
               READ archivo-control-plan
                   NOT AT END
                       MOVE "S" TO WS-HAY-CONTROL
                       IF PLC-EDAD-LIMITE > 0
                           MOVE PLC-EDAD-LIMITE TO WS-EDAD-LIMITE
                       END-IF
                       MOVE PLC-CODIGO-DEDUCCION
                           TO WS-CODIGO-DEDUCCION
                       IF PLC-DIA-ENVIO NUMERIC
                           AND PLC-DIA-ENVIO < 7
                           MOVE PLC-DIA-ENVIO TO WS-DIA-ENVIO
                       END-IF
                       MOVE PLC-ULTIMA-AUDITORIA
                           TO WS-ULTIMA-AUDITORIA
                       MOVE PLC-ULTIMO-ENVIO TO WS-ULTIMO-ENVIO
               END-READ
           END-IF
           CLOSE archivo-control-plan.

      *>   Los sellos se guardan en el control; la primera vez el
      *>   registro se crea con los parametros vigentes.
       GrabaControlPlan.
           IF WS-HAY-CONTROL = "S"
               OPEN I-O archivo-control-plan
               READ archivo-control-plan
                   NOT AT END
                       MOVE WS-NUEVA-AUDITORIA
                           TO PLC-ULTIMA-AUDITORIA
                       MOVE WS-NUEVO-ENVIO TO PLC-ULTIMO-ENVIO
                       REWRITE PLC-RECORD
               END-READ
           ELSE
               OPEN OUTPUT archivo-control-plan
               MOVE WS-EDAD-LIMITE TO PLC-EDAD-LIMITE
               MOVE WS-CODIGO-DEDUCCION TO PLC-CODIGO-DEDUCCION
               MOVE WS-DIA-ENVIO TO PLC-DIA-ENVIO
               MOVE WS-NUEVA-AUDITORIA TO PLC-ULTIMA-AUDITORIA
               MOVE WS-NUEVO-ENVIO TO PLC-ULTIMO-ENVIO
               WRITE PLC-RECORD
           END-IF
           CLOSE archivo-control-plan.

      *>   Pasada 1a: hijos que cumplieron la edad limite.
       RevisaEdades.
           MOVE "N" TO WS-EOF-DEPEND
           MOVE LOW-VALUES TO DP-CLAVE
           START archivo-dependientes KEY IS >= DP-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-DEPEND
           END-START
           PERFORM UNTIL WS-EOF-DEPEND = "S"
               READ archivo-dependientes NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-DEPEND
                   NOT AT END
                       ADD 1 TO WS-RL-LEIDOS
                       IF DP-ESTADO = "A" AND DP-PARENTESCO = "HIJO"
                           PERFORM RevisaEdadHijo
                       END-IF
               END-READ
           END-PERFORM.

       RevisaEdadHijo.
           CALL "EDADCALC" USING DP-FECHA-NAC WS-FECHA-PROCESO-NEG
               WS-EDAD WS-EDAD-VALIDA
           IF WS-EDAD-VALIDA NOT = "S" OR WS-EDAD < WS-EDAD-LIMITE
               EXIT PARAGRAPH
           END-IF
           MOVE "E" TO DP-ESTADO
           MOVE WS-FECHA-PROCESO-NEG TO DP-FECHA-BAJA
           REWRITE DP-RECORD
           ADD 1 TO WS-TOTAL-EDAD
           MOVE DP-ID TO LD-ID
           MOVE DP-SECUENCIA TO LD-SECUENCIA
           MOVE DP-NOMBRE TO LD-NOMBRE
           MOVE SPACES TO LD-PLAN
           MOVE SPACES TO LD-NIVEL
           MOVE "HIJO FUERA POR EDAD" TO LD-EVENTO
           MOVE DP-ID TO PE-ID
           READ archivo-inscripciones
               INVALID KEY
                   MOVE "N" TO WS-INSCRITO
               NOT INVALID KEY
                   MOVE "S" TO WS-INSCRITO
           END-READ
           IF WS-INSCRITO = "S" AND PE-ESTADO = "A"
               MOVE PE-PLAN TO LD-PLAN
               MOVE PE-NIVEL TO LD-NIVEL
               IF PE-NIVEL = "EH" OR PE-NIVEL = "FA"
                   MOVE "T" TO WS-TIPO-MOVIMIENTO
                   MOVE "E" TO WS-ORIGEN-MOVIMIENTO
                   MOVE DP-SECUENCIA TO WS-SECUENCIA-MOVIMIENTO
                   MOVE WS-FECHA-PROCESO-NEG TO WS-FECHA-EFECTIVA
                   PERFORM GrabaMovimiento
               END-IF
           END-IF
           PERFORM ImprimeDetalle.

      *>   Pasada 1b: un nivel que cubre a un conyuge o a hijos que
      *>   ya no estan activos baja al que si corresponde. Un nivel
      *>   que cubre de menos es decision del empleado, no se toca.
       RevisaNiveles.
           MOVE "N" TO WS-EOF-INSCRIP
           MOVE ZEROS TO PE-ID
           START archivo-inscripciones KEY IS >= PE-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-INSCRIP
           END-START
           PERFORM UNTIL WS-EOF-INSCRIP = "S"
               READ archivo-inscripciones NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-INSCRIP
                   NOT AT END
                       IF PE-ESTADO = "A" AND PE-NIVEL NOT = "EE"
                           PERFORM RevisaNivel
                       END-IF
               END-READ
           END-PERFORM.

       RevisaNivel.
           PERFORM CuentaDependientes
           MOVE "N" TO WS-CUBRE-CONYUGE
           MOVE "N" TO WS-CUBRE-HIJOS
           IF (PE-NIVEL = "ES" OR PE-NIVEL = "FA")
               AND WS-CONYUGES-ACTIVOS > 0
               MOVE "S" TO WS-CUBRE-CONYUGE
           END-IF
           IF (PE-NIVEL = "EH" OR PE-NIVEL = "FA")
               AND WS-HIJOS-ACTIVOS > 0
               MOVE "S" TO WS-CUBRE-HIJOS
           END-IF
           EVALUATE TRUE
               WHEN WS-CUBRE-CONYUGE = "S" AND WS-CUBRE-HIJOS = "S"
                   MOVE "FA" TO WS-NIVEL-NUEVO
               WHEN WS-CUBRE-CONYUGE = "S"
                   MOVE "ES" TO WS-NIVEL-NUEVO
               WHEN WS-CUBRE-HIJOS = "S"
                   MOVE "EH" TO WS-NIVEL-NUEVO
               WHEN OTHER
                   MOVE "EE" TO WS-NIVEL-NUEVO
           END-EVALUATE
           IF WS-NIVEL-NUEVO = PE-NIVEL
               EXIT PARAGRAPH
           END-IF
           MOVE PE-ID TO LD-ID
           MOVE ZEROS TO LD-SECUENCIA
           PERFORM NombreTitular
           MOVE PE-PLAN TO LD-PLAN
           MOVE WS-NIVEL-NUEVO TO LD-NIVEL
           STRING "NIVEL AJUSTADO DE " PE-NIVEL " A " WS-NIVEL-NUEVO
               DELIMITED BY SIZE INTO LD-EVENTO
           MOVE WS-NIVEL-NUEVO TO PE-NIVEL
           MOVE WS-FECHA-PROCESO-NEG TO PE-FECHA-CAMBIO
           MOVE WS-OPERADOR-LOTE TO PE-OPERADOR
           REWRITE PE-RECORD
           ADD 1 TO WS-TOTAL-AJUSTES
           MOVE "C" TO WS-TIPO-MOVIMIENTO
           MOVE "E" TO WS-ORIGEN-MOVIMIENTO
           MOVE ZEROS TO WS-SECUENCIA-MOVIMIENTO
           MOVE WS-FECHA-PROCESO-NEG TO WS-FECHA-EFECTIVA
           PERFORM GrabaMovimiento
           MOVE "A" TO WS-ACCION-DEDUCCION
           PERFORM SincronizaDeduccion
           PERFORM ImprimeDetalle.

       CuentaDependientes.
           MOVE ZEROS TO WS-CONYUGES-ACTIVOS
           MOVE ZEROS TO WS-HIJOS-ACTIVOS
           MOVE "N" TO WS-EOF-DEPEND
           MOVE PE-ID TO DP-ID
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
                       IF DP-ID NOT = PE-ID
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

      *>   Pasada 2: cambios de EMP-ESTADO en la bitacora desde el
      *>   ultimo asiento revisado (el sello AUD-FECHA-HORA crece).
       RevisaAuditoria.
           OPEN INPUT archivo-auditoria
           IF WS-FS-AUDITORIA NOT = "00"
               CLOSE archivo-auditoria
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-AUDITORIA = "S"
               READ archivo-auditoria
                   AT END
                       MOVE "S" TO WS-EOF-AUDITORIA
                   NOT AT END
                       IF AUD-FECHA-HORA > WS-ULTIMA-AUDITORIA
                           ADD 1 TO WS-RL-LEIDOS
                           PERFORM RevisaAsiento
                           IF AUD-FECHA-HORA > WS-NUEVA-AUDITORIA
                               MOVE AUD-FECHA-HORA
                                   TO WS-NUEVA-AUDITORIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-auditoria.

       RevisaAsiento.
           IF AUD-ESTADO-ANTES NOT = "T" AND AUD-ESTADO-DESPUES = "T"
               PERFORM TerminaPorBaja
           END-IF
           IF AUD-ESTADO-ANTES = "T" AND AUD-ESTADO-DESPUES NOT = "T"
               AND AUD-ESTADO-DESPUES NOT = SPACE
               PERFORM ListaReactivado
           END-IF.

      *>   La fecha efectiva es la EMP-FECHA-BAJA del maestro; sin
      *>   ella, la del asiento de auditoria.
       TerminaPorBaja.
           MOVE AUD-ID TO PE-ID
           READ archivo-inscripciones
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PE-ESTADO NOT = "A"
               EXIT PARAGRAPH
           END-IF
           MOVE AUD-FECHA-HORA (1:8) TO WS-FECHA-EFECTIVA
           IF WS-HAY-EMPLEADOS = "S"
               MOVE AUD-ID TO EMP-ID
               READ archivo-empleados
                   NOT INVALID KEY
                       IF EMP-FECHA-BAJA NUMERIC
                           MOVE EMP-FECHA-BAJA TO WS-FECHA-EFECTIVA
                       END-IF
               END-READ
           END-IF
           MOVE "T" TO PE-ESTADO
           MOVE WS-FECHA-EFECTIVA TO PE-FECHA-FIN
           MOVE WS-FECHA-PROCESO-NEG TO PE-FECHA-CAMBIO
           MOVE WS-OPERADOR-LOTE TO PE-OPERADOR
           REWRITE PE-RECORD
           ADD 1 TO WS-TOTAL-TERMINADAS
           MOVE "T" TO WS-TIPO-MOVIMIENTO
           MOVE "S" TO WS-ORIGEN-MOVIMIENTO
           MOVE ZEROS TO WS-SECUENCIA-MOVIMIENTO
           PERFORM GrabaMovimiento
           MOVE "T" TO WS-ACCION-DEDUCCION
           PERFORM SincronizaDeduccion
           MOVE PE-ID TO LD-ID
           MOVE ZEROS TO LD-SECUENCIA
           PERFORM NombreTitular
           MOVE PE-PLAN TO LD-PLAN
           MOVE PE-NIVEL TO LD-NIVEL
           MOVE "TERMINADA POR BAJA DEL EMPLEADO" TO LD-EVENTO
           PERFORM ImprimeDetalle.

      *>   Solo se lista: volver a inscribir es decision de RRHH.
       ListaReactivado.
           MOVE AUD-ID TO PE-ID
           READ archivo-inscripciones
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PE-ESTADO NOT = "T"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-REACTIVADOS
           MOVE PE-ID TO LD-ID
           MOVE ZEROS TO LD-SECUENCIA
           PERFORM NombreTitular
           MOVE PE-PLAN TO LD-PLAN
           MOVE PE-NIVEL TO LD-NIVEL
           MOVE "REACTIVADO, REVISAR REINSCRIPCION" TO LD-EVENTO
           PERFORM ImprimeDetalle.

       NombreTitular.
           MOVE SPACES TO LD-NOMBRE
           IF WS-HAY-EMPLEADOS = "S"
               MOVE PE-ID TO EMP-ID
               READ archivo-empleados
                   INVALID KEY
                       MOVE "*NO EN MAESTRO*" TO LD-NOMBRE
                   NOT INVALID KEY
                       STRING EMP-NOMBRE DELIMITED BY "  "
                           " " EMP-APELLIDO DELIMITED BY SIZE
                           INTO LD-NOMBRE
               END-READ
           END-IF.

      *>   Plan y nivel son los de la inscripcion en el registro.
       GrabaMovimiento.
           MOVE WS-FECHA-HORA-PROCESO TO PMV-FECHA-HORA
           MOVE WS-OPERADOR-LOTE TO PMV-OPERADOR
           MOVE WS-TIPO-MOVIMIENTO TO PMV-TIPO
           MOVE PE-ID TO PMV-ID
           MOVE WS-SECUENCIA-MOVIMIENTO TO PMV-SECUENCIA
           MOVE PE-PLAN TO PMV-PLAN
           MOVE PE-NIVEL TO PMV-NIVEL
           MOVE WS-FECHA-EFECTIVA TO PMV-FECHA-EFECTIVA
           MOVE WS-ORIGEN-MOVIMIENTO TO PMV-ORIGEN
           WRITE PMV-RECORD.

       SincronizaDeduccion.
           CALL "PLANDED" USING PE-ID PE-PLAN PE-NIVEL
               WS-ACCION-DEDUCCION WS-FECHA-EFECTIVA
               WS-RESULTADO-DEDUCCION
           IF WS-RESULTADO-DEDUCCION NOT = "S"
               ADD 1 TO WS-TOTAL-SIN-PRIMA
               DISPLAY "Aviso: la prima no paso a la deduccion de "
                   "nomina (sin codigo en planctl.dat o sin prima): "
                   PE-ID " " PE-PLAN " " PE-NIVEL
           END-IF.

      *>   Pasada 3: archivo semanal a la aseguradora con los
      *>   movimientos posteriores al ultimo envio, incluidos los
      *>   que dejo esta misma corrida.
       EnviaAseguradora.
           OPEN OUTPUT archivo-aseguradora
           MOVE SPACES TO PEG-HEADER-RECORD
           MOVE "1" TO PEG-H-TIPO
           MOVE WS-FECHA-PROCESO-NEG TO PEG-H-FECHA
           MOVE WS-NOMBRE-EMPRESA TO PEG-H-EMPRESA
           WRITE PEG-HEADER-RECORD
           OPEN INPUT archivo-movimientos
           IF WS-FS-MOVIMIENTOS = "00"
               PERFORM UNTIL WS-EOF-MOVIMIENTOS = "S"
                   READ archivo-movimientos
                       AT END
                           MOVE "S" TO WS-EOF-MOVIMIENTOS
                       NOT AT END
                           IF PMV-FECHA-HORA > WS-ULTIMO-ENVIO
                               PERFORM EnviaMovimiento
                               IF PMV-FECHA-HORA > WS-NUEVO-ENVIO
                                   MOVE PMV-FECHA-HORA
                                       TO WS-NUEVO-ENVIO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE archivo-movimientos
           MOVE SPACES TO PEG-TRAILER-RECORD
           MOVE "9" TO PEG-T-TIPO
           MOVE WS-TOTAL-ENVIADOS TO PEG-T-CONTADOR
           MOVE WS-TOTAL-ENV-ALTAS TO PEG-T-ALTAS
           MOVE WS-TOTAL-ENV-CAMBIOS TO PEG-T-CAMBIOS
           MOVE WS-TOTAL-ENV-BAJAS TO PEG-T-BAJAS
           WRITE PEG-TRAILER-RECORD
           CLOSE archivo-aseguradora.

      *>   Nombre, parentesco y nacimiento del titular salen del
      *>   maestro; los del dependiente, de su registro.
       EnviaMovimiento.
           MOVE SPACES TO PEG-DETAIL-RECORD
           MOVE "2" TO PEG-D-TIPO
           MOVE PMV-TIPO TO PEG-D-MOVIMIENTO
           MOVE PMV-ID TO PEG-D-ID
           MOVE PMV-SECUENCIA TO PEG-D-SECUENCIA
           MOVE PMV-PLAN TO PEG-D-PLAN
           MOVE PMV-NIVEL TO PEG-D-NIVEL
           MOVE PMV-FECHA-EFECTIVA TO PEG-D-FECHA-EFECTIVA
           IF PMV-SECUENCIA = ZEROS
               MOVE "TITULAR" TO PEG-D-PARENTESCO
               IF WS-HAY-EMPLEADOS = "S"
                   MOVE PMV-ID TO EMP-ID
                   READ archivo-empleados
                       NOT INVALID KEY
                           STRING EMP-NOMBRE DELIMITED BY "  "
                               " " EMP-APELLIDO DELIMITED BY SIZE
                               INTO PEG-D-NOMBRE
                           MOVE EMP-FECHA-NAC TO PEG-D-FECHA-NAC
                   END-READ
               END-IF
           ELSE
               IF WS-HAY-DEPENDIENTES = "S"
                   MOVE PMV-ID TO DP-ID
                   MOVE PMV-SECUENCIA TO DP-SECUENCIA
                   READ archivo-dependientes
                       NOT INVALID KEY
                           MOVE DP-NOMBRE TO PEG-D-NOMBRE
                           MOVE DP-PARENTESCO TO PEG-D-PARENTESCO
                           MOVE DP-FECHA-NAC TO PEG-D-FECHA-NAC
                   END-READ
               END-IF
           END-IF
           WRITE PEG-DETAIL-RECORD
           ADD 1 TO WS-TOTAL-ENVIADOS
           EVALUATE PMV-TIPO
               WHEN "A"
                   ADD 1 TO WS-TOTAL-ENV-ALTAS
               WHEN "C"
                   ADD 1 TO WS-TOTAL-ENV-CAMBIOS
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-ENV-BAJAS
           END-EVALUATE.

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
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS
           MOVE ZEROS TO WS-CONTADOR-LINEAS.

       ImprimeTotales.
           MOVE "HIJOS FUERA POR EDAD" TO LT-TEXTO
           MOVE WS-TOTAL-EDAD TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "NIVELES AJUSTADOS" TO LT-TEXTO
           MOVE WS-TOTAL-AJUSTES TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "TERMINADAS POR BAJA" TO LT-TEXTO
           MOVE WS-TOTAL-TERMINADAS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "REACTIVADOS POR REVISAR" TO LT-TEXTO
           MOVE WS-TOTAL-REACTIVADOS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "SIN PRIMA EN DEDUCCION" TO LT-TEXTO
           MOVE WS-TOTAL-SIN-PRIMA TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           IF WS-ES-DIA-ENVIO = "S"
               MOVE "RENGLONES A LA ASEGURADORA" TO LT-TEXTO
               MOVE WS-TOTAL-ENVIADOS TO LT-CONTADOR
           ELSE
               MOVE "HOY NO HAY ENVIO A ASEGURADORA" TO LT-TEXTO
               MOVE ZEROS TO LT-CONTADOR
           END-IF
           WRITE LINEA-REPORTE FROM LIN-TOTALES.

       END PROGRAM PLANELIG.
