      *>   caso sale de la cola: los casos que el revisor salta se van
      *>   copiando a un archivo de trabajo y al final revision.dat se
      *>   regraba desde ahi solo con los que siguen pendientes.
      *>   Cuando el registro con el que choco es un terminado, el
      *>   revisor puede ademas recontratarlo (R): se reactiva el
      *>   mismo EMP-ID con fecha de ingreso nueva, como la accion H
      *>   de EMPMAINT, en vez de darle un ID nuevo que partiria su
      *>   historia; el periodo anterior queda en la historia de
      *>   servicio (SERVHIST.cpy). Si el motivo de su baja esta
      *>   marcado no recontratable (MOTBAJA.cpy) se rehusa.
      *>   Aprobar un alta consume su ID en el registro central de
      *>   asignacion (IDASIGN); si el ID no fue emitido por el
      *>   servicio el caso queda pendiente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

               SELECT OPTIONAL archivo-motivos
               ASSIGN TO "motbaja.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-CODIGO
               FILE STATUS IS WS-FS-MOTIVOS.

               SELECT OPTIONAL archivo-historia-servicio
               ASSIGN TO "servhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-CLAVE
               FILE STATUS IS WS-FS-HISTORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-empleados.
       FD  archivo-estado-sistema.
           COPY SYSSTATE.

       FD  archivo-motivos.
           COPY MOTBAJA.

       FD  archivo-historia-servicio.
           COPY SERVHIST.


       WORKING-STORAGE SECTION.
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-TOTAL-APROBADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CERRADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-PENDIENTES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RECONTRATADOS PIC 9(6) VALUE ZEROS.

      *>   Recontratacion desde la cola (ver RecontrataCaso).
           01 WS-FS-MOTIVOS PIC XX VALUE "00".
           01 WS-FS-HISTORIA PIC XX VALUE "00".
           01 WS-HAY-MOTIVOS PIC X VALUE "N".
           01 WS-RECONTRATABLE PIC X VALUE "S".
           01 WS-COINCIDENTE-TERMINADO PIC X VALUE "N".
           01 WS-PERIODO-INGRESO PIC X(8) VALUE SPACES.
           01 WS-PERIODO-BAJA PIC X(8) VALUE SPACES.
           01 WS-PERIODO-MOTIVO PIC X(2) VALUE SPACES.
           01 EMP-RECORD-ANTES.
               05 ERA-NOMBRE PIC X(16).
               05 ERA-APELLIDO PIC X(32).
               05 ERA-EDAD PIC 9(3).
               05 ERA-DEPTO PIC X(10).

      *>   Trailer de archivo-empleados: mismo esquema que Capitulo17/
      *>   EMPMAINT, se recalcula tras cada alta aprobada.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Servicio central de asignacion de EMP-ID (ver IDASIGN): el
      *>   alta aprobada consume el ID emitido que traia la captura;
      *>   uno que el servicio no emitio (o que ya se uso) deja el
      *>   caso pendiente.
           01 WS-IA-MODO PIC X VALUE "V".
           01 WS-IA-ID PIC 9(6) VALUE ZEROS.
           01 WS-IA-SUCURSAL PIC X(4) VALUE SPACES.
           01 WS-IA-PROGRAMA PIC X(8) VALUE "EMPDUPRV".
           01 WS-IA-RESULTADO PIC X VALUE "N".
           01 WS-IA-RAZON PIC X(30) VALUE SPACES.

      *>   Derivacion de la fecha de nacimiento del alta aprobada,
      *>   igual que Capitulo17.
           01 WS-ANIO-NAC PIC 9(4) VALUE ZEROS.
           PERFORM MarcaSesionEnLinea
           OPEN OUTPUT archivo-revision-trabajo
           OPEN I-O archivo-empleados
           OPEN INPUT archivo-motivos
           IF WS-FS-MOTIVOS = "00"
               MOVE "S" TO WS-HAY-MOTIVOS
           ELSE
               CLOSE archivo-motivos
           END-IF
           PERFORM UNTIL WS-EOF-REVISION = "S"
               READ archivo-revision
                   AT END
               END-READ
           END-PERFORM
           CLOSE archivo-empleados
           IF WS-HAY-MOTIVOS = "S"
               CLOSE archivo-motivos
           END-IF
           CLOSE archivo-revision
           CLOSE archivo-revision-trabajo
           PERFORM LiberaSesionEnLinea
           PERFORM RegrabaCola
           DISPLAY "Aprobados: " WS-TOTAL-APROBADOS
               " Cerrados como duplicado: " WS-TOTAL-CERRADOS
               " Recontratados: " WS-TOTAL-RECONTRATADOS
               " Siguen pendientes: " WS-TOTAL-PENDIENTES
           MOVE 0 TO RETURN-CODE
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a

      *>   Muestra el caso pendiente frente al registro existente con
      *>   el que choco y encamina segun lo que decida el revisor:
      *>   (A)probar el alta, (C)errar como duplicado confirmado,
      *>   (R)econtratar al terminado con su mismo ID, o (S)altar
      *>   para dejarlo pendiente otro dia.
       TrabajaCaso.
           MOVE "N" TO WS-CASO-RESUELTO
           MOVE "N" TO WS-COINCIDENTE-TERMINADO
           DISPLAY " "
           DISPLAY "Alta propuesta  ID: " DUP-ID
               " " DUP-NOMBRE " " DUP-APELLIDO
                       " " EMP-NOMBRE " " EMP-APELLIDO
                       " Edad: " EMP-EDAD
                       " Depto: " EMP-DEPTO
                   IF EMP-ESTADO = "T"
                       MOVE "S" TO WS-COINCIDENTE-TERMINADO
                       DISPLAY "  Terminado el " EMP-FECHA-BAJA
                           " motivo " EMP-MOTIVO-BAJA
                   END-IF
           END-READ
           IF WS-COINCIDENTE-TERMINADO = "S"
               DISPLAY "(A)probar alta, (C)errar duplicado, "
                   "(R)econtratar o (S)altar: "
           ELSE
               DISPLAY "(A)probar alta, (C)errar duplicado o "
                   "(S)altar: "
           END-IF
           ACCEPT WS-ACCION
           EVALUATE WS-ACCION
               WHEN "A"
               WHEN "C"
               WHEN "c"
                   PERFORM CierraCaso
               WHEN "R"
               WHEN "r"
                   IF WS-COINCIDENTE-TERMINADO = "S"
                       PERFORM RecontrataCaso
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *>   entra al maestro con los datos originales de la captura y
      *>   el trailer se recalcula igual que tras cualquier alta.
       ApruebaCaso.
           MOVE "V" TO WS-IA-MODO
           PERFORM ConsultaAsignacion
           IF WS-IA-RESULTADO = "N"
               DISPLAY "No se puede aprobar, " WS-IA-RAZON ": "
                   DUP-ID " - el caso queda pendiente"
               EXIT PARAGRAPH
           END-IF
           MOVE DUP-ID TO EMP-ID
           MOVE DUP-NOMBRE TO EMP-NOMBRE
           MOVE DUP-APELLIDO TO EMP-APELLIDO
           MOVE "N" TO EMP-NAC-CONFIRMADA
           MOVE "A" TO EMP-ESTADO
           MOVE SPACES TO EMP-FECHA-BAJA
           MOVE SPACES TO EMP-MOTIVO-BAJA
           CALL "PROBDATE" USING WS-FECHA-PROCESO-NEG
               EMP-FECHA-FIN-PROB
           MOVE SPACES TO EMP-PROB-CONFIRMADA
                   MOVE "V" TO WS-TIPO-AUDITORIA
                   PERFORM GrabaAuditoria
                   PERFORM ActualizaTrailer
                   MOVE "U" TO WS-IA-MODO
                   PERFORM ConsultaAsignacion
                   MOVE "S" TO WS-CASO-RESUELTO
           END-WRITE.

      *>   Verifica (V) o marca usado (U) el ID del caso contra el
      *>   registro central de asignacion (ver IDASIGN).
       ConsultaAsignacion.
           MOVE DUP-ID TO WS-IA-ID
           MOVE SPACES TO WS-IA-SUCURSAL
           CALL "IDASIGN" USING WS-IA-MODO WS-IA-ID WS-IA-SUCURSAL
               WS-IA-PROGRAMA WS-IA-RESULTADO WS-IA-RAZON.

      *>   Es la misma persona que vuelve: se reactiva el registro
      *>   coincidente con los datos de la captura, fecha de ingreso
      *>   de proceso y periodo de prueba nuevo, igual que la accion
      *>   H de EMPMAINT; el periodo que se cierra va a la historia
      *>   de servicio. El trailer no cambia (no hay registro nuevo).
      *>   Rehusada por el motivo de baja, el caso queda pendiente.
       RecontrataCaso.
           PERFORM ValidaRecontratable
           IF WS-RECONTRATABLE NOT = "S"
               DISPLAY "Recontratacion rehusada, motivo de baja no "
                   "recontratable: " EMP-ID " " EMP-MOTIVO-BAJA
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-NOMBRE TO ERA-NOMBRE
           MOVE EMP-APELLIDO TO ERA-APELLIDO
           MOVE EMP-EDAD TO ERA-EDAD
           MOVE EMP-DEPTO TO ERA-DEPTO
           MOVE EMP-FECHA-INGRESO TO WS-PERIODO-INGRESO
           MOVE EMP-FECHA-BAJA TO WS-PERIODO-BAJA
           MOVE EMP-MOTIVO-BAJA TO WS-PERIODO-MOTIVO
           MOVE DUP-NOMBRE TO EMP-NOMBRE
           MOVE DUP-APELLIDO TO EMP-APELLIDO
           MOVE DUP-DEPTO TO EMP-DEPTO
           MOVE "A" TO EMP-ESTADO
           MOVE SPACES TO EMP-FECHA-BAJA
           MOVE SPACES TO EMP-MOTIVO-BAJA
           CALL "PROBDATE" USING WS-FECHA-PROCESO-NEG
               EMP-FECHA-FIN-PROB
           MOVE SPACES TO EMP-PROB-CONFIRMADA
           MOVE WS-FECHA-PROCESO-NEG TO EMP-FECHA-INGRESO
           ADD 1 TO EMP-CONTADOR-ACT
           REWRITE EMP-RECORD
               INVALID KEY
                   DISPLAY "No se pudo recontratar el ID " EMP-ID
                       " - el caso queda pendiente"
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-RECONTRATADOS
                   PERFORM AuditaRecontratacion
                   PERFORM GrabaPeriodoServicio
                   MOVE "S" TO WS-CASO-RESUELTO
           END-REWRITE.

      *>   Sin catalogo, o con una baja sin motivo (anterior al
      *>   catalogo), la recontratacion no se bloquea.
       ValidaRecontratable.
           MOVE "S" TO WS-RECONTRATABLE
           IF WS-HAY-MOTIVOS NOT = "S" OR EMP-MOTIVO-BAJA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-MOTIVO-BAJA TO MB-CODIGO
           READ archivo-motivos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MB-RECONTRATABLE = "N"
                       MOVE "N" TO WS-RECONTRATABLE
                   END-IF
           END-READ.

      *>   Asiento H (recontratacion) sobre el ID existente, con el
      *>   registro terminado antes y el reactivado despues, igual
      *>   que el que deja EMPMAINT.
       AuditaRecontratacion.
           MOVE WS-OPERADOR TO AUD-OPERADOR
           MOVE WS-FECHA-HORA-PROCESO TO AUD-FECHA-HORA
           MOVE "H" TO AUD-TIPO-TRANS
           MOVE EMP-ID TO AUD-ID
           MOVE ERA-NOMBRE TO AUD-NOMBRE-ANTES
           MOVE ERA-APELLIDO TO AUD-APELLIDO-ANTES
           MOVE ERA-EDAD TO AUD-EDAD-ANTES
           MOVE ERA-DEPTO TO AUD-DEPTO-ANTES
           MOVE EMP-NOMBRE TO AUD-NOMBRE-DESPUES
           MOVE EMP-APELLIDO TO AUD-APELLIDO-DESPUES
           MOVE EMP-EDAD TO AUD-EDAD-DESPUES
           MOVE EMP-DEPTO TO AUD-DEPTO-DESPUES
           MOVE "T" TO AUD-ESTADO-ANTES
           MOVE "A" TO AUD-ESTADO-DESPUES
           MOVE SPACES TO AUD-MOTIVO-BAJA
           OPEN EXTEND archivo-auditoria
           IF WS-FS-AUDITORIA = "05" OR WS-FS-AUDITORIA = "35"
               OPEN OUTPUT archivo-auditoria
           END-IF
           WRITE AUD-RECORD
           CLOSE archivo-auditoria.

      *>   El periodo que cerro la recontratacion, a la historia de
      *>   servicio (mismo esquema que EMPMAINT).
       GrabaPeriodoServicio.
           OPEN I-O archivo-historia-servicio
           IF WS-FS-HISTORIA = "35"
               OPEN OUTPUT archivo-historia-servicio
               CLOSE archivo-historia-servicio
               OPEN I-O archivo-historia-servicio
           END-IF
           MOVE EMP-ID TO SH-ID
           MOVE WS-PERIODO-INGRESO TO SH-FECHA-INGRESO
           MOVE WS-PERIODO-BAJA TO SH-FECHA-BAJA
           MOVE WS-PERIODO-MOTIVO TO SH-MOTIVO-BAJA
           MOVE ERA-DEPTO TO SH-DEPTO
           MOVE WS-FECHA-PROCESO-NEG TO SH-FECHA-REGISTRO
           MOVE WS-OPERADOR TO SH-OPERADOR
           WRITE SH-RECORD
               INVALID KEY
                   DISPLAY "AVISO: el periodo que inicio "
                       WS-PERIODO-INGRESO " de " EMP-ID
                       " ya estaba en la historia de servicio"
           END-WRITE
           CLOSE archivo-historia-servicio.

      *>   Duplicado confirmado: el caso se cierra sin tocar el
      *>   maestro; la constancia de la decision queda en audit.dat.
       CierraCaso.
           ELSE
               MOVE SPACE TO AUD-ESTADO-DESPUES
           END-IF
           MOVE SPACES TO AUD-MOTIVO-BAJA
           OPEN EXTEND archivo-auditoria
           IF WS-FS-AUDITORIA = "05" OR WS-FS-AUDITORIA = "35"
               OPEN OUTPUT archivo-auditoria
