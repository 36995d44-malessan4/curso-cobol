       PROGRAM-ID. EMPMAINT.
      *>   Mantenimiento del maestro de empleados: alta, cambio, baja y
      *>   consulta contra archivo-empleados por ID, via un archivo de
      *>   transacciones (MNT-ACCION = A/C/D/I). El alta y el cambio
      *>   de departamento advierten cuando el departamento destino
      *>   no tiene plaza vacante autorizada (POSMAST.cpy). Toda baja
      *>   (accion D, o S a estado T) exige un motivo del catalogo de
      *>   motivos de baja (MOTBAJA.cpy) y lo estampa en el registro
      *>   y en la auditoria. La recontratacion (accion H) reactiva el
      *>   mismo EMP-ID de un terminado con fecha de ingreso nueva y
      *>   deja el periodo que se cerro en la historia de servicio
      *>   (SERVHIST.cpy); se rehusa si el motivo de su baja esta
      *>   marcado no recontratable en el catalogo. El alta exige un
      *>   EMP-ID emitido por el servicio central de asignacion
      *>   (IDASIGN) y lo deja marcado usado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-FS-PERFILES.

               SELECT OPTIONAL archivo-plazas
               ASSIGN TO "posiciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-NUMERO
               ALTERNATE RECORD KEY IS PS-DEPTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PLAZAS.

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
       FD  archivo-modo-digito.
           COPY CHKDCTL.

       FD  archivo-plazas.
           COPY POSMAST.

       FD  archivo-motivos.
           COPY MOTBAJA.

       FD  archivo-historia-servicio.
           COPY SERVHIST.

       WORKING-STORAGE SECTION.
      *>   Digito verificador (ver CHKDIGIT y CHKDCTL.cpy): el
      *>   ultimo digito del numero verifica a los demas; en modo
           01 WS-CHK-DIGITO PIC 9 VALUE ZEROS.
           01 WS-CHK-RESULTADO PIC X VALUE "N".

      *>   Servicio central de asignacion de EMP-ID (ver IDASIGN):
      *>   el alta solo entra con un ID emitido por el servicio para
      *>   la captura central, y al grabarse lo deja marcado usado.
      *>   Sin registro de asignacion en sitio se acepta como antes.
           01 WS-IA-MODO PIC X VALUE "V".
           01 WS-IA-ID PIC 9(6) VALUE ZEROS.
           01 WS-IA-SUCURSAL PIC X(4) VALUE SPACES.
           01 WS-IA-PROGRAMA PIC X(8) VALUE "EMPMAINT".
           01 WS-IA-RESULTADO PIC X VALUE "N".
           01 WS-IA-RAZON PIC X(30) VALUE SPACES.

           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-MANTTO PIC XX VALUE "00".
           01 WS-FS-AUDITORIA PIC XX VALUE "00".
           01 WS-FS-DEPTOS PIC XX VALUE "00".
           01 WS-FS-RECHAZOS PIC XX VALUE "00".
           01 WS-HAY-CATALOGO PIC X VALUE "N".
           01 WS-FS-PLAZAS PIC XX VALUE "00".
           01 WS-HAY-PLAZAS PIC X VALUE "N".
           01 WS-PLAZA-ABIERTA PIC X VALUE "N".
           01 WS-FIN-PLAZAS PIC X VALUE "N".
           01 WS-FS-MOTIVOS PIC XX VALUE "00".
           01 WS-HAY-MOTIVOS PIC X VALUE "N".
           01 WS-MOTIVO-VALIDO PIC X VALUE "N".

      *>   Recontratacion: el periodo que se cierra se guarda aqui
      *>   antes de pisar el registro, y va a la historia de
      *>   servicio solo si el REWRITE del reingreso se logro.
           01 WS-FS-HISTORIA PIC XX VALUE "00".
           01 WS-RECONTRATABLE PIC X VALUE "S".
           01 WS-PERIODO-INGRESO PIC X(8) VALUE SPACES.
           01 WS-PERIODO-BAJA PIC X(8) VALUE SPACES.
           01 WS-PERIODO-MOTIVO PIC X(2) VALUE SPACES.
           01 WS-TOTAL-RECONTRATACIONES PIC 9(6) VALUE ZEROS.
           01 WS-DEPTO-VALIDO PIC X VALUE "S".
           01 WS-CODIGO-RAZON PIC X(4) VALUE SPACES.
           01 WS-RAZON-RECHAZO PIC X(30) VALUE SPACES.
               OPEN I-O archivo-empleados
           END-IF
           PERFORM AbreCatalogoDeptos
           PERFORM AbrePlazas
           PERFORM AbreMotivos
           OPEN INPUT archivo-mantenimiento
           PERFORM UNTIL WS-EOF-MANTTO = "S"
               READ archivo-mantenimiento
           IF WS-HAY-CATALOGO = "S"
               CLOSE archivo-departamentos
           END-IF
           IF WS-HAY-PLAZAS = "S"
               CLOSE archivo-plazas
           END-IF
           IF WS-HAY-MOTIVOS = "S"
               CLOSE archivo-motivos
           END-IF
           DISPLAY "Altas: " WS-TOTAL-ALTAS
               " Cambios: " WS-TOTAL-CAMBIOS
               " Bajas: " WS-TOTAL-BAJAS
               " Recontrataciones: " WS-TOTAL-RECONTRATACIONES
               " Consultas: " WS-TOTAL-CONSULTAS
               " Diferidas: " WS-TOTAL-DIFERIDAS
               " Errores: " WS-TOTAL-ERRORES
                   PERFORM CambiaEstado
               WHEN "P"
                   PERFORM CierraProbacion
               WHEN "H"
                   PERFORM RecontrataEmpleado
               WHEN "I"
                   PERFORM ConsultaEmpleado
               WHEN OTHER
                       "valido (legado): " MNT-ID
               END-IF
           END-IF
           MOVE "V" TO WS-IA-MODO
           PERFORM ConsultaAsignacion
           IF WS-IA-RESULTADO = "N"
               MOVE "E009" TO WS-CODIGO-RAZON
               MOVE WS-IA-RAZON TO WS-RAZON-RECHAZO
               PERFORM RechazaPorDepto
               EXIT PARAGRAPH
           END-IF
           MOVE MNT-NOMBRE TO EMP-NOMBRE
           MOVE MNT-APELLIDO TO EMP-APELLIDO
           MOVE MNT-EDAD TO EMP-EDAD
           PERFORM DerivaFechaNac
           MOVE "A" TO EMP-ESTADO
           MOVE SPACES TO EMP-FECHA-BAJA
           MOVE SPACES TO EMP-MOTIVO-BAJA
           CALL "PROBDATE" USING WS-FECHA-PROCESO-NEG
               EMP-FECHA-FIN-PROB
           MOVE SPACES TO EMP-PROB-CONFIRMADA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ALTAS
                   MOVE "U" TO WS-IA-MODO
                   PERFORM ConsultaAsignacion
                   MOVE SPACES TO ERA-NOMBRE ERA-APELLIDO ERA-DEPTO
                   MOVE SPACE TO ERA-ESTADO
                   MOVE ZEROS TO ERA-EDAD
                   PERFORM GrabaAuditoria
                   PERFORM ActualizaTrailer
                   PERFORM VerificaPlaza
           END-WRITE.

      *>   Verifica (V) o marca usado (U) el ID del alta contra el
      *>   registro central de asignacion (ver IDASIGN).
       ConsultaAsignacion.
           MOVE MNT-ID TO WS-IA-ID
           MOVE SPACES TO WS-IA-SUCURSAL
           CALL "IDASIGN" USING WS-IA-MODO WS-IA-ID WS-IA-SUCURSAL
               WS-IA-PROGRAMA WS-IA-RESULTADO WS-IA-RAZON.

       CambiaEmpleado.
           IF MNT-ID = 999999
               DISPLAY "Cambio rechazado, ID reservado: " MNT-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-CAMBIOS
                           PERFORM GrabaAuditoria
                           IF MNT-DEPTO NOT = ERA-DEPTO
                               PERFORM VerificaPlaza
                           END-IF
                   END-REWRITE
           END-READ.

               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           PERFORM ValidaMotivoBaja
           IF WS-MOTIVO-VALIDO NOT = "S"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE MNT-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   MOVE EMP-ESTADO TO ERA-ESTADO
                   MOVE "T" TO EMP-ESTADO
                   MOVE WS-FECHA-PROCESO TO EMP-FECHA-BAJA
                   MOVE MNT-MOTIVO-BAJA TO EMP-MOTIVO-BAJA
                   ADD 1 TO EMP-CONTADOR-ACT
                   REWRITE EMP-RECORD
                       INVALID KEY
               PERFORM RehusaBaja
               EXIT PARAGRAPH
           END-IF
           IF MNT-ESTADO = "T"
               PERFORM ValidaMotivoBaja
               IF WS-MOTIVO-VALIDO NOT = "S"
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE MNT-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   MOVE MNT-ESTADO TO EMP-ESTADO
                   IF MNT-ESTADO = "T"
                       MOVE WS-FECHA-PROCESO TO EMP-FECHA-BAJA
                       MOVE MNT-MOTIVO-BAJA TO EMP-MOTIVO-BAJA
                   ELSE
                       MOVE SPACES TO EMP-FECHA-BAJA
                       MOVE SPACES TO EMP-MOTIVO-BAJA
                   END-IF
                   ADD 1 TO EMP-CONTADOR-ACT
                   REWRITE EMP-RECORD
                   END-REWRITE
           END-READ.

      *>   Recontratacion de un terminado con su mismo EMP-ID: el
      *>   registro vuelve a A con fecha de ingreso nueva (la de
      *>   proceso, igual que un alta) y periodo de prueba nuevo, en
      *>   MNT-DEPTO (en blanco, el departamento en que termino), y
      *>   el periodo que se cierra pasa a la historia de servicio
      *>   para que SENCALC decida si lo puentea. El cambio de estado
      *>   S de T a A sigue existiendo para revertir una baja
      *>   capturada por error, que no interrumpe el servicio.
       RecontrataEmpleado.
           IF MNT-ID = 999999
               DISPLAY "Recontratacion rechazada, ID reservado: "
                   MNT-ID
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE MNT-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   DISPLAY "Recontratacion rechazada, ID no existe: "
                       MNT-ID
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           IF MNT-CONTADOR-LEIDO > 0
               AND MNT-CONTADOR-LEIDO NOT = EMP-CONTADOR-ACT
               PERFORM RechazaPorConflicto
               EXIT PARAGRAPH
           END-IF
           IF EMP-ESTADO NOT = "T"
               DISPLAY "Recontratacion rechazada, el ID no esta "
                   "terminado: " MNT-ID " Estado: " EMP-ESTADO
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           PERFORM ValidaRecontratable
           IF WS-RECONTRATABLE NOT = "S"
               DISPLAY "Recontratacion rehusada, motivo de baja no "
                   "recontratable: " MNT-ID " " EMP-MOTIVO-BAJA
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           IF MNT-DEPTO = SPACES
               MOVE EMP-DEPTO TO MNT-DEPTO
           END-IF
           PERFORM ValidaDepto
           IF WS-DEPTO-VALIDO NOT = "S"
               PERFORM RechazaPorDepto
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-NOMBRE TO ERA-NOMBRE
           MOVE EMP-APELLIDO TO ERA-APELLIDO
           MOVE EMP-EDAD TO ERA-EDAD
           MOVE EMP-DEPTO TO ERA-DEPTO
           MOVE EMP-ESTADO TO ERA-ESTADO
           MOVE EMP-FECHA-INGRESO TO WS-PERIODO-INGRESO
           MOVE EMP-FECHA-BAJA TO WS-PERIODO-BAJA
           MOVE EMP-MOTIVO-BAJA TO WS-PERIODO-MOTIVO
           IF MNT-NOMBRE NOT = SPACES
               MOVE MNT-NOMBRE TO EMP-NOMBRE
           END-IF
           IF MNT-APELLIDO NOT = SPACES
               MOVE MNT-APELLIDO TO EMP-APELLIDO
           END-IF
           MOVE MNT-DEPTO TO EMP-DEPTO
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
                   DISPLAY "Recontratacion rechazada al reescribir: "
                       MNT-ID
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-RECONTRATACIONES
                   PERFORM GrabaAuditoria
                   PERFORM GrabaPeriodoServicio
                   PERFORM VerificaPlaza
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

      *>   El periodo que cerro la recontratacion, a la historia de
      *>   servicio. Un periodo ya asentado (misma fecha de ingreso)
      *>   solo se avisa.
       GrabaPeriodoServicio.
           OPEN I-O archivo-historia-servicio
           IF WS-FS-HISTORIA = "35"
               OPEN OUTPUT archivo-historia-servicio
               CLOSE archivo-historia-servicio
               OPEN I-O archivo-historia-servicio
           END-IF
           MOVE MNT-ID TO SH-ID
           MOVE WS-PERIODO-INGRESO TO SH-FECHA-INGRESO
           MOVE WS-PERIODO-BAJA TO SH-FECHA-BAJA
           MOVE WS-PERIODO-MOTIVO TO SH-MOTIVO-BAJA
           MOVE ERA-DEPTO TO SH-DEPTO
           MOVE WS-FECHA-PROCESO-NEG TO SH-FECHA-REGISTRO
           MOVE WS-OPERADOR TO SH-OPERADOR
           WRITE SH-RECORD
               INVALID KEY
                   DISPLAY "AVISO: el periodo que inicio "
                       WS-PERIODO-INGRESO " de " MNT-ID
                       " ya estaba en la historia de servicio"
           END-WRITE
           CLOSE archivo-historia-servicio.

      *>   Deja constancia de quien hizo el cambio, cuando, y los
      *>   valores antes/despues, para responder "quien cambio esto"
      *>   sin tener que adivinar.
           MOVE EMP-DEPTO TO AUD-DEPTO-DESPUES
           MOVE ERA-ESTADO TO AUD-ESTADO-ANTES
           MOVE EMP-ESTADO TO AUD-ESTADO-DESPUES
           IF EMP-ESTADO = "T" AND ERA-ESTADO NOT = "T"
               MOVE EMP-MOTIVO-BAJA TO AUD-MOTIVO-BAJA
           ELSE
               MOVE SPACES TO AUD-MOTIVO-BAJA
           END-IF
           OPEN EXTEND archivo-auditoria
           IF WS-FS-AUDITORIA = "05" OR WS-FS-AUDITORIA = "35"
               OPEN OUTPUT archivo-auditoria
           MOVE MNT-DEPTO TO AUD-DEPTO-DESPUES
           MOVE SPACE TO AUD-ESTADO-ANTES
           MOVE SPACE TO AUD-ESTADO-DESPUES
           MOVE MNT-MOTIVO-BAJA TO AUD-MOTIVO-BAJA
           OPEN EXTEND archivo-auditoria
           IF WS-FS-AUDITORIA = "05" OR WS-FS-AUDITORIA = "35"
               OPEN OUTPUT archivo-auditoria
           MOVE MNT-DEPTO TO MNTF-DEPTO
           MOVE MNT-FECHA-EFECTIVA TO MNTF-FECHA-EFECTIVA
           MOVE MNT-ESTADO TO MNTF-ESTADO
           MOVE MNT-MOTIVO-BAJA TO MNTF-MOTIVO-BAJA
           WRITE MNTF-TRANS-RECORD
           CLOSE archivo-pendientes
           ADD 1 TO WS-TOTAL-DIFERIDAS.
               CLOSE archivo-departamentos
           END-IF.

      *>   Catalogo de motivos de baja, abierto una vez por corrida.
       AbreMotivos.
           MOVE "N" TO WS-HAY-MOTIVOS
           OPEN INPUT archivo-motivos
           IF WS-FS-MOTIVOS = "00"
               MOVE "S" TO WS-HAY-MOTIVOS
           ELSE
               CLOSE archivo-motivos
           END-IF.

      *>   La baja sin motivo se rechaza siempre; con el catalogo en
      *>   sitio el motivo ademas tiene que existir y estar activo.
       ValidaMotivoBaja.
           MOVE "N" TO WS-MOTIVO-VALIDO
           IF MNT-MOTIVO-BAJA = SPACES
               DISPLAY "Baja rechazada, falta el motivo: " MNT-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-HAY-MOTIVOS = "S"
               MOVE MNT-MOTIVO-BAJA TO MB-CODIGO
               READ archivo-motivos
                   INVALID KEY
                       DISPLAY "Baja rechazada, motivo fuera del "
                           "catalogo: " MNT-ID " " MNT-MOTIVO-BAJA
                       EXIT PARAGRAPH
               END-READ
               IF MB-ACTIVO NOT = "S"
                   DISPLAY "Baja rechazada, motivo cerrado: "
                       MNT-ID " " MNT-MOTIVO-BAJA
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "S" TO WS-MOTIVO-VALIDO.

      *>   Maestro de plazas opcional, abierto una vez por corrida
      *>   igual que el catalogo.
       AbrePlazas.
           MOVE "N" TO WS-HAY-PLAZAS
           OPEN INPUT archivo-plazas
           IF WS-FS-PLAZAS = "00"
               MOVE "S" TO WS-HAY-PLAZAS
           ELSE
               CLOSE archivo-plazas
           END-IF.

      *>   Mismo criterio que VerificaPlaza en Capitulo17: busca por
      *>   la llave alterna una plaza autorizada y vacante en
      *>   MNT-DEPTO. Si no la hay, el alta o traslado ya grabado se
      *>   queda; solo se advierte para que RRHH lo concilie.
       VerificaPlaza.
           IF WS-HAY-PLAZAS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PLAZA-ABIERTA
           MOVE "N" TO WS-FIN-PLAZAS
           MOVE MNT-DEPTO TO PS-DEPTO
           START archivo-plazas KEY = PS-DEPTO
               INVALID KEY
                   MOVE "S" TO WS-FIN-PLAZAS
           END-START
           PERFORM UNTIL WS-FIN-PLAZAS = "S"
               READ archivo-plazas NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PLAZAS
                   NOT AT END
                       IF PS-DEPTO NOT = MNT-DEPTO
                           MOVE "S" TO WS-FIN-PLAZAS
                       ELSE
                           IF PS-ESTADO = "A" AND PS-EMP-ID = ZEROS
                               MOVE "S" TO WS-PLAZA-ABIERTA
                               MOVE "S" TO WS-FIN-PLAZAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PLAZA-ABIERTA = "N"
               DISPLAY "ADVERTENCIA: no hay plaza vacante autorizada "
                   "en " MNT-DEPTO " para " MNT-ID
           END-IF.

      *>   Valida MNT-DEPTO contra el catalogo: tiene que existir y
      *>   estar activo. Sin catalogo en sitio, el campo sigue siendo
      *>   texto libre como siempre.
