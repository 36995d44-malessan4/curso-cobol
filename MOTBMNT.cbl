       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOTBMNT.
      *>   Mantenimiento del catalogo de motivos de baja
      *>   (MOTBAJA.cpy): alta, cambio, cierre y consulta contra
      *>   motbaja.dat por MB-CODIGO, via un archivo de transacciones
      *>   (MBT-ACCION = A/C/D/I), mismo esquema que GRADMNT. El tipo
      *>   tiene que ser V (voluntaria) o I (involuntaria): de ahi
      *>   sale la division del reporte de rotacion. El cierre es
      *>   logico (MB-ACTIVO pasa a N): las bajas ya asentadas siguen
      *>   citando el codigo. MB-RECONTRATABLE (S/N, en blanco S)
      *>   dice si una baja con ese motivo admite recontratacion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-motivos
               ASSIGN TO "motbaja.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-CODIGO
               FILE STATUS IS WS-FS-MOTIVOS.

               SELECT archivo-mantenimiento
               ASSIGN TO "motbmnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANTTO.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-motivos.
           COPY MOTBAJA.

       FD  archivo-mantenimiento.
           COPY MOTBMNTX.

       WORKING-STORAGE SECTION.
           01 WS-FS-MOTIVOS PIC XX VALUE "00".
           01 WS-FS-MANTTO PIC XX VALUE "00".
           01 WS-EOF-MANTTO PIC X VALUE "N".
           01 WS-TOTAL-ALTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CAMBIOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-BAJAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CONSULTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ERRORES PIC 9(6) VALUE ZEROS.
           01 WS-MOTIVO-VALIDO PIC X VALUE "N".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN I-O archivo-motivos
           IF WS-FS-MOTIVOS = "35"
               OPEN OUTPUT archivo-motivos
               CLOSE archivo-motivos
               OPEN I-O archivo-motivos
           END-IF
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
           CLOSE archivo-motivos
           DISPLAY "Altas: " WS-TOTAL-ALTAS
               " Cambios: " WS-TOTAL-CAMBIOS
               " Cierres: " WS-TOTAL-BAJAS
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

       ProcesaTransaccion.
           EVALUATE MBT-ACCION
               WHEN "A"
                   PERFORM AltaMotivo
               WHEN "C"
                   PERFORM CambiaMotivo
               WHEN "D"
                   PERFORM CierraMotivo
               WHEN "I"
                   PERFORM ConsultaMotivo
               WHEN OTHER
                   DISPLAY "Accion de mantenimiento invalida: "
                       MBT-ACCION
                   ADD 1 TO WS-TOTAL-ERRORES
           END-EVALUATE.

       ValidaMotivo.
           IF MBT-CODIGO = SPACES
               DISPLAY "Motivo sin codigo"
               ADD 1 TO WS-TOTAL-ERRORES
               MOVE "N" TO WS-MOTIVO-VALIDO
               EXIT PARAGRAPH
           END-IF
           IF MBT-TIPO NOT = "V" AND MBT-TIPO NOT = "I"
               DISPLAY "Tipo invalido (V voluntaria, I involuntaria): "
                   MBT-CODIGO " " MBT-TIPO
               ADD 1 TO WS-TOTAL-ERRORES
               MOVE "N" TO WS-MOTIVO-VALIDO
               EXIT PARAGRAPH
           END-IF
           IF MBT-RECONTRATABLE = SPACE
               MOVE "S" TO MBT-RECONTRATABLE
           END-IF
           IF MBT-RECONTRATABLE NOT = "S"
               AND MBT-RECONTRATABLE NOT = "N"
               DISPLAY "Marca de recontratacion invalida (S/N): "
                   MBT-CODIGO " " MBT-RECONTRATABLE
               ADD 1 TO WS-TOTAL-ERRORES
               MOVE "N" TO WS-MOTIVO-VALIDO
           ELSE
               MOVE "S" TO WS-MOTIVO-VALIDO
           END-IF.

       AltaMotivo.
           PERFORM ValidaMotivo
           IF WS-MOTIVO-VALIDO = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE MBT-CODIGO TO MB-CODIGO
           MOVE MBT-DESCRIPCION TO MB-DESCRIPCION
           MOVE MBT-TIPO TO MB-TIPO
           MOVE MBT-RECONTRATABLE TO MB-RECONTRATABLE
           MOVE "S" TO MB-ACTIVO
           WRITE MB-RECORD
               INVALID KEY
                   DISPLAY "Alta rechazada, el motivo ya existe: "
                       MBT-CODIGO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ALTAS
           END-WRITE.

       CambiaMotivo.
           PERFORM ValidaMotivo
           IF WS-MOTIVO-VALIDO = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE MBT-CODIGO TO MB-CODIGO
           READ archivo-motivos
               INVALID KEY
                   DISPLAY "Cambio rechazado, motivo no existe: "
                       MBT-CODIGO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   MOVE MBT-DESCRIPCION TO MB-DESCRIPCION
                   MOVE MBT-TIPO TO MB-TIPO
                   MOVE MBT-RECONTRATABLE TO MB-RECONTRATABLE
                   REWRITE MB-RECORD
                       INVALID KEY
                           DISPLAY "Cambio rechazado al reescribir: "
                               MBT-CODIGO
                           ADD 1 TO WS-TOTAL-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-CAMBIOS
                   END-REWRITE
           END-READ.

      *>   Cierre logico: el motivo ya no se acepta en bajas nuevas,
      *>   pero sigue describiendo las asentadas.
       CierraMotivo.
           MOVE MBT-CODIGO TO MB-CODIGO
           READ archivo-motivos
               INVALID KEY
                   DISPLAY "Cierre rechazado, motivo no existe: "
                       MBT-CODIGO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   MOVE "N" TO MB-ACTIVO
                   REWRITE MB-RECORD
                       INVALID KEY
                           DISPLAY "Cierre rechazado al reescribir: "
                               MBT-CODIGO
                           ADD 1 TO WS-TOTAL-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-BAJAS
                   END-REWRITE
           END-READ.

       ConsultaMotivo.
           MOVE MBT-CODIGO TO MB-CODIGO
           READ archivo-motivos
               INVALID KEY
                   DISPLAY "Consulta sin resultado: " MBT-CODIGO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   DISPLAY "Motivo: " MB-CODIGO
                       " Descripcion: " MB-DESCRIPCION
                       " Tipo: " MB-TIPO
                       " Activo: " MB-ACTIVO
                       " Recontratable: " MB-RECONTRATABLE
                   ADD 1 TO WS-TOTAL-CONSULTAS
           END-READ.

       END PROGRAM MOTBMNT.
