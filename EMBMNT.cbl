       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBMNT.
      *>   Mantenimiento del archivo de ordenes de embargo
      *>   (EMBARGO.cpy): alta, cambio, baja y consulta contra
      *>   embargos.dat por ID + expediente, via un archivo de
      *>   transacciones (EMT-ACCION = A/C/D/I), mismo esquema que
      *>   DEDENMNT. El alta exige que el ID exista en
      *>   archivo-empleados, un tipo valido (A pension alimenticia,
      *>   J embargo judicial) y porcentaje o monto. Lo pagado no se
      *>   toca desde aqui; ese campo lo administra PAYRUN corrida a
      *>   corrida.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-embargos
               ASSIGN TO "embargos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMB-CLAVE
               FILE STATUS IS WS-FS-EMBARGOS.

               SELECT archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT archivo-mantenimiento
               ASSIGN TO "embmnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANTTO.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-embargos.
           COPY EMBARGO.

       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-mantenimiento.
           COPY EMBMNTX.

       WORKING-STORAGE SECTION.
           01 WS-FS-EMBARGOS PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-MANTTO PIC XX VALUE "00".
           01 WS-EOF-MANTTO PIC X VALUE "N".
           01 WS-TOTAL-ALTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CAMBIOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-BAJAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CONSULTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ERRORES PIC 9(6) VALUE ZEROS.
           01 WS-ORDEN-VALIDA PIC X VALUE "N".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN I-O archivo-embargos
           IF WS-FS-EMBARGOS = "35"
               OPEN OUTPUT archivo-embargos
               CLOSE archivo-embargos
               OPEN I-O archivo-embargos
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
           CLOSE archivo-embargos
           DISPLAY "Altas: " WS-TOTAL-ALTAS
               " Cambios: " WS-TOTAL-CAMBIOS
               " Bajas: " WS-TOTAL-BAJAS
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
           EVALUATE EMT-ACCION
               WHEN "A"
                   PERFORM AltaOrden
               WHEN "C"
                   PERFORM CambiaOrden
               WHEN "D"
                   PERFORM BajaOrden
               WHEN "I"
                   PERFORM ConsultaOrden
               WHEN OTHER
                   DISPLAY "Accion de mantenimiento invalida: "
                       EMT-ACCION
                   ADD 1 TO WS-TOTAL-ERRORES
           END-EVALUATE.

      *>   Tipo, forma de calculo y prioridad: lo que el alta y el
      *>   cambio revisan por igual.
       ValidaOrden.
           MOVE "N" TO WS-ORDEN-VALIDA
           IF EMT-TIPO NOT = "A" AND EMT-TIPO NOT = "J"
               DISPLAY "Orden rechazada, tipo invalido: " EMT-TIPO
                   " " EMT-ID " " EMT-EXPEDIENTE
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           IF EMT-PORCENTAJE = 0 AND EMT-MONTO = 0
               DISPLAY "Orden rechazada, sin porcentaje ni monto: "
                   EMT-ID " " EMT-EXPEDIENTE
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           IF EMT-PORCENTAJE > 100
               DISPLAY "Orden rechazada, porcentaje mayor a 100: "
                   EMT-ID " " EMT-EXPEDIENTE
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           IF EMT-ACREEDOR = SPACES
               DISPLAY "Orden rechazada, sin acreedor: "
                   EMT-ID " " EMT-EXPEDIENTE
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-ORDEN-VALIDA.

       AltaOrden.
           IF EMT-ID = 999999
               DISPLAY "Alta rechazada, ID reservado: " EMT-ID
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE EMT-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   DISPLAY "Alta rechazada, ID no existe en maestro "
                       "de empleados: " EMT-ID
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           PERFORM ValidaOrden
           IF WS-ORDEN-VALIDA = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE EMT-ID TO EMB-ID
           MOVE EMT-EXPEDIENTE TO EMB-EXPEDIENTE
           PERFORM MueveCampos
           MOVE ZEROS TO EMB-PAGADO
           MOVE "A" TO EMB-ESTADO
           MOVE SPACES TO EMB-FECHA-CIERRE
           MOVE SPACES TO EMB-PERIODO-ULT
           MOVE ZEROS TO EMB-MONTO-ULT
           WRITE EMB-RECORD
               INVALID KEY
                   DISPLAY "Alta rechazada, la orden ya existe: "
                       EMT-ID " " EMT-EXPEDIENTE
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ALTAS
           END-WRITE.

      *>   El cambio respeta lo pagado y el estado: solo mueve los
      *>   terminos de la orden. Si el adeudo nuevo queda cubierto
      *>   por lo ya pagado la orden se da por cerrada.
       CambiaOrden.
           MOVE EMT-ID TO EMB-ID
           MOVE EMT-EXPEDIENTE TO EMB-EXPEDIENTE
           READ archivo-embargos
               INVALID KEY
                   DISPLAY "Cambio rechazado, orden no existe: "
                       EMT-ID " " EMT-EXPEDIENTE
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           PERFORM ValidaOrden
           IF WS-ORDEN-VALIDA = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM MueveCampos
           IF EMB-ADEUDO > 0 AND EMB-PAGADO >= EMB-ADEUDO
               AND EMB-ESTADO = "A"
               MOVE "C" TO EMB-ESTADO
           END-IF
           REWRITE EMB-RECORD
               INVALID KEY
                   DISPLAY "Cambio rechazado al reescribir: "
                       EMT-ID " " EMT-EXPEDIENTE
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CAMBIOS
           END-REWRITE.

       MueveCampos.
           MOVE EMT-TIPO TO EMB-TIPO
           MOVE EMT-ACREEDOR TO EMB-ACREEDOR
           MOVE EMT-ACREEDOR-NOMBRE TO EMB-ACREEDOR-NOMBRE
           MOVE EMT-PORCENTAJE TO EMB-PORCENTAJE
           MOVE EMT-MONTO TO EMB-MONTO
           MOVE EMT-TOPE TO EMB-TOPE
           MOVE EMT-PRIORIDAD TO EMB-PRIORIDAD
           MOVE EMT-ADEUDO TO EMB-ADEUDO
           MOVE EMT-FECHA-INICIO TO EMB-FECHA-INICIO.

       BajaOrden.
           MOVE EMT-ID TO EMB-ID
           MOVE EMT-EXPEDIENTE TO EMB-EXPEDIENTE
           READ archivo-embargos
               INVALID KEY
                   DISPLAY "Baja rechazada, orden no existe: "
                       EMT-ID " " EMT-EXPEDIENTE
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   DELETE archivo-embargos RECORD
                       INVALID KEY
                           DISPLAY "Baja rechazada al borrar: "
                               EMT-ID " " EMT-EXPEDIENTE
                           ADD 1 TO WS-TOTAL-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-BAJAS
                   END-DELETE
           END-READ.

       ConsultaOrden.
           MOVE EMT-ID TO EMB-ID
           MOVE EMT-EXPEDIENTE TO EMB-EXPEDIENTE
           READ archivo-embargos
               INVALID KEY
                   DISPLAY "Consulta sin resultado: " EMT-ID " "
                       EMT-EXPEDIENTE
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   DISPLAY "ID: " EMB-ID
                       " Expediente: " EMB-EXPEDIENTE
                       " Tipo: " EMB-TIPO
                       " Acreedor: " EMB-ACREEDOR
                       " Pct: " EMB-PORCENTAJE
                       " Monto: " EMB-MONTO
                       " Tope: " EMB-TOPE
                       " Prioridad: " EMB-PRIORIDAD
                       " Adeudo: " EMB-ADEUDO
                       " Pagado: " EMB-PAGADO
                       " Estado: " EMB-ESTADO
                   ADD 1 TO WS-TOTAL-CONSULTAS
           END-READ.

       END PROGRAM EMBMNT.
