       IDENTIFICATION DIVISION.
       PROGRAM-ID. GASTMNT.
      *>   Captura de solicitudes de reembolso de gastos de empleados
      *>   (GASTREG.cpy) via un archivo de transacciones
      *>   (GASTMNTX.cpy, GXT-ACCION = A/D/I), mismo esquema que
      *>   BANKMNT. El alta exige que el ID exista en el maestro y no
      *>   este terminado, que la categoria este en el catalogo
      *>   gastcat.dat (GASTCAT.cpy) y que el monto sea positivo y no
      *>   pase el limite de la categoria, con fecha del gasto valida
      *>   y no posterior al dia de proceso y con referencia del
      *>   comprobante. La solicitud queda pendiente (S) con el
      *>   departamento del empleado, cuyo responsable
      *>   (DM-RESPONSABLE, DEPTMAST) la aprueba en GASTWRK; un
      *>   departamento fuera del catalogo, inactivo o sin
      *>   responsable no puede aprobar nada y se rechaza la captura.
      *>   D cancela (C) una solicitud que todavia no se aprueba.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-gastos
               ASSIGN TO "gastreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GTO-CLAVE
               FILE STATUS IS WS-FS-GASTOS.

               SELECT archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT OPTIONAL archivo-departamentos
               ASSIGN TO "deptos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-FS-DEPTOS.

               SELECT OPTIONAL archivo-categorias
               ASSIGN TO "gastcat.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CATEGORIAS.

               SELECT archivo-mantenimiento
               ASSIGN TO "gastmnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANTTO.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-gastos.
           COPY GASTREG.

       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-departamentos.
           COPY DEPTMAST.

       FD  archivo-categorias.
           COPY GASTCAT.

       FD  archivo-mantenimiento.
           COPY GASTMNTX.

       WORKING-STORAGE SECTION.
           01 WS-FS-GASTOS PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-DEPTOS PIC XX VALUE "00".
           01 WS-FS-CATEGORIAS PIC XX VALUE "00".
           01 WS-FS-MANTTO PIC XX VALUE "00".
           01 WS-EOF-MANTTO PIC X VALUE "N".
           01 WS-EOF-CATEGORIAS PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-SOLICITUD-VALIDA PIC X VALUE "N".
           01 WS-TOTAL-ALTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CANCELADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CONSULTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ERRORES PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-EDITADO PIC ZZZ,ZZZ,ZZ9.99.

      *>   Catalogo de categorias cargado una vez al arrancar, mismo
      *>   esquema de tabla que el mapeo de PAYGL.
           01 WS-MAX-CATEGORIAS PIC 9(4) VALUE 200.
           01 WS-CANT-CATEGORIAS PIC 9(4) VALUE ZEROS.
           01 WS-CAT-IDX PIC 9(4) VALUE ZEROS.
           01 WS-CAT-HALLADA PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-CATEGORIAS.
               05 WS-CAT OCCURS 200 TIMES
                   DEPENDING ON WS-CANT-CATEGORIAS.
                   10 WS-CAT-CODIGO PIC X(4).
                   10 WS-CAT-LIMITE PIC 9(7)V99.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "GASTMNT-OPERADOR"
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           PERFORM CargaCategorias
           OPEN I-O archivo-gastos
           IF WS-FS-GASTOS = "35"
               OPEN OUTPUT archivo-gastos
               CLOSE archivo-gastos
               OPEN I-O archivo-gastos
           END-IF
           OPEN INPUT archivo-empleados
           OPEN INPUT archivo-departamentos
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
           CLOSE archivo-departamentos
           CLOSE archivo-empleados
           CLOSE archivo-gastos
           DISPLAY "Altas: " WS-TOTAL-ALTAS
               " Canceladas: " WS-TOTAL-CANCELADAS
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

       CargaCategorias.
           OPEN INPUT archivo-categorias
           IF WS-FS-CATEGORIAS NOT = "00"
               CLOSE archivo-categorias
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-CATEGORIAS = "S"
               READ archivo-categorias
                   AT END
                       MOVE "S" TO WS-EOF-CATEGORIAS
                   NOT AT END
                       IF WS-CANT-CATEGORIAS < WS-MAX-CATEGORIAS
                           ADD 1 TO WS-CANT-CATEGORIAS
                           MOVE GTC-CATEGORIA
                               TO WS-CAT-CODIGO (WS-CANT-CATEGORIAS)
                           MOVE GTC-LIMITE
                               TO WS-CAT-LIMITE (WS-CANT-CATEGORIAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-categorias.

       ProcesaTransaccion.
           EVALUATE GXT-ACCION
               WHEN "A"
                   PERFORM AltaSolicitud
               WHEN "D"
                   PERFORM CancelaSolicitud
               WHEN "I"
                   PERFORM ConsultaSolicitud
               WHEN OTHER
                   DISPLAY "Accion de mantenimiento invalida: "
                       GXT-ACCION
                   ADD 1 TO WS-TOTAL-ERRORES
           END-EVALUATE.

       AltaSolicitud.
           PERFORM ValidaAlta
           IF WS-SOLICITUD-VALIDA NOT = "S"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE GXT-ID TO GTO-ID
           MOVE GXT-COMPROBANTE TO GTO-COMPROBANTE
           MOVE GXT-CATEGORIA TO GTO-CATEGORIA
           MOVE GXT-FECHA TO GTO-FECHA
           MOVE GXT-MONTO TO GTO-MONTO
           MOVE EMP-DEPTO TO GTO-DEPTO
           MOVE WS-FECHA-PROCESO-NEG TO GTO-FECHA-ALTA
           MOVE WS-OPERADOR TO GTO-CAPTURISTA
           MOVE "S" TO GTO-ESTADO
           MOVE SPACES TO GTO-APROBADOR
           MOVE SPACES TO GTO-FECHA-DECISION
           MOVE SPACES TO GTO-MOTIVO-RECHAZO
           MOVE SPACES TO GTO-FECHA-PAGO
           WRITE GTO-RECORD
               INVALID KEY
                   DISPLAY "Alta rechazada, comprobante ya capturado "
                       "para el ID: " GXT-ID " " GXT-COMPROBANTE
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ALTAS
           END-WRITE.

      *>   Todas las validaciones del alta; la primera que falla
      *>   rechaza la transaccion con su mensaje.
       ValidaAlta.
           MOVE "N" TO WS-SOLICITUD-VALIDA
           IF GXT-ID = 999999
               DISPLAY "Alta rechazada, ID reservado: " GXT-ID
               EXIT PARAGRAPH
           END-IF
           IF GXT-COMPROBANTE = SPACES
               DISPLAY "Alta rechazada, sin referencia de "
                   "comprobante: " GXT-ID
               EXIT PARAGRAPH
           END-IF
           MOVE GXT-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   DISPLAY "Alta rechazada, ID no existe en maestro "
                       "de empleados: " GXT-ID
                   EXIT PARAGRAPH
           END-READ
           IF EMP-ESTADO = "T"
               DISPLAY "Alta rechazada, empleado terminado: " GXT-ID
               EXIT PARAGRAPH
           END-IF
           IF GXT-FECHA NUMERIC
               IF FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL(GXT-FECHA))
                   = 0
                   MOVE SPACES TO GXT-FECHA
               END-IF
           END-IF
           IF GXT-FECHA NOT NUMERIC
               OR GXT-FECHA > WS-FECHA-PROCESO-NEG
               DISPLAY "Alta rechazada, fecha del gasto invalida o "
                   "futura: " GXT-ID " " GXT-FECHA
               EXIT PARAGRAPH
           END-IF
           IF GXT-MONTO NOT > 0
               DISPLAY "Alta rechazada, monto en cero: " GXT-ID
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-CAT-HALLADA
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CANT-CATEGORIAS
               IF WS-CAT-CODIGO (WS-CAT-IDX) = GXT-CATEGORIA
                   MOVE WS-CAT-IDX TO WS-CAT-HALLADA
               END-IF
           END-PERFORM
           IF WS-CAT-HALLADA = ZEROS
               DISPLAY "Alta rechazada, categoria no existe en "
                   "gastcat.dat: " GXT-ID " " GXT-CATEGORIA
               EXIT PARAGRAPH
           END-IF
           IF WS-CAT-LIMITE (WS-CAT-HALLADA) > 0
               AND GXT-MONTO > WS-CAT-LIMITE (WS-CAT-HALLADA)
               MOVE WS-CAT-LIMITE (WS-CAT-HALLADA)
                   TO WS-MONTO-EDITADO
               DISPLAY "Alta rechazada, monto arriba del limite de "
                   "la categoria " GXT-CATEGORIA " (" WS-MONTO-EDITADO
                   "): " GXT-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-FS-DEPTOS NOT = "00"
               DISPLAY "Alta rechazada, sin catalogo de "
                   "departamentos para la aprobacion: " GXT-ID
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-DEPTO TO DM-CODIGO
           READ archivo-departamentos
               INVALID KEY
                   DISPLAY "Alta rechazada, departamento fuera del "
                       "catalogo: " GXT-ID " " EMP-DEPTO
                   EXIT PARAGRAPH
           END-READ
           IF DM-ACTIVO NOT = "S" OR DM-RESPONSABLE = SPACES
               DISPLAY "Alta rechazada, departamento inactivo o sin "
                   "responsable que apruebe: " GXT-ID " " EMP-DEPTO
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-SOLICITUD-VALIDA.

       CancelaSolicitud.
           MOVE GXT-ID TO GTO-ID
           MOVE GXT-COMPROBANTE TO GTO-COMPROBANTE
           READ archivo-gastos
               INVALID KEY
                   DISPLAY "Cancelacion rechazada, solicitud no "
                       "existe: " GXT-ID " " GXT-COMPROBANTE
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           IF GTO-ESTADO NOT = "S"
               DISPLAY "Cancelacion rechazada, solicitud ya "
                   "decidida (" GTO-ESTADO "): " GXT-ID " "
                   GXT-COMPROBANTE
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO GTO-ESTADO
           MOVE WS-OPERADOR TO GTO-APROBADOR
           MOVE WS-FECHA-PROCESO-NEG TO GTO-FECHA-DECISION
           REWRITE GTO-RECORD
           ADD 1 TO WS-TOTAL-CANCELADAS.

       ConsultaSolicitud.
           MOVE GXT-ID TO GTO-ID
           MOVE GXT-COMPROBANTE TO GTO-COMPROBANTE
           READ archivo-gastos
               INVALID KEY
                   DISPLAY "Consulta sin resultado para: " GXT-ID " "
                       GXT-COMPROBANTE
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   MOVE GTO-MONTO TO WS-MONTO-EDITADO
                   DISPLAY "ID: " GTO-ID
                       " Comprobante: " GTO-COMPROBANTE
                       " Categoria: " GTO-CATEGORIA
                       " Fecha: " GTO-FECHA
                       " Monto: " WS-MONTO-EDITADO
                       " Depto: " GTO-DEPTO
                       " Estado: " GTO-ESTADO
                       " Decidio: " GTO-APROBADOR
                       " Pago: " GTO-FECHA-PAGO
                   ADD 1 TO WS-TOTAL-CONSULTAS
           END-READ.

       END PROGRAM GASTMNT.
