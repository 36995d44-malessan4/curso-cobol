       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARMNT.
      *>   Mantenimiento del registro de garantias (GARANTIA.cpy) y
      *>   de avales (AVAL.cpy) de los prestamos, via un archivo de
      *>   transacciones (GARMNTX.cpy, GTX-ACCION = A/C/L/I y
      *>   GTX-CLASE G garantia o V aval), mismo esquema que
      *>   LOANMNT. El alta exige que el prestamo exista en
      *>   loans.dat. La liberacion es logica (estado L): la garantia
      *>   deja de cubrir en GARMON pero su historia se conserva.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-garantias
               ASSIGN TO "garantia.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GT-CLAVE
               FILE STATUS IS WS-FS-GARANTIAS.

               SELECT archivo-avales
               ASSIGN TO "avales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-CLAVE
               FILE STATUS IS WS-FS-AVALES.

               SELECT OPTIONAL archivo-prestamos
               ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-NUMERO
               FILE STATUS IS WS-FS-PRESTAMOS.

               SELECT archivo-mantenimiento
               ASSIGN TO "garmnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANTTO.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-garantias.
           COPY GARANTIA.

       FD  archivo-avales.
           COPY AVAL.

       FD  archivo-prestamos.
           COPY LOANMAST.

       FD  archivo-mantenimiento.
           COPY GARMNTX.

       WORKING-STORAGE SECTION.
           01 WS-FS-GARANTIAS PIC XX VALUE "00".
           01 WS-FS-AVALES PIC XX VALUE "00".
           01 WS-FS-PRESTAMOS PIC XX VALUE "00".
           01 WS-FS-MANTTO PIC XX VALUE "00".
           01 WS-EOF-MANTTO PIC X VALUE "N".
           01 WS-HAY-PRESTAMOS PIC X VALUE "N".
           01 WS-VALIDA PIC X VALUE "S".
           01 WS-TOTAL-ALTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CAMBIOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-LIBERADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CONSULTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ERRORES PIC 9(6) VALUE ZEROS.

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           OPEN I-O archivo-garantias
           IF WS-FS-GARANTIAS = "35"
               OPEN OUTPUT archivo-garantias
               CLOSE archivo-garantias
               OPEN I-O archivo-garantias
           END-IF
           OPEN I-O archivo-avales
           IF WS-FS-AVALES = "35"
               OPEN OUTPUT archivo-avales
               CLOSE archivo-avales
               OPEN I-O archivo-avales
           END-IF
           OPEN INPUT archivo-prestamos
           IF WS-FS-PRESTAMOS = "00"
               MOVE "S" TO WS-HAY-PRESTAMOS
           ELSE
               CLOSE archivo-prestamos
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
           IF WS-HAY-PRESTAMOS = "S"
               CLOSE archivo-prestamos
           END-IF
           CLOSE archivo-avales
           CLOSE archivo-garantias
           DISPLAY "Altas: " WS-TOTAL-ALTAS
               " Cambios: " WS-TOTAL-CAMBIOS
               " Liberadas: " WS-TOTAL-LIBERADAS
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
           EVALUATE TRUE
               WHEN GTX-CLASE = "G" AND GTX-ACCION = "A"
                   PERFORM AltaGarantia
               WHEN GTX-CLASE = "G" AND GTX-ACCION = "C"
                   PERFORM CambiaGarantia
               WHEN GTX-CLASE = "G" AND GTX-ACCION = "L"
                   PERFORM LiberaGarantia
               WHEN GTX-CLASE = "G" AND GTX-ACCION = "I"
                   PERFORM ConsultaGarantia
               WHEN GTX-CLASE = "V" AND GTX-ACCION = "A"
                   PERFORM AltaAval
               WHEN GTX-CLASE = "V" AND GTX-ACCION = "C"
                   PERFORM CambiaAval
               WHEN GTX-CLASE = "V" AND GTX-ACCION = "L"
                   PERFORM LiberaAval
               WHEN GTX-CLASE = "V" AND GTX-ACCION = "I"
                   PERFORM ConsultaAval
               WHEN OTHER
                   DISPLAY "Transaccion de garantias invalida: "
                       GTX-CLASE GTX-ACCION
                   ADD 1 TO WS-TOTAL-ERRORES
           END-EVALUATE.

      *>   Sin prestamo no hay que garantizar.
       ValidaPrestamo.
           MOVE "S" TO WS-VALIDA
           IF WS-HAY-PRESTAMOS NOT = "S"
               DISPLAY "Alta rechazada, sin maestro de prestamos: "
                   GTX-NUMERO
               MOVE "N" TO WS-VALIDA
               EXIT PARAGRAPH
           END-IF
           MOVE GTX-NUMERO TO LN-NUMERO
           READ archivo-prestamos
               INVALID KEY
                   DISPLAY "Alta rechazada, prestamo no existe: "
                       GTX-NUMERO
                   MOVE "N" TO WS-VALIDA
           END-READ.

      *>   El avaluo es la base de la cobertura: valor mayor a cero
      *>   y fecha numerica; el tipo de la lista de GARANTIA.cpy.
       ValidaGarantia.
           MOVE "S" TO WS-VALIDA
           IF GTX-TIPO NOT = "H" AND GTX-TIPO NOT = "V"
               AND GTX-TIPO NOT = "D" AND GTX-TIPO NOT = "M"
               AND GTX-TIPO NOT = "O"
               DISPLAY "Garantia rechazada, tipo invalido: "
                   GTX-NUMERO "-" GTX-SECUENCIA
               MOVE "N" TO WS-VALIDA
               EXIT PARAGRAPH
           END-IF
           IF GTX-VALOR-AVALUO = 0
               OR GTX-FECHA-AVALUO IS NOT NUMERIC
               DISPLAY "Garantia rechazada, avaluo incompleto: "
                   GTX-NUMERO "-" GTX-SECUENCIA
               MOVE "N" TO WS-VALIDA
               EXIT PARAGRAPH
           END-IF
           IF GTX-VENCE-SEGURO NOT = SPACES
               AND GTX-VENCE-SEGURO IS NOT NUMERIC
               DISPLAY "Garantia rechazada, vencimiento de seguro "
                   "invalido: " GTX-NUMERO "-" GTX-SECUENCIA
               MOVE "N" TO WS-VALIDA
           END-IF.

       AltaGarantia.
           PERFORM ValidaGarantia
           IF WS-VALIDA = "S"
               PERFORM ValidaPrestamo
           END-IF
           IF WS-VALIDA NOT = "S"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE GTX-NUMERO TO GT-NUMERO
           MOVE GTX-SECUENCIA TO GT-SECUENCIA
           PERFORM MueveGarantia
           MOVE "A" TO GT-ESTADO
           MOVE WS-FECHA-PROCESO-NEG TO GT-FECHA-ALTA
           WRITE GT-RECORD
               INVALID KEY
                   DISPLAY "Alta rechazada, garantia ya existe: "
                       GTX-NUMERO "-" GTX-SECUENCIA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ALTAS
           END-WRITE.

       CambiaGarantia.
           PERFORM ValidaGarantia
           IF WS-VALIDA NOT = "S"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE GTX-NUMERO TO GT-NUMERO
           MOVE GTX-SECUENCIA TO GT-SECUENCIA
           READ archivo-garantias
               INVALID KEY
                   DISPLAY "Cambio rechazado, garantia no existe: "
                       GTX-NUMERO "-" GTX-SECUENCIA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   PERFORM MueveGarantia
                   REWRITE GT-RECORD
                       INVALID KEY
                           DISPLAY "Cambio rechazado al reescribir: "
                               GTX-NUMERO "-" GTX-SECUENCIA
                           ADD 1 TO WS-TOTAL-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-CAMBIOS
                   END-REWRITE
           END-READ.

       MueveGarantia.
           MOVE GTX-TIPO TO GT-TIPO
           MOVE GTX-DESCRIPCION TO GT-DESCRIPCION
           MOVE GTX-VALOR-AVALUO TO GT-VALOR-AVALUO
           MOVE GTX-FECHA-AVALUO TO GT-FECHA-AVALUO
           MOVE GTX-VENCE-SEGURO TO GT-VENCE-SEGURO.

       LiberaGarantia.
           MOVE GTX-NUMERO TO GT-NUMERO
           MOVE GTX-SECUENCIA TO GT-SECUENCIA
           READ archivo-garantias
               INVALID KEY
                   DISPLAY "Liberacion rechazada, garantia no "
                       "existe: " GTX-NUMERO "-" GTX-SECUENCIA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   MOVE "L" TO GT-ESTADO
                   REWRITE GT-RECORD
                       INVALID KEY
                           DISPLAY "Liberacion rechazada al "
                               "reescribir: " GTX-NUMERO "-"
                               GTX-SECUENCIA
                           ADD 1 TO WS-TOTAL-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-LIBERADAS
                   END-REWRITE
           END-READ.

       ConsultaGarantia.
           MOVE GTX-NUMERO TO GT-NUMERO
           MOVE GTX-SECUENCIA TO GT-SECUENCIA
           READ archivo-garantias
               INVALID KEY
                   DISPLAY "Consulta sin resultado para garantia: "
                       GTX-NUMERO "-" GTX-SECUENCIA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   DISPLAY "Garantia: " GT-NUMERO "-" GT-SECUENCIA
                       " " GT-TIPO " " GT-DESCRIPCION
                       " Avaluo: " GT-VALOR-AVALUO
                       " del " GT-FECHA-AVALUO
                       " Seguro al: " GT-VENCE-SEGURO
                       " Estado: " GT-ESTADO
                   ADD 1 TO WS-TOTAL-CONSULTAS
           END-READ.

       AltaAval.
           IF GTX-DESCRIPCION = SPACES
               DISPLAY "Alta rechazada, aval sin nombre: "
                   GTX-NUMERO "-" GTX-SECUENCIA
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           PERFORM ValidaPrestamo
           IF WS-VALIDA NOT = "S"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE GTX-NUMERO TO AV-NUMERO
           MOVE GTX-SECUENCIA TO AV-SECUENCIA
           MOVE GTX-DESCRIPCION TO AV-NOMBRE
           MOVE GTX-IDENTIFICACION TO AV-IDENTIFICACION
           MOVE "A" TO AV-ESTADO
           MOVE WS-FECHA-PROCESO-NEG TO AV-FECHA-ALTA
           WRITE AV-RECORD
               INVALID KEY
                   DISPLAY "Alta rechazada, aval ya existe: "
                       GTX-NUMERO "-" GTX-SECUENCIA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ALTAS
           END-WRITE.

       CambiaAval.
           IF GTX-DESCRIPCION = SPACES
               DISPLAY "Cambio rechazado, aval sin nombre: "
                   GTX-NUMERO "-" GTX-SECUENCIA
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE GTX-NUMERO TO AV-NUMERO
           MOVE GTX-SECUENCIA TO AV-SECUENCIA
           READ archivo-avales
               INVALID KEY
                   DISPLAY "Cambio rechazado, aval no existe: "
                       GTX-NUMERO "-" GTX-SECUENCIA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   MOVE GTX-DESCRIPCION TO AV-NOMBRE
                   MOVE GTX-IDENTIFICACION TO AV-IDENTIFICACION
                   REWRITE AV-RECORD
                       INVALID KEY
                           DISPLAY "Cambio rechazado al reescribir: "
                               GTX-NUMERO "-" GTX-SECUENCIA
                           ADD 1 TO WS-TOTAL-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-CAMBIOS
                   END-REWRITE
           END-READ.

       LiberaAval.
           MOVE GTX-NUMERO TO AV-NUMERO
           MOVE GTX-SECUENCIA TO AV-SECUENCIA
           READ archivo-avales
               INVALID KEY
                   DISPLAY "Liberacion rechazada, aval no existe: "
                       GTX-NUMERO "-" GTX-SECUENCIA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   MOVE "L" TO AV-ESTADO
                   REWRITE AV-RECORD
                       INVALID KEY
                           DISPLAY "Liberacion rechazada al "
                               "reescribir: " GTX-NUMERO "-"
                               GTX-SECUENCIA
                           ADD 1 TO WS-TOTAL-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-LIBERADAS
                   END-REWRITE
           END-READ.

       ConsultaAval.
           MOVE GTX-NUMERO TO AV-NUMERO
           MOVE GTX-SECUENCIA TO AV-SECUENCIA
           READ archivo-avales
               INVALID KEY
                   DISPLAY "Consulta sin resultado para aval: "
                       GTX-NUMERO "-" GTX-SECUENCIA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   DISPLAY "Aval: " AV-NUMERO "-" AV-SECUENCIA
                       " " AV-NOMBRE " " AV-IDENTIFICACION
                       " Estado: " AV-ESTADO
                   ADD 1 TO WS-TOTAL-CONSULTAS
           END-READ.

       END PROGRAM GARMNT.
