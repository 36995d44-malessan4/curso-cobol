       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSMNT.
      *>   Mantenimiento del maestro de plazas (POSMAST.cpy): alta,
      *>   cambio, cancelacion, consulta, ocupacion y liberacion
      *>   contra posiciones.dat por PS-NUMERO, via un archivo de
      *>   transacciones (PST-ACCION = A/C/D/I/F/V), mismo esquema
      *>   que GRADMNT. El alta y el cambio validan el departamento
      *>   contra el catalogo (DEPTMAST.cpy) y el grado contra el
      *>   catalogo de grados (GRADMAST.cpy), cada uno si existe, y
      *>   exigen FTE entre 0.01 y 1.00 y presupuesto mayor a cero;
      *>   un presupuesto fuera del rango del grado entra con
      *>   advertencia. Una plaza ocupada no cambia de departamento
      *>   ni se cancela: primero se libera (V). Ocuparla (F) pide
      *>   un empleado no terminado del mismo departamento que no
      *>   ocupe ya otra plaza autorizada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-plazas
               ASSIGN TO "posiciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-NUMERO
               ALTERNATE RECORD KEY IS PS-DEPTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PLAZAS.

               SELECT archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

               SELECT OPTIONAL archivo-grados
               ASSIGN TO "grados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GD-CODIGO
               FILE STATUS IS WS-FS-GRADOS.

               SELECT archivo-mantenimiento
               ASSIGN TO "posmnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANTTO.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-plazas.
           COPY POSMAST.

       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-departamentos.
           COPY DEPTMAST.

       FD  archivo-grados.
           COPY GRADMAST.

       FD  archivo-mantenimiento.
           COPY POSMNTX.

       WORKING-STORAGE SECTION.
           01 WS-FS-PLAZAS PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-DEPTOS PIC XX VALUE "00".
           01 WS-FS-GRADOS PIC XX VALUE "00".
           01 WS-FS-MANTTO PIC XX VALUE "00".
           01 WS-EOF-MANTTO PIC X VALUE "N".
           01 WS-FIN-PLAZAS PIC X VALUE "N".
           01 WS-HAY-DEPTOS PIC X VALUE "N".
           01 WS-HAY-GRADOS PIC X VALUE "N".
           01 WS-TRANS-VALIDA PIC X VALUE "N".
           01 WS-OCUPA-OTRA PIC 9(6) VALUE ZEROS.
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-TOTAL-ALTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CAMBIOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-BAJAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CONSULTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-OCUPADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-LIBERADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ERRORES PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "POSMNT-OPERADOR"
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           OPEN I-O archivo-plazas
           IF WS-FS-PLAZAS = "35"
               OPEN OUTPUT archivo-plazas
               CLOSE archivo-plazas
               OPEN I-O archivo-plazas
           END-IF
           OPEN INPUT archivo-empleados
           OPEN INPUT archivo-departamentos
           IF WS-FS-DEPTOS = "00"
               MOVE "S" TO WS-HAY-DEPTOS
           ELSE
               CLOSE archivo-departamentos
           END-IF
           OPEN INPUT archivo-grados
           IF WS-FS-GRADOS = "00"
               MOVE "S" TO WS-HAY-GRADOS
           ELSE
               CLOSE archivo-grados
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
           IF WS-HAY-GRADOS = "S"
               CLOSE archivo-grados
           END-IF
           IF WS-HAY-DEPTOS = "S"
               CLOSE archivo-departamentos
           END-IF
           CLOSE archivo-empleados
           CLOSE archivo-plazas
           DISPLAY "Altas: " WS-TOTAL-ALTAS
               " Cambios: " WS-TOTAL-CAMBIOS
               " Canceladas: " WS-TOTAL-BAJAS
               " Consultas: " WS-TOTAL-CONSULTAS
               " Ocupadas: " WS-TOTAL-OCUPADAS
               " Liberadas: " WS-TOTAL-LIBERADAS
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
           EVALUATE PST-ACCION
               WHEN "A"
                   PERFORM AltaPlaza
               WHEN "C"
                   PERFORM CambiaPlaza
               WHEN "D"
                   PERFORM CancelaPlaza
               WHEN "I"
                   PERFORM ConsultaPlaza
               WHEN "F"
                   PERFORM OcupaPlaza
               WHEN "V"
                   PERFORM LiberaPlaza
               WHEN OTHER
                   DISPLAY "Accion de mantenimiento invalida: "
                       PST-ACCION
                   ADD 1 TO WS-TOTAL-ERRORES
           END-EVALUATE.

       AltaPlaza.
           IF PST-NUMERO = ZEROS
               DISPLAY "Alta rechazada, numero de plaza en ceros"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           PERFORM ValidaPlaza
           IF WS-TRANS-VALIDA NOT = "S"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE PST-NUMERO TO PS-NUMERO
           MOVE PST-DEPTO TO PS-DEPTO
           MOVE PST-GRADO TO PS-GRADO
           MOVE PST-FTE TO PS-FTE
           MOVE PST-SALARIO-PRESUP TO PS-SALARIO-PRESUP
           MOVE ZEROS TO PS-EMP-ID
           MOVE WS-FECHA-PROCESO-NEG TO PS-FECHA-VACANTE
           MOVE "A" TO PS-ESTADO
           MOVE WS-FECHA-PROCESO-NEG TO PS-FECHA-CAMBIO
           MOVE WS-OPERADOR TO PS-OPERADOR
           WRITE PS-RECORD
               INVALID KEY
                   DISPLAY "Alta rechazada, la plaza ya existe: "
                       PST-NUMERO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ALTAS
           END-WRITE.

       CambiaPlaza.
           MOVE PST-NUMERO TO PS-NUMERO
           READ archivo-plazas
               INVALID KEY
                   DISPLAY "Cambio rechazado, plaza no existe: "
                       PST-NUMERO
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           IF PS-ESTADO = "C"
               DISPLAY "Cambio rechazado, plaza cancelada: "
                   PST-NUMERO
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           IF PS-EMP-ID NOT = ZEROS AND PST-DEPTO NOT = PS-DEPTO
               DISPLAY "Cambio rechazado, la plaza esta ocupada por "
                   PS-EMP-ID ": liberela antes de cambiarla de "
                   "departamento " PST-NUMERO
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           PERFORM ValidaPlaza
           IF WS-TRANS-VALIDA NOT = "S"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE PST-DEPTO TO PS-DEPTO
           MOVE PST-GRADO TO PS-GRADO
           MOVE PST-FTE TO PS-FTE
           MOVE PST-SALARIO-PRESUP TO PS-SALARIO-PRESUP
           MOVE WS-FECHA-PROCESO-NEG TO PS-FECHA-CAMBIO
           MOVE WS-OPERADOR TO PS-OPERADOR
           REWRITE PS-RECORD
               INVALID KEY
                   DISPLAY "Cambio rechazado al reescribir: "
                       PST-NUMERO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CAMBIOS
           END-REWRITE.

      *>   Validaciones comunes de alta y cambio; solo lee los
      *>   catalogos, no archivo-plazas, asi que el registro leido
      *>   por el cambio se conserva.
       ValidaPlaza.
           MOVE "N" TO WS-TRANS-VALIDA
           IF PST-DEPTO = SPACES
               DISPLAY "Rechazada, plaza sin departamento: "
                   PST-NUMERO
               EXIT PARAGRAPH
           END-IF
           IF WS-HAY-DEPTOS = "S"
               MOVE PST-DEPTO TO DM-CODIGO
               READ archivo-departamentos
                   INVALID KEY
                       DISPLAY "Rechazada, departamento fuera del "
                           "catalogo: " PST-NUMERO " " PST-DEPTO
                       EXIT PARAGRAPH
               END-READ
               IF DM-ACTIVO NOT = "S"
                   DISPLAY "Rechazada, departamento inactivo: "
                       PST-NUMERO " " PST-DEPTO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF PST-FTE NOT NUMERIC
               OR PST-FTE = ZEROS OR PST-FTE > 1
               DISPLAY "Rechazada, FTE fuera de 0.01 a 1.00: "
                   PST-NUMERO
               EXIT PARAGRAPH
           END-IF
           IF PST-SALARIO-PRESUP NOT NUMERIC
               OR PST-SALARIO-PRESUP = ZEROS
               DISPLAY "Rechazada, plaza sin salario presupuestado: "
                   PST-NUMERO
               EXIT PARAGRAPH
           END-IF
           IF WS-HAY-GRADOS = "S"
               MOVE PST-GRADO TO GD-CODIGO
               READ archivo-grados
                   INVALID KEY
                       DISPLAY "Rechazada, grado fuera del "
                           "catalogo: " PST-NUMERO " " PST-GRADO
                       EXIT PARAGRAPH
               END-READ
               IF GD-ACTIVO NOT = "S"
                   DISPLAY "Rechazada, grado cerrado: " PST-NUMERO
                       " " PST-GRADO
                   EXIT PARAGRAPH
               END-IF
               IF PST-SALARIO-PRESUP < GD-MINIMO
                   OR PST-SALARIO-PRESUP > GD-MAXIMO
                   DISPLAY "ADVERTENCIA: presupuesto fuera del rango "
                       "del grado " PST-GRADO ": " PST-NUMERO
               END-IF
           END-IF
           MOVE "S" TO WS-TRANS-VALIDA.

       CancelaPlaza.
           MOVE PST-NUMERO TO PS-NUMERO
           READ archivo-plazas
               INVALID KEY
                   DISPLAY "Cancelacion rechazada, plaza no existe: "
                       PST-NUMERO
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           IF PS-ESTADO = "C"
               DISPLAY "Cancelacion rechazada, ya estaba cancelada: "
                   PST-NUMERO
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           IF PS-EMP-ID NOT = ZEROS
               DISPLAY "Cancelacion rechazada, la ocupa " PS-EMP-ID
                   ": " PST-NUMERO
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO PS-ESTADO
           MOVE WS-FECHA-PROCESO-NEG TO PS-FECHA-CAMBIO
           MOVE WS-OPERADOR TO PS-OPERADOR
           REWRITE PS-RECORD
           ADD 1 TO WS-TOTAL-BAJAS.

       ConsultaPlaza.
           MOVE PST-NUMERO TO PS-NUMERO
           READ archivo-plazas
               INVALID KEY
                   DISPLAY "Consulta sin resultado: " PST-NUMERO
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   DISPLAY "Plaza: " PS-NUMERO
                       " Depto: " PS-DEPTO
                       " Grado: " PS-GRADO
                       " FTE: " PS-FTE
                       " Presupuesto: " PS-SALARIO-PRESUP
                       " Ocupante: " PS-EMP-ID
                       " Vacante desde: " PS-FECHA-VACANTE
                       " Estado: " PS-ESTADO
                   ADD 1 TO WS-TOTAL-CONSULTAS
           END-READ.

      *>   La busqueda de otra plaza del mismo empleado recorre
      *>   archivo-plazas, asi que va antes de leer la plaza destino.
       OcupaPlaza.
           MOVE PST-EMP-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   DISPLAY "Ocupacion rechazada, ID no existe en "
                       "maestro de empleados: " PST-EMP-ID
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           IF EMP-ESTADO = "T"
               DISPLAY "Ocupacion rechazada, empleado terminado: "
                   PST-EMP-ID
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           PERFORM BuscaOtraPlaza
           IF WS-OCUPA-OTRA NOT = ZEROS
               DISPLAY "Ocupacion rechazada, el empleado ya ocupa la "
                   "plaza " WS-OCUPA-OTRA ": " PST-EMP-ID
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE PST-NUMERO TO PS-NUMERO
           READ archivo-plazas
               INVALID KEY
                   DISPLAY "Ocupacion rechazada, plaza no existe: "
                       PST-NUMERO
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           IF PS-ESTADO NOT = "A" OR PS-EMP-ID NOT = ZEROS
               DISPLAY "Ocupacion rechazada, plaza cancelada u "
                   "ocupada: " PST-NUMERO " " PS-EMP-ID
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           IF EMP-DEPTO NOT = PS-DEPTO
               DISPLAY "Ocupacion rechazada, el empleado es de "
                   EMP-DEPTO " y la plaza de " PS-DEPTO ": "
                   PST-NUMERO
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE PST-EMP-ID TO PS-EMP-ID
           MOVE WS-FECHA-PROCESO-NEG TO PS-FECHA-CAMBIO
           MOVE WS-OPERADOR TO PS-OPERADOR
           REWRITE PS-RECORD
           ADD 1 TO WS-TOTAL-OCUPADAS.

       BuscaOtraPlaza.
           MOVE ZEROS TO WS-OCUPA-OTRA
           MOVE ZEROS TO PS-NUMERO
           MOVE "N" TO WS-FIN-PLAZAS
           START archivo-plazas KEY >= PS-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-PLAZAS
           END-START
           PERFORM UNTIL WS-FIN-PLAZAS = "S"
               READ archivo-plazas NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PLAZAS
                   NOT AT END
                       IF PS-EMP-ID = PST-EMP-ID
                           AND PS-ESTADO = "A"
                           MOVE PS-NUMERO TO WS-OCUPA-OTRA
                           MOVE "S" TO WS-FIN-PLAZAS
                       END-IF
               END-READ
           END-PERFORM.

       LiberaPlaza.
           MOVE PST-NUMERO TO PS-NUMERO
           READ archivo-plazas
               INVALID KEY
                   DISPLAY "Liberacion rechazada, plaza no existe: "
                       PST-NUMERO
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-READ
           IF PS-EMP-ID = ZEROS
               DISPLAY "Liberacion rechazada, la plaza ya esta "
                   "vacante: " PST-NUMERO
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO PS-EMP-ID
           MOVE WS-FECHA-PROCESO-NEG TO PS-FECHA-VACANTE
           MOVE WS-FECHA-PROCESO-NEG TO PS-FECHA-CAMBIO
           MOVE WS-OPERADOR TO PS-OPERADOR
           REWRITE PS-RECORD
           ADD 1 TO WS-TOTAL-LIBERADAS.

       END PROGRAM POSMNT.
