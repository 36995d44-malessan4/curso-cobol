       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDASIGN.
      *>   Servicio central de asignacion de EMP-ID, callable en el
      *>   molde de CHKDIGIT/PROBDATE: el unico lugar de donde sale
      *>   un numero de empleado nuevo. LK-MODO vale
      *>     N  emite el proximo ID libre (base de cinco digitos mas
      *>        su digito verificador CHKDIGIT), saltando los que ya
      *>        estan en el registro o en el maestro; con
      *>        LK-SUCURSAL informada el ID queda reservado a esa
      *>        sucursal, que debe estar activa en SUCMAST.cpy (un
      *>        bloque es una serie de emisiones N a la misma
      *>        sucursal, ver IDMNT);
      *>     V  verifica que LK-ID este emitido, sin usar y para el
      *>        mismo origen (LK-SUCURSAL, en blanco = captura
      *>        central);
      *>     U  lo mismo que V y ademas lo marca usado por el
      *>        programa LK-OPERADOR;
      *>     X  anula un ID emitido que nunca se uso.
      *>   LK-RESULTADO vuelve S (procede), N (rehusado, motivo en
      *>   LK-RAZON) o L cuando todavia no hay registro de
      *>   asignacion (idalloc.dat) en sitio: el llamador acepta el
      *>   ID como antes. Cada emision, uso y anulacion se asienta
      *>   en la bitacora idlog.dat (IDLOG.cpy). El catalogo de
      *>   sucursales y la fecha de proceso se leen una sola vez por
      *>   corrida.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-asignacion
               ASSIGN TO "idalloc.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IA-ID
               FILE STATUS IS WS-FS-ASIGNACION.

               SELECT OPTIONAL archivo-bitacora-id
               ASSIGN TO "idlog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BITACORA.

               SELECT OPTIONAL archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT OPTIONAL archivo-sucursales
               ASSIGN TO "sucursal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUCURSALES.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-asignacion.
           COPY IDALLOC.

       FD  archivo-bitacora-id.
           COPY IDLOG.

       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-sucursales.
           COPY SUCMAST.

       WORKING-STORAGE SECTION.
           01 WS-FS-ASIGNACION PIC XX VALUE "00".
           01 WS-FS-BITACORA PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-SUCURSALES PIC XX VALUE "00".
           01 WS-YA-LEIDO PIC X VALUE "N".
           01 WS-HAY-MAESTRO PIC X VALUE "N".
           01 WS-HAY-CONTROL PIC X VALUE "N".
           01 WS-ENCONTRADO PIC X VALUE "N".
           01 WS-ULTIMA-BASE PIC 9(5) VALUE ZEROS.
           01 WS-MAXIMA-BASE PIC 9(5) VALUE 99998.
           01 WS-ID-CANDIDATO PIC 9(6) VALUE ZEROS.
           01 WS-ACCION-BITACORA PIC X VALUE SPACE.

      *>   Digito verificador del ID emitido (ver CHKDIGIT): en modo
      *>   G se calcula sobre los primeros cinco digitos.
           01 WS-CHK-NUMERO PIC X(8) VALUE SPACES.
           01 WS-CHK-LARGO PIC 9(2) VALUE 6.
           01 WS-CHK-MODO PIC X VALUE "G".
           01 WS-CHK-DIGITO PIC 9 VALUE ZEROS.
           01 WS-CHK-RESULTADO PIC X VALUE "N".

      *>   Catalogo de sucursales (SUCMAST.cpy) en memoria, igual
      *>   que EMPMERGE. Sin catalogo no se reservan bloques.
           01 WS-MAX-SUCURSALES PIC 99 VALUE 50.
           01 WS-CANT-SUCURSALES PIC 99 VALUE ZEROS.
           01 WS-SUC-IDX PIC 99 VALUE ZEROS.
           01 WS-HAY-CATALOGO PIC X VALUE "N".
           01 WS-EOF-SUCURSALES PIC X VALUE "N".
           01 WS-SUCURSAL-VALIDA PIC X VALUE "N".
           01 WS-TABLA-SUCURSALES.
               05 WS-SUC OCCURS 50 TIMES
                   DEPENDING ON WS-CANT-SUCURSALES.
                   10 WS-SUC-CODIGO PIC X(4).
                   10 WS-SUC-ACTIVA PIC X(1).

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       LINKAGE SECTION.
           01 LK-MODO PIC X(1).
           01 LK-ID PIC 9(6).
           01 LK-SUCURSAL PIC X(4).
           01 LK-OPERADOR PIC X(8).
           01 LK-RESULTADO PIC X(1).
           01 LK-RAZON PIC X(30).

       PROCEDURE DIVISION USING LK-MODO LK-ID LK-SUCURSAL
           LK-OPERADOR LK-RESULTADO LK-RAZON.

       MAIN-PROCEDURE.
           IF WS-YA-LEIDO = "N"
               CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
                   WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
               PERFORM CargaCatalogoSucursales
               MOVE "S" TO WS-YA-LEIDO
           END-IF
           MOVE "N" TO LK-RESULTADO
           MOVE SPACES TO LK-RAZON
           EVALUATE LK-MODO
               WHEN "N"
                   PERFORM EmiteId
               WHEN "V"
                   PERFORM VerificaId
               WHEN "U"
                   PERFORM MarcaUsado
               WHEN "X"
                   PERFORM AnulaId
               WHEN OTHER
                   MOVE "MODO DE ASIGNACION INVALIDO" TO LK-RAZON
           END-EVALUATE
           GOBACK.

      *>   Emision: parte de la ultima base del registro de control
      *>   y avanza hasta la primera cuyo ID completo (base + digito)
      *>   no este ni en el registro ni en el maestro, asi los IDs
      *>   legados tecleados antes del servicio nunca se reemiten.
      *>   La base 99999 no se usa: su ID podria caer en el 999999
      *>   reservado al trailer.
       EmiteId.
           IF LK-SUCURSAL NOT = SPACES
               PERFORM ValidaSucursal
               IF WS-SUCURSAL-VALIDA NOT = "S"
                   MOVE "SUCURSAL DESCONOCIDA O INACTIVA"
                       TO LK-RAZON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN I-O archivo-asignacion
           IF WS-FS-ASIGNACION = "35"
               OPEN OUTPUT archivo-asignacion
               CLOSE archivo-asignacion
               OPEN I-O archivo-asignacion
           END-IF
           MOVE ZEROS TO IAC-ID
           READ archivo-asignacion
               INVALID KEY
                   MOVE "N" TO WS-HAY-CONTROL
                   MOVE ZEROS TO WS-ULTIMA-BASE
               NOT INVALID KEY
                   MOVE "S" TO WS-HAY-CONTROL
                   MOVE IAC-ULTIMA-BASE TO WS-ULTIMA-BASE
           END-READ
           MOVE "N" TO WS-HAY-MAESTRO
           OPEN INPUT archivo-empleados
           IF WS-FS-EMPLEADOS = "00"
               MOVE "S" TO WS-HAY-MAESTRO
           END-IF
           MOVE "N" TO WS-ENCONTRADO
           PERFORM UNTIL WS-ENCONTRADO = "S"
               OR WS-ULTIMA-BASE >= WS-MAXIMA-BASE
               ADD 1 TO WS-ULTIMA-BASE
               PERFORM ArmaIdCandidato
               PERFORM VerificaCandidatoLibre
           END-PERFORM
           CLOSE archivo-empleados
           IF WS-ENCONTRADO NOT = "S"
               CLOSE archivo-asignacion
               MOVE "NUMERACION DE EMP-ID AGOTADA" TO LK-RAZON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-CANDIDATO TO IA-ID
           MOVE "E" TO IA-ESTADO
           MOVE LK-SUCURSAL TO IA-SUCURSAL
           MOVE WS-FECHA-PROCESO-NEG TO IA-FECHA-EMISION
           MOVE LK-OPERADOR TO IA-OPERADOR
           MOVE SPACES TO IA-FECHA-USO
           MOVE SPACES TO IA-PROGRAMA-USO
           WRITE IA-RECORD
               INVALID KEY
                   CLOSE archivo-asignacion
                   MOVE "ID YA PRESENTE EN EL REGISTRO" TO LK-RAZON
                   EXIT PARAGRAPH
           END-WRITE
           MOVE SPACES TO IA-CONTROL-RECORD
           MOVE ZEROS TO IAC-ID
           MOVE WS-ULTIMA-BASE TO IAC-ULTIMA-BASE
           IF WS-HAY-CONTROL = "S"
               REWRITE IA-CONTROL-RECORD
           ELSE
               WRITE IA-CONTROL-RECORD
           END-IF
           CLOSE archivo-asignacion
           MOVE WS-ID-CANDIDATO TO LK-ID
           MOVE "S" TO LK-RESULTADO
           MOVE "E" TO WS-ACCION-BITACORA
           PERFORM GrabaBitacora.

      *>   Base por diez mas el digito que CHKDIGIT genera sobre los
      *>   primeros cinco digitos.
       ArmaIdCandidato.
           COMPUTE WS-ID-CANDIDATO = WS-ULTIMA-BASE * 10
           MOVE WS-ID-CANDIDATO TO WS-CHK-NUMERO
           CALL "CHKDIGIT" USING WS-CHK-NUMERO WS-CHK-LARGO
               WS-CHK-MODO WS-CHK-DIGITO WS-CHK-RESULTADO
           ADD WS-CHK-DIGITO TO WS-ID-CANDIDATO.

       VerificaCandidatoLibre.
           MOVE "S" TO WS-ENCONTRADO
           MOVE WS-ID-CANDIDATO TO IA-ID
           READ archivo-asignacion
               NOT INVALID KEY
                   MOVE "N" TO WS-ENCONTRADO
           END-READ
           IF WS-ENCONTRADO = "S" AND WS-HAY-MAESTRO = "S"
               MOVE WS-ID-CANDIDATO TO EMP-ID
               READ archivo-empleados
                   NOT INVALID KEY
                       MOVE "N" TO WS-ENCONTRADO
               END-READ
           END-IF.

       VerificaId.
           OPEN INPUT archivo-asignacion
           IF WS-FS-ASIGNACION NOT = "00"
               MOVE "L" TO LK-RESULTADO
               MOVE "SIN REGISTRO DE ASIGNACION" TO LK-RAZON
               EXIT PARAGRAPH
           END-IF
           PERFORM ValidaEmitido
           CLOSE archivo-asignacion.

       MarcaUsado.
           OPEN I-O archivo-asignacion
           IF WS-FS-ASIGNACION NOT = "00"
               MOVE "L" TO LK-RESULTADO
               MOVE "SIN REGISTRO DE ASIGNACION" TO LK-RAZON
               EXIT PARAGRAPH
           END-IF
           PERFORM ValidaEmitido
           IF LK-RESULTADO = "S"
               MOVE "U" TO IA-ESTADO
               MOVE WS-FECHA-PROCESO-NEG TO IA-FECHA-USO
               MOVE LK-OPERADOR TO IA-PROGRAMA-USO
               REWRITE IA-RECORD
               MOVE "U" TO WS-ACCION-BITACORA
               PERFORM GrabaBitacora
           END-IF
           CLOSE archivo-asignacion.

      *>   El ID tiene que estar emitido (no usado ni anulado) y para
      *>   el mismo origen que lo presenta: el bloque de una
      *>   sucursal no se consume desde otra ni desde la captura
      *>   central, y viceversa.
       ValidaEmitido.
           MOVE LK-ID TO IA-ID
           READ archivo-asignacion
               INVALID KEY
                   MOVE "ID NO ASIGNADO" TO LK-RAZON
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN IA-ESTADO = "U"
                   MOVE "ID YA UTILIZADO" TO LK-RAZON
               WHEN IA-ESTADO = "X"
                   MOVE "ID ANULADO" TO LK-RAZON
               WHEN IA-SUCURSAL NOT = LK-SUCURSAL
                   MOVE "ID ASIGNADO A OTRO ORIGEN" TO LK-RAZON
               WHEN OTHER
                   MOVE "S" TO LK-RESULTADO
           END-EVALUATE.

      *>   Solo se anula un ID emitido y nunca usado; queda en el
      *>   registro como X para que no vuelva a emitirse.
       AnulaId.
           OPEN I-O archivo-asignacion
           IF WS-FS-ASIGNACION NOT = "00"
               MOVE "SIN REGISTRO DE ASIGNACION" TO LK-RAZON
               EXIT PARAGRAPH
           END-IF
           MOVE LK-ID TO IA-ID
           READ archivo-asignacion
               INVALID KEY
                   MOVE "ID NO ASIGNADO" TO LK-RAZON
                   CLOSE archivo-asignacion
                   EXIT PARAGRAPH
           END-READ
           EVALUATE IA-ESTADO
               WHEN "U"
                   MOVE "ID YA UTILIZADO, NO SE ANULA" TO LK-RAZON
               WHEN "X"
                   MOVE "ID YA ANULADO" TO LK-RAZON
               WHEN OTHER
                   MOVE "X" TO IA-ESTADO
                   MOVE WS-FECHA-PROCESO-NEG TO IA-FECHA-USO
                   MOVE LK-OPERADOR TO IA-PROGRAMA-USO
                   REWRITE IA-RECORD
                   MOVE "S" TO LK-RESULTADO
                   MOVE "X" TO WS-ACCION-BITACORA
                   PERFORM GrabaBitacora
           END-EVALUATE
           CLOSE archivo-asignacion.

       GrabaBitacora.
           OPEN EXTEND archivo-bitacora-id
           IF WS-FS-BITACORA = "05" OR WS-FS-BITACORA = "35"
               OPEN OUTPUT archivo-bitacora-id
           END-IF
           MOVE WS-FECHA-HORA-PROCESO TO IL-FECHA-HORA
           MOVE WS-ACCION-BITACORA TO IL-ACCION
           MOVE LK-ID TO IL-ID
           MOVE LK-SUCURSAL TO IL-SUCURSAL
           MOVE LK-OPERADOR TO IL-OPERADOR
           WRITE IL-RECORD
           CLOSE archivo-bitacora-id.

       CargaCatalogoSucursales.
           OPEN INPUT archivo-sucursales
           IF WS-FS-SUCURSALES NOT = "00"
               CLOSE archivo-sucursales
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-HAY-CATALOGO
           PERFORM UNTIL WS-EOF-SUCURSALES = "S"
               READ archivo-sucursales
                   AT END
                       MOVE "S" TO WS-EOF-SUCURSALES
                   NOT AT END
                       IF WS-CANT-SUCURSALES < WS-MAX-SUCURSALES
                           ADD 1 TO WS-CANT-SUCURSALES
                           MOVE BR-CODIGO TO
                               WS-SUC-CODIGO (WS-CANT-SUCURSALES)
                           MOVE BR-ACTIVA TO
                               WS-SUC-ACTIVA (WS-CANT-SUCURSALES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-sucursales.

       ValidaSucursal.
           MOVE "N" TO WS-SUCURSAL-VALIDA
           IF WS-HAY-CATALOGO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
               UNTIL WS-SUC-IDX > WS-CANT-SUCURSALES
               IF WS-SUC-CODIGO (WS-SUC-IDX) = LK-SUCURSAL
                   AND WS-SUC-ACTIVA (WS-SUC-IDX) = "S"
                   MOVE "S" TO WS-SUCURSAL-VALIDA
               END-IF
           END-PERFORM.

       END PROGRAM IDASIGN.
