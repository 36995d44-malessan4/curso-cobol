               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-FS-DEPTOS.

               SELECT OPTIONAL archivo-plazas
               ASSIGN TO "posiciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-NUMERO
               ALTERNATE RECORD KEY IS PS-DEPTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PLAZAS.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-empleados.
       FD  archivo-departamentos.
           COPY DEPTMAST.

       FD  archivo-plazas.
           COPY POSMAST.

       FD  archivo-lotes.
           COPY LOTECTL.

           01 WS-CHK-DIGITO PIC 9 VALUE ZEROS.
           01 WS-CHK-RESULTADO PIC X VALUE "N".

      *>   Servicio central de asignacion de EMP-ID (ver IDASIGN):
      *>   el alta solo entra con un ID emitido por el servicio para
      *>   la captura central, y al grabarse lo deja marcado usado.
      *>   Sin registro de asignacion en sitio se acepta como antes.
           01 WS-IA-MODO PIC X VALUE "V".
           01 WS-IA-ID PIC 9(6) VALUE ZEROS.
           01 WS-IA-SUCURSAL PIC X(4) VALUE SPACES.
           01 WS-IA-PROGRAMA PIC X(8) VALUE "CAP17".
           01 WS-IA-RESULTADO PIC X VALUE "N".
           01 WS-IA-RAZON PIC X(30) VALUE SPACES.

      *>   Variables para datos del usaurio
      *>   COBOL tiene una constante figurativa llamada SPACES
      *>   que sirve para no poner valor a la variable tipo x (alfanu
      *>   se acepta el texto libre como antes.
           01 WS-FS-DEPTOS PIC XX VALUE "00".
           01 WS-HAY-CATALOGO PIC X VALUE "N".
           01 WS-FS-PLAZAS PIC XX VALUE "00".
           01 WS-HAY-PLAZAS PIC X VALUE "N".
           01 WS-PLAZA-ABIERTA PIC X VALUE "N".
           01 WS-FIN-PLAZAS PIC X VALUE "N".
           01 WS-DEPTO-VALIDO PIC X VALUE "S".

      *>   RETURN-CODE estandar: 0 corrida limpia, 4 si
           END-IF
           PERFORM AbreArchivoEmpleados
           PERFORM AbreCatalogoDeptos
           PERFORM AbrePlazas
           IF WS-MODO = "BATCH"
               PERFORM ProcesaLote
           ELSE
           IF WS-HAY-CATALOGO = "S"
               CLOSE archivo-departamentos
           END-IF
           IF WS-HAY-PLAZAS = "S"
               CLOSE archivo-plazas
           END-IF
           IF WS-LOTE-RECHAZADO = "S"
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE archivo-departamentos
           END-IF.

      *>   El maestro de plazas (POSMAST.cpy) es opcional igual que el
      *>   catalogo: sin posiciones.dat el alta no se compara contra
      *>   la plantilla autorizada.
       AbrePlazas.
           MOVE "N" TO WS-HAY-PLAZAS
           OPEN INPUT archivo-plazas
           IF WS-FS-PLAZAS = "00"
               MOVE "S" TO WS-HAY-PLAZAS
           ELSE
               CLOSE archivo-plazas
           END-IF.

      *>   Despues de grabar el alta busca, por la llave alterna de
      *>   departamento, una plaza autorizada y vacante en WS-DEPTO.
      *>   Si no la hay el alta se queda grabada: solo se advierte y
      *>   se asienta en el log de excepciones para que RRHH la
      *>   concilie (ver POSRECON).
       VerificaPlaza.
           IF WS-HAY-PLAZAS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PLAZA-ABIERTA
           MOVE "N" TO WS-FIN-PLAZAS
           MOVE WS-DEPTO TO PS-DEPTO
           START archivo-plazas KEY = PS-DEPTO
               INVALID KEY
                   MOVE "S" TO WS-FIN-PLAZAS
           END-START
           PERFORM UNTIL WS-FIN-PLAZAS = "S"
               READ archivo-plazas NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PLAZAS
                   NOT AT END
                       IF PS-DEPTO NOT = WS-DEPTO
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
                   "en " WS-DEPTO " para el alta " WS-ID-EMPLEADO
               PERFORM RegistraSinPlaza
           END-IF.

       RegistraSinPlaza.
           MOVE "CAP17" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           MOVE "SIN-PLAZA" TO EXC-TIPO
           MOVE "A" TO EXC-SEVERIDAD
           MOVE SPACES TO EXC-DETALLE
           STRING "ID=" WS-ID-EMPLEADO " Depto=" WS-DEPTO
               " sin plaza vacante autorizada"
               DELIMITED BY SIZE INTO EXC-DETALLE
           OPEN EXTEND archivo-excepciones
           IF WS-FS-EXCEPCIONES = "05" OR WS-FS-EXCEPCIONES = "35"
               OPEN OUTPUT archivo-excepciones
           END-IF
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

      *>   Valida el departamento capturado contra el catalogo: tiene
      *>   que existir y estar activo. Sin catalogo en sitio, el campo
      *>   sigue siendo texto libre como siempre.
                       "valido (legado): " WS-ID-EMPLEADO
               END-IF
           END-IF
           MOVE "V" TO WS-IA-MODO
           PERFORM ConsultaAsignacion
           IF WS-IA-RESULTADO = "N"
               DISPLAY "Alta rechazada, " WS-IA-RAZON ": "
                   WS-ID-EMPLEADO
               MOVE "E009" TO WS-CODIGO-RAZON
               MOVE WS-IA-RAZON TO WS-RAZON-RECHAZO
               MOVE "S" TO WS-HUBO-RECHAZO
               PERFORM GrabaRechazo
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-EMPLEADO TO EMP-ID
           MOVE Nombre TO EMP-NOMBRE
           MOVE Apellido TO EMP-APELLIDO
           PERFORM DerivaFechaNac
           MOVE "A" TO EMP-ESTADO
           MOVE SPACES TO EMP-FECHA-BAJA
           MOVE SPACES TO EMP-MOTIVO-BAJA
           CALL "PROBDATE" USING WS-FECHA-PROCESO-NEG
               EMP-FECHA-FIN-PROB
           MOVE SPACES TO EMP-PROB-CONFIRMADA
                   PERFORM GrabaRechazo
               NOT INVALID KEY
                   ADD 1 TO WS-RL-ESCRITOS
                   MOVE "U" TO WS-IA-MODO
                   PERFORM ConsultaAsignacion
                   MOVE "A" TO WS-TIPO-AUDITORIA
                   PERFORM GrabaAuditoria
                   ADD 1 TO WS-CONTADOR-REAL
                   ADD WS-ID-EMPLEADO TO WS-HASH-REAL
                   PERFORM ActualizaTrailer
                   PERFORM VerificaPlaza
           END-WRITE.

      *>   Verifica (V) o marca usado (U) el ID capturado contra el
      *>   registro central de asignacion; el veredicto queda en
      *>   WS-IA-RESULTADO (L = todavia no hay registro en sitio).
       ConsultaAsignacion.
           MOVE WS-ID-EMPLEADO TO WS-IA-ID
           MOVE SPACES TO WS-IA-SUCURSAL
           CALL "IDASIGN" USING WS-IA-MODO WS-IA-ID WS-IA-SUCURSAL
               WS-IA-PROGRAMA WS-IA-RESULTADO WS-IA-RAZON.

      *>   Regraba el registro TRL-ID 999999 con el conteo real y la
      *>   suma de EMP-ID (mismo criterio de "total de control" que
      *>   CTLTOT.cpy) que se mantienen incrementalmente desde el
           ELSE
               MOVE SPACE TO AUD-ESTADO-DESPUES
           END-IF
           MOVE SPACES TO AUD-MOTIVO-BAJA
           OPEN EXTEND archivo-auditoria
           IF WS-FS-AUDITORIA = "05" OR WS-FS-AUDITORIA = "35"
               OPEN OUTPUT archivo-auditoria
