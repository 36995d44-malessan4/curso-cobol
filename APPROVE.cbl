      *>   ovrpend.dat se regraba sin la transaccion dispuesta
      *>   (consumida una sola vez, como la cola de PAYSUSPR): una
      *>   estacionada vieja no debe renacer con la siguiente
      *>   aprobacion del mismo ID. Las solicitudes de prestamo van
      *>   por tramo de monto (clases SOLPRE1 a SOLPRE3, ver
      *>   SOLCTL.cpy): el operador solo decide las de su tramo de
      *>   autoridad (OP-NIVEL-PRESTAMO) o de abajo; las demas se
      *>   saltan y esperan a quien tenga el tramo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           01 WS-EOF-PEND PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-AUTORIZADO PIC X VALUE "N".
           01 WS-NIVEL-PRESTAMO PIC 9 VALUE ZEROS.
           01 WS-TRAMO-SOLICITUD PIC 9 VALUE ZEROS.
           01 WS-DECISION PIC X VALUE SPACES.
      *>   Disposicion de la estacionada: L la libera a mantto.dat,
      *>   D la descarta (entrada rechazada).
           01 WS-TOTAL-RECHAZADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-AUTOAPROB PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SALTADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-FUERA-TRAMO PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
               " Rechazadas: " WS-TOTAL-RECHAZADAS
               " Auto-aprobacion rehusada: " WS-TOTAL-AUTOAPROB
               " Saltadas: " WS-TOTAL-SALTADAS
               " Fuera de tramo: " WS-TOTAL-FUERA-TRAMO
           MOVE 0 TO RETURN-CODE
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al menu
                       IF OP-ACTIVO = "S" AND OP-PERM-OVERRIDE = "S"
                           MOVE "S" TO WS-AUTORIZADO
                       END-IF
                       IF OP-NIVEL-PRESTAMO IS NUMERIC
                           MOVE OP-NIVEL-PRESTAMO TO WS-NIVEL-PRESTAMO
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-perfiles.
               PERFORM GrabaAuditoria
               EXIT PARAGRAPH
           END-IF
           IF AQ-CLASE (1:6) = "SOLPRE"
               MOVE ZEROS TO WS-TRAMO-SOLICITUD
               IF AQ-CLASE (7:1) IS NUMERIC
                   MOVE AQ-CLASE (7:1) TO WS-TRAMO-SOLICITUD
               END-IF
               IF WS-TRAMO-SOLICITUD > WS-NIVEL-PRESTAMO
                   DISPLAY "FUERA DE SU TRAMO DE AUTORIDAD: "
                       AQ-CLASE " " AQ-REFERENCIA
                   ADD 1 TO WS-TOTAL-FUERA-TRAMO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "---------------------------------------------"
           DISPLAY "Pendiente de aprobacion:"
           DISPLAY "  Clase: " AQ-CLASE
