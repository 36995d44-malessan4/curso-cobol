       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAMNT.
      *>   Mantenimiento del catalogo de cuentas del mayor
      *>   (COAMAST.cpy): alta, cambio, baja y consulta contra
      *>   coamast.dat por CTA-CUENTA, via un archivo de transacciones
      *>   (CTT-ACCION = A/C/D/I), mismo esquema que CONTMNT. La baja
      *>   es logica (CTA-ACTIVA = N): la cuenta tiene historia en el
      *>   mayor y GLINQ la sigue consultando. El tipo tiene que ser
      *>   A/P/C/I/G, la naturaleza D/A (en blanco se toma del tipo:
      *>   activo y gasto deudoras, las demas acreedoras) y los
      *>   indicadores S/N. El renglon de estados financieros es
      *>   libre (en blanco, la cuenta sale sola en GLFINST). Cada
      *>   movimiento deja su asiento en la bitacora del catalogo
      *>   (COAAUD.cpy).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-catalogo
               ASSIGN TO "coamast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-FS-CATALOGO.

               SELECT archivo-mantenimiento
               ASSIGN TO "coamnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANTTO.

               SELECT OPTIONAL archivo-auditoria
               ASSIGN TO "coaaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-catalogo.
           COPY COAMAST.

       FD  archivo-mantenimiento.
           COPY COAMNTX.

       FD  archivo-auditoria.
           COPY COAAUD.

       WORKING-STORAGE SECTION.
           01 WS-FS-CATALOGO PIC XX VALUE "00".
           01 WS-FS-MANTTO PIC XX VALUE "00".
           01 WS-FS-AUDITORIA PIC XX VALUE "00".
           01 WS-EOF-MANTTO PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-TRANS-VALIDA PIC X VALUE "S".
           01 WS-NATURALEZA PIC X VALUE SPACE.
           01 WS-TOTAL-ALTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CAMBIOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-BAJAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CONSULTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ERRORES PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "COAMNT-OPERADOR"
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           OPEN I-O archivo-catalogo
           IF WS-FS-CATALOGO = "35"
               OPEN OUTPUT archivo-catalogo
               CLOSE archivo-catalogo
               OPEN I-O archivo-catalogo
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
           CLOSE archivo-catalogo
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
           EVALUATE CTT-ACCION
               WHEN "A"
                   PERFORM AltaCuenta
               WHEN "C"
                   PERFORM CambiaCuenta
               WHEN "D"
                   PERFORM BajaCuenta
               WHEN "I"
                   PERFORM ConsultaCuenta
               WHEN OTHER
                   DISPLAY "Accion de mantenimiento invalida: "
                       CTT-ACCION
                   ADD 1 TO WS-TOTAL-ERRORES
           END-EVALUATE.

      *>   Validacion comun de alta y cambio; deja en WS-NATURALEZA
      *>   la naturaleza a grabar.
       ValidaCuenta.
           MOVE "S" TO WS-TRANS-VALIDA
           IF CTT-CUENTA = SPACES OR CTT-CUENTA = "*TRAILER"
               DISPLAY "Cuenta rechazada, clave invalida: "
                   CTT-CUENTA
               MOVE "N" TO WS-TRANS-VALIDA
               EXIT PARAGRAPH
           END-IF
           IF CTT-DESCRIPCION = SPACES
               DISPLAY "Cuenta rechazada, sin descripcion: "
                   CTT-CUENTA
               MOVE "N" TO WS-TRANS-VALIDA
               EXIT PARAGRAPH
           END-IF
           EVALUATE CTT-TIPO
               WHEN "A"
               WHEN "G"
                   MOVE "D" TO WS-NATURALEZA
               WHEN "P"
               WHEN "C"
               WHEN "I"
                   MOVE "A" TO WS-NATURALEZA
               WHEN OTHER
                   DISPLAY "Cuenta rechazada, tipo invalido: "
                       CTT-CUENTA " " CTT-TIPO
                   MOVE "N" TO WS-TRANS-VALIDA
                   EXIT PARAGRAPH
           END-EVALUATE
           IF CTT-NATURALEZA NOT = SPACE
               IF CTT-NATURALEZA NOT = "D" AND CTT-NATURALEZA NOT = "A"
                   DISPLAY "Cuenta rechazada, naturaleza invalida: "
                       CTT-CUENTA " " CTT-NATURALEZA
                   MOVE "N" TO WS-TRANS-VALIDA
                   EXIT PARAGRAPH
               END-IF
               MOVE CTT-NATURALEZA TO WS-NATURALEZA
           END-IF
           IF (CTT-ACTIVA NOT = "S" AND CTT-ACTIVA NOT = "N")
               OR (CTT-POSTEABLE NOT = "S" AND CTT-POSTEABLE NOT = "N")
               DISPLAY "Cuenta rechazada, indicador no es S/N: "
                   CTT-CUENTA
               MOVE "N" TO WS-TRANS-VALIDA
           END-IF.

       AltaCuenta.
           PERFORM ValidaCuenta
           IF WS-TRANS-VALIDA NOT = "S"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE CTT-CUENTA TO CTA-CUENTA
           PERFORM MueveTransaccion
           WRITE CTA-RECORD
               INVALID KEY
                   DISPLAY "Alta rechazada, la cuenta ya existe: "
                       CTT-CUENTA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ALTAS
                   PERFORM GrabaAuditoria
           END-WRITE.

       CambiaCuenta.
           PERFORM ValidaCuenta
           IF WS-TRANS-VALIDA NOT = "S"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE CTT-CUENTA TO CTA-CUENTA
           READ archivo-catalogo
               INVALID KEY
                   DISPLAY "Cambio rechazado, cuenta no existe: "
                       CTT-CUENTA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   PERFORM MueveTransaccion
                   REWRITE CTA-RECORD
                       INVALID KEY
                           DISPLAY "Cambio rechazado al reescribir: "
                               CTT-CUENTA
                           ADD 1 TO WS-TOTAL-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-CAMBIOS
                           PERFORM GrabaAuditoria
                   END-REWRITE
           END-READ.

       BajaCuenta.
           MOVE CTT-CUENTA TO CTA-CUENTA
           READ archivo-catalogo
               INVALID KEY
                   DISPLAY "Baja rechazada, cuenta no existe: "
                       CTT-CUENTA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   MOVE "N" TO CTA-ACTIVA
                   MOVE WS-FECHA-PROCESO-NEG TO CTA-FECHA-CAMBIO
                   MOVE WS-OPERADOR TO CTA-OPERADOR
                   REWRITE CTA-RECORD
                       INVALID KEY
                           DISPLAY "Baja rechazada al reescribir: "
                               CTT-CUENTA
                           ADD 1 TO WS-TOTAL-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-BAJAS
                           PERFORM GrabaAuditoria
                   END-REWRITE
           END-READ.

       ConsultaCuenta.
           MOVE CTT-CUENTA TO CTA-CUENTA
           READ archivo-catalogo
               INVALID KEY
                   DISPLAY "Consulta sin resultado para cuenta: "
                       CTT-CUENTA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   DISPLAY "Cuenta: " CTA-CUENTA
                       " " CTA-DESCRIPCION
                       " Tipo: " CTA-TIPO
                       " Naturaleza: " CTA-NATURALEZA
                       " Activa: " CTA-ACTIVA
                       " Posteable: " CTA-POSTEABLE
                       " Renglon EF: " CTA-RENGLON-EF
                   ADD 1 TO WS-TOTAL-CONSULTAS
           END-READ.

       MueveTransaccion.
           MOVE CTT-DESCRIPCION TO CTA-DESCRIPCION
           MOVE CTT-TIPO TO CTA-TIPO
           MOVE WS-NATURALEZA TO CTA-NATURALEZA
           MOVE CTT-ACTIVA TO CTA-ACTIVA
           MOVE CTT-POSTEABLE TO CTA-POSTEABLE
           MOVE CTT-RENGLON-EF TO CTA-RENGLON-EF
           MOVE WS-FECHA-PROCESO-NEG TO CTA-FECHA-CAMBIO
           MOVE WS-OPERADOR TO CTA-OPERADOR.

       GrabaAuditoria.
           MOVE WS-OPERADOR TO CTU-OPERADOR
           MOVE WS-FECHA-HORA-PROCESO TO CTU-FECHA-HORA
           MOVE CTT-ACCION TO CTU-ACCION
           MOVE CTA-CUENTA TO CTU-CUENTA
           MOVE CTA-DESCRIPCION TO CTU-DESCRIPCION
           MOVE CTA-TIPO TO CTU-TIPO
           MOVE CTA-NATURALEZA TO CTU-NATURALEZA
           MOVE CTA-ACTIVA TO CTU-ACTIVA
           MOVE CTA-POSTEABLE TO CTU-POSTEABLE
           MOVE CTA-RENGLON-EF TO CTU-RENGLON-EF
           OPEN EXTEND archivo-auditoria
           IF WS-FS-AUDITORIA = "05" OR WS-FS-AUDITORIA = "35"
               OPEN OUTPUT archivo-auditoria
           END-IF
           WRITE CTU-RECORD
           CLOSE archivo-auditoria.

       END PROGRAM COAMNT.
