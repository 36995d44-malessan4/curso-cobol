      *>   Mantenimiento del maestro de cuentas (ACCTMAST.cpy): alta,
      *>   cambio, desactivacion y consulta contra cuentas.dat por
      *>   numero de cuenta, via un archivo de transacciones
      *>   (ACT-ACCION = A/C/D/I/L/R/B), mismo esquema que EMPMAINT. La
      *>   baja es logica: D deja AC-ESTADO en "N" porque los saldos
      *>   historicos siguen referenciando la cuenta. L fija el limite
      *>   de credito y R pone (S) o libera (N) la retencion de
      *>   credito que CASHAPP respeta al cargar. B captura la cuenta
      *>   bancaria a la que REEMBPAG devuelve los saldos a favor.
      *>   Cada movimiento deja su asiento en la bitacora de cuentas
      *>   (ACCTAUD.cpy), con el limite, la retencion y la cuenta de
      *>   deposito de antes y despues.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANTTO.

               SELECT OPTIONAL archivo-auditoria
               ASSIGN TO "acctaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cuentas.
       FD  archivo-modo-digito.
           COPY CHKDCTL.

       FD  archivo-auditoria.
           COPY ACCTAUD.

       WORKING-STORAGE SECTION.
      *>   Digito verificador (ver CHKDIGIT y CHKDCTL.cpy): el
      *>   ultimo digito del numero verifica a los demas; en modo
           01 WS-TOTAL-CAMBIOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-BAJAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CONSULTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CREDITO PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ERRORES PIC 9(6) VALUE ZEROS.

      *>   Bitacora de cuentas (ver ACCTAUD.cpy): el limite y la
      *>   retencion como estaban antes del movimiento.
           01 WS-FS-AUDITORIA PIC XX VALUE "00".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-LIMITE-ANTES PIC 9(10)V99 VALUE ZEROS.
           01 WS-RETENCION-ANTES PIC X VALUE SPACES.
           01 WS-DEPOSITO-ANTES PIC X(27) VALUE SPACES.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "ACCTMNT-OPERADOR"
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           PERFORM LeeModoDigito
           OPEN I-O archivo-cuentas
           IF WS-FS-CUENTAS = "35"
               " Cambios: " WS-TOTAL-CAMBIOS
               " Desactivadas: " WS-TOTAL-BAJAS
               " Consultas: " WS-TOTAL-CONSULTAS
               " Credito: " WS-TOTAL-CREDITO
               " Errores: " WS-TOTAL-ERRORES
           IF WS-TOTAL-ERRORES > 0
               MOVE 4 TO RETURN-CODE
                   PERFORM DesactivaCuenta
               WHEN "I"
                   PERFORM ConsultaCuenta
               WHEN "L"
                   PERFORM FijaLimite
               WHEN "R"
                   PERFORM CambiaRetencion
               WHEN "B"
                   PERFORM CambiaDeposito
               WHEN OTHER
                   DISPLAY "Accion de mantenimiento invalida: "
                       ACT-ACCION
           MOVE ACT-CONTACTO TO AC-CONTACTO
           MOVE ACT-FECHA-APERTURA TO AC-FECHA-APERTURA
           MOVE "S" TO AC-ESTADO
           MOVE ACT-LIMITE-CREDITO TO AC-LIMITE-CREDITO
           MOVE "N" TO AC-RETENCION
           MOVE SPACES TO AC-ORIGEN-RETENCION
           MOVE SPACES TO AC-FECHA-RETENCION
           MOVE ACT-DEPOSITO TO AC-DEPOSITO
           MOVE ZEROS TO WS-LIMITE-ANTES
           MOVE SPACES TO WS-RETENCION-ANTES
           MOVE SPACES TO WS-DEPOSITO-ANTES
           WRITE AC-RECORD
               INVALID KEY
                   DISPLAY "Alta rechazada, cuenta ya existe: "
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ALTAS
                   PERFORM GrabaAuditoria
           END-WRITE.

       CambiaCuenta.
                       ACT-CUENTA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   MOVE AC-LIMITE-CREDITO TO WS-LIMITE-ANTES
                   MOVE AC-RETENCION TO WS-RETENCION-ANTES
                   MOVE AC-DEPOSITO TO WS-DEPOSITO-ANTES
                   MOVE ACT-NOMBRE TO AC-NOMBRE
                   MOVE ACT-CONTACTO TO AC-CONTACTO
                   MOVE ACT-FECHA-APERTURA TO AC-FECHA-APERTURA
                           ADD 1 TO WS-TOTAL-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-CAMBIOS
                           PERFORM GrabaAuditoria
                   END-REWRITE
           END-READ.

                       "existe: " ACT-CUENTA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   MOVE AC-LIMITE-CREDITO TO WS-LIMITE-ANTES
                   MOVE AC-RETENCION TO WS-RETENCION-ANTES
                   MOVE AC-DEPOSITO TO WS-DEPOSITO-ANTES
                   MOVE "N" TO AC-ESTADO
                   REWRITE AC-RECORD
                       INVALID KEY
                           ADD 1 TO WS-TOTAL-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-BAJAS
                           PERFORM GrabaAuditoria
                   END-REWRITE
           END-READ.

                       " Contacto: " AC-CONTACTO
                       " Apertura: " AC-FECHA-APERTURA
                       " Estado: " AC-ESTADO
                       " Limite: " AC-LIMITE-CREDITO
                       " Retencion: " AC-RETENCION
                       " " AC-ORIGEN-RETENCION
                       " " AC-FECHA-RETENCION
                       " Deposito: " AC-BANCO " " AC-SUCURSAL
                       " " AC-CUENTA-BANCO " " AC-TIPO-CUENTA
                   ADD 1 TO WS-TOTAL-CONSULTAS
           END-READ.

      *>   Limite de credito: tope de lo abierto en el auxiliar que
      *>   CASHAPP deja cargar sin aprobacion; ceros = sin limite.
       FijaLimite.
           MOVE ACT-CUENTA TO AC-CUENTA
           READ archivo-cuentas
               INVALID KEY
                   DISPLAY "Limite rechazado, cuenta no existe: "
                       ACT-CUENTA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   MOVE AC-LIMITE-CREDITO TO WS-LIMITE-ANTES
                   MOVE AC-RETENCION TO WS-RETENCION-ANTES
                   MOVE AC-DEPOSITO TO WS-DEPOSITO-ANTES
                   MOVE ACT-LIMITE-CREDITO TO AC-LIMITE-CREDITO
                   REWRITE AC-RECORD
                       INVALID KEY
                           DISPLAY "Limite rechazado al reescribir: "
                               ACT-CUENTA
                           ADD 1 TO WS-TOTAL-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-CREDITO
                           PERFORM GrabaAuditoria
                   END-REWRITE
           END-READ.

      *>   Retencion de credito manual: S la pone (origen M), N la
      *>   libera, sea manual o la automatica de DUNNING.
       CambiaRetencion.
           IF ACT-RETENCION NOT = "S" AND ACT-RETENCION NOT = "N"
               DISPLAY "Retencion invalida (S/N): " ACT-RETENCION
                   " cuenta " ACT-CUENTA
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE ACT-CUENTA TO AC-CUENTA
           READ archivo-cuentas
               INVALID KEY
                   DISPLAY "Retencion rechazada, cuenta no existe: "
                       ACT-CUENTA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   MOVE AC-LIMITE-CREDITO TO WS-LIMITE-ANTES
                   MOVE AC-RETENCION TO WS-RETENCION-ANTES
                   MOVE AC-DEPOSITO TO WS-DEPOSITO-ANTES
                   MOVE ACT-RETENCION TO AC-RETENCION
                   IF ACT-RETENCION = "S"
                       MOVE "M" TO AC-ORIGEN-RETENCION
                   ELSE
                       MOVE SPACES TO AC-ORIGEN-RETENCION
                   END-IF
                   MOVE WS-FECHA-PROCESO-NEG TO AC-FECHA-RETENCION
                   REWRITE AC-RECORD
                       INVALID KEY
                           DISPLAY "Retencion rechazada al "
                               "reescribir: " ACT-CUENTA
                           ADD 1 TO WS-TOTAL-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-CREDITO
                           PERFORM GrabaAuditoria
                   END-REWRITE
           END-READ.

      *>   Cuenta bancaria de deposito para devoluciones: banco y
      *>   cuenta completos con tipo C (cheques) o A (ahorro), o todo
      *>   en blanco para borrarla.
       CambiaDeposito.
           IF ACT-DEPOSITO NOT = SPACES
               AND (ACT-BANCO = SPACES OR ACT-CUENTA-BANCO = SPACES
                   OR (ACT-TIPO-CUENTA NOT = "C"
                       AND ACT-TIPO-CUENTA NOT = "A"))
               DISPLAY "Cuenta de deposito incompleta o tipo "
                   "invalido (C/A): cuenta " ACT-CUENTA
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           MOVE ACT-CUENTA TO AC-CUENTA
           READ archivo-cuentas
               INVALID KEY
                   DISPLAY "Deposito rechazado, cuenta no existe: "
                       ACT-CUENTA
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   MOVE AC-LIMITE-CREDITO TO WS-LIMITE-ANTES
                   MOVE AC-RETENCION TO WS-RETENCION-ANTES
                   MOVE AC-DEPOSITO TO WS-DEPOSITO-ANTES
                   MOVE ACT-DEPOSITO TO AC-DEPOSITO
                   REWRITE AC-RECORD
                       INVALID KEY
                           DISPLAY "Deposito rechazado al "
                               "reescribir: " ACT-CUENTA
                           ADD 1 TO WS-TOTAL-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-CAMBIOS
                           PERFORM GrabaAuditoria
                   END-REWRITE
           END-READ.

       GrabaAuditoria.
           MOVE WS-OPERADOR TO AAU-OPERADOR
           MOVE WS-FECHA-HORA-PROCESO TO AAU-FECHA-HORA
           MOVE ACT-ACCION TO AAU-ACCION
           MOVE AC-CUENTA TO AAU-CUENTA
           MOVE WS-LIMITE-ANTES TO AAU-LIMITE-ANTES
           MOVE AC-LIMITE-CREDITO TO AAU-LIMITE-DESPUES
           MOVE WS-RETENCION-ANTES TO AAU-RETENCION-ANTES
           MOVE AC-RETENCION TO AAU-RETENCION-DESPUES
           MOVE AC-ESTADO TO AAU-ESTADO-DESPUES
           MOVE WS-DEPOSITO-ANTES TO AAU-DEPOSITO-ANTES
           MOVE AC-DEPOSITO TO AAU-DEPOSITO-DESPUES
           OPEN EXTEND archivo-auditoria
           IF WS-FS-AUDITORIA = "05" OR WS-FS-AUDITORIA = "35"
               OPEN OUTPUT archivo-auditoria
           END-IF
           WRITE AAU-RECORD
           CLOSE archivo-auditoria.


       LeeModoDigito.
           OPEN INPUT archivo-modo-digito
