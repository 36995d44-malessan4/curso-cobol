       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.
      *>   Importacion del archivo de cobranza (lockbox) del banco,
      *>   en lugar de re-teclear los pagos desde el listado. Antes
      *>   de soltar nada se prueba el archivo completo: el conteo y
      *>   la suma de los detalles contra el trailer (LBXFILE.cpy),
      *>   y el lote del encabezado se registra en el libro de lotes
      *>   (LOTECTL.cpy, origen LOCKBOX) para que FEEDCHK lo espere;
      *>   un lote ya procesado o un trailer descuadrado no suelta
      *>   ni un renglon (RC 8, excepcion critica). Cada detalle se
      *>   encamina por su tipo de referencia: la cuenta de cobranza
      *>   sale como recibo de caja (CSHRCPT.cpy, recibos.dat, para
      *>   CASHAPP) y el prestamo como pago (LOANPAYT.cpy, pagos.dat,
      *>   para LOANPAY), ambos anexados a lo que caja ya capturo.
      *>   La referencia se valida con CHKDIGIT en el modo vigente
      *>   de CHKDCTL.cpy (transicion: el numero legado pasa con
      *>   advertencia; estricto: se rechaza) y contra su maestro. El
      *>   renglon que no pasa va a la cola de correccion
      *>   (LBXREJ.cpy) que se trabaja en LBXWRK; lo que ahi se
      *>   corrige regresa en lbxcorr.dat y se valida aqui igual que
      *>   un renglon del banco, fuera del control del lote.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-lockbox
               ASSIGN TO "lockbox.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOCKBOX.

               SELECT OPTIONAL archivo-corregidos
               ASSIGN TO "lbxcorr.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CORREGIDOS.

               SELECT OPTIONAL archivo-lotes
               ASSIGN TO "lotectl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-ID
               FILE STATUS IS WS-FS-LOTES.

               SELECT OPTIONAL archivo-modo-digito
               ASSIGN TO "chkdctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MODO-DIGITO.

               SELECT OPTIONAL archivo-cuentas
               ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-CUENTA
               FILE STATUS IS WS-FS-CUENTAS.

               SELECT OPTIONAL archivo-prestamos
               ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-NUMERO
               FILE STATUS IS WS-FS-PRESTAMOS.

               SELECT OPTIONAL archivo-recibos
               ASSIGN TO "recibos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RECIBOS.

               SELECT OPTIONAL archivo-pagos
               ASSIGN TO "pagos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAGOS.

               SELECT OPTIONAL archivo-rechazos
               ASSIGN TO "lbxrej.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RECHAZOS.

               SELECT OPTIONAL archivo-excepciones
               ASSIGN TO "excepciones.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCIONES.

               SELECT archivo-reporte
               ASSIGN TO "lockbox.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-lockbox.
           COPY LBXFILE.

      *>   Mismo layout que el detalle de LBXFILE.cpy bajo FD propio:
      *>   el renglon corregido viaja como cualquier renglon del banco.
       FD  archivo-corregidos.
           01 LBC-RECORD.
               05 LBC-TIPO           PIC X(1).
               05 LBC-SECUENCIA      PIC 9(6).
               05 LBC-TIPO-REF       PIC X(1).
               05 LBC-REFERENCIA     PIC X(8).
               05 LBC-FECHA          PIC X(8).
               05 LBC-MONTO          PIC 9(9)V99.
               05 LBC-ITEM           PIC 9(6).
               05 FILLER             PIC X(19).

       FD  archivo-lotes.
           COPY LOTECTL.

       FD  archivo-modo-digito.
           COPY CHKDCTL.

       FD  archivo-cuentas.
           COPY ACCTMAST.

       FD  archivo-prestamos.
           COPY LOANMAST.

       FD  archivo-recibos.
           COPY CSHRCPT.

       FD  archivo-pagos.
           COPY LOANPAYT.

       FD  archivo-rechazos.
           COPY LBXREJ.

       FD  archivo-excepciones.
           COPY EXCREC.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(132).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-LOCKBOX PIC XX VALUE "00".
           01 WS-FS-CORREGIDOS PIC XX VALUE "00".
           01 WS-FS-LOTES PIC XX VALUE "00".
           01 WS-FS-MODO-DIGITO PIC XX VALUE "00".
           01 WS-FS-CUENTAS PIC XX VALUE "00".
           01 WS-FS-PRESTAMOS PIC XX VALUE "00".
           01 WS-FS-RECIBOS PIC XX VALUE "00".
           01 WS-FS-PAGOS PIC XX VALUE "00".
           01 WS-FS-RECHAZOS PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-VERIFICA PIC X VALUE "N".
           01 WS-EOF-LOCKBOX PIC X VALUE "N".
           01 WS-EOF-CORREGIDOS PIC X VALUE "N".
           01 WS-HAY-CUENTAS PIC X VALUE "N".
           01 WS-HAY-PRESTAMOS PIC X VALUE "N".
           01 WS-HAY-CORREGIDOS PIC X VALUE "N".

      *>   Situacion del archivo del banco: N sin archivo, S probado
      *>   y registrado, M trailer ausente o descuadrado, Y lote ya
      *>   procesado antes.
           01 WS-SITUACION-LOTE PIC X VALUE "N".
           01 WS-TRAILER-HALLADO PIC X VALUE "N".
           01 WS-LOTE-ID PIC X(12) VALUE SPACES.
           01 WS-LOTE-FECHA PIC X(8) VALUE SPACES.
           01 WS-CONTADOR-REAL PIC 9(6) VALUE ZEROS.
           01 WS-SUMA-REAL PIC 9(11)V99 VALUE ZEROS.

      *>   Renglon en validacion, del banco o de lbxcorr.dat.
           01 WS-LINEA.
               05 WS-LIN-LOTE PIC X(12).
               05 WS-LIN-SECUENCIA PIC 9(6).
               05 WS-LIN-TIPO-REF PIC X(1).
               05 WS-LIN-REFERENCIA PIC X(8).
               05 WS-LIN-FECHA PIC X(8).
               05 WS-LIN-MONTO PIC 9(9)V99.
               05 WS-LIN-ITEM PIC 9(6).
           01 WS-CODIGO-RAZON PIC X(4) VALUE SPACES.
           01 WS-RAZON PIC X(30) VALUE SPACES.

      *>   Digito verificador (ver CHKDIGIT y CHKDCTL.cpy), igual que
      *>   LOANMNT: en transicion (T) el numero legado pasa con
      *>   advertencia, en estricto (E) el renglon se rechaza.
           01 WS-MODO-DIGITO PIC X VALUE "T".
           01 WS-CHK-NUMERO PIC X(8) VALUE SPACES.
           01 WS-CHK-LARGO PIC 9(2) VALUE ZEROS.
           01 WS-CHK-MODO PIC X VALUE "V".
           01 WS-CHK-DIGITO PIC 9 VALUE ZEROS.
           01 WS-CHK-RESULTADO PIC X VALUE "N".

           01 WS-TOTAL-RECIBOS PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-RECIBOS PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-PAGOS PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-PAGOS PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-RECHAZOS PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-RECHAZOS PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-CORREGIDOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-LEGADOS PIC 9(6) VALUE ZEROS.

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR, igual que DISPDEV.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "LOCKBOX - COBRANZA RECIBIDA EN BANCO".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 20.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-COLUMNAS.
               05 FILLER PIC X(44) VALUE
                   "LOTE         RENGLN T REFERENC FECHA       ".
               05 FILLER PIC X(44) VALUE
                   "      MONTO RAZON".

           01 LIN-RECHAZO.
               05 LR-LOTE PIC X(12).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LR-SECUENCIA PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LR-TIPO-REF PIC X(1).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LR-REFERENCIA PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LR-FECHA PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LR-MONTO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LR-CODIGO PIC X(4).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LR-RAZON PIC X(30).

           01 LIN-TOTALES.
               05 LT-TEXTO PIC X(34).
               05 LT-CONTADOR PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LT-MONTO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *>   Bitacora de corrida (ver RUNLOGW), igual que DISPDEV.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "LOCKBOX".
           01 WS-RL-INICIO PIC X(26) VALUE SPACES.
           01 WS-RL-LEIDOS PIC 9(8) VALUE ZEROS.
           01 WS-RL-ESCRITOS PIC 9(8) VALUE ZEROS.
           01 WS-RL-RECHAZADOS PIC 9(8) VALUE ZEROS.
           01 WS-RL-RETORNO PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-INICIO
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           PERFORM LeePerfilEmpresa
           PERFORM LeeModoDigito
           PERFORM VerificaLockbox
           IF WS-SITUACION-LOTE = "S"
               PERFORM RegistraLote
           END-IF
           IF WS-SITUACION-LOTE = "M"
               PERFORM RegistraLoteMalo
           END-IF
           OPEN OUTPUT archivo-reporte
           PERFORM ImprimeEncabezado
           PERFORM AbreArchivos
           IF WS-SITUACION-LOTE = "S"
               PERFORM ProcesaLockbox
               PERFORM CierraLote
           END-IF
           PERFORM ProcesaCorregidos
           PERFORM CierraArchivos
           PERFORM ImprimeTotales
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Lockbox " WS-LOTE-ID
               " recibos: " WS-TOTAL-RECIBOS
               " pagos: " WS-TOTAL-PAGOS
               " a correccion: " WS-TOTAL-RECHAZOS
               " corregidos: " WS-TOTAL-CORREGIDOS
           COMPUTE WS-RL-ESCRITOS = WS-TOTAL-RECIBOS + WS-TOTAL-PAGOS
           MOVE WS-TOTAL-RECHAZOS TO WS-RL-RECHAZADOS
           EVALUATE TRUE
               WHEN WS-SITUACION-LOTE = "M" OR WS-SITUACION-LOTE = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-RECHAZOS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE RETURN-CODE TO WS-RL-RETORNO
           CALL "RUNLOGW" USING WS-RL-PROGRAMA WS-RL-INICIO
               WS-RL-LEIDOS WS-RL-ESCRITOS WS-RL-RECHAZADOS
               WS-RL-RETORNO
           MOVE WS-RL-RETORNO TO RETURN-CODE
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al
      *>   controlador cuando lo invoca via CALL (NITECTRL).
           GOBACK.

      *>   Lee el perfil de empresa para el encabezado estandar (ver
      *>   COMPANY.cpy); si company.dat todavia no existe se queda con
      *>   el rotulo generico declarado en WORKING-STORAGE.
       LeePerfilEmpresa.
           OPEN INPUT archivo-perfil-empresa
           IF WS-FS-PERFIL = "00"
               READ archivo-perfil-empresa
                   NOT AT END
                       MOVE CO-NOMBRE TO WS-NOMBRE-EMPRESA
               END-READ
           END-IF
           CLOSE archivo-perfil-empresa.

       LeeModoDigito.
           OPEN INPUT archivo-modo-digito
           IF WS-FS-MODO-DIGITO = "00"
               READ archivo-modo-digito
                   NOT AT END
                       MOVE CD-MODO TO WS-MODO-DIGITO
               END-READ
           END-IF
           CLOSE archivo-modo-digito.

      *>   Pre-pasada de verificacion, como DISPDEV: los detalles
      *>   contra el conteo y la suma del trailer. Sin archivo (dia
      *>   sin cobranza del banco) solo se trabajan los corregidos;
      *>   la ausencia la vigila FEEDCHK.
       VerificaLockbox.
           OPEN INPUT archivo-lockbox
           IF WS-FS-LOCKBOX NOT = "00"
               CLOSE archivo-lockbox
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-VERIFICA = "S"
               READ archivo-lockbox
                   AT END
                       MOVE "S" TO WS-EOF-VERIFICA
                   NOT AT END
                       MOVE "M" TO WS-SITUACION-LOTE
                       EVALUATE LBX-H-TIPO
                           WHEN "1"
                               MOVE LBX-H-LOTE TO WS-LOTE-ID
                               MOVE LBX-H-FECHA TO WS-LOTE-FECHA
                           WHEN "2"
                               ADD 1 TO WS-CONTADOR-REAL
                               ADD LBX-D-MONTO TO WS-SUMA-REAL
                           WHEN "9"
                               MOVE "S" TO WS-TRAILER-HALLADO
                               IF LBX-T-CONTADOR = WS-CONTADOR-REAL
                                   AND LBX-T-MONTO-TOTAL =
                                       WS-SUMA-REAL
                                   AND WS-LOTE-ID NOT = SPACES
                                   MOVE "S" TO WS-SITUACION-LOTE
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE archivo-lockbox.

      *>   Registro en el libro de lotes, como Capitulo17: un lote ya
      *>   procesado (P) no se carga dos veces.
       RegistraLote.
           PERFORM AbreLotes
           MOVE WS-LOTE-ID TO LOT-ID
           READ archivo-lotes
               INVALID KEY
                   MOVE WS-LOTE-ID TO LOT-ID
                   MOVE "LOCKBOX" TO LOT-ORIGEN
                   MOVE WS-LOTE-FECHA TO LOT-FECHA-CREACION
                   MOVE "E" TO LOT-ESTADO
                   MOVE WS-CONTADOR-REAL TO LOT-ESPERADOS
                   MOVE ZEROS TO LOT-LEIDOS
                   WRITE LOT-RECORD
               NOT INVALID KEY
                   IF LOT-ESTADO = "P"
                       MOVE "Y" TO WS-SITUACION-LOTE
                   ELSE
                       MOVE "E" TO LOT-ESTADO
                       MOVE WS-CONTADOR-REAL TO LOT-ESPERADOS
                       MOVE ZEROS TO LOT-LEIDOS
                       REWRITE LOT-RECORD
                   END-IF
           END-READ
           CLOSE archivo-lotes
           IF WS-SITUACION-LOTE = "Y"
               MOVE "LOTE-REP" TO EXC-TIPO
               MOVE SPACES TO EXC-DETALLE
               STRING "Lote " WS-LOTE-ID " de lockbox.dat ya "
                   "procesado, no se carga dos veces"
                   DELIMITED BY SIZE INTO EXC-DETALLE
               PERFORM GrabaExcepcion
               DISPLAY "LOCKBOX: lote " WS-LOTE-ID
                   " ya procesado, no se suelta ningun renglon"
           END-IF.

      *>   Descuadrado: el lote queda R en el libro (si trajo ID) y
      *>   no se suelta nada.
       RegistraLoteMalo.
           IF WS-LOTE-ID NOT = SPACES
               PERFORM AbreLotes
               MOVE WS-LOTE-ID TO LOT-ID
               READ archivo-lotes
                   INVALID KEY
                       MOVE WS-LOTE-ID TO LOT-ID
                       MOVE "LOCKBOX" TO LOT-ORIGEN
                       MOVE WS-LOTE-FECHA TO LOT-FECHA-CREACION
                       MOVE "R" TO LOT-ESTADO
                       MOVE ZEROS TO LOT-ESPERADOS
                       MOVE WS-CONTADOR-REAL TO LOT-LEIDOS
                       WRITE LOT-RECORD
                   NOT INVALID KEY
                       IF LOT-ESTADO NOT = "P"
                           MOVE "R" TO LOT-ESTADO
                           MOVE WS-CONTADOR-REAL TO LOT-LEIDOS
                           REWRITE LOT-RECORD
                       END-IF
               END-READ
               CLOSE archivo-lotes
           END-IF
           MOVE "TRAILER" TO EXC-TIPO
           IF WS-TRAILER-HALLADO = "S"
               MOVE "Trailer de lockbox.dat fuera de balance"
                   TO EXC-DETALLE
           ELSE
               MOVE "lockbox.dat sin trailer de control"
                   TO EXC-DETALLE
           END-IF
           PERFORM GrabaExcepcion
           DISPLAY "LOCKBOX: trailer de lockbox.dat ausente o "
               "descuadrado, no se suelta ningun renglon".

      *>   El libro de lotes se crea la primera vez.
       AbreLotes.
           OPEN I-O archivo-lotes
           IF WS-FS-LOTES = "35"
               CLOSE archivo-lotes
               OPEN OUTPUT archivo-lotes
               CLOSE archivo-lotes
               OPEN I-O archivo-lotes
           END-IF.

       CierraLote.
           PERFORM AbreLotes
           MOVE WS-LOTE-ID TO LOT-ID
           READ archivo-lotes
               INVALID KEY
                   CLOSE archivo-lotes
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-CONTADOR-REAL TO LOT-LEIDOS
           MOVE "P" TO LOT-ESTADO
           REWRITE LOT-RECORD
           CLOSE archivo-lotes.

      *>   Recibos y pagos se anexan a lo que caja ya capturo.
       AbreArchivos.
           OPEN INPUT archivo-cuentas
           IF WS-FS-CUENTAS = "00"
               MOVE "S" TO WS-HAY-CUENTAS
           ELSE
               CLOSE archivo-cuentas
           END-IF
           OPEN INPUT archivo-prestamos
           IF WS-FS-PRESTAMOS = "00"
               MOVE "S" TO WS-HAY-PRESTAMOS
           ELSE
               CLOSE archivo-prestamos
           END-IF
           OPEN EXTEND archivo-recibos
           IF WS-FS-RECIBOS = "05" OR WS-FS-RECIBOS = "35"
               OPEN OUTPUT archivo-recibos
           END-IF
           OPEN EXTEND archivo-pagos
           IF WS-FS-PAGOS = "05" OR WS-FS-PAGOS = "35"
               OPEN OUTPUT archivo-pagos
           END-IF
           OPEN EXTEND archivo-rechazos
           IF WS-FS-RECHAZOS = "05" OR WS-FS-RECHAZOS = "35"
               OPEN OUTPUT archivo-rechazos
           END-IF.

       CierraArchivos.
           IF WS-HAY-CUENTAS = "S"
               CLOSE archivo-cuentas
           END-IF
           IF WS-HAY-PRESTAMOS = "S"
               CLOSE archivo-prestamos
           END-IF
           CLOSE archivo-recibos
           CLOSE archivo-pagos
           CLOSE archivo-rechazos.

       ProcesaLockbox.
           OPEN INPUT archivo-lockbox
           PERFORM UNTIL WS-EOF-LOCKBOX = "S"
               READ archivo-lockbox
                   AT END
                       MOVE "S" TO WS-EOF-LOCKBOX
                   NOT AT END
                       IF LBX-D-TIPO = "2"
                           MOVE WS-LOTE-ID TO WS-LIN-LOTE
                           MOVE LBX-D-SECUENCIA TO WS-LIN-SECUENCIA
                           MOVE LBX-D-TIPO-REF TO WS-LIN-TIPO-REF
                           MOVE LBX-D-REFERENCIA TO WS-LIN-REFERENCIA
                           MOVE LBX-D-FECHA TO WS-LIN-FECHA
                           MOVE LBX-D-MONTO TO WS-LIN-MONTO
                           MOVE LBX-D-ITEM TO WS-LIN-ITEM
                           PERFORM ProcesaLinea
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-lockbox.

      *>   Los corregidos se consumen una sola vez: el archivo se
      *>   regraba vacio al terminar, como ovrpend.dat en APPROVE.
       ProcesaCorregidos.
           OPEN INPUT archivo-corregidos
           IF WS-FS-CORREGIDOS NOT = "00"
               CLOSE archivo-corregidos
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-HAY-CORREGIDOS
           PERFORM UNTIL WS-EOF-CORREGIDOS = "S"
               READ archivo-corregidos
                   AT END
                       MOVE "S" TO WS-EOF-CORREGIDOS
                   NOT AT END
                       MOVE "CORREGIDO" TO WS-LIN-LOTE
                       MOVE LBC-SECUENCIA TO WS-LIN-SECUENCIA
                       MOVE LBC-TIPO-REF TO WS-LIN-TIPO-REF
                       MOVE LBC-REFERENCIA TO WS-LIN-REFERENCIA
                       MOVE LBC-FECHA TO WS-LIN-FECHA
                       MOVE LBC-MONTO TO WS-LIN-MONTO
                       MOVE LBC-ITEM TO WS-LIN-ITEM
                       ADD 1 TO WS-TOTAL-CORREGIDOS
                       PERFORM ProcesaLinea
               END-READ
           END-PERFORM
           CLOSE archivo-corregidos
           OPEN OUTPUT archivo-corregidos
           CLOSE archivo-corregidos.

       ProcesaLinea.
           ADD 1 TO WS-RL-LEIDOS
           PERFORM ValidaLinea
           IF WS-CODIGO-RAZON NOT = SPACES
               PERFORM EncolaCorreccion
               EXIT PARAGRAPH
           END-IF
           IF WS-LIN-TIPO-REF = "C"
               MOVE WS-LIN-REFERENCIA TO RC-CUENTA
               MOVE WS-LIN-FECHA TO RC-FECHA
               MOVE WS-LIN-MONTO TO RC-MONTO
               MOVE WS-LIN-ITEM TO RC-ITEM
               WRITE RC-RECORD
               ADD 1 TO WS-TOTAL-RECIBOS
               ADD WS-LIN-MONTO TO WS-MONTO-RECIBOS
           ELSE
               MOVE WS-LIN-REFERENCIA TO PAY-NUMERO
               MOVE WS-LIN-FECHA TO PAY-FECHA
               MOVE WS-LIN-MONTO TO PAY-MONTO
               WRITE PAY-RECORD
               ADD 1 TO WS-TOTAL-PAGOS
               ADD WS-LIN-MONTO TO WS-MONTO-PAGOS
           END-IF.

      *>   Primera regla que falla decide el motivo.
       ValidaLinea.
           MOVE SPACES TO WS-CODIGO-RAZON
           MOVE SPACES TO WS-RAZON
           IF WS-LIN-TIPO-REF NOT = "C" AND WS-LIN-TIPO-REF NOT = "P"
               MOVE "L001" TO WS-CODIGO-RAZON
               MOVE "TIPO DE REFERENCIA INVALIDO" TO WS-RAZON
               EXIT PARAGRAPH
           END-IF
           IF WS-LIN-MONTO = 0
               MOVE "L002" TO WS-CODIGO-RAZON
               MOVE "MONTO EN CERO" TO WS-RAZON
               EXIT PARAGRAPH
           END-IF
           IF WS-LIN-FECHA IS NOT NUMERIC
               MOVE "L003" TO WS-CODIGO-RAZON
               MOVE "FECHA DEL PAGO INVALIDA" TO WS-RAZON
               EXIT PARAGRAPH
           END-IF
           IF WS-LIN-REFERENCIA IS NOT NUMERIC
               MOVE "L004" TO WS-CODIGO-RAZON
               MOVE "REFERENCIA NO NUMERICA" TO WS-RAZON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIN-REFERENCIA TO WS-CHK-NUMERO
           MOVE 8 TO WS-CHK-LARGO
           CALL "CHKDIGIT" USING WS-CHK-NUMERO WS-CHK-LARGO
               WS-CHK-MODO WS-CHK-DIGITO WS-CHK-RESULTADO
           IF WS-CHK-RESULTADO NOT = "S"
               IF WS-MODO-DIGITO = "E"
                   MOVE "L005" TO WS-CODIGO-RAZON
                   MOVE "DIGITO VERIFICADOR INVALIDO" TO WS-RAZON
                   EXIT PARAGRAPH
               ELSE
                   ADD 1 TO WS-TOTAL-LEGADOS
               END-IF
           END-IF
           IF WS-LIN-TIPO-REF = "C"
               PERFORM ValidaCuenta
           ELSE
               PERFORM ValidaPrestamo
           END-IF.

       ValidaCuenta.
           IF WS-HAY-CUENTAS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIN-REFERENCIA TO AC-CUENTA
           READ archivo-cuentas
               INVALID KEY
                   MOVE "L006" TO WS-CODIGO-RAZON
                   MOVE "CUENTA NO EXISTE EN ACCTMAST" TO WS-RAZON
           END-READ.

       ValidaPrestamo.
           IF WS-HAY-PRESTAMOS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIN-REFERENCIA TO LN-NUMERO
           READ archivo-prestamos
               INVALID KEY
                   MOVE "L007" TO WS-CODIGO-RAZON
                   MOVE "PRESTAMO NO EXISTE" TO WS-RAZON
               NOT INVALID KEY
                   IF LN-ESTADO NOT = "A"
                       MOVE "L008" TO WS-CODIGO-RAZON
                       MOVE "PRESTAMO CANCELADO" TO WS-RAZON
                   END-IF
           END-READ.

       EncolaCorreccion.
           MOVE WS-LIN-LOTE TO LBR-LOTE
           MOVE WS-LIN-SECUENCIA TO LBR-SECUENCIA
           MOVE WS-LIN-TIPO-REF TO LBR-TIPO-REF
           MOVE WS-LIN-REFERENCIA TO LBR-REFERENCIA
           MOVE WS-LIN-FECHA TO LBR-FECHA
           MOVE WS-LIN-MONTO TO LBR-MONTO
           MOVE WS-LIN-ITEM TO LBR-ITEM
           MOVE WS-CODIGO-RAZON TO LBR-CODIGO-RAZON
           MOVE WS-RAZON TO LBR-RAZON
           MOVE "P" TO LBR-ESTADO
           MOVE SPACES TO LBR-NOTA
           MOVE WS-FECHA-PROCESO-NEG TO LBR-FECHA-RECHAZO
           WRITE LBR-RECORD
           ADD 1 TO WS-TOTAL-RECHAZOS
           ADD WS-LIN-MONTO TO WS-MONTO-RECHAZOS
           PERFORM ImprimeRechazo.

       ImprimeRechazo.
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           MOVE WS-LIN-LOTE TO LR-LOTE
           MOVE WS-LIN-SECUENCIA TO LR-SECUENCIA
           MOVE WS-LIN-TIPO-REF TO LR-TIPO-REF
           MOVE WS-LIN-REFERENCIA TO LR-REFERENCIA
           MOVE WS-LIN-FECHA TO LR-FECHA
           MOVE WS-LIN-MONTO TO LR-MONTO
           MOVE WS-CODIGO-RAZON TO LR-CODIGO
           MOVE WS-RAZON TO LR-RAZON
           WRITE LINEA-REPORTE FROM LIN-RECHAZO
           ADD 1 TO WS-CONTADOR-LINEAS.

       ImprimeEncabezado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS
           MOVE ZEROS TO WS-CONTADOR-LINEAS.

       ImprimeTotales.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           EVALUATE WS-SITUACION-LOTE
               WHEN "S"
                   STRING "LOTE " WS-LOTE-ID " DEL " WS-LOTE-FECHA
                       " PROBADO CONTRA SU TRAILER"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               WHEN "M"
                   STRING "LOTE " WS-LOTE-ID " RECHAZADO: TRAILER "
                       "AUSENTE O DESCUADRADO, NADA SE SOLTO"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               WHEN "Y"
                   STRING "LOTE " WS-LOTE-ID " YA PROCESADO ANTES, "
                       "NADA SE SOLTO"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               WHEN OTHER
                   MOVE "SIN ARCHIVO DE LOCKBOX DEL BANCO"
                       TO LINEA-REPORTE
           END-EVALUATE
           WRITE LINEA-REPORTE
           MOVE "DETALLES DEL BANCO" TO LT-TEXTO
           MOVE WS-CONTADOR-REAL TO LT-CONTADOR
           MOVE WS-SUMA-REAL TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "RENGLONES CORREGIDOS (LBXWRK)" TO LT-TEXTO
           MOVE WS-TOTAL-CORREGIDOS TO LT-CONTADOR
           MOVE ZEROS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "RECIBOS DE CAJA (RECIBOS.DAT)" TO LT-TEXTO
           MOVE WS-TOTAL-RECIBOS TO LT-CONTADOR
           MOVE WS-MONTO-RECIBOS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "PAGOS DE PRESTAMOS (PAGOS.DAT)" TO LT-TEXTO
           MOVE WS-TOTAL-PAGOS TO LT-CONTADOR
           MOVE WS-MONTO-PAGOS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "A LA COLA DE CORRECCION" TO LT-TEXTO
           MOVE WS-TOTAL-RECHAZOS TO LT-CONTADOR
           MOVE WS-MONTO-RECHAZOS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "SIN DIGITO VERIFICADOR (LEGADOS)" TO LT-TEXTO
           MOVE WS-TOTAL-LEGADOS TO LT-CONTADOR
           MOVE ZEROS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES.

      *>   Asienta en el log comun de excepciones (EXCREC.cpy); el
      *>   llamador ya lleno tipo y detalle.
       GrabaExcepcion.
           MOVE "LOCKBOX" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           MOVE "C" TO EXC-SEVERIDAD
           OPEN EXTEND archivo-excepciones
           IF WS-FS-EXCEPCIONES = "05" OR WS-FS-EXCEPCIONES = "35"
               OPEN OUTPUT archivo-excepciones
           END-IF
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

       END PROGRAM LOCKBOX.
