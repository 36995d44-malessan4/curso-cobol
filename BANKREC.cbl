       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.
      *>   Conciliacion diaria de la cuenta bancaria operativa. Carga
      *>   a las partidas de conciliacion (CONCILIA.cpy) los
      *>   movimientos en libros del dia — cada recibo de caja
      *>   (recibos.dat, CSHRCPT.cpy), cada pago de prestamo
      *>   recibido en caja (pagos.dat, LOANPAYT.cpy) y el total de
      *>   cada archivo de dispersion enviado al banco (dispbanc.dat,
      *>   los trailers DISPREC.cpy de la nomina, la reexpedicion y
      *>   las devoluciones a clientes) — una sola vez por fecha de
      *>   proceso (BANKRCTL.cpy). Luego importa el estado de cuenta
      *>   del banco (BANKSTMT.cpy, trailer verificado antes de
      *>   tocar nada, un estado ya importado no se repite) y casa
      *>   cada renglon pendiente del banco con una partida
      *>   pendiente en libros del mismo sentido y monto, con fecha
      *>   valor entre la fecha en libros y los dias de tolerancia
      *>   despues, y con la misma referencia cuando el banco trae
      *>   una. Las dos quedan conciliadas. Lo que no casa sigue
      *>   pendiente para las corridas siguientes y sale en la
      *>   pagina de excepciones de los dos lados, con su antiguedad.
      *>   Al final prueba el saldo de la cuenta de mayor del banco
      *>   (GLMAST.cpy, ultimo saldo inicial AAAA00 mas todos los
      *>   periodos hasta el actual, como GLFINST) contra el saldo
      *>   final del banco ajustado por las partidas en transito;
      *>   RC 4 si hay diferencia, si el estado de cuenta se rechazo
      *>   o si alguna partida pendiente ya paso la tolerancia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-control
               ASSIGN TO "bankrctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT OPTIONAL archivo-estado
               ASSIGN TO "bankstmt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ESTADO.

               SELECT archivo-partidas
               ASSIGN TO "concilia.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CLAVE
               FILE STATUS IS WS-FS-PARTIDAS.

               SELECT OPTIONAL archivo-recibos
               ASSIGN TO "recibos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RECIBOS.

               SELECT OPTIONAL archivo-pagos
               ASSIGN TO "pagos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAGOS.

               SELECT OPTIONAL archivo-dispersion
               ASSIGN TO "dispbanc.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DISPERSION.

               SELECT OPTIONAL archivo-mayor
               ASSIGN TO "glmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-CLAVE
               FILE STATUS IS WS-FS-MAYOR.

               SELECT OPTIONAL archivo-excepciones
               ASSIGN TO "excepciones.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCIONES.

               SELECT archivo-reporte
               ASSIGN TO "bankrec.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-control.
           COPY BANKRCTL.

       FD  archivo-estado.
           COPY BANKSTMT.

       FD  archivo-partidas.
           COPY CONCILIA.

       FD  archivo-recibos.
           COPY CSHRCPT.

       FD  archivo-pagos.
           COPY LOANPAYT.

       FD  archivo-dispersion.
           COPY DISPREC.

       FD  archivo-mayor.
           COPY GLMAST.

       FD  archivo-excepciones.
           COPY EXCREC.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(132).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-ESTADO PIC XX VALUE "00".
           01 WS-FS-PARTIDAS PIC XX VALUE "00".
           01 WS-FS-RECIBOS PIC XX VALUE "00".
           01 WS-FS-PAGOS PIC XX VALUE "00".
           01 WS-FS-DISPERSION PIC XX VALUE "00".
           01 WS-FS-MAYOR PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-PARTIDAS PIC X VALUE "N".
           01 WS-EOF-RECIBOS PIC X VALUE "N".
           01 WS-EOF-PAGOS PIC X VALUE "N".
           01 WS-EOF-DISPERSION PIC X VALUE "N".
           01 WS-EOF-ESTADO PIC X VALUE "N".
           01 WS-EOF-VERIFICA PIC X VALUE "N".
           01 WS-EOF-MAYOR PIC X VALUE "N".

      *>   Control de la conciliacion (BANKRCTL.cpy).
           01 WS-HAY-CONTROL PIC X VALUE "N".
           01 WS-CUENTA-MAYOR PIC X(8) VALUE SPACES.
           01 WS-DIAS-TOLERANCIA PIC 9(3) VALUE 3.
           01 WS-ULTIMA-CARGA PIC X(8) VALUE SPACES.
           01 WS-ULTIMO-ESTADO PIC X(8) VALUE SPACES.

      *>   Estado de cuenta del dia: S importado, N sin archivo,
      *>   M trailer ausente o descuadrado, Y ya importado antes.
           01 WS-SITUACION-ESTADO PIC X VALUE "N".
           01 WS-TRAILER-HALLADO PIC X VALUE "N".
           01 WS-FECHA-ESTADO PIC X(8) VALUE SPACES.
           01 WS-CUENTA-ESTADO PIC X(18) VALUE SPACES.
           01 WS-FECHA-DISPERSION PIC X(8) VALUE SPACES.
           01 WS-CONTADOR-REAL PIC 9(6) VALUE ZEROS.
           01 WS-SALDO-CALCULADO PIC S9(13)V99 VALUE ZEROS.
           01 WS-SALDO-INICIAL PIC S9(13)V99 VALUE ZEROS.
           01 WS-SALDO-BANCO PIC S9(13)V99 VALUE ZEROS.

      *>   Partidas pendientes en memoria, una tabla por lado.
           01 WS-ULTIMO-NUMERO PIC 9(8) VALUE ZEROS.
           01 WS-MAX-PARTIDAS PIC 9(5) VALUE 5000.
           01 WS-CANT-LIBROS PIC 9(5) VALUE ZEROS.
           01 WS-TABLA-LIBROS.
               05 WS-LIB OCCURS 5000 TIMES.
                   10 WS-LIB-NUMERO PIC 9(8).
                   10 WS-LIB-ORIGEN PIC X(1).
                   10 WS-LIB-FECHA PIC X(8).
                   10 WS-LIB-DIA PIC 9(7).
                   10 WS-LIB-MOVIMIENTO PIC X(1).
                   10 WS-LIB-MONTO PIC 9(11)V99.
                   10 WS-LIB-REFERENCIA PIC X(12).
                   10 WS-LIB-CONCEPTO PIC X(20).
                   10 WS-LIB-CASADA PIC X(1).
           01 WS-CANT-BANCO PIC 9(5) VALUE ZEROS.
           01 WS-TABLA-BANCO.
               05 WS-BAN OCCURS 5000 TIMES.
                   10 WS-BAN-NUMERO PIC 9(8).
                   10 WS-BAN-FECHA PIC X(8).
                   10 WS-BAN-DIA PIC 9(7).
                   10 WS-BAN-MOVIMIENTO PIC X(1).
                   10 WS-BAN-MONTO PIC 9(11)V99.
                   10 WS-BAN-REFERENCIA PIC X(12).
                   10 WS-BAN-CONCEPTO PIC X(20).
                   10 WS-BAN-CASADA PIC X(1).
           01 WS-LIB-IDX PIC 9(5) VALUE ZEROS.
           01 WS-BAN-IDX PIC 9(5) VALUE ZEROS.
           01 WS-MEJOR PIC 9(5) VALUE ZEROS.
           01 WS-MEJOR-DIAS PIC S9(7) VALUE ZEROS.
           01 WS-DIAS PIC S9(7) VALUE ZEROS.
           01 WS-DIA PIC 9(7) VALUE ZEROS.
           01 WS-DIA-PROCESO PIC 9(7) VALUE ZEROS.
           01 WS-ANTIGUEDAD PIC S9(7) VALUE ZEROS.

      *>   Saldo de la cuenta del banco en el mayor.
           01 WS-PERIODO-ACTUAL PIC X(6) VALUE SPACES.
           01 WS-SALDO-LIBROS PIC S9(13)V99 VALUE ZEROS.
           01 WS-HAY-MAYOR PIC X VALUE "N".

      *>   Prueba de saldos.
           01 WS-TRANSITO-DEPOSITOS PIC 9(13)V99 VALUE ZEROS.
           01 WS-TRANSITO-RETIROS PIC 9(13)V99 VALUE ZEROS.
           01 WS-BANCO-ABONOS PIC 9(13)V99 VALUE ZEROS.
           01 WS-BANCO-CARGOS PIC 9(13)V99 VALUE ZEROS.
           01 WS-BANCO-AJUSTADO PIC S9(13)V99 VALUE ZEROS.
           01 WS-LIBROS-AJUSTADO PIC S9(13)V99 VALUE ZEROS.
           01 WS-DIFERENCIA PIC S9(13)V99 VALUE ZEROS.

           01 WS-TOTAL-CARGADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-IMPORTADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CASADAS PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-CASADAS PIC 9(13)V99 VALUE ZEROS.
           01 WS-PEND-LIBROS PIC 9(6) VALUE ZEROS.
           01 WS-PEND-BANCO PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-VENCIDAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-DESBORDE PIC 9(6) VALUE ZEROS.

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR, igual que DISPDEV.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "BANKREC - CONCILIACION BANCARIA".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 20.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-COLUMNAS.
               05 FILLER PIC X(45) VALUE
                   "BANCO    FECHA    M          MONTO REFERENCIA".
               05 FILLER PIC X(43) VALUE
                   "   LIBROS  O FECHA    DIAS".

           01 LIN-CASADA.
               05 LC-BANCO PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LC-FECHA-BANCO PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LC-MOVIMIENTO PIC X(1).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LC-MONTO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LC-REFERENCIA PIC X(12).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LC-LIBROS PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LC-ORIGEN PIC X(1).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LC-FECHA-LIBROS PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LC-DIAS PIC ZZ9.

           01 LIN-PENDIENTE.
               05 LP-LADO PIC X(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-NUMERO PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-ORIGEN PIC X(1).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-FECHA PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-MOVIMIENTO PIC X(1).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-MONTO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-REFERENCIA PIC X(12).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-CONCEPTO PIC X(20).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-DIAS PIC ZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-MARCA PIC X(7).

           01 LIN-PRUEBA.
               05 LR-TEXTO PIC X(40).
               05 LR-MONTO PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

           01 LIN-TOTALES.
               05 LT-TEXTO PIC X(34).
               05 LT-CONTADOR PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LT-MONTO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *>   Bitacora de corrida (ver RUNLOGW), igual que DISPDEV.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "BANKREC".
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
           PERFORM LeeControl
           IF WS-CUENTA-MAYOR = SPACES
               DISPLAY "Sin cuenta de mayor del banco en "
                   "bankrctl.dat: no se concilia"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-DIA-PROCESO = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG))
           PERFORM LeePerfilEmpresa
           PERFORM AbrePartidas
           PERFORM CargaPendientes
           OPEN OUTPUT archivo-reporte
           PERFORM ImprimeEncabezado
           IF WS-ULTIMA-CARGA < WS-FECHA-PROCESO-NEG
               PERFORM CargaRecibos
               PERFORM CargaPagos
               PERFORM CargaDispersiones
               MOVE WS-FECHA-PROCESO-NEG TO WS-ULTIMA-CARGA
           ELSE
               DISPLAY "BANKREC: movimientos en libros del "
                   WS-FECHA-PROCESO-NEG " ya cargados"
           END-IF
           PERFORM VerificaEstado
           EVALUATE WS-SITUACION-ESTADO
               WHEN "S"
                   PERFORM ImportaEstado
                   MOVE WS-FECHA-ESTADO TO WS-ULTIMO-ESTADO
               WHEN "M"
                   PERFORM RegistraEstadoMalo
               WHEN "Y"
                   PERFORM RegistraEstadoRepetido
           END-EVALUATE
           PERFORM CasaPartidas
           CLOSE archivo-partidas
           PERFORM GrabaControl
           PERFORM CalculaSaldoMayor
           PERFORM ImprimePendientes
           PERFORM ImprimePrueba
           PERFORM ImprimeTotales
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Conciliacion: cargadas " WS-TOTAL-CARGADAS
               " importadas " WS-TOTAL-IMPORTADAS
               " casadas " WS-TOTAL-CASADAS
               " pendientes libros " WS-PEND-LIBROS
               " banco " WS-PEND-BANCO
           MOVE WS-TOTAL-CASADAS TO WS-RL-ESCRITOS
           COMPUTE WS-RL-RECHAZADOS = WS-PEND-LIBROS + WS-PEND-BANCO
           IF WS-SITUACION-ESTADO = "M" OR WS-SITUACION-ESTADO = "Y"
               OR (WS-SITUACION-ESTADO = "S" AND WS-DIFERENCIA NOT = 0)
               OR WS-TOTAL-VENCIDAS > 0 OR WS-TOTAL-DESBORDE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WS-RL-RETORNO
           CALL "RUNLOGW" USING WS-RL-PROGRAMA WS-RL-INICIO
               WS-RL-LEIDOS WS-RL-ESCRITOS WS-RL-RECHAZADOS
               WS-RL-RETORNO
           MOVE WS-RL-RETORNO TO RETURN-CODE
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al
      *>   controlador cuando lo invoca via CALL (NITECTRL).
           GOBACK.

      *>   Sin tolerancia capturada se quedan los 3 dias declarados
      *>   en WORKING-STORAGE.
       LeeControl.
           OPEN INPUT archivo-control
           IF WS-FS-CONTROL = "00"
               READ archivo-control
                   NOT AT END
                       MOVE "S" TO WS-HAY-CONTROL
                       MOVE BRC-CUENTA-MAYOR TO WS-CUENTA-MAYOR
                       IF BRC-DIAS-TOLERANCIA > 0
                           MOVE BRC-DIAS-TOLERANCIA
                               TO WS-DIAS-TOLERANCIA
                       END-IF
                       MOVE BRC-ULTIMA-CARGA TO WS-ULTIMA-CARGA
                       MOVE BRC-ULTIMO-ESTADO TO WS-ULTIMO-ESTADO
               END-READ
           END-IF
           CLOSE archivo-control.

      *>   Los sellos de carga y de estado importado se regraban en
      *>   el mismo renglon de control, como BANKALRT.
       GrabaControl.
           OPEN I-O archivo-control
           READ archivo-control
               NOT AT END
                   MOVE WS-ULTIMA-CARGA TO BRC-ULTIMA-CARGA
                   MOVE WS-ULTIMO-ESTADO TO BRC-ULTIMO-ESTADO
                   REWRITE BRC-RECORD
           END-READ
           CLOSE archivo-control.

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

      *>   Las partidas se crean la primera vez.
       AbrePartidas.
           OPEN I-O archivo-partidas
           IF WS-FS-PARTIDAS = "35"
               OPEN OUTPUT archivo-partidas
               CLOSE archivo-partidas
               OPEN I-O archivo-partidas
           END-IF.

      *>   Una pasada completa: el consecutivo mas alto y las
      *>   pendientes de los dos lados a memoria.
       CargaPendientes.
           MOVE LOW-VALUES TO CN-CLAVE
           START archivo-partidas KEY >= CN-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-PARTIDAS
           END-START
           PERFORM UNTIL WS-EOF-PARTIDAS = "S"
               READ archivo-partidas NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PARTIDAS
                   NOT AT END
                       IF CN-NUMERO > WS-ULTIMO-NUMERO
                           MOVE CN-NUMERO TO WS-ULTIMO-NUMERO
                       END-IF
                       IF CN-ESTADO = "P"
                           PERFORM AnotaPendiente
                       END-IF
               END-READ
           END-PERFORM.

       AnotaPendiente.
           MOVE ZEROS TO WS-DIA
           IF CN-FECHA IS NUMERIC
               COMPUTE WS-DIA = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(CN-FECHA))
           END-IF
           IF CN-LADO = "L"
               IF WS-CANT-LIBROS >= WS-MAX-PARTIDAS
                   ADD 1 TO WS-TOTAL-DESBORDE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CANT-LIBROS
               MOVE CN-NUMERO TO WS-LIB-NUMERO (WS-CANT-LIBROS)
               MOVE CN-ORIGEN TO WS-LIB-ORIGEN (WS-CANT-LIBROS)
               MOVE CN-FECHA TO WS-LIB-FECHA (WS-CANT-LIBROS)
               MOVE WS-DIA TO WS-LIB-DIA (WS-CANT-LIBROS)
               MOVE CN-MOVIMIENTO TO WS-LIB-MOVIMIENTO (WS-CANT-LIBROS)
               MOVE CN-MONTO TO WS-LIB-MONTO (WS-CANT-LIBROS)
               MOVE CN-REFERENCIA TO WS-LIB-REFERENCIA (WS-CANT-LIBROS)
               MOVE CN-CONCEPTO TO WS-LIB-CONCEPTO (WS-CANT-LIBROS)
               MOVE "N" TO WS-LIB-CASADA (WS-CANT-LIBROS)
           ELSE
               IF WS-CANT-BANCO >= WS-MAX-PARTIDAS
                   ADD 1 TO WS-TOTAL-DESBORDE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CANT-BANCO
               MOVE CN-NUMERO TO WS-BAN-NUMERO (WS-CANT-BANCO)
               MOVE CN-FECHA TO WS-BAN-FECHA (WS-CANT-BANCO)
               MOVE WS-DIA TO WS-BAN-DIA (WS-CANT-BANCO)
               MOVE CN-MOVIMIENTO TO WS-BAN-MOVIMIENTO (WS-CANT-BANCO)
               MOVE CN-MONTO TO WS-BAN-MONTO (WS-CANT-BANCO)
               MOVE CN-REFERENCIA TO WS-BAN-REFERENCIA (WS-CANT-BANCO)
               MOVE CN-CONCEPTO TO WS-BAN-CONCEPTO (WS-CANT-BANCO)
               MOVE "N" TO WS-BAN-CASADA (WS-CANT-BANCO)
           END-IF.

      *>   Alta de una partida pendiente con el siguiente consecutivo;
      *>   el llamador ya lleno lado, origen, fecha, sentido, monto,
      *>   referencia y concepto.
       AltaPartida.
           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE WS-ULTIMO-NUMERO TO CN-NUMERO
           MOVE "P" TO CN-ESTADO
           MOVE SPACES TO CN-FECHA-CONCILIA
           MOVE SPACES TO CN-CP-LADO
           MOVE ZEROS TO CN-CP-NUMERO
           WRITE CN-RECORD
               INVALID KEY
                   DISPLAY "BANKREC: partida duplicada " CN-CLAVE
                   EXIT PARAGRAPH
           END-WRITE
           PERFORM AnotaPendiente.

       CargaRecibos.
           OPEN INPUT archivo-recibos
           IF WS-FS-RECIBOS NOT = "00"
               CLOSE archivo-recibos
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-RECIBOS = "S"
               READ archivo-recibos
                   AT END
                       MOVE "S" TO WS-EOF-RECIBOS
                   NOT AT END
                       ADD 1 TO WS-RL-LEIDOS
                       MOVE SPACES TO CN-RECORD
                       MOVE "L" TO CN-LADO
                       MOVE "R" TO CN-ORIGEN
                       MOVE RC-FECHA TO CN-FECHA
                       MOVE "C" TO CN-MOVIMIENTO
                       MOVE RC-MONTO TO CN-MONTO
                       MOVE RC-CUENTA TO CN-REFERENCIA
                       MOVE "RECIBO DE CAJA" TO CN-CONCEPTO
                       PERFORM AltaPartida
                       ADD 1 TO WS-TOTAL-CARGADAS
               END-READ
           END-PERFORM
           CLOSE archivo-recibos.

       CargaPagos.
           OPEN INPUT archivo-pagos
           IF WS-FS-PAGOS NOT = "00"
               CLOSE archivo-pagos
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-PAGOS = "S"
               READ archivo-pagos
                   AT END
                       MOVE "S" TO WS-EOF-PAGOS
                   NOT AT END
                       ADD 1 TO WS-RL-LEIDOS
                       MOVE SPACES TO CN-RECORD
                       MOVE "L" TO CN-LADO
                       MOVE "P" TO CN-ORIGEN
                       MOVE PAY-FECHA TO CN-FECHA
                       MOVE "C" TO CN-MOVIMIENTO
                       MOVE PAY-MONTO TO CN-MONTO
                       MOVE PAY-NUMERO TO CN-REFERENCIA
                       MOVE "PAGO DE PRESTAMO" TO CN-CONCEPTO
                       PERFORM AltaPartida
                       ADD 1 TO WS-TOTAL-CARGADAS
               END-READ
           END-PERFORM
           CLOSE archivo-pagos.

      *>   dispbanc.dat puede traer varios archivos de dispersion
      *>   concatenados; cada trailer con monto es un solo cargo del
      *>   banco, referido por la fecha de su encabezado.
       CargaDispersiones.
           OPEN INPUT archivo-dispersion
           IF WS-FS-DISPERSION NOT = "00"
               CLOSE archivo-dispersion
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-DISPERSION = "S"
               READ archivo-dispersion
                   AT END
                       MOVE "S" TO WS-EOF-DISPERSION
                   NOT AT END
                       EVALUATE DSP-H-TIPO
                           WHEN "1"
                               MOVE DSP-H-FECHA TO WS-FECHA-DISPERSION
                           WHEN "9"
                               PERFORM AltaDispersion
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE archivo-dispersion.

       AltaDispersion.
           IF DSP-T-MONTO-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RL-LEIDOS
           MOVE SPACES TO CN-RECORD
           MOVE "L" TO CN-LADO
           MOVE "N" TO CN-ORIGEN
           MOVE WS-FECHA-DISPERSION TO CN-FECHA
           MOVE "D" TO CN-MOVIMIENTO
           MOVE DSP-T-MONTO-TOTAL TO CN-MONTO
           MOVE WS-FECHA-DISPERSION TO CN-REFERENCIA
           MOVE "DISPERSION BANCARIA" TO CN-CONCEPTO
           PERFORM AltaPartida
           ADD 1 TO WS-TOTAL-CARGADAS.

      *>   Pre-pasada de verificacion, como DISPDEV: los detalles
      *>   contra el conteo del trailer y el saldo inicial mas
      *>   abonos menos cargos contra el saldo final.
       VerificaEstado.
           MOVE "N" TO WS-SITUACION-ESTADO
           OPEN INPUT archivo-estado
           IF WS-FS-ESTADO NOT = "00"
               CLOSE archivo-estado
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-VERIFICA = "S"
               READ archivo-estado
                   AT END
                       MOVE "S" TO WS-EOF-VERIFICA
                   NOT AT END
                       MOVE "M" TO WS-SITUACION-ESTADO
                       EVALUATE BST-H-TIPO
                           WHEN "1"
                               PERFORM VerificaEncabezado
                           WHEN "2"
                               PERFORM VerificaDetalle
                           WHEN "9"
                               PERFORM VerificaTrailer
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE archivo-estado
           IF WS-SITUACION-ESTADO = "S"
               AND WS-FECHA-ESTADO NOT > WS-ULTIMO-ESTADO
               MOVE "Y" TO WS-SITUACION-ESTADO
           END-IF.

       VerificaEncabezado.
           MOVE BST-H-FECHA TO WS-FECHA-ESTADO
           MOVE BST-H-CUENTA TO WS-CUENTA-ESTADO
           MOVE BST-H-SALDO-INICIAL TO WS-SALDO-INICIAL
           IF BST-H-SIGNO = "-"
               COMPUTE WS-SALDO-INICIAL = 0 - WS-SALDO-INICIAL
           END-IF
           MOVE WS-SALDO-INICIAL TO WS-SALDO-CALCULADO.

       VerificaDetalle.
           ADD 1 TO WS-CONTADOR-REAL
           IF BST-D-MOVIMIENTO = "D"
               SUBTRACT BST-D-MONTO FROM WS-SALDO-CALCULADO
           ELSE
               ADD BST-D-MONTO TO WS-SALDO-CALCULADO
           END-IF.

       VerificaTrailer.
           MOVE "S" TO WS-TRAILER-HALLADO
           MOVE BST-T-SALDO-FINAL TO WS-SALDO-BANCO
           IF BST-T-SIGNO = "-"
               COMPUTE WS-SALDO-BANCO = 0 - WS-SALDO-BANCO
           END-IF
           IF BST-T-CONTADOR = WS-CONTADOR-REAL
               AND WS-SALDO-BANCO = WS-SALDO-CALCULADO
               AND WS-FECHA-ESTADO NOT = SPACES
               MOVE "S" TO WS-SITUACION-ESTADO
           END-IF.

       ImportaEstado.
           OPEN INPUT archivo-estado
           PERFORM UNTIL WS-EOF-ESTADO = "S"
               READ archivo-estado
                   AT END
                       MOVE "S" TO WS-EOF-ESTADO
                   NOT AT END
                       IF BST-D-TIPO = "2"
                           PERFORM AltaRenglonBanco
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-estado.

       AltaRenglonBanco.
           ADD 1 TO WS-RL-LEIDOS
           MOVE SPACES TO CN-RECORD
           MOVE "B" TO CN-LADO
           MOVE "E" TO CN-ORIGEN
           MOVE BST-D-FECHA TO CN-FECHA
           MOVE BST-D-MOVIMIENTO TO CN-MOVIMIENTO
           MOVE BST-D-MONTO TO CN-MONTO
           MOVE BST-D-REFERENCIA TO CN-REFERENCIA
           MOVE BST-D-CONCEPTO TO CN-CONCEPTO
           PERFORM AltaPartida
           ADD 1 TO WS-TOTAL-IMPORTADAS.

      *>   Cada renglon pendiente del banco contra las pendientes en
      *>   libros: mismo sentido y monto, fecha valor de cero a la
      *>   tolerancia de dias despues de la fecha en libros, y la
      *>   misma referencia si el banco la trae. Entre varias gana la
      *>   mas cercana en fecha.
       CasaPartidas.
           PERFORM VARYING WS-BAN-IDX FROM 1 BY 1
               UNTIL WS-BAN-IDX > WS-CANT-BANCO
               IF WS-BAN-DIA (WS-BAN-IDX) > 0
                   PERFORM BuscaEnLibros
                   IF WS-MEJOR > 0
                       PERFORM ConciliaPar
                   END-IF
               END-IF
           END-PERFORM.

       BuscaEnLibros.
           MOVE ZEROS TO WS-MEJOR
           MOVE 9999999 TO WS-MEJOR-DIAS
           PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
               UNTIL WS-LIB-IDX > WS-CANT-LIBROS
               IF WS-LIB-CASADA (WS-LIB-IDX) = "N"
                   AND WS-LIB-DIA (WS-LIB-IDX) > 0
                   AND WS-LIB-MOVIMIENTO (WS-LIB-IDX) =
                       WS-BAN-MOVIMIENTO (WS-BAN-IDX)
                   AND WS-LIB-MONTO (WS-LIB-IDX) =
                       WS-BAN-MONTO (WS-BAN-IDX)
                   AND (WS-BAN-REFERENCIA (WS-BAN-IDX) = SPACES
                       OR WS-BAN-REFERENCIA (WS-BAN-IDX) =
                           WS-LIB-REFERENCIA (WS-LIB-IDX))
                   COMPUTE WS-DIAS = WS-BAN-DIA (WS-BAN-IDX)
                       - WS-LIB-DIA (WS-LIB-IDX)
                   IF WS-DIAS >= 0 AND WS-DIAS <= WS-DIAS-TOLERANCIA
                       AND WS-DIAS < WS-MEJOR-DIAS
                       MOVE WS-LIB-IDX TO WS-MEJOR
                       MOVE WS-DIAS TO WS-MEJOR-DIAS
                   END-IF
               END-IF
           END-PERFORM.

       ConciliaPar.
           MOVE "S" TO WS-BAN-CASADA (WS-BAN-IDX)
           MOVE "S" TO WS-LIB-CASADA (WS-MEJOR)
           MOVE "B" TO CN-LADO
           MOVE WS-BAN-NUMERO (WS-BAN-IDX) TO CN-NUMERO
           READ archivo-partidas
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO CN-ESTADO
                   MOVE WS-FECHA-PROCESO-NEG TO CN-FECHA-CONCILIA
                   MOVE "L" TO CN-CP-LADO
                   MOVE WS-LIB-NUMERO (WS-MEJOR) TO CN-CP-NUMERO
                   REWRITE CN-RECORD
           END-READ
           MOVE "L" TO CN-LADO
           MOVE WS-LIB-NUMERO (WS-MEJOR) TO CN-NUMERO
           READ archivo-partidas
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO CN-ESTADO
                   MOVE WS-FECHA-PROCESO-NEG TO CN-FECHA-CONCILIA
                   MOVE "B" TO CN-CP-LADO
                   MOVE WS-BAN-NUMERO (WS-BAN-IDX) TO CN-CP-NUMERO
                   REWRITE CN-RECORD
           END-READ
           ADD 1 TO WS-TOTAL-CASADAS
           ADD WS-BAN-MONTO (WS-BAN-IDX) TO WS-MONTO-CASADAS
           PERFORM ImprimeCasada.

      *>   Saldo de la cuenta del banco, igual que GLFINST: todos
      *>   los periodos de la cuenta hasta el actual, desde la clave
      *>   mas baja; un saldo inicial AAAA00 del cierre anual
      *>   reemplaza lo que la cuenta traia (ver GLMAST.cpy). Antes
      *>   del primer cierre no hay AAAA00 y el saldo es la suma de
      *>   todos los meses.
       CalculaSaldoMayor.
           MOVE WS-FECHA-PROCESO-NEG (1:6) TO WS-PERIODO-ACTUAL
           OPEN INPUT archivo-mayor
           IF WS-FS-MAYOR NOT = "00"
               CLOSE archivo-mayor
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-HAY-MAYOR
           MOVE WS-CUENTA-MAYOR TO GLM-CUENTA
           MOVE LOW-VALUES TO GLM-PERIODO
           START archivo-mayor KEY >= GLM-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-MAYOR
           END-START
           PERFORM UNTIL WS-EOF-MAYOR = "S"
               READ archivo-mayor NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MAYOR
                   NOT AT END
                       IF GLM-CUENTA NOT = WS-CUENTA-MAYOR
                           OR GLM-PERIODO > WS-PERIODO-ACTUAL
                           MOVE "S" TO WS-EOF-MAYOR
                       ELSE
                           IF GLM-PERIODO (5:2) = "00"
                               MOVE ZEROS TO WS-SALDO-LIBROS
                           END-IF
                           ADD GLM-CARGOS TO WS-SALDO-LIBROS
                           SUBTRACT GLM-ABONOS FROM WS-SALDO-LIBROS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-mayor.

      *>   Pagina de excepciones: lo que quedo sin casar en los dos
      *>   lados, con su antiguedad; VENCIDA si ya paso la tolerancia.
       ImprimePendientes.
           PERFORM ImprimeEncabezado
           MOVE "PARTIDAS SIN CONCILIAR" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING WS-BAN-IDX FROM 1 BY 1
               UNTIL WS-BAN-IDX > WS-CANT-BANCO
               IF WS-BAN-CASADA (WS-BAN-IDX) = "N"
                   PERFORM ImprimePendienteBanco
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
               UNTIL WS-LIB-IDX > WS-CANT-LIBROS
               IF WS-LIB-CASADA (WS-LIB-IDX) = "N"
                   PERFORM ImprimePendienteLibros
               END-IF
           END-PERFORM.

       ImprimePendienteBanco.
           ADD 1 TO WS-PEND-BANCO
           IF WS-BAN-MOVIMIENTO (WS-BAN-IDX) = "D"
               ADD WS-BAN-MONTO (WS-BAN-IDX) TO WS-BANCO-CARGOS
           ELSE
               ADD WS-BAN-MONTO (WS-BAN-IDX) TO WS-BANCO-ABONOS
           END-IF
           MOVE "BANCO" TO LP-LADO
           MOVE WS-BAN-NUMERO (WS-BAN-IDX) TO LP-NUMERO
           MOVE "E" TO LP-ORIGEN
           MOVE WS-BAN-FECHA (WS-BAN-IDX) TO LP-FECHA
           MOVE WS-BAN-MOVIMIENTO (WS-BAN-IDX) TO LP-MOVIMIENTO
           MOVE WS-BAN-MONTO (WS-BAN-IDX) TO LP-MONTO
           MOVE WS-BAN-REFERENCIA (WS-BAN-IDX) TO LP-REFERENCIA
           MOVE WS-BAN-CONCEPTO (WS-BAN-IDX) TO LP-CONCEPTO
           MOVE WS-BAN-DIA (WS-BAN-IDX) TO WS-DIA
           PERFORM FijaAntiguedad
           PERFORM ImprimeRenglonPendiente.

       ImprimePendienteLibros.
           ADD 1 TO WS-PEND-LIBROS
           IF WS-LIB-MOVIMIENTO (WS-LIB-IDX) = "D"
               ADD WS-LIB-MONTO (WS-LIB-IDX) TO WS-TRANSITO-RETIROS
           ELSE
               ADD WS-LIB-MONTO (WS-LIB-IDX) TO WS-TRANSITO-DEPOSITOS
           END-IF
           MOVE "LIBROS" TO LP-LADO
           MOVE WS-LIB-NUMERO (WS-LIB-IDX) TO LP-NUMERO
           MOVE WS-LIB-ORIGEN (WS-LIB-IDX) TO LP-ORIGEN
           MOVE WS-LIB-FECHA (WS-LIB-IDX) TO LP-FECHA
           MOVE WS-LIB-MOVIMIENTO (WS-LIB-IDX) TO LP-MOVIMIENTO
           MOVE WS-LIB-MONTO (WS-LIB-IDX) TO LP-MONTO
           MOVE WS-LIB-REFERENCIA (WS-LIB-IDX) TO LP-REFERENCIA
           MOVE WS-LIB-CONCEPTO (WS-LIB-IDX) TO LP-CONCEPTO
           MOVE WS-LIB-DIA (WS-LIB-IDX) TO WS-DIA
           PERFORM FijaAntiguedad
           PERFORM ImprimeRenglonPendiente.

       FijaAntiguedad.
           MOVE ZEROS TO WS-ANTIGUEDAD
           IF WS-DIA > 0
               COMPUTE WS-ANTIGUEDAD = WS-DIA-PROCESO - WS-DIA
           END-IF
           IF WS-ANTIGUEDAD < 0
               MOVE ZEROS TO WS-ANTIGUEDAD
           END-IF
           MOVE WS-ANTIGUEDAD TO LP-DIAS
           IF WS-ANTIGUEDAD > WS-DIAS-TOLERANCIA OR WS-DIA = 0
               MOVE "VENCIDA" TO LP-MARCA
               ADD 1 TO WS-TOTAL-VENCIDAS
           ELSE
               MOVE SPACES TO LP-MARCA
           END-IF.

       ImprimeRenglonPendiente.
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           WRITE LINEA-REPORTE FROM LIN-PENDIENTE
           ADD 1 TO WS-CONTADOR-LINEAS.

      *>   Prueba de saldos: banco ajustado por lo que esta en
      *>   transito en libros contra mayor ajustado por lo que el
      *>   banco registro y libros todavia no.
       ImprimePrueba.
           PERFORM ImprimeEncabezado
           IF WS-SITUACION-ESTADO NOT = "S"
               MOVE "SIN ESTADO DE CUENTA VALIDO DEL DIA: NO HAY PRUEBA"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BANCO-AJUSTADO = WS-SALDO-BANCO
               + WS-TRANSITO-DEPOSITOS - WS-TRANSITO-RETIROS
           COMPUTE WS-LIBROS-AJUSTADO = WS-SALDO-LIBROS
               + WS-BANCO-ABONOS - WS-BANCO-CARGOS
           COMPUTE WS-DIFERENCIA = WS-BANCO-AJUSTADO
               - WS-LIBROS-AJUSTADO
           MOVE SPACES TO LINEA-REPORTE
           STRING "PRUEBA DE SALDOS AL " WS-FECHA-ESTADO
               " CUENTA " WS-CUENTA-ESTADO
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "SALDO FINAL SEGUN BANCO" TO LR-TEXTO
           MOVE WS-SALDO-BANCO TO LR-MONTO
           WRITE LINEA-REPORTE FROM LIN-PRUEBA
           MOVE "(+) DEPOSITOS EN TRANSITO" TO LR-TEXTO
           MOVE WS-TRANSITO-DEPOSITOS TO LR-MONTO
           WRITE LINEA-REPORTE FROM LIN-PRUEBA
           MOVE "(-) RETIROS EN TRANSITO" TO LR-TEXTO
           MOVE WS-TRANSITO-RETIROS TO LR-MONTO
           WRITE LINEA-REPORTE FROM LIN-PRUEBA
           MOVE "SALDO DEL BANCO AJUSTADO" TO LR-TEXTO
           MOVE WS-BANCO-AJUSTADO TO LR-MONTO
           WRITE LINEA-REPORTE FROM LIN-PRUEBA
           MOVE SPACES TO LR-TEXTO
           STRING "SALDO SEGUN MAYOR " WS-CUENTA-MAYOR
               DELIMITED BY SIZE INTO LR-TEXTO
           IF WS-HAY-MAYOR NOT = "S"
               MOVE "SALDO SEGUN MAYOR (SIN GLMAST)" TO LR-TEXTO
           END-IF
           MOVE WS-SALDO-LIBROS TO LR-MONTO
           WRITE LINEA-REPORTE FROM LIN-PRUEBA
           MOVE "(+) ABONOS DEL BANCO NO EN LIBROS" TO LR-TEXTO
           MOVE WS-BANCO-ABONOS TO LR-MONTO
           WRITE LINEA-REPORTE FROM LIN-PRUEBA
           MOVE "(-) CARGOS DEL BANCO NO EN LIBROS" TO LR-TEXTO
           MOVE WS-BANCO-CARGOS TO LR-MONTO
           WRITE LINEA-REPORTE FROM LIN-PRUEBA
           MOVE "SALDO EN LIBROS AJUSTADO" TO LR-TEXTO
           MOVE WS-LIBROS-AJUSTADO TO LR-MONTO
           WRITE LINEA-REPORTE FROM LIN-PRUEBA
           IF WS-DIFERENCIA = 0
               MOVE "DIFERENCIA (CONCILIADO)" TO LR-TEXTO
           ELSE
               MOVE "DIFERENCIA (NO CONCILIA)" TO LR-TEXTO
           END-IF
           MOVE WS-DIFERENCIA TO LR-MONTO
           WRITE LINEA-REPORTE FROM LIN-PRUEBA.

       ImprimeCasada.
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           MOVE WS-BAN-NUMERO (WS-BAN-IDX) TO LC-BANCO
           MOVE WS-BAN-FECHA (WS-BAN-IDX) TO LC-FECHA-BANCO
           MOVE WS-BAN-MOVIMIENTO (WS-BAN-IDX) TO LC-MOVIMIENTO
           MOVE WS-BAN-MONTO (WS-BAN-IDX) TO LC-MONTO
           MOVE WS-BAN-REFERENCIA (WS-BAN-IDX) TO LC-REFERENCIA
           MOVE WS-LIB-NUMERO (WS-MEJOR) TO LC-LIBROS
           MOVE WS-LIB-ORIGEN (WS-MEJOR) TO LC-ORIGEN
           MOVE WS-LIB-FECHA (WS-MEJOR) TO LC-FECHA-LIBROS
           MOVE WS-MEJOR-DIAS TO LC-DIAS
           WRITE LINEA-REPORTE FROM LIN-CASADA
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
           MOVE "MOVIMIENTOS EN LIBROS CARGADOS" TO LT-TEXTO
           MOVE WS-TOTAL-CARGADAS TO LT-CONTADOR
           MOVE ZEROS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "RENGLONES DEL BANCO IMPORTADOS" TO LT-TEXTO
           MOVE WS-TOTAL-IMPORTADAS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "PARES CONCILIADOS" TO LT-TEXTO
           MOVE WS-TOTAL-CASADAS TO LT-CONTADOR
           MOVE WS-MONTO-CASADAS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "PENDIENTES EN LIBROS" TO LT-TEXTO
           MOVE WS-PEND-LIBROS TO LT-CONTADOR
           COMPUTE LT-MONTO = WS-TRANSITO-DEPOSITOS
               + WS-TRANSITO-RETIROS
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "PENDIENTES EN BANCO" TO LT-TEXTO
           MOVE WS-PEND-BANCO TO LT-CONTADOR
           COMPUTE LT-MONTO = WS-BANCO-ABONOS + WS-BANCO-CARGOS
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "PENDIENTES YA VENCIDAS" TO LT-TEXTO
           MOVE WS-TOTAL-VENCIDAS TO LT-CONTADOR
           MOVE ZEROS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           IF WS-TOTAL-DESBORDE > 0
               MOVE "DESBORDE DE TABLAS (REVISAR)" TO LT-TEXTO
               MOVE WS-TOTAL-DESBORDE TO LT-CONTADOR
               WRITE LINEA-REPORTE FROM LIN-TOTALES
           END-IF.

       RegistraEstadoMalo.
           MOVE "BANKREC" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           MOVE "TRAILER" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           IF WS-TRAILER-HALLADO = "S"
               MOVE "Trailer de bankstmt.dat fuera de balance"
                   TO EXC-DETALLE
           ELSE
               MOVE "bankstmt.dat sin trailer de control"
                   TO EXC-DETALLE
           END-IF
           PERFORM GrabaExcepcion
           DISPLAY "BANKREC: trailer de bankstmt.dat ausente o "
               "descuadrado, estado de cuenta no importado".

       RegistraEstadoRepetido.
           MOVE "BANKREC" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           MOVE "ESTADO-REP" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           MOVE SPACES TO EXC-DETALLE
           STRING "Estado de cuenta del " WS-FECHA-ESTADO
               " ya importado, no se repite"
               DELIMITED BY SIZE INTO EXC-DETALLE
           PERFORM GrabaExcepcion
           DISPLAY "BANKREC: estado de cuenta del " WS-FECHA-ESTADO
               " ya importado".

       GrabaExcepcion.
           OPEN EXTEND archivo-excepciones
           IF WS-FS-EXCEPCIONES = "05" OR WS-FS-EXCEPCIONES = "35"
               OPEN OUTPUT archivo-excepciones
           END-IF
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

       END PROGRAM BANKREC.
