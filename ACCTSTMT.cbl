       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSTMT.
      *>   Estado de cuenta mensual del cliente, armado del auxiliar
      *>   de partidas abiertas: por cada cuenta activa de ACCTMAST
      *>   (AC-ESTADO S) una pagina con el saludo de la plantilla
      *>   (marcadores de ancho fijo sustituidos con INSPECT, igual
      *>   que DUNNING y NOTICE), el bloque de envio con titular y
      *>   contacto, el saldo anterior, los movimientos fechados del
      *>   mes (cargos y pagos aplicados de oimov.dat, que anexa
      *>   CASHAPP, notas de credito de disputas resueltas, que anexa
      *>   DISPMNT, devoluciones de saldo a favor, que anexa
      *>   REEMBPAG, y cargos moratorios de latehist.dat, que anexa
      *>   LATECHG), el saldo al cierre y la antiguedad de lo que
      *>   queda abierto en 0-30 / 31-60 / 61-90 / 91+ dias al ultimo
      *>   dia del mes, con lo que esta en disputa anotado aparte.
      *>   Saldo al cierre = saldo anterior + cargos - pagos - notas
      *>   de credito + moratorios + devoluciones (los pagos incluyen
      *>   el remanente que quedo a favor sin aplicar); el saldo
      *>   anterior es el cierre del estado previo (STMTBAL.cpy) y,
      *>   para la primera emision de una cuenta, se deduce de lo
      *>   abierto hoy menos los cargos y devoluciones mas los pagos
      *>   y notas de credito del mes. Lo que las
      *>   partidas abiertas no explican (los moratorios viven en el
      *>   saldo, no en el auxiliar) se reporta en la banda
      *>   corriente, asi las bandas siempre suman el saldo al cierre.
      *>   Una cuenta con domicilio
      *>   devuelto pendiente (BADADDR tipo C) no recibe estado: se
      *>   suprime y se cuenta, como DUNNING congela sus cartas. Una
      *>   cuenta sin saldo ni movimientos no genera pagina. Periodo
      *>   (ACCTSTMT-PERIODO, AAAAMM) en blanco = el de proceso; la
      *>   reemision del mismo mes reusa el saldo anterior guardado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-cuentas
               ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AC-CUENTA
               FILE STATUS IS WS-FS-CUENTAS.

               SELECT OPTIONAL archivo-partidas
               ASSIGN TO "openitem.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-CLAVE
               FILE STATUS IS WS-FS-PARTIDAS.

               SELECT OPTIONAL archivo-movimientos
               ASSIGN TO "oimov.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMIENTOS.

               SELECT OPTIONAL archivo-moratorios
               ASSIGN TO "latehist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MORATORIOS.

               SELECT archivo-saldos-estado
               ASSIGN TO "stmtbal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-CUENTA
               FILE STATUS IS WS-FS-SALDOS-ESTADO.

               SELECT OPTIONAL archivo-devueltos
               ASSIGN TO "badaddr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAD-CLAVE
               FILE STATUS IS WS-FS-DEVUELTOS.

               SELECT OPTIONAL archivo-plantilla
               ASSIGN TO "PLANTEDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANTILLA.

               SELECT archivo-reporte
               ASSIGN TO "estados.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cuentas.
           COPY ACCTMAST.

       FD  archivo-partidas.
           COPY OPENITEM.

       FD  archivo-movimientos.
           COPY OIMOV.

       FD  archivo-moratorios.
           COPY LATEHIST.

       FD  archivo-saldos-estado.
           COPY STMTBAL.

       FD  archivo-devueltos.
           COPY BADADDR.

       FD  archivo-plantilla.
           01 LINEA-PLANTILLA PIC X(200).

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(200).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-CUENTAS PIC XX VALUE "00".
           01 WS-FS-PARTIDAS PIC XX VALUE "00".
           01 WS-FS-MOVIMIENTOS PIC XX VALUE "00".
           01 WS-FS-MORATORIOS PIC XX VALUE "00".
           01 WS-FS-SALDOS-ESTADO PIC XX VALUE "00".
           01 WS-FS-DEVUELTOS PIC XX VALUE "00".
           01 WS-FS-PLANTILLA PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-CUENTAS PIC X VALUE "N".
           01 WS-EOF-PARTIDAS PIC X VALUE "N".
           01 WS-EOF-MOVIMIENTOS PIC X VALUE "N".
           01 WS-EOF-MORATORIOS PIC X VALUE "N".
           01 WS-HAY-PARTIDAS PIC X VALUE "N".
           01 WS-HAY-DEVUELTOS PIC X VALUE "N".
           01 WS-DOMICILIO-DEVUELTO PIC X VALUE "N".

           01 WS-TOTAL-ESTADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SUPRIMIDOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SIN-MOVIMIENTO PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-DESBORDE PIC 9(6) VALUE ZEROS.

      *>   Periodo del estado y sus fronteras: ultimo dia del mes
      *>   (contra el que se envejecen las partidas) en formato
      *>   AAAAMMDD y en dias enteros.
           01 WS-PERIODO PIC X(6) VALUE SPACES.
           01 WS-ANIO-NUM PIC 9(4) VALUE ZEROS.
           01 WS-MES-NUM PIC 9(2) VALUE ZEROS.
           01 WS-ENTERO-FIN PIC 9(8) VALUE ZEROS.
           01 WS-FECHA-NUM PIC 9(8) VALUE ZEROS.
           01 WS-FECHA-CORTE PIC X(8) VALUE SPACES.
           01 WS-DIAS-PARTIDA PIC S9(8) VALUE ZEROS.

      *>   Movimientos del mes (oimov.dat y latehist.dat) cargados a
      *>   tabla en el orden en que se anexaron: C cargo, R pago
      *>   aplicado, A nota de credito, M cargo moratorio.
           01 WS-MAX-MOVS PIC 9(5) VALUE 10000.
           01 WS-CANT-MOVS PIC 9(5) VALUE ZEROS.
           01 WS-MOV-IDX PIC 9(5) VALUE ZEROS.
           01 WS-TABLA-MOVS.
               05 WS-MOV OCCURS 10000 TIMES
                   DEPENDING ON WS-CANT-MOVS.
                   10 WS-MOV-CUENTA PIC 9(8).
                   10 WS-MOV-ITEM PIC 9(6).
                   10 WS-MOV-FECHA PIC X(8).
                   10 WS-MOV-TIPO PIC X(1).
                   10 WS-MOV-MONTO PIC 9(10)V99.

      *>   Cifras de la cuenta en proceso.
           01 WS-SALDO-ANTERIOR PIC S9(10)V99 VALUE ZEROS.
           01 WS-SALDO-CIERRE PIC S9(10)V99 VALUE ZEROS.
           01 WS-SUMA-CARGOS PIC S9(10)V99 VALUE ZEROS.
           01 WS-SUMA-PAGOS PIC S9(10)V99 VALUE ZEROS.
           01 WS-SUMA-CREDITOS PIC S9(10)V99 VALUE ZEROS.
           01 WS-SUMA-MORATORIOS PIC S9(10)V99 VALUE ZEROS.
           01 WS-SUMA-DEVOLUCIONES PIC S9(10)V99 VALUE ZEROS.
           01 WS-SUMA-DISPUTA PIC S9(10)V99 VALUE ZEROS.
           01 WS-SUMA-ABIERTO PIC S9(10)V99 VALUE ZEROS.
           01 WS-CANT-MOVS-CUENTA PIC 9(5) VALUE ZEROS.
           01 WS-HAY-SALDO-PREVIO PIC X VALUE "N".
           01 WS-BANDAS.
               05 WS-BANDA-MONTO OCCURS 4 TIMES PIC S9(10)V99.
           01 WS-BANDA-IDX PIC 9 VALUE ZEROS.

      *>   Saludo de la plantilla: marcadores de ancho fijo, mismo
      *>   esquema que DUNNING; el ancho del marcador es el ancho del
      *>   campo que lo sustituye. Si PLANTEDO no existe se usa el
      *>   texto por defecto.
           01 WS-MARCA-TITULAR PIC X(30) VALUE
               "TITULAR_______________________".
           01 WS-MARCA-SALDO PIC X(14) VALUE "SALDO_________".
           01 WS-MARCA-PERIODO PIC X(6) VALUE "AAAAMM".
           01 WS-SALDO-MARCA-EDIT PIC $$,$$$,$$9.99-.
           01 WS-PLANTILLA PIC X(200) VALUE SPACES.
           01 WS-PLANTILLA-DEF PIC X(200) VALUE
               "Estimado TITULAR_______________________" &
               ": este es el estado de su cuenta del periodo " &
               "AAAAMM. Su saldo al cierre es de SALDO_________.".
           01 WS-SALUDO PIC X(200) VALUE SPACES.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR; una pagina por cuenta.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "ACCTSTMT - ESTADO DE CUENTA CLIENTE".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.

           01 LIN-CUENTA.
               05 FILLER PIC X(7) VALUE "CUENTA ".
               05 LK-CUENTA PIC 9(8).
               05 FILLER PIC X(11) VALUE "  PERIODO: ".
               05 LK-PERIODO PIC X(6).
               05 FILLER PIC X(11) VALUE "  AL CORTE ".
               05 LK-CORTE PIC X(8).

           01 LIN-ENVIO.
               05 FILLER PIC X(4) VALUE SPACES.
               05 LV-TEXTO PIC X(30).

           01 LIN-SALDO.
               05 LD-TEXTO PIC X(30).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-MONTO PIC ZZZ,ZZZ,ZZ9.99-.

           01 LIN-MOVIMIENTO.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LM-FECHA PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LM-CONCEPTO PIC X(16).
               05 FILLER PIC X(9) VALUE " PARTIDA ".
               05 LM-ITEM PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LM-MONTO PIC ZZZ,ZZZ,ZZ9.99-.

           01 LIN-ANTIGUEDAD-TIT.
               05 FILLER PIC X(15) VALUE "ANTIGUEDAD".
               05 FILLER PIC X(16) VALUE "       0-30".
               05 FILLER PIC X(16) VALUE "      31-60".
               05 FILLER PIC X(16) VALUE "      61-90".
               05 FILLER PIC X(16) VALUE "        91+".

           01 LIN-ANTIGUEDAD.
               05 FILLER PIC X(15) VALUE SPACES.
               05 LA-BANDA PIC ZZZ,ZZZ,ZZ9.99- OCCURS 4 TIMES.
               05 FILLER PIC X(1) VALUE SPACES.

           01 LIN-SEPARADOR PIC X(80) VALUE ALL "-".

      *>   Asiento en el catalogo de reportes (ver RPTCATW).
           01 WS-RPC-REPORTE PIC X(12) VALUE "ACCTSTMT".
           01 WS-RPC-PAGINAS PIC 9(4) VALUE ZEROS.
           01 WS-RPC-PROGRAMA PIC X(8) VALUE "ACCTSTMT".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           ACCEPT WS-PERIODO FROM ENVIRONMENT "ACCTSTMT-PERIODO"
           IF WS-PERIODO = SPACES
               MOVE WS-FECHA-PROCESO-NEG (1:6) TO WS-PERIODO
           END-IF
           IF WS-PERIODO IS NOT NUMERIC
               OR WS-PERIODO (5:2) < "01" OR WS-PERIODO (5:2) > "12"
               DISPLAY "Periodo invalido en ACCTSTMT-PERIODO: "
                   WS-PERIODO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CalculaFechaCorte
           PERFORM LeePerfilEmpresa
           PERFORM CargaPlantilla
           PERFORM CargaMovimientos
           PERFORM CargaMoratorios
           OPEN INPUT archivo-partidas
           IF WS-FS-PARTIDAS = "00"
               MOVE "S" TO WS-HAY-PARTIDAS
           ELSE
               CLOSE archivo-partidas
           END-IF
           OPEN INPUT archivo-devueltos
           IF WS-FS-DEVUELTOS = "00"
               MOVE "S" TO WS-HAY-DEVUELTOS
           ELSE
               CLOSE archivo-devueltos
           END-IF
           OPEN I-O archivo-saldos-estado
           IF WS-FS-SALDOS-ESTADO = "35"
               OPEN OUTPUT archivo-saldos-estado
               CLOSE archivo-saldos-estado
               OPEN I-O archivo-saldos-estado
           END-IF
           OPEN INPUT archivo-cuentas
           OPEN OUTPUT archivo-reporte
           PERFORM UNTIL WS-EOF-CUENTAS = "S"
               READ archivo-cuentas NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-CUENTAS
                   NOT AT END
                       IF AC-ESTADO = "S"
                           PERFORM ProcesaCuenta
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NUMERO-PAGINA > 0
               WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           END-IF
           CLOSE archivo-reporte
           CLOSE archivo-cuentas
           CLOSE archivo-saldos-estado
           IF WS-HAY-PARTIDAS = "S"
               CLOSE archivo-partidas
           END-IF
           IF WS-HAY-DEVUELTOS = "S"
               CLOSE archivo-devueltos
           END-IF
           DISPLAY "Estados de cuenta " WS-PERIODO ": "
               WS-TOTAL-ESTADOS
               " Suprimidos por domicilio devuelto: "
               WS-TOTAL-SUPRIMIDOS
               " Sin saldo ni movimientos: " WS-TOTAL-SIN-MOVIMIENTO
           IF WS-TOTAL-DESBORDE > 0
               DISPLAY "Movimientos del mes fuera de tabla: "
                   WS-TOTAL-DESBORDE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE WS-NUMERO-PAGINA TO WS-RPC-PAGINAS
           CALL "RPTCATW" USING WS-RPC-REPORTE WS-RPC-PAGINAS
               WS-RPC-PROGRAMA
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al
      *>   controlador cuando lo invoca via CALL (NITECTRL).
           GOBACK.

      *>   Ultimo dia del mes del periodo: primero del mes siguiente
      *>   menos un dia, igual que PRORRAT fecha su poliza.
       CalculaFechaCorte.
           MOVE WS-PERIODO (1:4) TO WS-ANIO-NUM
           MOVE WS-PERIODO (5:2) TO WS-MES-NUM
           IF WS-MES-NUM = 12
               COMPUTE WS-ENTERO-FIN = FUNCTION INTEGER-OF-DATE
                   ((WS-ANIO-NUM + 1) * 10000 + 101)
           ELSE
               COMPUTE WS-ENTERO-FIN = FUNCTION INTEGER-OF-DATE
                   (WS-ANIO-NUM * 10000
                       + (WS-MES-NUM + 1) * 100 + 1)
           END-IF
           SUBTRACT 1 FROM WS-ENTERO-FIN
           COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER
               (WS-ENTERO-FIN)
           MOVE WS-FECHA-NUM TO WS-FECHA-CORTE.

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

      *>   Primera linea de PLANTEDO como saludo; sin archivo queda
      *>   el texto por defecto, igual que DUNNING con PLANTDUN.
       CargaPlantilla.
           MOVE WS-PLANTILLA-DEF TO WS-PLANTILLA
           OPEN INPUT archivo-plantilla
           IF WS-FS-PLANTILLA NOT = "00"
               CLOSE archivo-plantilla
               EXIT PARAGRAPH
           END-IF
           READ archivo-plantilla
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LINEA-PLANTILLA TO WS-PLANTILLA
           END-READ
           CLOSE archivo-plantilla.

      *>   Cargos y pagos aplicados del mes, de oimov.dat.
       CargaMovimientos.
           OPEN INPUT archivo-movimientos
           IF WS-FS-MOVIMIENTOS NOT = "00"
               CLOSE archivo-movimientos
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-MOVIMIENTOS = "S"
               READ archivo-movimientos
                   AT END
                       MOVE "S" TO WS-EOF-MOVIMIENTOS
                   NOT AT END
                       IF OM-FECHA (1:6) = WS-PERIODO
                           PERFORM AgregaMovimiento
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-movimientos.

       AgregaMovimiento.
           IF WS-CANT-MOVS >= WS-MAX-MOVS
               ADD 1 TO WS-TOTAL-DESBORDE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANT-MOVS
           MOVE OM-CUENTA TO WS-MOV-CUENTA (WS-CANT-MOVS)
           MOVE OM-ITEM TO WS-MOV-ITEM (WS-CANT-MOVS)
           MOVE OM-FECHA TO WS-MOV-FECHA (WS-CANT-MOVS)
           MOVE OM-TIPO TO WS-MOV-TIPO (WS-CANT-MOVS)
           MOVE OM-MONTO TO WS-MOV-MONTO (WS-CANT-MOVS).

      *>   Cargos moratorios del mes, de latehist.dat; entran a la
      *>   misma tabla con tipo M y sin partida.
       CargaMoratorios.
           OPEN INPUT archivo-moratorios
           IF WS-FS-MORATORIOS NOT = "00"
               CLOSE archivo-moratorios
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-MORATORIOS = "S"
               READ archivo-moratorios
                   AT END
                       MOVE "S" TO WS-EOF-MORATORIOS
                   NOT AT END
                       IF LH-FECHA (1:6) = WS-PERIODO
                           MOVE LH-CUENTA TO OM-CUENTA
                           MOVE ZEROS TO OM-ITEM
                           MOVE LH-FECHA TO OM-FECHA
                           MOVE "M" TO OM-TIPO
                           MOVE LH-MONTO TO OM-MONTO
                           PERFORM AgregaMovimiento
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-moratorios.

      *>   Una cuenta activa: suma sus movimientos y lo abierto,
      *>   deduce el saldo anterior, y si hay algo que decir y el
      *>   domicilio es entregable emite la pagina y guarda el
      *>   cierre para el mes siguiente.
       ProcesaCuenta.
           PERFORM SumaMovimientosCuenta
           PERFORM EnvejecePartidas
           PERFORM BuscaSaldoAnterior
           COMPUTE WS-SALDO-CIERRE = WS-SALDO-ANTERIOR
               + WS-SUMA-CARGOS - WS-SUMA-PAGOS - WS-SUMA-CREDITOS
               + WS-SUMA-MORATORIOS + WS-SUMA-DEVOLUCIONES
           IF WS-SALDO-ANTERIOR = 0 AND WS-SALDO-CIERRE = 0
               AND WS-CANT-MOVS-CUENTA = 0
               ADD 1 TO WS-TOTAL-SIN-MOVIMIENTO
               EXIT PARAGRAPH
           END-IF
      *>   Lo que las partidas abiertas no explican cae en la banda
      *>   corriente para que las bandas cuadren con el cierre.
           COMPUTE WS-BANDA-MONTO (1) = WS-BANDA-MONTO (1)
               + WS-SALDO-CIERRE - WS-SUMA-ABIERTO
      *>   El cierre se guarda aunque el estado se suprima: el mes
      *>   siguiente abre con el saldo correcto.
           PERFORM GuardaSaldoEstado
           PERFORM ChecaDevuelto
           IF WS-DOMICILIO-DEVUELTO = "S"
               ADD 1 TO WS-TOTAL-SUPRIMIDOS
               EXIT PARAGRAPH
           END-IF
           PERFORM EmiteEstado.

       SumaMovimientosCuenta.
           MOVE ZEROS TO WS-SUMA-CARGOS WS-SUMA-PAGOS
               WS-SUMA-CREDITOS WS-SUMA-MORATORIOS
               WS-SUMA-DEVOLUCIONES WS-CANT-MOVS-CUENTA
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
               UNTIL WS-MOV-IDX > WS-CANT-MOVS
               IF WS-MOV-CUENTA (WS-MOV-IDX) = AC-CUENTA
                   ADD 1 TO WS-CANT-MOVS-CUENTA
                   EVALUATE WS-MOV-TIPO (WS-MOV-IDX)
                       WHEN "C"
                           ADD WS-MOV-MONTO (WS-MOV-IDX)
                               TO WS-SUMA-CARGOS
                       WHEN "R"
                           ADD WS-MOV-MONTO (WS-MOV-IDX)
                               TO WS-SUMA-PAGOS
                       WHEN "F"
                           ADD WS-MOV-MONTO (WS-MOV-IDX)
                               TO WS-SUMA-PAGOS
                       WHEN "D"
                           ADD WS-MOV-MONTO (WS-MOV-IDX)
                               TO WS-SUMA-DEVOLUCIONES
                       WHEN "A"
                           ADD WS-MOV-MONTO (WS-MOV-IDX)
                               TO WS-SUMA-CREDITOS
                       WHEN "M"
                           ADD WS-MOV-MONTO (WS-MOV-IDX)
                               TO WS-SUMA-MORATORIOS
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *>   Partidas abiertas de la cuenta fechadas hasta el corte,
      *>   envejecidas contra el ultimo dia del mes con las bandas
      *>   de BALAGE; la partida en disputa (D) se debe igual y
      *>   entra a su banda, pero se suma aparte para anotarla.
       EnvejecePartidas.
           MOVE ZEROS TO WS-SUMA-ABIERTO WS-SUMA-DISPUTA
           PERFORM VARYING WS-BANDA-IDX FROM 1 BY 1
               UNTIL WS-BANDA-IDX > 4
               MOVE ZEROS TO WS-BANDA-MONTO (WS-BANDA-IDX)
           END-PERFORM
           IF WS-HAY-PARTIDAS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE AC-CUENTA TO OI-CUENTA
           MOVE ZEROS TO OI-ITEM
           MOVE "N" TO WS-EOF-PARTIDAS
           START archivo-partidas KEY >= OI-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-PARTIDAS
           END-START
           PERFORM UNTIL WS-EOF-PARTIDAS = "S"
               READ archivo-partidas NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PARTIDAS
                   NOT AT END
                       IF OI-CUENTA NOT = AC-CUENTA
                           MOVE "S" TO WS-EOF-PARTIDAS
                       ELSE
                           IF (OI-ESTADO = "A" OR OI-ESTADO = "D")
                               AND OI-MONTO-ABIERTO > 0
                               AND OI-FECHA <= WS-FECHA-CORTE
                               PERFORM AcumulaBanda
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       AcumulaBanda.
           ADD OI-MONTO-ABIERTO TO WS-SUMA-ABIERTO
           IF OI-ESTADO = "D"
               ADD OI-MONTO-ABIERTO TO WS-SUMA-DISPUTA
           END-IF
           COMPUTE WS-DIAS-PARTIDA = WS-ENTERO-FIN
               - FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL(OI-FECHA))
           EVALUATE TRUE
               WHEN WS-DIAS-PARTIDA <= 30
                   MOVE 1 TO WS-BANDA-IDX
               WHEN WS-DIAS-PARTIDA <= 60
                   MOVE 2 TO WS-BANDA-IDX
               WHEN WS-DIAS-PARTIDA <= 90
                   MOVE 3 TO WS-BANDA-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BANDA-IDX
           END-EVALUATE
           ADD OI-MONTO-ABIERTO TO WS-BANDA-MONTO (WS-BANDA-IDX).

      *>   Saldo anterior: el cierre del ultimo estado emitido; si
      *>   el ultimo estado es de este mismo periodo (reemision) su
      *>   apertura guardada; sin estado previo se deduce de lo
      *>   abierto al corte menos los cargos mas los pagos del mes.
      *>   Un mes anterior al ultimo emitido tambien se deduce, y no
      *>   pisa el saldo guardado (P).
       BuscaSaldoAnterior.
           MOVE "N" TO WS-HAY-SALDO-PREVIO
           COMPUTE WS-SALDO-ANTERIOR = WS-SUMA-ABIERTO
               - WS-SUMA-CARGOS + WS-SUMA-PAGOS + WS-SUMA-CREDITOS
               - WS-SUMA-DEVOLUCIONES
           MOVE AC-CUENTA TO SB-CUENTA
           READ archivo-saldos-estado
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SB-PERIODO = WS-PERIODO
                           MOVE "S" TO WS-HAY-SALDO-PREVIO
                           MOVE SB-SALDO-APERTURA
                               TO WS-SALDO-ANTERIOR
                       WHEN SB-PERIODO < WS-PERIODO
                           MOVE "S" TO WS-HAY-SALDO-PREVIO
                           MOVE SB-SALDO-CIERRE TO WS-SALDO-ANTERIOR
                       WHEN OTHER
                           MOVE "P" TO WS-HAY-SALDO-PREVIO
                   END-EVALUATE
           END-READ.

       ChecaDevuelto.
           MOVE "N" TO WS-DOMICILIO-DEVUELTO
           IF WS-HAY-DEVUELTOS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO BAD-TIPO
           MOVE AC-CUENTA TO BAD-NUMERO
           READ archivo-devueltos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BAD-ESTADO = "P"
                       MOVE "S" TO WS-DOMICILIO-DEVUELTO
                   END-IF
           END-READ.

      *>   Una pagina por cuenta: saludo, bloque de envio, saldo
      *>   anterior, movimientos del mes, saldo al cierre y
      *>   antiguedad.
       EmiteEstado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           MOVE AC-CUENTA TO LK-CUENTA
           MOVE WS-PERIODO TO LK-PERIODO
           MOVE WS-FECHA-CORTE TO LK-CORTE
           WRITE LINEA-REPORTE FROM LIN-CUENTA
           MOVE AC-NOMBRE TO LV-TEXTO
           WRITE LINEA-REPORTE FROM LIN-ENVIO
           MOVE AC-CONTACTO TO LV-TEXTO
           WRITE LINEA-REPORTE FROM LIN-ENVIO
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-PLANTILLA TO WS-SALUDO
           MOVE WS-SALDO-CIERRE TO WS-SALDO-MARCA-EDIT
           INSPECT WS-SALUDO
               REPLACING ALL WS-MARCA-TITULAR BY AC-NOMBRE
           INSPECT WS-SALUDO
               REPLACING ALL WS-MARCA-SALDO BY WS-SALDO-MARCA-EDIT
           INSPECT WS-SALUDO
               REPLACING ALL WS-MARCA-PERIODO BY WS-PERIODO
           WRITE LINEA-REPORTE FROM WS-SALUDO
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "SALDO ANTERIOR" TO LD-TEXTO
           MOVE WS-SALDO-ANTERIOR TO LD-MONTO
           WRITE LINEA-REPORTE FROM LIN-SALDO
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
               UNTIL WS-MOV-IDX > WS-CANT-MOVS
               IF WS-MOV-CUENTA (WS-MOV-IDX) = AC-CUENTA
                   PERFORM EmiteMovimiento
               END-IF
           END-PERFORM
           MOVE "TOTAL CARGOS" TO LD-TEXTO
           MOVE WS-SUMA-CARGOS TO LD-MONTO
           WRITE LINEA-REPORTE FROM LIN-SALDO
           MOVE "TOTAL PAGOS" TO LD-TEXTO
           MOVE WS-SUMA-PAGOS TO LD-MONTO
           WRITE LINEA-REPORTE FROM LIN-SALDO
           MOVE "TOTAL NOTAS DE CREDITO" TO LD-TEXTO
           MOVE WS-SUMA-CREDITOS TO LD-MONTO
           WRITE LINEA-REPORTE FROM LIN-SALDO
           MOVE "TOTAL CARGOS MORATORIOS" TO LD-TEXTO
           MOVE WS-SUMA-MORATORIOS TO LD-MONTO
           WRITE LINEA-REPORTE FROM LIN-SALDO
           IF WS-SUMA-DEVOLUCIONES > 0
               MOVE "TOTAL DEVOLUCIONES" TO LD-TEXTO
               MOVE WS-SUMA-DEVOLUCIONES TO LD-MONTO
               WRITE LINEA-REPORTE FROM LIN-SALDO
           END-IF
           IF WS-SALDO-CIERRE < 0
               MOVE "SALDO AL CIERRE (A FAVOR)" TO LD-TEXTO
           ELSE
               MOVE "SALDO AL CIERRE" TO LD-TEXTO
           END-IF
           MOVE WS-SALDO-CIERRE TO LD-MONTO
           WRITE LINEA-REPORTE FROM LIN-SALDO
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM LIN-ANTIGUEDAD-TIT
           PERFORM VARYING WS-BANDA-IDX FROM 1 BY 1
               UNTIL WS-BANDA-IDX > 4
               MOVE WS-BANDA-MONTO (WS-BANDA-IDX)
                   TO LA-BANDA (WS-BANDA-IDX)
           END-PERFORM
           WRITE LINEA-REPORTE FROM LIN-ANTIGUEDAD
           IF WS-SUMA-DISPUTA > 0
               MOVE "EN DISPUTA (INCLUIDO ARRIBA)" TO LD-TEXTO
               MOVE WS-SUMA-DISPUTA TO LD-MONTO
               WRITE LINEA-REPORTE FROM LIN-SALDO
           END-IF
           WRITE LINEA-REPORTE FROM LIN-SEPARADOR
           ADD 1 TO WS-TOTAL-ESTADOS.

       EmiteMovimiento.
           MOVE WS-MOV-FECHA (WS-MOV-IDX) TO LM-FECHA
           MOVE WS-MOV-ITEM (WS-MOV-IDX) TO LM-ITEM
           EVALUATE WS-MOV-TIPO (WS-MOV-IDX)
               WHEN "C"
                   MOVE "CARGO" TO LM-CONCEPTO
                   MOVE WS-MOV-MONTO (WS-MOV-IDX) TO LM-MONTO
               WHEN "R"
                   MOVE "PAGO APLICADO" TO LM-CONCEPTO
                   COMPUTE LM-MONTO = 0 - WS-MOV-MONTO (WS-MOV-IDX)
               WHEN "A"
                   MOVE "NOTA DE CREDITO" TO LM-CONCEPTO
                   COMPUTE LM-MONTO = 0 - WS-MOV-MONTO (WS-MOV-IDX)
               WHEN "F"
                   MOVE "PAGO A FAVOR" TO LM-CONCEPTO
                   COMPUTE LM-MONTO = 0 - WS-MOV-MONTO (WS-MOV-IDX)
               WHEN "D"
                   MOVE "DEVOLUCION" TO LM-CONCEPTO
                   MOVE WS-MOV-MONTO (WS-MOV-IDX) TO LM-MONTO
               WHEN "M"
                   MOVE "CARGO MORATORIO" TO LM-CONCEPTO
                   MOVE WS-MOV-MONTO (WS-MOV-IDX) TO LM-MONTO
               WHEN OTHER
                   MOVE "MOVIMIENTO" TO LM-CONCEPTO
                   MOVE WS-MOV-MONTO (WS-MOV-IDX) TO LM-MONTO
           END-EVALUATE
           WRITE LINEA-REPORTE FROM LIN-MOVIMIENTO.

      *>   El cierre del mes queda como apertura del siguiente; la
      *>   apertura se guarda para que la reemision cuadre igual.
       GuardaSaldoEstado.
           IF WS-HAY-SALDO-PREVIO = "P"
               EXIT PARAGRAPH
           END-IF
           MOVE AC-CUENTA TO SB-CUENTA
           MOVE WS-PERIODO TO SB-PERIODO
           MOVE WS-SALDO-ANTERIOR TO SB-SALDO-APERTURA
           MOVE WS-SALDO-CIERRE TO SB-SALDO-CIERRE
           IF WS-HAY-SALDO-PREVIO = "S"
               REWRITE SB-RECORD
           ELSE
               WRITE SB-RECORD
           END-IF.

       END PROGRAM ACCTSTMT.
