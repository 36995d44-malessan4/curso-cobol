       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLFINST.
      *>   Estados financieros del mayor propio (GLMAST.cpy) para el
      *>   periodo pedido (variable de ambiente GLFINST-PERIODO,
      *>   AAAAMM; en blanco, el periodo de la fecha de proceso):
      *>   estado de resultados y balance general, con las cuentas
      *>   agrupadas por su tipo en el catalogo (COAMAST.cpy) y, dentro
      *>   del tipo, por su renglon de estados financieros. El estado
      *>   de resultados trae el mes, el acumulado del anio y los
      *>   mismos dos del anio anterior; el balance, el saldo al
      *>   periodo, los movimientos del mes y del anio, y el saldo al
      *>   mismo periodo del anio anterior. El capital incluye el
      *>   resultado del ejercicio y el de anios anteriores que el
      *>   cierre anual todavia no haya traspasado. El balance tiene
      *>   que probar activo = pasivo + capital: si no, o si hay
      *>   cuentas con saldo fuera del catalogo, RC 4 como GLTRIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-mayor
               ASSIGN TO "glmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLM-CLAVE
               FILE STATUS IS WS-FS-MAYOR.

               SELECT OPTIONAL archivo-catalogo
               ASSIGN TO "coamast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-FS-CATALOGO.

               SELECT archivo-reporte
               ASSIGN TO "glfinst.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-mayor.
           COPY GLMAST.

       FD  archivo-catalogo.
           COPY COAMAST.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-MAYOR PIC XX VALUE "00".
           01 WS-FS-CATALOGO PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-MAYOR PIC X VALUE "N".
           01 WS-HAY-CATALOGO PIC X VALUE "N".

           01 WS-PERIODO PIC X(6) VALUE SPACES.
           01 WS-PERIODO-R REDEFINES WS-PERIODO.
               05 WS-PER-ANIO PIC 9(4).
               05 WS-PER-MES PIC 9(2).
           01 WS-PERIODO-ANT PIC X(6) VALUE SPACES.
           01 WS-PERIODO-ANT-R REDEFINES WS-PERIODO-ANT.
               05 WS-ANT-ANIO PIC 9(4).
               05 WS-ANT-MES PIC 9(2).
           01 WS-PERIODO-CERRADO PIC X VALUE "N".
           01 WS-FECHA-PERIODO PIC X(8) VALUE SPACES.

      *>   Acumulados de la cuenta en curso, como cargos - abonos; el
      *>   signo de presentacion lo pone la seccion.
           01 WS-CUENTA-ACTUAL PIC X(8) VALUE SPACES.
           01 WS-NETO PIC S9(13)V99 VALUE ZEROS.
           01 WS-CTA-MES PIC S9(13)V99 VALUE ZEROS.
           01 WS-CTA-ACUM PIC S9(13)V99 VALUE ZEROS.
           01 WS-CTA-SALDO PIC S9(13)V99 VALUE ZEROS.
           01 WS-CTA-MES-ANT PIC S9(13)V99 VALUE ZEROS.
           01 WS-CTA-ACUM-ANT PIC S9(13)V99 VALUE ZEROS.
           01 WS-CTA-SALDO-ANT PIC S9(13)V99 VALUE ZEROS.
           01 WS-CTA-TIPO PIC X VALUE SPACE.
           01 WS-CTA-RENGLON PIC X(30) VALUE SPACES.

      *>   Renglones de los estados: tipo de cuenta + renglon, en el
      *>   orden de la primera cuenta que los alimenta.
           01 WS-MAX-RENGLONES PIC 9(4) VALUE 500.
           01 WS-CANT-RENGLONES PIC 9(4) VALUE ZEROS.
           01 WS-REN-IDX PIC 9(4) VALUE ZEROS.
           01 WS-REN-HALLADO PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-RENGLONES.
               05 WS-REN OCCURS 500 TIMES.
                   10 WS-REN-TIPO PIC X.
                   10 WS-REN-TEXTO PIC X(30).
                   10 WS-REN-MES PIC S9(13)V99.
                   10 WS-REN-ACUM PIC S9(13)V99.
                   10 WS-REN-SALDO PIC S9(13)V99.
                   10 WS-REN-MES-ANT PIC S9(13)V99.
                   10 WS-REN-ACUM-ANT PIC S9(13)V99.
                   10 WS-REN-SALDO-ANT PIC S9(13)V99.

           01 WS-TOTAL-CUENTAS PIC 9(6) VALUE ZEROS.
           01 WS-CUENTAS-SIN-CATALOGO PIC 9(6) VALUE ZEROS.
           01 WS-CUENTAS-SIN-RENGLON PIC 9(6) VALUE ZEROS.

      *>   Impresion por columnas: el estado en curso (R resultados,
      *>   B balance) decide que acumulado va en cada una.
           01 WS-ESTADO PIC X VALUE SPACE.
           01 WS-TIPO-SECCION PIC X VALUE SPACE.
           01 WS-SIGNO PIC S9 VALUE +1.
           01 WS-COL-IDX PIC 9 VALUE ZEROS.
           01 WS-COLUMNAS.
               05 WS-COL PIC S9(13)V99 OCCURS 4 TIMES.
           01 WS-SECCION.
               05 WS-SEC PIC S9(13)V99 OCCURS 4 TIMES.
           01 WS-INGRESOS.
               05 WS-ING PIC S9(13)V99 OCCURS 4 TIMES.
           01 WS-GASTOS.
               05 WS-GTO PIC S9(13)V99 OCCURS 4 TIMES.
           01 WS-ACTIVO.
               05 WS-ACT PIC S9(13)V99 OCCURS 4 TIMES.
           01 WS-PASIVO.
               05 WS-PAS PIC S9(13)V99 OCCURS 4 TIMES.
           01 WS-CAPITAL.
               05 WS-CAP PIC S9(13)V99 OCCURS 4 TIMES.
           01 WS-PASIVO-CAPITAL.
               05 WS-PYC PIC S9(13)V99 OCCURS 4 TIMES.

      *>   Resultados por columna del balance: del ejercicio (el
      *>   acumulado del anio) y de anios anteriores sin traspasar.
           01 WS-RES-EJERCICIO.
               05 WS-REJ PIC S9(13)V99 OCCURS 4 TIMES.
           01 WS-RES-ANTERIORES.
               05 WS-RAN PIC S9(13)V99 OCCURS 4 TIMES.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "GLFINST - ESTADOS FINANCIEROS".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 50.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-PERIODO.
               05 LP-ESTADO-FIN PIC X(24).
               05 FILLER PIC X(9) VALUE "PERIODO: ".
               05 LP-PERIODO PIC X(6).
               05 FILLER PIC X(9) VALUE "  ESTADO ".
               05 LP-ESTADO PIC X(8).

           01 LIN-COLUMNAS-RESULTADOS.
               05 FILLER PIC X(28) VALUE "RENGLON".
               05 FILLER PIC X(18) VALUE
                   "               MES".
               05 FILLER PIC X(18) VALUE
                   "         ACUM ANIO".
               05 FILLER PIC X(18) VALUE
                   "      MES ANIO ANT".
               05 FILLER PIC X(18) VALUE
                   "     ACUM ANIO ANT".

           01 LIN-COLUMNAS-BALANCE.
               05 FILLER PIC X(28) VALUE "RENGLON".
               05 FILLER PIC X(18) VALUE
                   "     SALDO PERIODO".
               05 FILLER PIC X(18) VALUE
                   "          MOV. MES".
               05 FILLER PIC X(18) VALUE
                   "         MOV. ANIO".
               05 FILLER PIC X(18) VALUE
                   "    SALDO ANIO ANT".

           01 LIN-SECCION PIC X(100) VALUE SPACES.

           01 LIN-DETALLE.
               05 LD-RENGLON PIC X(28).
               05 LD-COLUMNA OCCURS 4 TIMES.
                   10 FILLER PIC X(1) VALUE SPACE.
                   10 LD-IMPORTE PIC Z,ZZZ,ZZZ,ZZ9.99-.

           01 LIN-VEREDICTO PIC X(60) VALUE SPACES.

           01 LIN-CONTADOR.
               05 LC-TEXTO PIC X(40).
               05 LC-CONTADOR PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           ACCEPT WS-PERIODO FROM ENVIRONMENT "GLFINST-PERIODO"
           IF WS-PERIODO = SPACES
               MOVE WS-FECHA-PROCESO-NEG (1:6) TO WS-PERIODO
           END-IF
           IF WS-PERIODO IS NOT NUMERIC
               OR WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "Periodo invalido en GLFINST-PERIODO: "
                   WS-PERIODO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-ANT-ANIO = WS-PER-ANIO - 1
           MOVE WS-PER-MES TO WS-ANT-MES
           MOVE WS-PERIODO TO WS-FECHA-PERIODO (1:6)
           MOVE "01" TO WS-FECHA-PERIODO (7:2)
           CALL "PERCHECK" USING WS-FECHA-PERIODO
               WS-PERIODO-CERRADO
           PERFORM LeePerfilEmpresa
           OPEN INPUT archivo-catalogo
           IF WS-FS-CATALOGO = "00"
               MOVE "S" TO WS-HAY-CATALOGO
           END-IF
           OPEN INPUT archivo-mayor
           IF WS-FS-MAYOR = "00"
               PERFORM UNTIL WS-EOF-MAYOR = "S"
                   READ archivo-mayor NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-MAYOR
                       NOT AT END
                           IF GLM-CUENTA NOT = WS-CUENTA-ACTUAL
                               PERFORM CierraCuenta
                               MOVE GLM-CUENTA TO WS-CUENTA-ACTUAL
                           END-IF
                           PERFORM AcumulaPeriodo
                   END-READ
               END-PERFORM
               PERFORM CierraCuenta
           END-IF
           CLOSE archivo-mayor
           CLOSE archivo-catalogo
           OPEN OUTPUT archivo-reporte
           PERFORM EstadoResultados
           PERFORM BalanceGeneral
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Cuentas con saldo: " WS-TOTAL-CUENTAS
               " Fuera de catalogo: " WS-CUENTAS-SIN-CATALOGO
               " Sin renglon en la tabla: " WS-CUENTAS-SIN-RENGLON
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

      *>   Cada periodo del mayor cae en el saldo (todo lo anterior o
      *>   igual al periodo), en el acumulado si es del mismo anio y
      *>   en el mes si es el periodo mismo; igual contra el periodo
      *>   del anio anterior. Un saldo inicial AAAA00 del cierre
      *>   anual reemplaza el saldo que la cuenta traia y no es
      *>   movimiento del anio; la poliza de cierre AAAA13 queda
      *>   fuera del acumulado de cualquier mes.
       AcumulaPeriodo.
           COMPUTE WS-NETO = GLM-CARGOS - GLM-ABONOS
           IF GLM-PERIODO <= WS-PERIODO
               IF GLM-PERIODO (5:2) = "00"
                   MOVE ZEROS TO WS-CTA-SALDO
               END-IF
               ADD WS-NETO TO WS-CTA-SALDO
               IF GLM-PERIODO (1:4) = WS-PERIODO (1:4)
                   AND GLM-PERIODO (5:2) NOT = "00"
                   ADD WS-NETO TO WS-CTA-ACUM
               END-IF
               IF GLM-PERIODO = WS-PERIODO
                   ADD WS-NETO TO WS-CTA-MES
               END-IF
           END-IF
           IF GLM-PERIODO <= WS-PERIODO-ANT
               IF GLM-PERIODO (5:2) = "00"
                   MOVE ZEROS TO WS-CTA-SALDO-ANT
               END-IF
               ADD WS-NETO TO WS-CTA-SALDO-ANT
               IF GLM-PERIODO (1:4) = WS-PERIODO-ANT (1:4)
                   AND GLM-PERIODO (5:2) NOT = "00"
                   ADD WS-NETO TO WS-CTA-ACUM-ANT
               END-IF
               IF GLM-PERIODO = WS-PERIODO-ANT
                   ADD WS-NETO TO WS-CTA-MES-ANT
               END-IF
           END-IF.

      *>   Al cambiar de cuenta, sus acumulados se suman al renglon
      *>   de su tipo en el catalogo. Una cuenta sin catalogo no se
      *>   puede clasificar: sale en su propia seccion y el balance
      *>   no se da por bueno.
       CierraCuenta.
           IF WS-CUENTA-ACTUAL = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CTA-SALDO NOT = ZEROS OR WS-CTA-SALDO-ANT NOT = ZEROS
               OR WS-CTA-MES NOT = ZEROS OR WS-CTA-ACUM NOT = ZEROS
               OR WS-CTA-MES-ANT NOT = ZEROS
               OR WS-CTA-ACUM-ANT NOT = ZEROS
               ADD 1 TO WS-TOTAL-CUENTAS
               PERFORM ClasificaCuenta
               PERFORM SumaRenglon
           END-IF
           MOVE ZEROS TO WS-CTA-MES WS-CTA-ACUM WS-CTA-SALDO
               WS-CTA-MES-ANT WS-CTA-ACUM-ANT WS-CTA-SALDO-ANT.

       ClasificaCuenta.
           MOVE "X" TO WS-CTA-TIPO
           MOVE SPACES TO WS-CTA-RENGLON
           STRING "CUENTA " WS-CUENTA-ACTUAL
               DELIMITED BY SIZE INTO WS-CTA-RENGLON
           IF WS-HAY-CATALOGO = "S"
               MOVE WS-CUENTA-ACTUAL TO CTA-CUENTA
               READ archivo-catalogo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTA-TIPO TO WS-CTA-TIPO
                       IF CTA-RENGLON-EF NOT = SPACES
                           MOVE CTA-RENGLON-EF TO WS-CTA-RENGLON
                       ELSE
                           MOVE CTA-DESCRIPCION TO WS-CTA-RENGLON
                       END-IF
               END-READ
           END-IF
           IF WS-CTA-TIPO NOT = "A" AND WS-CTA-TIPO NOT = "P"
               AND WS-CTA-TIPO NOT = "C" AND WS-CTA-TIPO NOT = "I"
               AND WS-CTA-TIPO NOT = "G"
               MOVE "X" TO WS-CTA-TIPO
               ADD 1 TO WS-CUENTAS-SIN-CATALOGO
           END-IF.

       SumaRenglon.
           MOVE ZEROS TO WS-REN-HALLADO
           PERFORM VARYING WS-REN-IDX FROM 1 BY 1
               UNTIL WS-REN-IDX > WS-CANT-RENGLONES
               OR WS-REN-HALLADO > 0
               IF WS-REN-TIPO (WS-REN-IDX) = WS-CTA-TIPO
                   AND WS-REN-TEXTO (WS-REN-IDX) = WS-CTA-RENGLON
                   MOVE WS-REN-IDX TO WS-REN-HALLADO
               END-IF
           END-PERFORM
           IF WS-REN-HALLADO = 0
               IF WS-CANT-RENGLONES >= WS-MAX-RENGLONES
                   DISPLAY "Tabla de renglones llena, cuenta sin "
                       "renglon: " WS-CUENTA-ACTUAL
                   ADD 1 TO WS-CUENTAS-SIN-RENGLON
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CANT-RENGLONES
               MOVE WS-CANT-RENGLONES TO WS-REN-HALLADO
               MOVE WS-CTA-TIPO TO WS-REN-TIPO (WS-REN-HALLADO)
               MOVE WS-CTA-RENGLON TO WS-REN-TEXTO (WS-REN-HALLADO)
               MOVE ZEROS TO WS-REN-MES (WS-REN-HALLADO)
                   WS-REN-ACUM (WS-REN-HALLADO)
                   WS-REN-SALDO (WS-REN-HALLADO)
                   WS-REN-MES-ANT (WS-REN-HALLADO)
                   WS-REN-ACUM-ANT (WS-REN-HALLADO)
                   WS-REN-SALDO-ANT (WS-REN-HALLADO)
           END-IF
           ADD WS-CTA-MES TO WS-REN-MES (WS-REN-HALLADO)
           ADD WS-CTA-ACUM TO WS-REN-ACUM (WS-REN-HALLADO)
           ADD WS-CTA-SALDO TO WS-REN-SALDO (WS-REN-HALLADO)
           ADD WS-CTA-MES-ANT TO WS-REN-MES-ANT (WS-REN-HALLADO)
           ADD WS-CTA-ACUM-ANT TO WS-REN-ACUM-ANT (WS-REN-HALLADO)
           ADD WS-CTA-SALDO-ANT TO WS-REN-SALDO-ANT (WS-REN-HALLADO).

      *>   Ingresos (acreedores, signo invertido) menos gastos.
       EstadoResultados.
           MOVE "R" TO WS-ESTADO
           MOVE "ESTADO DE RESULTADOS" TO LP-ESTADO-FIN
           PERFORM ImprimeEncabezado
           MOVE "I" TO WS-TIPO-SECCION
           MOVE -1 TO WS-SIGNO
           MOVE "INGRESOS" TO LIN-SECCION
           PERFORM ImprimeSeccion
           MOVE WS-SECCION TO WS-INGRESOS
           MOVE "TOTAL INGRESOS" TO LD-RENGLON
           PERFORM ImprimeTotalSeccion
           MOVE "G" TO WS-TIPO-SECCION
           MOVE +1 TO WS-SIGNO
           MOVE "GASTOS" TO LIN-SECCION
           PERFORM ImprimeSeccion
           MOVE WS-SECCION TO WS-GASTOS
           MOVE "TOTAL GASTOS" TO LD-RENGLON
           PERFORM ImprimeTotalSeccion
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > 4
               COMPUTE WS-SEC (WS-COL-IDX) = WS-ING (WS-COL-IDX)
                   - WS-GTO (WS-COL-IDX)
           END-PERFORM
           MOVE "UTILIDAD (PERDIDA) NETA" TO LD-RENGLON
           PERFORM ImprimeTotalSeccion.

      *>   Activo contra pasivo + capital; el capital lleva el
      *>   resultado del ejercicio y el de anios anteriores sin
      *>   traspasar, calculados de las cuentas de resultados.
       BalanceGeneral.
           PERFORM CalculaResultados
           MOVE "B" TO WS-ESTADO
           MOVE "BALANCE GENERAL" TO LP-ESTADO-FIN
           PERFORM ImprimeEncabezado
           MOVE "A" TO WS-TIPO-SECCION
           MOVE +1 TO WS-SIGNO
           MOVE "ACTIVO" TO LIN-SECCION
           PERFORM ImprimeSeccion
           MOVE WS-SECCION TO WS-ACTIVO
           MOVE "TOTAL ACTIVO" TO LD-RENGLON
           PERFORM ImprimeTotalSeccion
           MOVE "P" TO WS-TIPO-SECCION
           MOVE -1 TO WS-SIGNO
           MOVE "PASIVO" TO LIN-SECCION
           PERFORM ImprimeSeccion
           MOVE WS-SECCION TO WS-PASIVO
           MOVE "TOTAL PASIVO" TO LD-RENGLON
           PERFORM ImprimeTotalSeccion
           MOVE "C" TO WS-TIPO-SECCION
           MOVE -1 TO WS-SIGNO
           MOVE "CAPITAL" TO LIN-SECCION
           PERFORM ImprimeSeccion
           MOVE WS-RES-ANTERIORES TO WS-COLUMNAS
           MOVE SPACES TO LD-RENGLON
           MOVE "RESULTADOS ANT. SIN CERRAR" TO LD-RENGLON (3:26)
           PERFORM ImprimeColumnas
           MOVE WS-RES-EJERCICIO TO WS-COLUMNAS
           MOVE SPACES TO LD-RENGLON
           MOVE "RESULTADO DEL EJERCICIO" TO LD-RENGLON (3:26)
           PERFORM ImprimeColumnas
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > 4
               COMPUTE WS-CAP (WS-COL-IDX) = WS-SEC (WS-COL-IDX)
                   + WS-RAN (WS-COL-IDX) + WS-REJ (WS-COL-IDX)
               COMPUTE WS-PYC (WS-COL-IDX) = WS-PAS (WS-COL-IDX)
                   + WS-CAP (WS-COL-IDX)
           END-PERFORM
           MOVE WS-CAPITAL TO WS-SECCION
           MOVE "TOTAL CAPITAL" TO LD-RENGLON
           PERFORM ImprimeTotalSeccion
           MOVE WS-PASIVO-CAPITAL TO WS-SECCION
           MOVE "TOTAL PASIVO + CAPITAL" TO LD-RENGLON
           PERFORM ImprimeTotalSeccion
           IF WS-CUENTAS-SIN-CATALOGO > 0
               MOVE "X" TO WS-TIPO-SECCION
               MOVE +1 TO WS-SIGNO
               MOVE "CUENTAS FUERA DE CATALOGO (CARGOS - ABONOS)"
                   TO LIN-SECCION
               PERFORM ImprimeSeccion
           END-IF
           PERFORM ImprimeVeredicto.

      *>   Resultado por columna del balance: el del ejercicio es el
      *>   acumulado del anio de ingresos menos gastos; el de anios
      *>   anteriores, lo que sus saldos traen de antes de enero.
       CalculaResultados.
           MOVE ZEROS TO WS-RES-EJERCICIO WS-RES-ANTERIORES
           PERFORM VARYING WS-REN-IDX FROM 1 BY 1
               UNTIL WS-REN-IDX > WS-CANT-RENGLONES
               IF WS-REN-TIPO (WS-REN-IDX) = "I"
                   OR WS-REN-TIPO (WS-REN-IDX) = "G"
                   SUBTRACT WS-REN-ACUM (WS-REN-IDX) FROM WS-REJ (1)
                   SUBTRACT WS-REN-MES (WS-REN-IDX) FROM WS-REJ (2)
                   SUBTRACT WS-REN-ACUM (WS-REN-IDX) FROM WS-REJ (3)
                   SUBTRACT WS-REN-ACUM-ANT (WS-REN-IDX)
                       FROM WS-REJ (4)
                   COMPUTE WS-RAN (1) = WS-RAN (1)
                       - WS-REN-SALDO (WS-REN-IDX)
                       + WS-REN-ACUM (WS-REN-IDX)
                   COMPUTE WS-RAN (4) = WS-RAN (4)
                       - WS-REN-SALDO-ANT (WS-REN-IDX)
                       + WS-REN-ACUM-ANT (WS-REN-IDX)
               END-IF
           END-PERFORM.

       ImprimeSeccion.
           MOVE ZEROS TO WS-SECCION
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM LIN-SECCION
           ADD 2 TO WS-CONTADOR-LINEAS
           PERFORM VARYING WS-REN-IDX FROM 1 BY 1
               UNTIL WS-REN-IDX > WS-CANT-RENGLONES
               IF WS-REN-TIPO (WS-REN-IDX) = WS-TIPO-SECCION
                   PERFORM ImprimeRenglon
               END-IF
           END-PERFORM.

       ImprimeRenglon.
           IF WS-ESTADO = "R"
               MOVE WS-REN-MES (WS-REN-IDX) TO WS-COL (1)
               MOVE WS-REN-ACUM (WS-REN-IDX) TO WS-COL (2)
               MOVE WS-REN-MES-ANT (WS-REN-IDX) TO WS-COL (3)
               MOVE WS-REN-ACUM-ANT (WS-REN-IDX) TO WS-COL (4)
           ELSE
               MOVE WS-REN-SALDO (WS-REN-IDX) TO WS-COL (1)
               MOVE WS-REN-MES (WS-REN-IDX) TO WS-COL (2)
               MOVE WS-REN-ACUM (WS-REN-IDX) TO WS-COL (3)
               MOVE WS-REN-SALDO-ANT (WS-REN-IDX) TO WS-COL (4)
           END-IF
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > 4
               COMPUTE WS-COL (WS-COL-IDX) =
                   WS-COL (WS-COL-IDX) * WS-SIGNO
               ADD WS-COL (WS-COL-IDX) TO WS-SEC (WS-COL-IDX)
           END-PERFORM
           MOVE SPACES TO LD-RENGLON
           MOVE WS-REN-TEXTO (WS-REN-IDX) TO LD-RENGLON (3:26)
           PERFORM ImprimeColumnas.

       ImprimeTotalSeccion.
           MOVE WS-SECCION TO WS-COLUMNAS
           PERFORM ImprimeColumnas.

       ImprimeColumnas.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > 4
               MOVE WS-COL (WS-COL-IDX) TO LD-IMPORTE (WS-COL-IDX)
           END-PERFORM
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-CONTADOR-LINEAS.

      *>   La prueba del balance se hace en las dos columnas de
      *>   saldo (el periodo y el mismo periodo del anio anterior).
       ImprimeVeredicto.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           IF WS-ACT (1) = WS-PYC (1) AND WS-ACT (4) = WS-PYC (4)
               MOVE "ACTIVO = PASIVO + CAPITAL: EL BALANCE CUADRA"
                   TO LIN-VEREDICTO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE
                   "** FUERA DE BALANCE: ACTIVO <> PASIVO + CAPITAL **"
                   TO LIN-VEREDICTO
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE LINEA-REPORTE FROM LIN-VEREDICTO
           IF WS-CUENTAS-SIN-CATALOGO > 0
               MOVE "CUENTAS CON SALDO FUERA DE CATALOGO" TO LC-TEXTO
               MOVE WS-CUENTAS-SIN-CATALOGO TO LC-CONTADOR
               WRITE LINEA-REPORTE FROM LIN-CONTADOR
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CUENTAS-SIN-RENGLON > 0
               MOVE "CUENTAS FUERA POR TABLA DE RENGLONES LLENA"
                   TO LC-TEXTO
               MOVE WS-CUENTAS-SIN-RENGLON TO LC-CONTADOR
               WRITE LINEA-REPORTE FROM LIN-CONTADOR
               MOVE 4 TO RETURN-CODE
           END-IF.

       ImprimeEncabezado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           MOVE WS-PERIODO TO LP-PERIODO
           IF WS-PERIODO-CERRADO = "S"
               MOVE "CERRADO" TO LP-ESTADO
           ELSE
               MOVE "ABIERTO" TO LP-ESTADO
           END-IF
           WRITE LINEA-REPORTE FROM LIN-PERIODO
           IF WS-ESTADO = "R"
               WRITE LINEA-REPORTE FROM LIN-COLUMNAS-RESULTADOS
           ELSE
               WRITE LINEA-REPORTE FROM LIN-COLUMNAS-BALANCE
           END-IF
           MOVE 3 TO WS-CONTADOR-LINEAS.

       END PROGRAM GLFINST.
