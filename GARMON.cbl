       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARMON.
      *>   Monitoreo mensual de garantias: corre solo cuando el
      *>   veredicto de CALCHECK en calhoy.dat trae la marca de fin
      *>   de mes, igual que LOANRISK. Para cada prestamo activo
      *>   toma el saldo insoluto del renglon al corte de la tabla de
      *>   amortizacion (mismo calculo de mes de corte que LOANRISK),
      *>   suma el avaluo de sus garantias vigentes (GARANTIA.cpy) y
      *>   calcula la relacion prestamo/valor (LTV). Marca en el
      *>   reporte los avaluos mas viejos que lo que permite
      *>   GARCTL.cpy, los seguros vencidos y los LTV arriba del
      *>   maximo, y lista el numero de avales vigentes (AVAL.cpy).
      *>   Deja en garval.dat el valor elegible (avaluo aforado de
      *>   las garantias al dia) que LOANRISK descuenta del saldo
      *>   antes de provisionar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-veredicto
               ASSIGN TO "calhoy.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VEREDICTO.

               SELECT archivo-prestamos
               ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-NUMERO
               FILE STATUS IS WS-FS-PRESTAMOS.

               SELECT OPTIONAL archivo-tabla
               ASSIGN TO "amortsch.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TABLA.

               SELECT OPTIONAL archivo-garantias
               ASSIGN TO "garantia.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GT-CLAVE
               FILE STATUS IS WS-FS-GARANTIAS.

               SELECT OPTIONAL archivo-avales
               ASSIGN TO "avales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AV-CLAVE
               FILE STATUS IS WS-FS-AVALES.

               SELECT OPTIONAL archivo-control
               ASSIGN TO "garctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT archivo-valores
               ASSIGN TO "garval.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VALORES.

               SELECT archivo-reporte
               ASSIGN TO "garmon.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-veredicto.
           01 VEREDICTO-RECORD.
               05 VRD-FECHA              PIC X(8).
               05 VRD-TIPO               PIC X(1).
               05 VRD-FIN-DE-MES         PIC X(1).

       FD  archivo-prestamos.
           COPY LOANMAST.

       FD  archivo-tabla.
           COPY AMORTSCH.

       FD  archivo-garantias.
           COPY GARANTIA.

       FD  archivo-avales.
           COPY AVAL.

       FD  archivo-control.
           COPY GARCTL.

       FD  archivo-valores.
           COPY GARVAL.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(132).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-VEREDICTO PIC XX VALUE "00".
           01 WS-FS-PRESTAMOS PIC XX VALUE "00".
           01 WS-FS-TABLA PIC XX VALUE "00".
           01 WS-FS-GARANTIAS PIC XX VALUE "00".
           01 WS-FS-AVALES PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-VALORES PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-PRESTAMOS PIC X VALUE "N".
           01 WS-EOF-TABLA PIC X VALUE "N".
           01 WS-EOF-GARANTIAS PIC X VALUE "N".
           01 WS-EOF-AVALES PIC X VALUE "N".
           01 WS-ES-FIN-DE-MES PIC X VALUE "N".

      *>   Parametros de GARCTL.cpy; sin archivo, un avaluo vale dos
      *>   anios, el LTV maximo es 80% y se reconoce el avaluo
      *>   completo como cobertura.
           01 WS-MESES-AVALUO PIC 9(3) VALUE 24.
           01 WS-PCT-LTV-MAX PIC 9(3)V99 VALUE 80.
           01 WS-PCT-AFORO PIC 9(3)V99 VALUE 100.

      *>   Prestamos activos con su saldo al corte; avaluo, valor
      *>   elegible y avales se acumulan al recorrer los registros.
           01 WS-MAX-PRESTAMOS PIC 9(4) VALUE 2000.
           01 WS-CANT-PRESTAMOS PIC 9(4) VALUE ZEROS.
           01 WS-PRE-IDX PIC 9(4) VALUE ZEROS.
           01 WS-PRE-ENCONTRADO PIC 9(4) VALUE ZEROS.
           01 WS-BUSCA-NUMERO PIC 9(8) VALUE ZEROS.
           01 WS-TABLA-PRESTAMOS.
               05 WS-PRE OCCURS 2000 TIMES
                   DEPENDING ON WS-CANT-PRESTAMOS.
                   10 WS-PRE-NUMERO PIC 9(8).
                   10 WS-PRE-MES-CORTE PIC 9(3).
                   10 WS-PRE-SALDO PIC S9(9)V99.
                   10 WS-PRE-AVALUO PIC 9(11)V99.
                   10 WS-PRE-ELEGIBLE PIC 9(11)V99.
                   10 WS-PRE-GARANTIAS PIC 9(3).
                   10 WS-PRE-AVALES PIC 9(3).

      *>   Meses transcurridos para ubicar el renglon al corte y
      *>   para la antiguedad del avaluo.
           01 WS-FECHA-PROCESO.
               05 WS-FP-ANIO PIC 9(4).
               05 WS-FP-MES PIC 99.
               05 WS-FP-DIA PIC 99.
           01 WS-INICIO.
               05 WS-IN-ANIO PIC 9(4).
               05 WS-IN-MES PIC 99.
               05 WS-IN-DIA PIC 99.
           01 WS-MESES-TRANSCURRIDOS PIC S9(5) VALUE ZEROS.

           01 WS-AVALUO-VENCIDO PIC X VALUE "N".
           01 WS-SEGURO-VENCIDO PIC X VALUE "N".
           01 WS-LTV PIC 9(5)V99 VALUE ZEROS.

           01 WS-TOTAL-GARANTIAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-AVALUO-VENC PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SEGURO-VENC PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-LTV-ALTO PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SIN-PRESTAMO PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CUBIERTOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-AVALUO PIC 9(13)V99 VALUE ZEROS.
           01 WS-TOTAL-ELEGIBLE PIC 9(13)V99 VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "GARMON - COBERTURA DE GARANTIAS".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.

           01 LIN-COLUMNAS-GAR.
               05 FILLER PIC X(15) VALUE "PRESTAMO SEC T ".
               05 FILLER PIC X(31) VALUE "DESCRIPCION".
               05 FILLER PIC X(18) VALUE "           AVALUO ".
               05 FILLER PIC X(9) VALUE "F.AVALUO ".
               05 FILLER PIC X(10) VALUE "SEGURO".
               05 FILLER PIC X(11) VALUE "OBSERVACION".

           01 LIN-GARANTIA.
               05 LG-NUMERO PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LG-SECUENCIA PIC 99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LG-TIPO PIC X(1).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LG-DESCRIPCION PIC X(30).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LG-AVALUO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LG-FECHA-AVALUO PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LG-VENCE-SEGURO PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LG-OBSERVACION PIC X(40).

           01 LIN-COLUMNAS-PRE.
               05 FILLER PIC X(9) VALUE "PRESTAMO ".
               05 FILLER PIC X(16) VALUE "         SALDO  ".
               05 FILLER PIC X(18) VALUE "           AVALUO ".
               05 FILLER PIC X(18) VALUE "         ELEGIBLE ".
               05 FILLER PIC X(8) VALUE "    LTV%".
               05 FILLER PIC X(6) VALUE "AVALES".
               05 FILLER PIC X(11) VALUE "OBSERVACION".

           01 LIN-PRESTAMO.
               05 LP-NUMERO-R PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-SALDO-R PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-AVALUO-R PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-ELEGIBLE-R PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-LTV-R PIC ZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-AVALES-R PIC ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LP-OBSERVACION-R PIC X(30).

           01 LIN-TOTALES.
               05 FILLER PIC X(20) VALUE "GARANTIAS VIGENTES: ".
               05 LT-GARANTIAS PIC ZZZ,ZZ9.
               05 FILLER PIC X(17) VALUE "  AVALUO VENCIDO:".
               05 LT-AVALUO-VENC PIC ZZZ,ZZ9.
               05 FILLER PIC X(17) VALUE "  SEGURO VENCIDO:".
               05 LT-SEGURO-VENC PIC ZZZ,ZZ9.
               05 FILLER PIC X(12) VALUE "  LTV ALTO:".
               05 LT-LTV-ALTO PIC ZZZ,ZZ9.

           01 LIN-TOTALES-VALOR.
               05 FILLER PIC X(20) VALUE "AVALUO TOTAL:       ".
               05 LT-AVALUO PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(19) VALUE "  VALOR ELEGIBLE:  ".
               05 LT-ELEGIBLE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

           01 LIN-SIN-PRESTAMO.
               05 FILLER PIC X(40) VALUE
                   "GARANTIAS DE PRESTAMOS NO ACTIVOS:     ".
               05 LT-SIN-PRESTAMO PIC ZZZ,ZZ9.

      *>   Bitacora de corrida (ver RUNLOGW), igual que LOANRISK.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "GARMON".
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
           MOVE WS-FECHA-PROCESO-NEG TO WS-FECHA-PROCESO
           PERFORM ChecaFinDeMes
           IF WS-ES-FIN-DE-MES NOT = "S"
               DISPLAY "GARMON: hoy no es fin de mes, no corre"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LeePerfilEmpresa
           PERFORM LeeControl
           PERFORM CargaPrestamos
           PERFORM PegaTabla
           OPEN OUTPUT archivo-reporte
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           PERFORM RecorreGarantias
           PERFORM CuentaAvales
           PERFORM ImprimePrestamos
           PERFORM ImprimeTotales
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Garantias: " WS-TOTAL-GARANTIAS
               " Avaluo vencido: " WS-TOTAL-AVALUO-VENC
               " Seguro vencido: " WS-TOTAL-SEGURO-VENC
               " LTV alto: " WS-TOTAL-LTV-ALTO
           MOVE WS-TOTAL-CUBIERTOS TO WS-RL-ESCRITOS
           IF WS-TOTAL-AVALUO-VENC > 0 OR WS-TOTAL-SEGURO-VENC > 0
               OR WS-TOTAL-LTV-ALTO > 0
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

      *>   La marca de fin de mes viene del veredicto que CALCHECK
      *>   deja en calhoy.dat; sin veredicto no se corre.
       ChecaFinDeMes.
           OPEN INPUT archivo-veredicto
           IF WS-FS-VEREDICTO = "00"
               READ archivo-veredicto
                   NOT AT END
                       IF VRD-FIN-DE-MES = "S"
                           MOVE "S" TO WS-ES-FIN-DE-MES
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-veredicto.

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

       LeeControl.
           OPEN INPUT archivo-control
           IF WS-FS-CONTROL = "00"
               READ archivo-control
                   NOT AT END
                       IF GC-MESES-AVALUO > 0
                           MOVE GC-MESES-AVALUO TO WS-MESES-AVALUO
                       END-IF
                       IF GC-PCT-LTV-MAX > 0
                           MOVE GC-PCT-LTV-MAX TO WS-PCT-LTV-MAX
                       END-IF
                       MOVE GC-PCT-AFORO TO WS-PCT-AFORO
               END-READ
           END-IF
           CLOSE archivo-control.

       CargaPrestamos.
           OPEN INPUT archivo-prestamos
           PERFORM UNTIL WS-EOF-PRESTAMOS = "S"
               READ archivo-prestamos NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PRESTAMOS
                   NOT AT END
                       IF LN-ESTADO = "A"
                           AND WS-CANT-PRESTAMOS < WS-MAX-PRESTAMOS
                           ADD 1 TO WS-CANT-PRESTAMOS
                           MOVE LN-NUMERO TO
                               WS-PRE-NUMERO (WS-CANT-PRESTAMOS)
                           PERFORM CalculaMesCorte
                           MOVE LN-PRINCIPAL TO
                               WS-PRE-SALDO (WS-CANT-PRESTAMOS)
                           MOVE ZEROS TO
                               WS-PRE-AVALUO (WS-CANT-PRESTAMOS)
                           MOVE ZEROS TO
                               WS-PRE-ELEGIBLE (WS-CANT-PRESTAMOS)
                           MOVE ZEROS TO
                               WS-PRE-GARANTIAS (WS-CANT-PRESTAMOS)
                           MOVE ZEROS TO
                               WS-PRE-AVALES (WS-CANT-PRESTAMOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-prestamos.

      *>   Mismo mes de corte que LOANRISK, para que el LTV y la
      *>   provision se midan contra el mismo saldo.
       CalculaMesCorte.
           MOVE LN-FECHA-INICIO TO WS-INICIO
           COMPUTE WS-MESES-TRANSCURRIDOS =
               (WS-FP-ANIO - WS-IN-ANIO) * 12
               + WS-FP-MES - WS-IN-MES
           IF WS-MESES-TRANSCURRIDOS < 0
               MOVE ZEROS TO WS-MESES-TRANSCURRIDOS
           END-IF
           IF WS-MESES-TRANSCURRIDOS > LN-PLAZO
               MOVE LN-PLAZO TO WS-MESES-TRANSCURRIDOS
           END-IF
           MOVE WS-MESES-TRANSCURRIDOS TO
               WS-PRE-MES-CORTE (WS-CANT-PRESTAMOS).

      *>   Una pasada sobre la tabla de amortizacion pega a cada
      *>   prestamo el saldo insoluto (SCH-SALDO) del renglon al
      *>   corte; antes de la primera cuota queda el capital.
       PegaTabla.
           OPEN INPUT archivo-tabla
           IF WS-FS-TABLA NOT = "00"
               CLOSE archivo-tabla
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-TABLA = "S"
               READ archivo-tabla
                   AT END
                       MOVE "S" TO WS-EOF-TABLA
                   NOT AT END
                       PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                           UNTIL WS-PRE-IDX > WS-CANT-PRESTAMOS
                           IF WS-PRE-NUMERO (WS-PRE-IDX) = SCH-NUMERO
                               AND SCH-MES =
                                   WS-PRE-MES-CORTE (WS-PRE-IDX)
                               MOVE SCH-SALDO TO
                                   WS-PRE-SALDO (WS-PRE-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE archivo-tabla.

       BuscaPrestamo.
           MOVE ZEROS TO WS-PRE-ENCONTRADO
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
               UNTIL WS-PRE-IDX > WS-CANT-PRESTAMOS
               OR WS-PRE-ENCONTRADO > 0
               IF WS-PRE-NUMERO (WS-PRE-IDX) = WS-BUSCA-NUMERO
                   MOVE WS-PRE-IDX TO WS-PRE-ENCONTRADO
               END-IF
           END-PERFORM.

      *>   Cada garantia vigente se imprime con sus marcas; solo la
      *>   que tiene avaluo y seguro al dia suma al valor elegible.
      *>   Las de prestamos ya no activos (pagados o castigados sin
      *>   liberar la garantia) se cuentan aparte para que se
      *>   liberen en GARMNT.
       RecorreGarantias.
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS-GAR
           OPEN INPUT archivo-garantias
           IF WS-FS-GARANTIAS NOT = "00"
               CLOSE archivo-garantias
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-GARANTIAS = "S"
               READ archivo-garantias NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-GARANTIAS
                   NOT AT END
                       ADD 1 TO WS-RL-LEIDOS
                       IF GT-ESTADO = "A"
                           PERFORM EvaluaGarantia
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-garantias.

       EvaluaGarantia.
           MOVE GT-NUMERO TO WS-BUSCA-NUMERO
           PERFORM BuscaPrestamo
           IF WS-PRE-ENCONTRADO = 0
               ADD 1 TO WS-TOTAL-SIN-PRESTAMO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-GARANTIAS
           MOVE SPACES TO LG-OBSERVACION
           MOVE "N" TO WS-AVALUO-VENCIDO
           MOVE "N" TO WS-SEGURO-VENCIDO
           IF GT-FECHA-AVALUO IS NOT NUMERIC
               MOVE "S" TO WS-AVALUO-VENCIDO
           ELSE
               MOVE GT-FECHA-AVALUO TO WS-INICIO
               COMPUTE WS-MESES-TRANSCURRIDOS =
                   (WS-FP-ANIO - WS-IN-ANIO) * 12
                   + WS-FP-MES - WS-IN-MES
               IF WS-FP-DIA < WS-IN-DIA
                   SUBTRACT 1 FROM WS-MESES-TRANSCURRIDOS
               END-IF
               IF WS-MESES-TRANSCURRIDOS >= WS-MESES-AVALUO
                   MOVE "S" TO WS-AVALUO-VENCIDO
               END-IF
           END-IF
           IF GT-VENCE-SEGURO NOT = SPACES
               AND GT-VENCE-SEGURO < WS-FECHA-PROCESO-NEG
               MOVE "S" TO WS-SEGURO-VENCIDO
           END-IF
           EVALUATE TRUE
               WHEN WS-AVALUO-VENCIDO = "S"
                   AND WS-SEGURO-VENCIDO = "S"
                   MOVE "AVALUO Y SEGURO VENCIDOS" TO LG-OBSERVACION
               WHEN WS-AVALUO-VENCIDO = "S"
                   MOVE "AVALUO VENCIDO" TO LG-OBSERVACION
               WHEN WS-SEGURO-VENCIDO = "S"
                   MOVE "SEGURO VENCIDO" TO LG-OBSERVACION
           END-EVALUATE
           IF WS-AVALUO-VENCIDO = "S"
               ADD 1 TO WS-TOTAL-AVALUO-VENC
           END-IF
           IF WS-SEGURO-VENCIDO = "S"
               ADD 1 TO WS-TOTAL-SEGURO-VENC
           END-IF
           ADD 1 TO WS-PRE-GARANTIAS (WS-PRE-ENCONTRADO)
           ADD GT-VALOR-AVALUO TO WS-PRE-AVALUO (WS-PRE-ENCONTRADO)
           ADD GT-VALOR-AVALUO TO WS-TOTAL-AVALUO
           IF WS-AVALUO-VENCIDO = "N" AND WS-SEGURO-VENCIDO = "N"
               COMPUTE WS-PRE-ELEGIBLE (WS-PRE-ENCONTRADO) ROUNDED =
                   WS-PRE-ELEGIBLE (WS-PRE-ENCONTRADO)
                   + GT-VALOR-AVALUO * WS-PCT-AFORO / 100
           END-IF
           MOVE GT-NUMERO TO LG-NUMERO
           MOVE GT-SECUENCIA TO LG-SECUENCIA
           MOVE GT-TIPO TO LG-TIPO
           MOVE GT-DESCRIPCION TO LG-DESCRIPCION
           MOVE GT-VALOR-AVALUO TO LG-AVALUO
           MOVE GT-FECHA-AVALUO TO LG-FECHA-AVALUO
           MOVE GT-VENCE-SEGURO TO LG-VENCE-SEGURO
           WRITE LINEA-REPORTE FROM LIN-GARANTIA.

       CuentaAvales.
           OPEN INPUT archivo-avales
           IF WS-FS-AVALES NOT = "00"
               CLOSE archivo-avales
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-AVALES = "S"
               READ archivo-avales NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-AVALES
                   NOT AT END
                       IF AV-ESTADO = "A"
                           MOVE AV-NUMERO TO WS-BUSCA-NUMERO
                           PERFORM BuscaPrestamo
                           IF WS-PRE-ENCONTRADO > 0
                               ADD 1 TO
                                   WS-PRE-AVALES (WS-PRE-ENCONTRADO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-avales.

      *>   Un renglon por prestamo con garantia o aval; el LTV es
      *>   saldo entre avaluo total. garval.dat se reescribe completo
      *>   con los prestamos que tienen garantia vigente.
       ImprimePrestamos.
           WRITE LINEA-REPORTE FROM SPACES
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS-PRE
           OPEN OUTPUT archivo-valores
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
               UNTIL WS-PRE-IDX > WS-CANT-PRESTAMOS
               IF WS-PRE-GARANTIAS (WS-PRE-IDX) > 0
                   OR WS-PRE-AVALES (WS-PRE-IDX) > 0
                   PERFORM ImprimeUnPrestamo
               END-IF
           END-PERFORM
           CLOSE archivo-valores.

       ImprimeUnPrestamo.
           MOVE SPACES TO LP-OBSERVACION-R
           MOVE ZEROS TO WS-LTV
           IF WS-PRE-AVALUO (WS-PRE-IDX) > 0
               AND WS-PRE-SALDO (WS-PRE-IDX) > 0
               COMPUTE WS-LTV ROUNDED =
                   WS-PRE-SALDO (WS-PRE-IDX) * 100
                   / WS-PRE-AVALUO (WS-PRE-IDX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-LTV
               END-COMPUTE
               IF WS-LTV > WS-PCT-LTV-MAX
                   MOVE "LTV ARRIBA DEL MAXIMO" TO LP-OBSERVACION-R
                   ADD 1 TO WS-TOTAL-LTV-ALTO
               END-IF
           END-IF
           IF WS-PRE-GARANTIAS (WS-PRE-IDX) = 0
               MOVE "SOLO AVAL, SIN GARANTIA" TO LP-OBSERVACION-R
           END-IF
           MOVE WS-PRE-NUMERO (WS-PRE-IDX) TO LP-NUMERO-R
           MOVE WS-PRE-SALDO (WS-PRE-IDX) TO LP-SALDO-R
           MOVE WS-PRE-AVALUO (WS-PRE-IDX) TO LP-AVALUO-R
           MOVE WS-PRE-ELEGIBLE (WS-PRE-IDX) TO LP-ELEGIBLE-R
           MOVE WS-LTV TO LP-LTV-R
           MOVE WS-PRE-AVALES (WS-PRE-IDX) TO LP-AVALES-R
           WRITE LINEA-REPORTE FROM LIN-PRESTAMO
           IF WS-PRE-GARANTIAS (WS-PRE-IDX) > 0
               MOVE WS-PRE-NUMERO (WS-PRE-IDX) TO GV-NUMERO
               MOVE WS-PRE-AVALUO (WS-PRE-IDX) TO GV-VALOR-AVALUO
               MOVE WS-PRE-ELEGIBLE (WS-PRE-IDX) TO GV-VALOR-ELEGIBLE
               WRITE GV-RECORD
               ADD 1 TO WS-TOTAL-CUBIERTOS
               ADD WS-PRE-ELEGIBLE (WS-PRE-IDX) TO WS-TOTAL-ELEGIBLE
           END-IF.

       ImprimeTotales.
           WRITE LINEA-REPORTE FROM SPACES
           MOVE WS-TOTAL-GARANTIAS TO LT-GARANTIAS
           MOVE WS-TOTAL-AVALUO-VENC TO LT-AVALUO-VENC
           MOVE WS-TOTAL-SEGURO-VENC TO LT-SEGURO-VENC
           MOVE WS-TOTAL-LTV-ALTO TO LT-LTV-ALTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE WS-TOTAL-AVALUO TO LT-AVALUO
           MOVE WS-TOTAL-ELEGIBLE TO LT-ELEGIBLE
           WRITE LINEA-REPORTE FROM LIN-TOTALES-VALOR
           IF WS-TOTAL-SIN-PRESTAMO > 0
               MOVE WS-TOTAL-SIN-PRESTAMO TO LT-SIN-PRESTAMO
               WRITE LINEA-REPORTE FROM LIN-SIN-PRESTAMO
           END-IF.

       END PROGRAM GARMON.
