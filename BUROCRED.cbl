       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUROCRED.
      *>   Reporte mensual al buro de credito: corre solo cuando el
      *>   veredicto de CALCHECK en calhoy.dat trae la marca de fin
      *>   de mes, igual que LOANRISK. Arma el archivo de formato
      *>   fijo del buro (BURFILE.cpy) con un detalle por prestamo
      *>   activo o cerrado dentro de los meses de BURCTL.cpy: saldo
      *>   al corte de la tabla de amortizacion, dias de atraso
      *>   estimados de LP-VENCIDO (misma convencion a 30 dias por
      *>   cuota que LOANRISK), estado (castigado si tiene castigo
      *>   aprobado en WOFFAUD.cpy, liquidado si esta cancelado,
      *>   reestructurado si aparece en RESTRAUD.cpy, corriente en
      *>   otro caso) y fecha del ultimo pago de la historia
      *>   LOANPHIS. Encabezado y trailer con conteo y sumas. Las
      *>   disputas que regresa el buro (BURDISP.cpy) se contestan
      *>   en el archivo de correcciones con el mismo formato: cada
      *>   una re-reporta el prestamo como lo tenemos hoy, marcada
      *>   M si el dato del buro difiere del nuestro o K si lo
      *>   confirma. Ya no se arma el archivo a mano.
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

               SELECT OPTIONAL archivo-posicion
               ASSIGN TO "loanpos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LP-NUMERO
               FILE STATUS IS WS-FS-POSICION.

               SELECT OPTIONAL archivo-tabla
               ASSIGN TO "amortsch.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TABLA.

               SELECT OPTIONAL archivo-historia-pagos
               ASSIGN TO "paghist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIA.

               SELECT OPTIONAL archivo-reestructuras
               ASSIGN TO "restraud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REESTRUCTURAS.

               SELECT OPTIONAL archivo-castigos
               ASSIGN TO "woffaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CASTIGOS.

               SELECT OPTIONAL archivo-control
               ASSIGN TO "burctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT OPTIONAL archivo-disputas
               ASSIGN TO "burdisp.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DISPUTAS.

               SELECT archivo-buro
               ASSIGN TO "burmes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BURO.

               SELECT archivo-correcciones
               ASSIGN TO "burcorr.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CORRECCIONES.

               SELECT archivo-reporte
               ASSIGN TO "burocred.prt"
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

       FD  archivo-posicion.
           COPY LOANPOS.

       FD  archivo-tabla.
           COPY AMORTSCH.

       FD  archivo-historia-pagos.
           COPY LOANPHIS.

       FD  archivo-reestructuras.
           COPY RESTRAUD.

       FD  archivo-castigos.
           COPY WOFFAUD.

       FD  archivo-control.
           COPY BURCTL.

       FD  archivo-disputas.
           COPY BURDISP.

       FD  archivo-buro.
           COPY BURFILE.

      *>   Correcciones: mismo formato que el archivo mensual, bajo
      *>   FD propio.
       FD  archivo-correcciones.
           01 LINEA-CORRECCION PIC X(100).

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(132).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-VEREDICTO PIC XX VALUE "00".
           01 WS-FS-PRESTAMOS PIC XX VALUE "00".
           01 WS-FS-POSICION PIC XX VALUE "00".
           01 WS-FS-TABLA PIC XX VALUE "00".
           01 WS-FS-HISTORIA PIC XX VALUE "00".
           01 WS-FS-REESTRUCTURAS PIC XX VALUE "00".
           01 WS-FS-CASTIGOS PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-DISPUTAS PIC XX VALUE "00".
           01 WS-FS-BURO PIC XX VALUE "00".
           01 WS-FS-CORRECCIONES PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-PRESTAMOS PIC X VALUE "N".
           01 WS-EOF-TABLA PIC X VALUE "N".
           01 WS-EOF-HISTORIA PIC X VALUE "N".
           01 WS-EOF-REESTRUCTURAS PIC X VALUE "N".
           01 WS-EOF-CASTIGOS PIC X VALUE "N".
           01 WS-EOF-DISPUTAS PIC X VALUE "N".
           01 WS-ES-FIN-DE-MES PIC X VALUE "N".

      *>   Parametros de BURCTL.cpy; sin archivo, otorgante en blanco
      *>   (el buro rechaza el lote, queda la advertencia) y los
      *>   cerrados se reportan tres meses.
           01 WS-OTORGANTE PIC X(10) VALUE SPACES.
           01 WS-MESES-CERRADOS PIC 9(2) VALUE 3.

      *>   Todos los prestamos del maestro, con lo que se les pega de
      *>   cada archivo; las disputas se contestan contra esta
      *>   misma tabla.
           01 WS-MAX-PRESTAMOS PIC 9(4) VALUE 2000.
           01 WS-CANT-PRESTAMOS PIC 9(4) VALUE ZEROS.
           01 WS-PRE-IDX PIC 9(4) VALUE ZEROS.
           01 WS-PRE-ENCONTRADO PIC 9(4) VALUE ZEROS.
           01 WS-BUSCA-NUMERO PIC 9(8) VALUE ZEROS.
           01 WS-TABLA-PRESTAMOS.
               05 WS-PRE OCCURS 2000 TIMES
                   DEPENDING ON WS-CANT-PRESTAMOS.
                   10 WS-PRE-NUMERO PIC 9(8).
                   10 WS-PRE-PRESTATARIO PIC X(30).
                   10 WS-PRE-PRINCIPAL PIC 9(9)V99.
                   10 WS-PRE-FECHA-INICIO PIC X(8).
                   10 WS-PRE-PLAZO PIC 9(3).
                   10 WS-PRE-ESTADO-LN PIC X(1).
                   10 WS-PRE-MES-CORTE PIC 9(3).
                   10 WS-PRE-CUOTA PIC 9(9)V99.
                   10 WS-PRE-SALDO PIC S9(9)V99.
                   10 WS-PRE-ULT-PAGO PIC X(8).
                   10 WS-PRE-REESTRUCTURADO PIC X(1).
                   10 WS-PRE-CASTIGADO PIC X(1).
                   10 WS-PRE-FECHA-CASTIGO PIC X(8).
                   10 WS-PRE-MONTO-CASTIGO PIC 9(10)V99.
                   10 WS-PRE-ESTADO-BURO PIC X(1).
                   10 WS-PRE-SALDO-BURO PIC 9(9)V99.
                   10 WS-PRE-DIAS-ATRASO PIC 9(4).
                   10 WS-PRE-SE-REPORTA PIC X(1).

           01 WS-FECHA-PROCESO.
               05 WS-FP-ANIO PIC 9(4).
               05 WS-FP-MES PIC 99.
               05 WS-FP-DIA PIC 99.
           01 WS-INICIO.
               05 WS-IN-ANIO PIC 9(4).
               05 WS-IN-MES PIC 99.
               05 WS-IN-DIA PIC 99.
           01 WS-MESES-TRANSCURRIDOS PIC S9(5) VALUE ZEROS.
           01 WS-FECHA-CIERRE PIC X(8) VALUE SPACES.
           01 WS-VENCIDO PIC 9(9)V99 VALUE ZEROS.
           01 WS-CUOTAS-VENCIDAS PIC 9(5) VALUE ZEROS.

      *>   Valores de la disputa en proceso.
           01 WS-VALOR-NUESTRO PIC X(15) VALUE SPACES.
           01 WS-VALOR-NUM PIC 9(13)V99 VALUE ZEROS.
           01 WS-VALOR-NUM-X REDEFINES WS-VALOR-NUM PIC X(15).

           01 WS-CONT-BURO PIC 9(7) VALUE ZEROS.
           01 WS-SUMA-ORIGINAL PIC 9(13)V99 VALUE ZEROS.
           01 WS-SUMA-SALDO PIC 9(13)V99 VALUE ZEROS.
           01 WS-CONT-CORR PIC 9(7) VALUE ZEROS.
           01 WS-SUMA-ORIGINAL-CORR PIC 9(13)V99 VALUE ZEROS.
           01 WS-SUMA-SALDO-CORR PIC 9(13)V99 VALUE ZEROS.

           01 WS-TOTAL-CORRIENTES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-REESTRUCTURADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CASTIGADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-LIQUIDADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CON-ATRASO PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-DISPUTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-MODIFICADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CONFIRMADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SIN-PRESTAMO PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "BUROCRED - REPORTE AL BURO DE CREDITO".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.

           01 LIN-RESUMEN.
               05 FILLER PIC X(20) VALUE "PRESTAMOS REPORTADOS".
               05 FILLER PIC X(2) VALUE ": ".
               05 LR-REPORTADOS PIC Z,ZZZ,ZZ9.
               05 FILLER PIC X(15) VALUE "  SALDO TOTAL: ".
               05 LR-SALDO PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

           01 LIN-ESTADOS.
               05 FILLER PIC X(12) VALUE "CORRIENTES: ".
               05 LE-CORRIENTES PIC ZZZ,ZZ9.
               05 FILLER PIC X(18) VALUE "  REESTRUCTURADOS:".
               05 LE-REESTRUCTURADOS PIC ZZZ,ZZ9.
               05 FILLER PIC X(14) VALUE "  CASTIGADOS: ".
               05 LE-CASTIGADOS PIC ZZZ,ZZ9.
               05 FILLER PIC X(14) VALUE "  LIQUIDADOS: ".
               05 LE-LIQUIDADOS PIC ZZZ,ZZ9.
               05 FILLER PIC X(14) VALUE "  CON ATRASO: ".
               05 LE-CON-ATRASO PIC ZZZ,ZZ9.

           01 LIN-COLUMNAS-DISP.
               05 FILLER PIC X(5) VALUE "FOLIO".
               05 FILLER PIC X(22) VALUE "        PRESTAMO CAMPO".
               05 FILLER PIC X(11) VALUE " VALOR BURO".
               05 FILLER PIC X(20) VALUE "       VALOR NUESTRO".
               05 FILLER PIC X(13) VALUE "    RESULTADO".

           01 LIN-DISPUTA.
               05 LD-FOLIO PIC X(12).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-NUMERO PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-CAMPO PIC X(2).
               05 FILLER PIC X(4) VALUE SPACES.
               05 LD-VALOR-BURO PIC X(15).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-VALOR-NUESTRO PIC X(15).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-RESULTADO PIC X(30).

           01 LIN-TOTAL-DISP.
               05 FILLER PIC X(10) VALUE "DISPUTAS: ".
               05 LT-DISPUTAS PIC ZZZ,ZZ9.
               05 FILLER PIC X(15) VALUE "  MODIFICADAS: ".
               05 LT-MODIFICADAS PIC ZZZ,ZZ9.
               05 FILLER PIC X(15) VALUE "  CONFIRMADAS: ".
               05 LT-CONFIRMADAS PIC ZZZ,ZZ9.
               05 FILLER PIC X(17) VALUE "  SIN PRESTAMO: ".
               05 LT-SIN-PRESTAMO PIC ZZZ,ZZ9.

      *>   Bitacora de corrida (ver RUNLOGW), igual que LOANRISK.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "BUROCRED".
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
               DISPLAY "BUROCRED: hoy no es fin de mes, no corre"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LeePerfilEmpresa
           PERFORM LeeControl
           PERFORM CargaPrestamos
           PERFORM PegaTabla
           PERFORM PegaUltimoPago
           PERFORM PegaReestructuras
           PERFORM PegaCastigos
           PERFORM ClasificaPrestamos
           PERFORM GrabaArchivoBuro
           OPEN OUTPUT archivo-reporte
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           PERFORM ImprimeResumen
           PERFORM ContestaDisputas
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Reportados al buro: " WS-CONT-BURO
               " Disputas: " WS-TOTAL-DISPUTAS
               " Modificadas: " WS-TOTAL-MODIFICADAS
               " Confirmadas: " WS-TOTAL-CONFIRMADAS
               " Sin prestamo: " WS-TOTAL-SIN-PRESTAMO
           MOVE WS-CANT-PRESTAMOS TO WS-RL-LEIDOS
           COMPUTE WS-RL-ESCRITOS = WS-CONT-BURO + WS-CONT-CORR
           MOVE WS-TOTAL-SIN-PRESTAMO TO WS-RL-RECHAZADOS
           IF WS-TOTAL-SIN-PRESTAMO > 0 OR WS-OTORGANTE = SPACES
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
                       MOVE BRC-OTORGANTE TO WS-OTORGANTE
                       IF BRC-MESES-CERRADOS > 0
                           MOVE BRC-MESES-CERRADOS
                               TO WS-MESES-CERRADOS
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-control
           IF WS-OTORGANTE = SPACES
               DISPLAY "ADVERTENCIA: sin clave de otorgante en "
                   "burctl.dat"
           END-IF.

       CargaPrestamos.
           OPEN INPUT archivo-prestamos
           PERFORM UNTIL WS-EOF-PRESTAMOS = "S"
               READ archivo-prestamos NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PRESTAMOS
                   NOT AT END
                       IF WS-CANT-PRESTAMOS < WS-MAX-PRESTAMOS
                           ADD 1 TO WS-CANT-PRESTAMOS
                           PERFORM CargaUnPrestamo
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-prestamos.

       CargaUnPrestamo.
           MOVE LN-NUMERO TO WS-PRE-NUMERO (WS-CANT-PRESTAMOS)
           MOVE LN-PRESTATARIO TO WS-PRE-PRESTATARIO (WS-CANT-PRESTAMOS)
           MOVE LN-PRINCIPAL TO WS-PRE-PRINCIPAL (WS-CANT-PRESTAMOS)
           MOVE LN-FECHA-INICIO TO
               WS-PRE-FECHA-INICIO (WS-CANT-PRESTAMOS)
           MOVE LN-PLAZO TO WS-PRE-PLAZO (WS-CANT-PRESTAMOS)
           MOVE LN-ESTADO TO WS-PRE-ESTADO-LN (WS-CANT-PRESTAMOS)
           PERFORM CalculaMesCorte
           MOVE ZEROS TO WS-PRE-CUOTA (WS-CANT-PRESTAMOS)
           MOVE LN-PRINCIPAL TO WS-PRE-SALDO (WS-CANT-PRESTAMOS)
           MOVE SPACES TO WS-PRE-ULT-PAGO (WS-CANT-PRESTAMOS)
           MOVE "N" TO WS-PRE-REESTRUCTURADO (WS-CANT-PRESTAMOS)
           MOVE "N" TO WS-PRE-CASTIGADO (WS-CANT-PRESTAMOS)
           MOVE SPACES TO WS-PRE-FECHA-CASTIGO (WS-CANT-PRESTAMOS)
           MOVE ZEROS TO WS-PRE-MONTO-CASTIGO (WS-CANT-PRESTAMOS)
           MOVE SPACES TO WS-PRE-ESTADO-BURO (WS-CANT-PRESTAMOS)
           MOVE ZEROS TO WS-PRE-SALDO-BURO (WS-CANT-PRESTAMOS)
           MOVE ZEROS TO WS-PRE-DIAS-ATRASO (WS-CANT-PRESTAMOS)
           MOVE "N" TO WS-PRE-SE-REPORTA (WS-CANT-PRESTAMOS).

      *>   Mismo mes de corte que LOANRISK: el saldo que se reporta
      *>   es el mismo contra el que se provisiona.
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

       BuscaPrestamo.
           MOVE ZEROS TO WS-PRE-ENCONTRADO
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
               UNTIL WS-PRE-IDX > WS-CANT-PRESTAMOS
               OR WS-PRE-ENCONTRADO > 0
               IF WS-PRE-NUMERO (WS-PRE-IDX) = WS-BUSCA-NUMERO
                   MOVE WS-PRE-IDX TO WS-PRE-ENCONTRADO
               END-IF
           END-PERFORM.

      *>   Cuota y saldo insoluto del renglon al corte, como
      *>   LOANRISK.
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
                       MOVE SCH-NUMERO TO WS-BUSCA-NUMERO
                       PERFORM BuscaPrestamo
                       IF WS-PRE-ENCONTRADO > 0
                           PERFORM PegaUnRenglon
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-tabla.

       PegaUnRenglon.
           IF SCH-MES = WS-PRE-MES-CORTE (WS-PRE-ENCONTRADO)
               OR (WS-PRE-MES-CORTE (WS-PRE-ENCONTRADO) = 0
                   AND SCH-MES = 1)
               MOVE SCH-CUOTA TO WS-PRE-CUOTA (WS-PRE-ENCONTRADO)
           END-IF
           IF SCH-MES = WS-PRE-MES-CORTE (WS-PRE-ENCONTRADO)
               MOVE SCH-SALDO TO WS-PRE-SALDO (WS-PRE-ENCONTRADO)
           END-IF.

      *>   Fecha del ultimo pago: el pago mas reciente de la
      *>   historia; las devoluciones (LPH-TIPO D) no son pagos.
       PegaUltimoPago.
           OPEN INPUT archivo-historia-pagos
           IF WS-FS-HISTORIA NOT = "00"
               CLOSE archivo-historia-pagos
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-HISTORIA = "S"
               READ archivo-historia-pagos
                   AT END
                       MOVE "S" TO WS-EOF-HISTORIA
                   NOT AT END
                       IF LPH-TIPO NOT = "D"
                           MOVE LPH-NUMERO TO WS-BUSCA-NUMERO
                           PERFORM BuscaPrestamo
                           IF WS-PRE-ENCONTRADO > 0
                               AND (WS-PRE-ULT-PAGO (WS-PRE-ENCONTRADO)
                                   = SPACES
                               OR LPH-FECHA >
                                   WS-PRE-ULT-PAGO (WS-PRE-ENCONTRADO))
                               MOVE LPH-FECHA TO
                                   WS-PRE-ULT-PAGO (WS-PRE-ENCONTRADO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-historia-pagos.

       PegaReestructuras.
           OPEN INPUT archivo-reestructuras
           IF WS-FS-REESTRUCTURAS NOT = "00"
               CLOSE archivo-reestructuras
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-REESTRUCTURAS = "S"
               READ archivo-reestructuras
                   AT END
                       MOVE "S" TO WS-EOF-REESTRUCTURAS
                   NOT AT END
                       MOVE RSA-NUMERO TO WS-BUSCA-NUMERO
                       PERFORM BuscaPrestamo
                       IF WS-PRE-ENCONTRADO > 0
                           MOVE "S" TO WS-PRE-REESTRUCTURADO
                               (WS-PRE-ENCONTRADO)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-reestructuras.

      *>   Un castigo aprobado en la bitacora de WOFFAPPR sobre un
      *>   numero de prestamo (la cartera vencida llega a la cobranza
      *>   por BALTRANS con el numero de prestamo como cuenta) marca
      *>   el prestamo como castigado, con la fecha y el monto.
       PegaCastigos.
           OPEN INPUT archivo-castigos
           IF WS-FS-CASTIGOS NOT = "00"
               CLOSE archivo-castigos
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-CASTIGOS = "S"
               READ archivo-castigos
                   AT END
                       MOVE "S" TO WS-EOF-CASTIGOS
                   NOT AT END
                       IF WOA-ACCION = "A"
                           MOVE WOA-CUENTA TO WS-BUSCA-NUMERO
                           PERFORM BuscaPrestamo
                           IF WS-PRE-ENCONTRADO > 0
                               PERFORM MarcaCastigo
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-castigos.

       MarcaCastigo.
           MOVE "S" TO WS-PRE-CASTIGADO (WS-PRE-ENCONTRADO)
           MOVE WOA-FECHA-HORA (1:8) TO
               WS-PRE-FECHA-CASTIGO (WS-PRE-ENCONTRADO)
           MOVE WOA-MONTO TO WS-PRE-MONTO-CASTIGO (WS-PRE-ENCONTRADO).

      *>   Estado, saldo y dias de atraso de cada prestamo, y si
      *>   entra al archivo del mes: los activos siempre, los
      *>   cerrados solo dentro de los meses de BURCTL.cpy contados
      *>   desde su cierre (fecha del castigo, o del ultimo pago si
      *>   se liquido).
       ClasificaPrestamos.
           OPEN INPUT archivo-posicion
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
               UNTIL WS-PRE-IDX > WS-CANT-PRESTAMOS
               PERFORM ClasificaUnPrestamo
           END-PERFORM
           IF WS-FS-POSICION = "00" OR WS-FS-POSICION = "35"
               CLOSE archivo-posicion
           END-IF.

       ClasificaUnPrestamo.
           MOVE ZEROS TO WS-PRE-DIAS-ATRASO (WS-PRE-IDX)
           EVALUATE TRUE
               WHEN WS-PRE-CASTIGADO (WS-PRE-IDX) = "S"
                   MOVE "W" TO WS-PRE-ESTADO-BURO (WS-PRE-IDX)
                   MOVE WS-PRE-MONTO-CASTIGO (WS-PRE-IDX)
                       TO WS-PRE-SALDO-BURO (WS-PRE-IDX)
                   MOVE WS-PRE-FECHA-CASTIGO (WS-PRE-IDX)
                       TO WS-FECHA-CIERRE
               WHEN WS-PRE-ESTADO-LN (WS-PRE-IDX) NOT = "A"
                   MOVE "P" TO WS-PRE-ESTADO-BURO (WS-PRE-IDX)
                   MOVE ZEROS TO WS-PRE-SALDO-BURO (WS-PRE-IDX)
                   MOVE WS-PRE-ULT-PAGO (WS-PRE-IDX) TO WS-FECHA-CIERRE
               WHEN WS-PRE-REESTRUCTURADO (WS-PRE-IDX) = "S"
                   MOVE "R" TO WS-PRE-ESTADO-BURO (WS-PRE-IDX)
               WHEN OTHER
                   MOVE "C" TO WS-PRE-ESTADO-BURO (WS-PRE-IDX)
           END-EVALUATE
           IF WS-PRE-ESTADO-LN (WS-PRE-IDX) = "A"
               IF WS-PRE-SALDO (WS-PRE-IDX) > 0
                   AND WS-PRE-CASTIGADO (WS-PRE-IDX) NOT = "S"
                   MOVE WS-PRE-SALDO (WS-PRE-IDX)
                       TO WS-PRE-SALDO-BURO (WS-PRE-IDX)
               END-IF
               PERFORM CalculaDiasAtraso
               MOVE "S" TO WS-PRE-SE-REPORTA (WS-PRE-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-FECHA-CIERRE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-CIERRE TO WS-INICIO
           COMPUTE WS-MESES-TRANSCURRIDOS =
               (WS-FP-ANIO - WS-IN-ANIO) * 12
               + WS-FP-MES - WS-IN-MES
           IF WS-MESES-TRANSCURRIDOS < WS-MESES-CERRADOS
               MOVE "S" TO WS-PRE-SE-REPORTA (WS-PRE-IDX)
           END-IF.

      *>   Dias de atraso a 30 dias por cuota impaga (LP-VENCIDO
      *>   entre la cuota al corte), misma convencion que LOANRISK.
       CalculaDiasAtraso.
           MOVE ZEROS TO WS-VENCIDO
           MOVE WS-PRE-NUMERO (WS-PRE-IDX) TO LP-NUMERO
           READ archivo-posicion
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LP-VENCIDO TO WS-VENCIDO
           END-READ
           IF WS-PRE-CUOTA (WS-PRE-IDX) = 0 OR WS-VENCIDO = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CUOTAS-VENCIDAS =
               WS-VENCIDO / WS-PRE-CUOTA (WS-PRE-IDX)
           COMPUTE WS-PRE-DIAS-ATRASO (WS-PRE-IDX) =
               WS-CUOTAS-VENCIDAS * 30
               ON SIZE ERROR
                   MOVE 9999 TO WS-PRE-DIAS-ATRASO (WS-PRE-IDX)
           END-COMPUTE.

       GrabaArchivoBuro.
           OPEN OUTPUT archivo-buro
           MOVE SPACES TO BUR-HEADER-RECORD
           MOVE "1" TO BUR-H-TIPO
           MOVE WS-OTORGANTE TO BUR-H-OTORGANTE
           MOVE WS-FECHA-PROCESO-NEG (1:6) TO BUR-H-PERIODO
           MOVE WS-FECHA-PROCESO-NEG TO BUR-H-FECHA
           MOVE "M" TO BUR-H-CLASE
           WRITE BUR-HEADER-RECORD
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
               UNTIL WS-PRE-IDX > WS-CANT-PRESTAMOS
               IF WS-PRE-SE-REPORTA (WS-PRE-IDX) = "S"
                   PERFORM ArmaDetalle
                   WRITE BUR-DETAIL-RECORD
                   ADD 1 TO WS-CONT-BURO
                   ADD BUR-D-MONTO-ORIGINAL TO WS-SUMA-ORIGINAL
                   ADD BUR-D-SALDO TO WS-SUMA-SALDO
                   PERFORM CuentaEstado
               END-IF
           END-PERFORM
           MOVE SPACES TO BUR-TRAILER-RECORD
           MOVE "9" TO BUR-T-TIPO
           MOVE WS-CONT-BURO TO BUR-T-CONTADOR
           MOVE WS-SUMA-ORIGINAL TO BUR-T-TOTAL-ORIGINAL
           MOVE WS-SUMA-SALDO TO BUR-T-TOTAL-SALDO
           WRITE BUR-TRAILER-RECORD
           CLOSE archivo-buro.

       ArmaDetalle.
           MOVE SPACES TO BUR-DETAIL-RECORD
           MOVE "2" TO BUR-D-TIPO
           MOVE WS-PRE-NUMERO (WS-PRE-IDX) TO BUR-D-NUMERO
           MOVE WS-PRE-PRESTATARIO (WS-PRE-IDX) TO BUR-D-PRESTATARIO
           MOVE WS-PRE-PRINCIPAL (WS-PRE-IDX) TO BUR-D-MONTO-ORIGINAL
           MOVE WS-PRE-SALDO-BURO (WS-PRE-IDX) TO BUR-D-SALDO
           MOVE WS-PRE-DIAS-ATRASO (WS-PRE-IDX) TO BUR-D-DIAS-ATRASO
           MOVE WS-PRE-ESTADO-BURO (WS-PRE-IDX) TO BUR-D-ESTADO
           MOVE WS-PRE-ULT-PAGO (WS-PRE-IDX) TO BUR-D-FECHA-ULT-PAGO
           MOVE WS-PRE-FECHA-INICIO (WS-PRE-IDX)
               TO BUR-D-FECHA-APERTURA
           MOVE WS-PRE-PLAZO (WS-PRE-IDX) TO BUR-D-PLAZO.

       CuentaEstado.
           EVALUATE BUR-D-ESTADO
               WHEN "C"
                   ADD 1 TO WS-TOTAL-CORRIENTES
               WHEN "R"
                   ADD 1 TO WS-TOTAL-REESTRUCTURADOS
               WHEN "W"
                   ADD 1 TO WS-TOTAL-CASTIGADOS
               WHEN "P"
                   ADD 1 TO WS-TOTAL-LIQUIDADOS
           END-EVALUATE
           IF BUR-D-DIAS-ATRASO > 0
               ADD 1 TO WS-TOTAL-CON-ATRASO
           END-IF.

       ImprimeResumen.
           MOVE WS-CONT-BURO TO LR-REPORTADOS
           MOVE WS-SUMA-SALDO TO LR-SALDO
           WRITE LINEA-REPORTE FROM LIN-RESUMEN
           MOVE WS-TOTAL-CORRIENTES TO LE-CORRIENTES
           MOVE WS-TOTAL-REESTRUCTURADOS TO LE-REESTRUCTURADOS
           MOVE WS-TOTAL-CASTIGADOS TO LE-CASTIGADOS
           MOVE WS-TOTAL-LIQUIDADOS TO LE-LIQUIDADOS
           MOVE WS-TOTAL-CON-ATRASO TO LE-CON-ATRASO
           WRITE LINEA-REPORTE FROM LIN-ESTADOS
           WRITE LINEA-REPORTE FROM SPACES.

      *>   Cada disputa se contesta re-reportando el prestamo como
      *>   esta hoy en nuestros libros. El archivo de correcciones
      *>   sale siempre, con encabezado y trailer aunque no haya
      *>   disputas, y burdisp.dat se vacia al final para que la
      *>   disputa no se conteste dos veces.
       ContestaDisputas.
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS-DISP
           OPEN OUTPUT archivo-correcciones
           MOVE SPACES TO BUR-HEADER-RECORD
           MOVE "1" TO BUR-H-TIPO
           MOVE WS-OTORGANTE TO BUR-H-OTORGANTE
           MOVE WS-FECHA-PROCESO-NEG (1:6) TO BUR-H-PERIODO
           MOVE WS-FECHA-PROCESO-NEG TO BUR-H-FECHA
           MOVE "C" TO BUR-H-CLASE
           WRITE LINEA-CORRECCION FROM BUR-HEADER-RECORD
           OPEN INPUT archivo-disputas
           IF WS-FS-DISPUTAS = "00"
               PERFORM UNTIL WS-EOF-DISPUTAS = "S"
                   READ archivo-disputas
                       AT END
                           MOVE "S" TO WS-EOF-DISPUTAS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-DISPUTAS
                           PERFORM ContestaUnaDisputa
                   END-READ
               END-PERFORM
           END-IF
           CLOSE archivo-disputas
           MOVE SPACES TO BUR-TRAILER-RECORD
           MOVE "9" TO BUR-T-TIPO
           MOVE WS-CONT-CORR TO BUR-T-CONTADOR
           MOVE WS-SUMA-ORIGINAL-CORR TO BUR-T-TOTAL-ORIGINAL
           MOVE WS-SUMA-SALDO-CORR TO BUR-T-TOTAL-SALDO
           WRITE LINEA-CORRECCION FROM BUR-TRAILER-RECORD
           CLOSE archivo-correcciones
           OPEN OUTPUT archivo-disputas
           CLOSE archivo-disputas
           MOVE WS-TOTAL-DISPUTAS TO LT-DISPUTAS
           MOVE WS-TOTAL-MODIFICADAS TO LT-MODIFICADAS
           MOVE WS-TOTAL-CONFIRMADAS TO LT-CONFIRMADAS
           MOVE WS-TOTAL-SIN-PRESTAMO TO LT-SIN-PRESTAMO
           WRITE LINEA-REPORTE FROM SPACES
           WRITE LINEA-REPORTE FROM LIN-TOTAL-DISP.

      *>   Una disputa de un prestamo que no esta en el maestro no
      *>   se puede contestar: queda en el reporte para que cartera
      *>   la resuelva con el buro.
       ContestaUnaDisputa.
           MOVE BDS-FOLIO TO LD-FOLIO
           MOVE BDS-NUMERO TO LD-NUMERO
           MOVE BDS-CAMPO TO LD-CAMPO
           MOVE BDS-VALOR-BURO TO LD-VALOR-BURO
           MOVE SPACES TO LD-VALOR-NUESTRO
           MOVE BDS-NUMERO TO WS-BUSCA-NUMERO
           PERFORM BuscaPrestamo
           IF WS-PRE-ENCONTRADO = 0
               ADD 1 TO WS-TOTAL-SIN-PRESTAMO
               MOVE "PRESTAMO NO EXISTE" TO LD-RESULTADO
               WRITE LINEA-REPORTE FROM LIN-DISPUTA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRE-ENCONTRADO TO WS-PRE-IDX
           PERFORM ArmaDetalle
           PERFORM ValorNuestro
           MOVE WS-VALOR-NUESTRO TO LD-VALOR-NUESTRO
           MOVE BDS-FOLIO TO BUR-D-FOLIO
           IF WS-VALOR-NUESTRO = BDS-VALOR-BURO
               MOVE "K" TO BUR-D-RESULTADO
               MOVE "CONFIRMADO" TO LD-RESULTADO
               ADD 1 TO WS-TOTAL-CONFIRMADAS
           ELSE
               MOVE "M" TO BUR-D-RESULTADO
               MOVE "MODIFICADO, SE RE-REPORTA" TO LD-RESULTADO
               ADD 1 TO WS-TOTAL-MODIFICADAS
           END-IF
           WRITE LINEA-CORRECCION FROM BUR-DETAIL-RECORD
           ADD 1 TO WS-CONT-CORR
           ADD BUR-D-MONTO-ORIGINAL TO WS-SUMA-ORIGINAL-CORR
           ADD BUR-D-SALDO TO WS-SUMA-SALDO-CORR
           WRITE LINEA-REPORTE FROM LIN-DISPUTA.

      *>   Nuestro valor del campo disputado, en el mismo formato en
      *>   que el buro lo regresa (BURDISP.cpy); un campo que no se
      *>   reconoce no se puede confirmar y se re-reporta.
       ValorNuestro.
           MOVE SPACES TO WS-VALOR-NUESTRO
           EVALUATE BDS-CAMPO
               WHEN "SA"
                   MOVE BUR-D-SALDO TO WS-VALOR-NUM
                   MOVE WS-VALOR-NUM-X TO WS-VALOR-NUESTRO
               WHEN "DA"
                   MOVE BUR-D-DIAS-ATRASO TO WS-VALOR-NUM
                   MOVE WS-VALOR-NUM-X TO WS-VALOR-NUESTRO
               WHEN "ES"
                   MOVE BUR-D-ESTADO TO WS-VALOR-NUESTRO
               WHEN "FP"
                   MOVE BUR-D-FECHA-ULT-PAGO TO WS-VALOR-NUESTRO
               WHEN OTHER
                   MOVE "?" TO WS-VALOR-NUESTRO
           END-EVALUATE.

       END PROGRAM BUROCRED.
