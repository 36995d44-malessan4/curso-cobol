       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPAGE.
      *>   Antiguedad de las disputas abiertas con el seguimiento
      *>   vencido (DISPUTA.cpy, estado A y fecha de seguimiento ya
      *>   pasada): una linea por disputa con la cuenta y partida, el
      *>   monto disputado, la fecha de alta y de seguimiento, los
      *>   dias que lleva vencido el seguimiento y los que lleva
      *>   abierta, en tramos 1-30, 31-60, 61-90 y mas de 90 dias de
      *>   seguimiento vencido, y una pagina de resumen por el
      *>   operador que abrio la disputa con la mas atrasada, mismo
      *>   esquema que GASTAGE. Una disputa olvidada deja la partida
      *>   fuera del cobro para siempre: RC 4 cuando alguna lleva mas
      *>   de 30 dias con el seguimiento vencido.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-disputas
               ASSIGN TO "disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-CLAVE
               FILE STATUS IS WS-FS-DISPUTAS.

               SELECT archivo-reporte
               ASSIGN TO "dispage.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-disputas.
           COPY DISPUTA.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-DISPUTAS PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-DISPUTAS PIC X VALUE "N".

           01 WS-DIAS-VENCIDO PIC S9(6) VALUE ZEROS.
           01 WS-DIAS-ABIERTA PIC S9(6) VALUE ZEROS.
           01 WS-IDX-TRAMO PIC 9 VALUE ZEROS.
           01 WS-TABLA-TRAMOS.
               05 WS-TRAMO OCCURS 4 TIMES.
                   10 WS-TRAMO-CONTADOR PIC 9(6).
                   10 WS-TRAMO-MONTO PIC 9(11)V99.
           01 WS-NOMBRES-TRAMO.
               05 FILLER PIC X(26) VALUE "SEGUIMIENTO VENCIDO 1-30".
               05 FILLER PIC X(26) VALUE "SEGUIMIENTO VENCIDO 31-60".
               05 FILLER PIC X(26) VALUE "SEGUIMIENTO VENCIDO 61-90".
               05 FILLER PIC X(26) VALUE "SEGUIMIENTO VENCIDO 91+".
           01 WS-NOMBRES-TRAMO-R REDEFINES WS-NOMBRES-TRAMO.
               05 WS-NOMBRE-TRAMO PIC X(26) OCCURS 4 TIMES.

      *>   Resumen por operador que abrio la disputa, mismo esquema
      *>   de tabla que GASTAGE por departamento.
           01 WS-MAX-OPERADORES PIC 9(4) VALUE 500.
           01 WS-CANT-OPERADORES PIC 9(4) VALUE ZEROS.
           01 WS-IDX PIC 9(4) VALUE ZEROS.
           01 WS-OPERADOR-HALLADO PIC X VALUE "N".
           01 WS-TABLA-OPERADORES.
               05 WS-OPE OCCURS 500 TIMES
                   DEPENDING ON WS-CANT-OPERADORES.
                   10 WS-OPE-OPERADOR PIC X(8).
                   10 WS-OPE-CONTADOR PIC 9(6).
                   10 WS-OPE-MONTO PIC 9(11)V99.
                   10 WS-OPE-MAX-DIAS PIC 9(6).

           01 WS-TOTAL-VENCIDAS PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-VENCIDAS PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-ABIERTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ATRASADAS PIC 9(6) VALUE ZEROS.

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR, igual que GASTAGE.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "DISPAGE - DISPUTAS SEGUIMIENTO VENCIDO".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 20.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-COLUMNAS.
               05 FILLER PIC X(45) VALUE
                   "CUENTA   PARTIDA  ALTA     SEGUIM.  VENC ABIE".
               05 FILLER PIC X(40) VALUE
                   "          MONTO OPERADOR MOTIVO".

           01 LIN-DETALLE.
               05 LD-CUENTA PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-ITEM PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-ALTA PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-SEGUIMIENTO PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-DIAS-VENCIDO PIC ZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-DIAS-ABIERTA PIC ZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-MONTO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-OPERADOR PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-MOTIVO PIC X(20).

           01 LIN-OPERADOR.
               05 LP-OPERADOR PIC X(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 LP-CONTADOR PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-MONTO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LP-MAX-DIAS PIC ZZZZZ9.

           01 LIN-TOTALES.
               05 LT-TEXTO PIC X(26).
               05 LT-CONTADOR PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LT-MONTO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *>   Bitacora de corrida (ver RUNLOGW), igual que GASTAGE.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "DISPAGE".
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
           INITIALIZE WS-TABLA-TRAMOS
           OPEN OUTPUT archivo-reporte
           PERFORM ImprimeEncabezado
           MOVE "DISPUTAS ABIERTAS CON EL SEGUIMIENTO VENCIDO"
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           OPEN INPUT archivo-disputas
           IF WS-FS-DISPUTAS = "00"
               PERFORM UNTIL WS-EOF-DISPUTAS = "S"
                   READ archivo-disputas NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-DISPUTAS
                       NOT AT END
                           ADD 1 TO WS-RL-LEIDOS
                           IF DSP-ESTADO = "A"
                               ADD 1 TO WS-TOTAL-ABIERTAS
                               IF DSP-FECHA-SEGUIMIENTO
                                   < WS-FECHA-PROCESO-NEG
                                   PERFORM ClasificaVencida
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE archivo-disputas
           PERFORM ImprimeTotales
           PERFORM ImprimeOperadores
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Disputas abiertas: " WS-TOTAL-ABIERTAS
               " Con seguimiento vencido: " WS-TOTAL-VENCIDAS
               " Mas de 30 dias: " WS-TOTAL-ATRASADAS
           MOVE WS-TOTAL-VENCIDAS TO WS-RL-ESCRITOS
           MOVE WS-TOTAL-ATRASADAS TO WS-RL-RECHAZADOS
           IF WS-TOTAL-ATRASADAS > 0
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

       ClasificaVencida.
           COMPUTE WS-DIAS-VENCIDO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(DSP-FECHA-SEGUIMIENTO))
           COMPUTE WS-DIAS-ABIERTA =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(DSP-FECHA-ALTA))
           IF WS-DIAS-ABIERTA < 0
               MOVE 0 TO WS-DIAS-ABIERTA
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS-VENCIDO <= 30
                   MOVE 1 TO WS-IDX-TRAMO
               WHEN WS-DIAS-VENCIDO <= 60
                   MOVE 2 TO WS-IDX-TRAMO
               WHEN WS-DIAS-VENCIDO <= 90
                   MOVE 3 TO WS-IDX-TRAMO
               WHEN OTHER
                   MOVE 4 TO WS-IDX-TRAMO
           END-EVALUATE
           ADD 1 TO WS-TRAMO-CONTADOR (WS-IDX-TRAMO)
           ADD DSP-MONTO TO WS-TRAMO-MONTO (WS-IDX-TRAMO)
           ADD 1 TO WS-TOTAL-VENCIDAS
           ADD DSP-MONTO TO WS-MONTO-VENCIDAS
           IF WS-IDX-TRAMO > 1
               ADD 1 TO WS-TOTAL-ATRASADAS
           END-IF
           PERFORM AcumulaOperador
           MOVE DSP-CUENTA TO LD-CUENTA
           MOVE DSP-ITEM TO LD-ITEM
           MOVE DSP-FECHA-ALTA TO LD-ALTA
           MOVE DSP-FECHA-SEGUIMIENTO TO LD-SEGUIMIENTO
           MOVE WS-DIAS-VENCIDO TO LD-DIAS-VENCIDO
           MOVE WS-DIAS-ABIERTA TO LD-DIAS-ABIERTA
           MOVE DSP-MONTO TO LD-MONTO
           MOVE DSP-OPERADOR TO LD-OPERADOR
           MOVE DSP-MOTIVO TO LD-MOTIVO
           PERFORM ImprimeDetalle.

       AcumulaOperador.
           MOVE "N" TO WS-OPERADOR-HALLADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-OPERADORES
               IF WS-OPE-OPERADOR (WS-IDX) = DSP-OPERADOR
                   ADD 1 TO WS-OPE-CONTADOR (WS-IDX)
                   ADD DSP-MONTO TO WS-OPE-MONTO (WS-IDX)
                   IF WS-DIAS-VENCIDO > WS-OPE-MAX-DIAS (WS-IDX)
                       MOVE WS-DIAS-VENCIDO
                           TO WS-OPE-MAX-DIAS (WS-IDX)
                   END-IF
                   MOVE "S" TO WS-OPERADOR-HALLADO
               END-IF
           END-PERFORM
           IF WS-OPERADOR-HALLADO = "N"
               AND WS-CANT-OPERADORES < WS-MAX-OPERADORES
               ADD 1 TO WS-CANT-OPERADORES
               MOVE DSP-OPERADOR
                   TO WS-OPE-OPERADOR (WS-CANT-OPERADORES)
               MOVE 1 TO WS-OPE-CONTADOR (WS-CANT-OPERADORES)
               MOVE DSP-MONTO TO WS-OPE-MONTO (WS-CANT-OPERADORES)
               MOVE WS-DIAS-VENCIDO
                   TO WS-OPE-MAX-DIAS (WS-CANT-OPERADORES)
           END-IF.

       ImprimeDetalle.
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-CONTADOR-LINEAS.

       ImprimeEncabezado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS
           MOVE ZEROS TO WS-CONTADOR-LINEAS.

      *>   Resumen por tramos de seguimiento vencido.
       ImprimeTotales.
           PERFORM ImprimeEncabezado
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
               UNTIL WS-IDX-TRAMO > 4
               MOVE WS-NOMBRE-TRAMO (WS-IDX-TRAMO) TO LT-TEXTO
               MOVE WS-TRAMO-CONTADOR (WS-IDX-TRAMO) TO LT-CONTADOR
               MOVE WS-TRAMO-MONTO (WS-IDX-TRAMO) TO LT-MONTO
               WRITE LINEA-REPORTE FROM LIN-TOTALES
           END-PERFORM
           MOVE "TOTAL VENCIDAS" TO LT-TEXTO
           MOVE WS-TOTAL-VENCIDAS TO LT-CONTADOR
           MOVE WS-MONTO-VENCIDAS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES.

      *>   Pagina por operador: disputas vencidas, monto y dias de
      *>   la mas atrasada.
       ImprimeOperadores.
           IF WS-CANT-OPERADORES = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ImprimeEncabezado
           MOVE "VENCIDAS POR OPERADOR QUE ABRIO LA DISPUTA"
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-OPERADORES
               MOVE WS-OPE-OPERADOR (WS-IDX) TO LP-OPERADOR
               MOVE WS-OPE-CONTADOR (WS-IDX) TO LP-CONTADOR
               MOVE WS-OPE-MONTO (WS-IDX) TO LP-MONTO
               MOVE WS-OPE-MAX-DIAS (WS-IDX) TO LP-MAX-DIAS
               WRITE LINEA-REPORTE FROM LIN-OPERADOR
           END-PERFORM.

       END PROGRAM DISPAGE.
