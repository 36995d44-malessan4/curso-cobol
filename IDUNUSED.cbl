       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDUNUSED.
      *>   Reporte de EMP-ID asignados y nunca usados: recorre el
      *>   registro central de asignacion (IDALLOC.cpy) y lista los
      *>   IDs en estado E (emitidos por IDASIGN, sin alta que los
      *>   haya consumido), con la sucursal a la que se reservaron,
      *>   el operador que los pidio y los dias que llevan emitidos
      *>   (fecha de proceso menos IA-FECHA-EMISION). Al final, los
      *>   totales de pendientes para la captura central y para los
      *>   bloques de sucursal, y los anulados. Encabezado estandar
      *>   via RPTHDR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-asignacion
               ASSIGN TO "idalloc.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IA-ID
               FILE STATUS IS WS-FS-ASIGNACION.

               SELECT archivo-reporte
               ASSIGN TO "idunused.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-asignacion.
           COPY IDALLOC.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-ASIGNACION PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-ASIGNACION PIC X VALUE "N".

           01 WS-DIAS-EMITIDO PIC S9(5) VALUE ZEROS.
           01 WS-TOTAL-CENTRAL PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SUCURSAL PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-USADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ANULADOS PIC 9(6) VALUE ZEROS.

      *>   Encabezado estandar via RPTHDR.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "IDUNUSED - EMP-ID ASIGNADOS SIN USAR".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 50.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-TITULO.
               05 FILLER PIC X(10) VALUE "  EMP-ID".
               05 FILLER PIC X(10) VALUE "SUCURSAL".
               05 FILLER PIC X(11) VALUE "EMITIDO".
               05 FILLER PIC X(10) VALUE "OPERADOR".
               05 FILLER PIC X(8) VALUE "  DIAS".

           01 LIN-DETALLE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-ID PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-SUCURSAL PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-EMISION PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-OPERADOR PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-DIAS PIC ZZ,ZZ9.

           01 LIN-TOTALES.
               05 LT-TEXTO PIC X(32).
               05 LT-CONTADOR PIC ZZZ,ZZ9.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Bitacora de corrida (ver RUNLOGW).
           01 WS-RL-PROGRAMA PIC X(8) VALUE "IDUNUSED".
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
           OPEN OUTPUT archivo-reporte
           PERFORM ImprimeEncabezado
           WRITE LINEA-REPORTE FROM LIN-TITULO
           ADD 1 TO WS-CONTADOR-LINEAS
           OPEN INPUT archivo-asignacion
           IF WS-FS-ASIGNACION = "00"
      *>   La clave 000000 es el registro de control: el recorrido
      *>   arranca en 000001.
               MOVE 1 TO IA-ID
               START archivo-asignacion KEY >= IA-ID
                   INVALID KEY
                       MOVE "S" TO WS-EOF-ASIGNACION
               END-START
               PERFORM UNTIL WS-EOF-ASIGNACION = "S"
                   READ archivo-asignacion NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-ASIGNACION
                       NOT AT END
                           ADD 1 TO WS-RL-LEIDOS
                           PERFORM ClasificaId
                   END-READ
               END-PERFORM
           END-IF
           CLOSE archivo-asignacion
           PERFORM ImprimeTotales
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "IDs sin usar - central: " WS-TOTAL-CENTRAL
               " sucursales: " WS-TOTAL-SUCURSAL
           COMPUTE WS-RL-ESCRITOS = WS-TOTAL-CENTRAL
               + WS-TOTAL-SUCURSAL
           MOVE 0 TO RETURN-CODE
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

       ClasificaId.
           EVALUATE IA-ESTADO
               WHEN "U"
                   ADD 1 TO WS-TOTAL-USADOS
               WHEN "X"
                   ADD 1 TO WS-TOTAL-ANULADOS
               WHEN OTHER
                   PERFORM ImprimeSinUsar
           END-EVALUATE.

      *>   Una fecha de emision ilegible no detiene el reporte: el ID
      *>   sale con cero dias.
       ImprimeSinUsar.
           IF IA-SUCURSAL = SPACES
               ADD 1 TO WS-TOTAL-CENTRAL
               MOVE "CENTRAL" TO LD-SUCURSAL
           ELSE
               ADD 1 TO WS-TOTAL-SUCURSAL
               MOVE IA-SUCURSAL TO LD-SUCURSAL
           END-IF
           MOVE ZEROS TO WS-DIAS-EMITIDO
           IF IA-FECHA-EMISION NUMERIC
               IF FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(IA-FECHA-EMISION)) NOT = 0
                   COMPUTE WS-DIAS-EMITIDO =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG))
                       - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(IA-FECHA-EMISION))
                   IF WS-DIAS-EMITIDO < 0
                       MOVE ZEROS TO WS-DIAS-EMITIDO
                   END-IF
               END-IF
           END-IF
           MOVE IA-ID TO LD-ID
           MOVE IA-FECHA-EMISION TO LD-EMISION
           MOVE IA-OPERADOR TO LD-OPERADOR
           MOVE WS-DIAS-EMITIDO TO LD-DIAS
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
               WRITE LINEA-REPORTE FROM LIN-TITULO
               ADD 1 TO WS-CONTADOR-LINEAS
           END-IF
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-CONTADOR-LINEAS.

       ImprimeEncabezado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           MOVE ZEROS TO WS-CONTADOR-LINEAS.

       ImprimeTotales.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "SIN USAR - CAPTURA CENTRAL" TO LT-TEXTO
           MOVE WS-TOTAL-CENTRAL TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "SIN USAR - BLOQUES DE SUCURSAL" TO LT-TEXTO
           MOVE WS-TOTAL-SUCURSAL TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "USADOS" TO LT-TEXTO
           MOVE WS-TOTAL-USADOS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "ANULADOS" TO LT-TEXTO
           MOVE WS-TOTAL-ANULADOS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES.

       END PROGRAM IDUNUSED.
