       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.
      *>   Antiguedad diaria del suspenso de efectivo (CSHSUSP.cpy):
      *>   una linea por recibo todavia sin limpiar — en suspenso (S),
      *>   redirigido sin aplicar todavia (R) o marcado para
      *>   devolucion sin devolver (D) — con los dias que lleva desde
      *>   que entro al suspenso, en tramos 0-5, 6-15, 16-30 y mas de
      *>   30 dias, y el resumen por estado, mismo esquema que
      *>   DISPAGE. Corre todas las noches hasta que el suspenso se
      *>   vacia; RC 4 cuando algun recibo lleva mas de 30 dias.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-suspenso
               ASSIGN TO "cshsusp.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-NUMERO
               FILE STATUS IS WS-FS-SUSPENSO.

               SELECT archivo-reporte
               ASSIGN TO "suspage.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-suspenso.
           COPY CSHSUSP.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-SUSPENSO PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-SUSPENSO PIC X VALUE "N".

           01 WS-DIAS-SUSPENSO PIC S9(6) VALUE ZEROS.
           01 WS-IDX-TRAMO PIC 9 VALUE ZEROS.
           01 WS-TABLA-TRAMOS.
               05 WS-TRAMO OCCURS 4 TIMES.
                   10 WS-TRAMO-CONTADOR PIC 9(6).
                   10 WS-TRAMO-MONTO PIC 9(11)V99.
           01 WS-NOMBRES-TRAMO.
               05 FILLER PIC X(26) VALUE "EN SUSPENSO 0-5 DIAS".
               05 FILLER PIC X(26) VALUE "EN SUSPENSO 6-15 DIAS".
               05 FILLER PIC X(26) VALUE "EN SUSPENSO 16-30 DIAS".
               05 FILLER PIC X(26) VALUE "EN SUSPENSO 31+ DIAS".
           01 WS-NOMBRES-TRAMO-R REDEFINES WS-NOMBRES-TRAMO.
               05 WS-NOMBRE-TRAMO PIC X(26) OCCURS 4 TIMES.

      *>   Resumen por estado: S en suspenso, R redirigido, D para
      *>   devolucion.
           01 WS-IDX-ESTADO PIC 9 VALUE ZEROS.
           01 WS-TABLA-ESTADOS.
               05 WS-EST OCCURS 3 TIMES.
                   10 WS-EST-CONTADOR PIC 9(6).
                   10 WS-EST-MONTO PIC 9(11)V99.
           01 WS-NOMBRES-ESTADO.
               05 FILLER PIC X(26) VALUE "SIN INVESTIGAR (S)".
               05 FILLER PIC X(26) VALUE "REDIRIGIDOS S/APLICAR (R)".
               05 FILLER PIC X(26) VALUE "PARA DEVOLUCION (D)".
           01 WS-NOMBRES-ESTADO-R REDEFINES WS-NOMBRES-ESTADO.
               05 WS-NOMBRE-ESTADO PIC X(26) OCCURS 3 TIMES.

           01 WS-TOTAL-PENDIENTES PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-PENDIENTES PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-ATRASADOS PIC 9(6) VALUE ZEROS.

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR, igual que DISPAGE.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "SUSPAGE - EFECTIVO EN SUSPENSO".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 20.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-COLUMNAS.
               05 FILLER PIC X(45) VALUE
                   "NUMERO   ALTA     RECIBIDO CUENTA   PARTIDA E".
               05 FILLER PIC X(40) VALUE
                   " M DIAS          MONTO OPERADOR".

           01 LIN-DETALLE.
               05 LD-NUMERO PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-ALTA PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-RECIBO PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-CUENTA PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-ITEM PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-ESTADO PIC X(1).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-MOTIVO PIC X(1).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-DIAS PIC ZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-MONTO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-OPERADOR PIC X(8).

           01 LIN-TOTALES.
               05 LT-TEXTO PIC X(28).
               05 LT-CONTADOR PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LT-MONTO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *>   Bitacora de corrida (ver RUNLOGW), igual que DISPAGE.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "SUSPAGE".
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
           INITIALIZE WS-TABLA-ESTADOS
           OPEN OUTPUT archivo-reporte
           PERFORM ImprimeEncabezado
           MOVE "RECIBOS EN SUSPENSO SIN LIMPIAR" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           OPEN INPUT archivo-suspenso
           IF WS-FS-SUSPENSO = "00"
               PERFORM UNTIL WS-EOF-SUSPENSO = "S"
                   READ archivo-suspenso NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-SUSPENSO
                       NOT AT END
                           ADD 1 TO WS-RL-LEIDOS
                           IF SU-ESTADO = "S" OR SU-ESTADO = "R"
                               OR SU-ESTADO = "D"
                               PERFORM ClasificaRecibo
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE archivo-suspenso
           IF WS-TOTAL-PENDIENTES = 0
               MOVE "SUSPENSO LIMPIO, SIN RECIBOS PENDIENTES"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           PERFORM ImprimeTotales
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Recibos en suspenso: " WS-TOTAL-PENDIENTES
               " Monto: " WS-MONTO-PENDIENTES
               " Mas de 30 dias: " WS-TOTAL-ATRASADOS
           MOVE WS-TOTAL-PENDIENTES TO WS-RL-ESCRITOS
           MOVE WS-TOTAL-ATRASADOS TO WS-RL-RECHAZADOS
           IF WS-TOTAL-ATRASADOS > 0
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

       ClasificaRecibo.
           COMPUTE WS-DIAS-SUSPENSO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(SU-FECHA-ALTA))
           IF WS-DIAS-SUSPENSO < 0
               MOVE 0 TO WS-DIAS-SUSPENSO
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS-SUSPENSO <= 5
                   MOVE 1 TO WS-IDX-TRAMO
               WHEN WS-DIAS-SUSPENSO <= 15
                   MOVE 2 TO WS-IDX-TRAMO
               WHEN WS-DIAS-SUSPENSO <= 30
                   MOVE 3 TO WS-IDX-TRAMO
               WHEN OTHER
                   MOVE 4 TO WS-IDX-TRAMO
           END-EVALUATE
           ADD 1 TO WS-TRAMO-CONTADOR (WS-IDX-TRAMO)
           ADD SU-MONTO TO WS-TRAMO-MONTO (WS-IDX-TRAMO)
           EVALUATE SU-ESTADO
               WHEN "S"
                   MOVE 1 TO WS-IDX-ESTADO
               WHEN "R"
                   MOVE 2 TO WS-IDX-ESTADO
               WHEN OTHER
                   MOVE 3 TO WS-IDX-ESTADO
           END-EVALUATE
           ADD 1 TO WS-EST-CONTADOR (WS-IDX-ESTADO)
           ADD SU-MONTO TO WS-EST-MONTO (WS-IDX-ESTADO)
           ADD 1 TO WS-TOTAL-PENDIENTES
           ADD SU-MONTO TO WS-MONTO-PENDIENTES
           IF WS-IDX-TRAMO = 4
               ADD 1 TO WS-TOTAL-ATRASADOS
           END-IF
           MOVE SU-NUMERO TO LD-NUMERO
           MOVE SU-FECHA-ALTA TO LD-ALTA
           MOVE SU-FECHA-RECIBO TO LD-RECIBO
           MOVE SU-CUENTA-ORIGEN TO LD-CUENTA
           MOVE SU-ITEM-ORIGEN TO LD-ITEM
           MOVE SU-ESTADO TO LD-ESTADO
           MOVE SU-MOTIVO TO LD-MOTIVO
           MOVE WS-DIAS-SUSPENSO TO LD-DIAS
           MOVE SU-MONTO TO LD-MONTO
           MOVE SU-OPERADOR TO LD-OPERADOR
           PERFORM ImprimeDetalle.

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

      *>   Resumen por tramos de antiguedad y por estado.
       ImprimeTotales.
           PERFORM ImprimeEncabezado
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
               UNTIL WS-IDX-TRAMO > 4
               MOVE WS-NOMBRE-TRAMO (WS-IDX-TRAMO) TO LT-TEXTO
               MOVE WS-TRAMO-CONTADOR (WS-IDX-TRAMO) TO LT-CONTADOR
               MOVE WS-TRAMO-MONTO (WS-IDX-TRAMO) TO LT-MONTO
               WRITE LINEA-REPORTE FROM LIN-TOTALES
           END-PERFORM
           PERFORM VARYING WS-IDX-ESTADO FROM 1 BY 1
               UNTIL WS-IDX-ESTADO > 3
               MOVE WS-NOMBRE-ESTADO (WS-IDX-ESTADO) TO LT-TEXTO
               MOVE WS-EST-CONTADOR (WS-IDX-ESTADO) TO LT-CONTADOR
               MOVE WS-EST-MONTO (WS-IDX-ESTADO) TO LT-MONTO
               WRITE LINEA-REPORTE FROM LIN-TOTALES
           END-PERFORM
           MOVE "TOTAL EN SUSPENSO" TO LT-TEXTO
           MOVE WS-TOTAL-PENDIENTES TO LT-CONTADOR
           MOVE WS-MONTO-PENDIENTES TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES.

       END PROGRAM SUSPAGE.
