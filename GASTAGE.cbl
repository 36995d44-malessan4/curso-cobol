       IDENTIFICATION DIVISION.
       PROGRAM-ID. GASTAGE.
      *>   Antiguedad de las solicitudes de reembolso de gastos que
      *>   siguen sin aprobar (GASTREG.cpy, estado S): una linea por
      *>   solicitud con los dias desde la captura y el responsable
      *>   del departamento que la tiene que decidir en GASTWRK
      *>   (DM-RESPONSABLE, DEPTMAST), los tramos 0-7, 8-15, 16-30 y
      *>   mas de 30 dias como CHQREC, y una pagina de resumen por
      *>   departamento con la pendiente mas vieja, para que el
      *>   responsable atrasado se vea. RC 4 cuando hay alguna con
      *>   mas de 30 dias.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-gastos
               ASSIGN TO "gastreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GTO-CLAVE
               FILE STATUS IS WS-FS-GASTOS.

               SELECT OPTIONAL archivo-departamentos
               ASSIGN TO "deptos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-FS-DEPTOS.

               SELECT archivo-reporte
               ASSIGN TO "gastage.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-gastos.
           COPY GASTREG.

       FD  archivo-departamentos.
           COPY DEPTMAST.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-GASTOS PIC XX VALUE "00".
           01 WS-FS-DEPTOS PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-GASTOS PIC X VALUE "N".
           01 WS-RESPONSABLE PIC X(16) VALUE SPACES.

           01 WS-DIAS-ANTIGUEDAD PIC S9(6) VALUE ZEROS.
           01 WS-IDX-TRAMO PIC 9 VALUE ZEROS.
           01 WS-TABLA-TRAMOS.
               05 WS-TRAMO OCCURS 4 TIMES.
                   10 WS-TRAMO-CONTADOR PIC 9(6).
                   10 WS-TRAMO-MONTO PIC 9(11)V99.
           01 WS-NOMBRES-TRAMO.
               05 FILLER PIC X(26) VALUE "PENDIENTES 0-7 DIAS".
               05 FILLER PIC X(26) VALUE "PENDIENTES 8-15 DIAS".
               05 FILLER PIC X(26) VALUE "PENDIENTES 16-30 DIAS".
               05 FILLER PIC X(26) VALUE "PENDIENTES MAS DE 30".
           01 WS-NOMBRES-TRAMO-R REDEFINES WS-NOMBRES-TRAMO.
               05 WS-NOMBRE-TRAMO PIC X(26) OCCURS 4 TIMES.

      *>   Resumen por departamento, mismo esquema de tabla que
      *>   PAYGL.
           01 WS-MAX-DEPTOS PIC 9(4) VALUE 2000.
           01 WS-CANT-DEPTOS PIC 9(4) VALUE ZEROS.
           01 WS-IDX PIC 9(4) VALUE ZEROS.
           01 WS-DEPTO-HALLADO PIC X VALUE "N".
           01 WS-TABLA-DEPTOS.
               05 WS-DEP OCCURS 2000 TIMES
                   DEPENDING ON WS-CANT-DEPTOS.
                   10 WS-DEP-DEPTO PIC X(10).
                   10 WS-DEP-RESPONSABLE PIC X(16).
                   10 WS-DEP-CONTADOR PIC 9(6).
                   10 WS-DEP-MONTO PIC 9(11)V99.
                   10 WS-DEP-MAX-DIAS PIC 9(6).

           01 WS-TOTAL-PENDIENTES PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-PENDIENTES PIC 9(11)V99 VALUE ZEROS.

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR, igual que CHQREC.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "GASTAGE - REEMBOLSOS SIN APROBAR".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 20.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-COLUMNAS.
               05 FILLER PIC X(44) VALUE
                   "ID     COMPROBANTE     DEPTO      CAPTURA".
               05 FILLER PIC X(48) VALUE
                   "    DIAS          MONTO RESPONSABLE".

           01 LIN-DETALLE.
               05 LD-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-COMPROBANTE PIC X(15).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-DEPTO PIC X(10).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-CAPTURA PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-DIAS PIC ZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-MONTO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-RESPONSABLE PIC X(16).

           01 LIN-DEPTO.
               05 LP-DEPTO PIC X(10).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-RESPONSABLE PIC X(16).
               05 FILLER PIC X(1) VALUE SPACES.
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

      *>   Bitacora de corrida (ver RUNLOGW), igual que CHQREC.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "GASTAGE".
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
           OPEN INPUT archivo-departamentos
           PERFORM ImprimeEncabezado
           MOVE "REEMBOLSOS PENDIENTES DE APROBACION" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           OPEN INPUT archivo-gastos
           IF WS-FS-GASTOS = "00"
               PERFORM UNTIL WS-EOF-GASTOS = "S"
                   READ archivo-gastos NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-GASTOS
                       NOT AT END
                           ADD 1 TO WS-RL-LEIDOS
                           IF GTO-ESTADO = "S"
                               PERFORM ClasificaPendiente
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE archivo-gastos
           IF WS-FS-DEPTOS = "00"
               CLOSE archivo-departamentos
           END-IF
           PERFORM ImprimeTotales
           PERFORM ImprimeDepartamentos
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Reembolsos pendientes: " WS-TOTAL-PENDIENTES
               " Mas de 30 dias: " WS-TRAMO-CONTADOR (4)
           MOVE WS-TOTAL-PENDIENTES TO WS-RL-ESCRITOS
           MOVE WS-TRAMO-CONTADOR (4) TO WS-RL-RECHAZADOS
           IF WS-TRAMO-CONTADOR (4) > 0
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

       ClasificaPendiente.
           COMPUTE WS-DIAS-ANTIGUEDAD =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(GTO-FECHA-ALTA))
           IF WS-DIAS-ANTIGUEDAD < 0
               MOVE 0 TO WS-DIAS-ANTIGUEDAD
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS-ANTIGUEDAD <= 7
                   MOVE 1 TO WS-IDX-TRAMO
               WHEN WS-DIAS-ANTIGUEDAD <= 15
                   MOVE 2 TO WS-IDX-TRAMO
               WHEN WS-DIAS-ANTIGUEDAD <= 30
                   MOVE 3 TO WS-IDX-TRAMO
               WHEN OTHER
                   MOVE 4 TO WS-IDX-TRAMO
           END-EVALUATE
           ADD 1 TO WS-TRAMO-CONTADOR (WS-IDX-TRAMO)
           ADD GTO-MONTO TO WS-TRAMO-MONTO (WS-IDX-TRAMO)
           ADD 1 TO WS-TOTAL-PENDIENTES
           ADD GTO-MONTO TO WS-MONTO-PENDIENTES
           PERFORM ResuelveResponsable
           PERFORM AcumulaDepartamento
           MOVE GTO-ID TO LD-ID
           MOVE GTO-COMPROBANTE TO LD-COMPROBANTE
           MOVE GTO-DEPTO TO LD-DEPTO
           MOVE GTO-FECHA-ALTA TO LD-CAPTURA
           MOVE WS-DIAS-ANTIGUEDAD TO LD-DIAS
           MOVE GTO-MONTO TO LD-MONTO
           MOVE WS-RESPONSABLE TO LD-RESPONSABLE
           PERFORM ImprimeDetalle.

       ResuelveResponsable.
           MOVE "SIN RESPONSABLE" TO WS-RESPONSABLE
           IF WS-FS-DEPTOS = "00"
               MOVE GTO-DEPTO TO DM-CODIGO
               READ archivo-departamentos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DM-RESPONSABLE NOT = SPACES
                           MOVE DM-RESPONSABLE TO WS-RESPONSABLE
                       END-IF
               END-READ
           END-IF.

       AcumulaDepartamento.
           MOVE "N" TO WS-DEPTO-HALLADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-DEPTOS
               IF WS-DEP-DEPTO (WS-IDX) = GTO-DEPTO
                   ADD 1 TO WS-DEP-CONTADOR (WS-IDX)
                   ADD GTO-MONTO TO WS-DEP-MONTO (WS-IDX)
                   IF WS-DIAS-ANTIGUEDAD > WS-DEP-MAX-DIAS (WS-IDX)
                       MOVE WS-DIAS-ANTIGUEDAD
                           TO WS-DEP-MAX-DIAS (WS-IDX)
                   END-IF
                   MOVE "S" TO WS-DEPTO-HALLADO
               END-IF
           END-PERFORM
           IF WS-DEPTO-HALLADO = "N"
               AND WS-CANT-DEPTOS < WS-MAX-DEPTOS
               ADD 1 TO WS-CANT-DEPTOS
               MOVE GTO-DEPTO TO WS-DEP-DEPTO (WS-CANT-DEPTOS)
               MOVE WS-RESPONSABLE
                   TO WS-DEP-RESPONSABLE (WS-CANT-DEPTOS)
               MOVE 1 TO WS-DEP-CONTADOR (WS-CANT-DEPTOS)
               MOVE GTO-MONTO TO WS-DEP-MONTO (WS-CANT-DEPTOS)
               MOVE WS-DIAS-ANTIGUEDAD
                   TO WS-DEP-MAX-DIAS (WS-CANT-DEPTOS)
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

      *>   Resumen de la antiguedad por tramos.
       ImprimeTotales.
           PERFORM ImprimeEncabezado
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
               UNTIL WS-IDX-TRAMO > 4
               MOVE WS-NOMBRE-TRAMO (WS-IDX-TRAMO) TO LT-TEXTO
               MOVE WS-TRAMO-CONTADOR (WS-IDX-TRAMO) TO LT-CONTADOR
               MOVE WS-TRAMO-MONTO (WS-IDX-TRAMO) TO LT-MONTO
               WRITE LINEA-REPORTE FROM LIN-TOTALES
           END-PERFORM
           MOVE "TOTAL PENDIENTES" TO LT-TEXTO
           MOVE WS-TOTAL-PENDIENTES TO LT-CONTADOR
           MOVE WS-MONTO-PENDIENTES TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES.

      *>   Pagina por departamento: pendientes, monto y dias de la
      *>   mas vieja, con el responsable que las debe.
       ImprimeDepartamentos.
           IF WS-CANT-DEPTOS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ImprimeEncabezado
           MOVE "PENDIENTES POR DEPARTAMENTO Y RESPONSABLE"
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-DEPTOS
               MOVE WS-DEP-DEPTO (WS-IDX) TO LP-DEPTO
               MOVE WS-DEP-RESPONSABLE (WS-IDX) TO LP-RESPONSABLE
               MOVE WS-DEP-CONTADOR (WS-IDX) TO LP-CONTADOR
               MOVE WS-DEP-MONTO (WS-IDX) TO LP-MONTO
               MOVE WS-DEP-MAX-DIAS (WS-IDX) TO LP-MAX-DIAS
               WRITE LINEA-REPORTE FROM LIN-DEPTO
           END-PERFORM.

       END PROGRAM GASTAGE.
