       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSVAC.
      *>   Reporte de plazas vacantes para reclutamiento: recorre el
      *>   maestro de plazas (POSMAST.cpy) por la llave alterna de
      *>   departamento y lista las plazas autorizadas sin ocupante,
      *>   con los dias que lleva abierta cada una (fecha de proceso
      *>   menos PS-FECHA-VACANTE) y su costo presupuestado
      *>   (salario presupuestado por FTE). Corte por departamento
      *>   con subtotal de plazas y costo, y gran total al final.
      *>   Encabezado estandar via RPTHDR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-plazas
               ASSIGN TO "posiciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-NUMERO
               ALTERNATE RECORD KEY IS PS-DEPTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PLAZAS.

               SELECT archivo-reporte
               ASSIGN TO "posvac.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-plazas.
           COPY POSMAST.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-PLAZAS PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-PLAZAS PIC X VALUE "N".
           01 WS-DEPTO-ACTUAL PIC X(10) VALUE SPACES.
           01 WS-PRIMERA-VEZ PIC X VALUE "S".

           01 WS-DIAS-ABIERTA PIC S9(5) VALUE ZEROS.
           01 WS-COSTO-PLAZA PIC 9(7)V99 VALUE ZEROS.
           01 WS-VACANTES-DEPTO PIC 9(5) VALUE ZEROS.
           01 WS-COSTO-DEPTO PIC 9(9)V99 VALUE ZEROS.
           01 WS-TOTAL-VACANTES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-COSTO PIC 9(11)V99 VALUE ZEROS.

      *>   Encabezado estandar via RPTHDR.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "POSVAC - PLAZAS VACANTES".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 50.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-DEPTO.
               05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
               05 LP-DEPTO PIC X(10).

           01 LIN-TITULO.
               05 FILLER PIC X(10) VALUE "  PLAZA".
               05 FILLER PIC X(7) VALUE "GRADO".
               05 FILLER PIC X(8) VALUE "   FTE".
               05 FILLER PIC X(14) VALUE "  PRESUPUESTO".
               05 FILLER PIC X(12) VALUE "  VACANTE".
               05 FILLER PIC X(8) VALUE "  DIAS".
               05 FILLER PIC X(16) VALUE "   COSTO PRESUP.".

           01 LIN-DETALLE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-PLAZA PIC Z(5)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-GRADO PIC X(2).
               05 FILLER PIC X(3) VALUE SPACES.
               05 LD-FTE PIC Z9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-PRESUPUESTO PIC Z,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-VACANTE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-DIAS PIC ZZ,ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-COSTO PIC Z,ZZZ,ZZ9.99.

           01 LIN-SUBTOTAL.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(20) VALUE "VACANTES DEL DEPTO: ".
               05 LS-VACANTES PIC ZZ,ZZ9.
               05 FILLER PIC X(21) VALUE SPACES.
               05 FILLER PIC X(14) VALUE "COSTO PRESUP: ".
               05 LS-COSTO PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-TOTALES.
               05 LT-TEXTO PIC X(32).
               05 LT-CONTADOR PIC ZZZ,ZZ9.

           01 LIN-TOTAL-COSTO.
               05 FILLER PIC X(32) VALUE
                   "COSTO PRESUPUESTADO VACANTE".
               05 LC-COSTO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Bitacora de corrida (ver RUNLOGW).
           01 WS-RL-PROGRAMA PIC X(8) VALUE "POSVAC".
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
           OPEN INPUT archivo-plazas
           IF WS-FS-PLAZAS = "00"
               MOVE SPACES TO PS-DEPTO
               START archivo-plazas KEY >= PS-DEPTO
                   INVALID KEY
                       MOVE "S" TO WS-EOF-PLAZAS
               END-START
               PERFORM UNTIL WS-EOF-PLAZAS = "S"
                   READ archivo-plazas NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-PLAZAS
                       NOT AT END
                           ADD 1 TO WS-RL-LEIDOS
                           IF PS-ESTADO = "A" AND PS-EMP-ID = ZEROS
                               PERFORM ProcesaVacante
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE archivo-plazas
           IF WS-PRIMERA-VEZ = "N"
               PERFORM ImprimeSubtotal
           END-IF
           PERFORM ImprimeTotales
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Plazas vacantes: " WS-TOTAL-VACANTES
               " Costo presupuestado: " WS-TOTAL-COSTO
           MOVE WS-TOTAL-VACANTES TO WS-RL-ESCRITOS
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

       ProcesaVacante.
           IF WS-PRIMERA-VEZ = "S" OR PS-DEPTO NOT = WS-DEPTO-ACTUAL
               IF WS-PRIMERA-VEZ = "N"
                   PERFORM ImprimeSubtotal
               END-IF
               MOVE "N" TO WS-PRIMERA-VEZ
               MOVE PS-DEPTO TO WS-DEPTO-ACTUAL
               MOVE ZEROS TO WS-VACANTES-DEPTO
               MOVE ZEROS TO WS-COSTO-DEPTO
               IF WS-CONTADOR-LINEAS + 4 > WS-LINEAS-POR-PAGINA
                   PERFORM ImprimeEncabezado
               END-IF
               MOVE PS-DEPTO TO LP-DEPTO
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               WRITE LINEA-REPORTE FROM LIN-DEPTO
               WRITE LINEA-REPORTE FROM LIN-TITULO
               ADD 3 TO WS-CONTADOR-LINEAS
           END-IF
      *>   Una fecha de vacante ilegible no detiene el reporte: la
      *>   plaza sale con cero dias.
           MOVE ZEROS TO WS-DIAS-ABIERTA
           IF PS-FECHA-VACANTE NUMERIC
               IF FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(PS-FECHA-VACANTE)) NOT = 0
                   COMPUTE WS-DIAS-ABIERTA =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG))
                       - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(PS-FECHA-VACANTE))
                   IF WS-DIAS-ABIERTA < 0
                       MOVE ZEROS TO WS-DIAS-ABIERTA
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-COSTO-PLAZA ROUNDED =
               PS-SALARIO-PRESUP * PS-FTE
           ADD 1 TO WS-VACANTES-DEPTO
           ADD 1 TO WS-TOTAL-VACANTES
           ADD WS-COSTO-PLAZA TO WS-COSTO-DEPTO
           ADD WS-COSTO-PLAZA TO WS-TOTAL-COSTO
           MOVE PS-NUMERO TO LD-PLAZA
           MOVE PS-GRADO TO LD-GRADO
           MOVE PS-FTE TO LD-FTE
           MOVE PS-SALARIO-PRESUP TO LD-PRESUPUESTO
           MOVE PS-FECHA-VACANTE TO LD-VACANTE
           MOVE WS-DIAS-ABIERTA TO LD-DIAS
           MOVE WS-COSTO-PLAZA TO LD-COSTO
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
               WRITE LINEA-REPORTE FROM LIN-TITULO
               ADD 1 TO WS-CONTADOR-LINEAS
           END-IF
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-CONTADOR-LINEAS.

       ImprimeSubtotal.
           MOVE WS-VACANTES-DEPTO TO LS-VACANTES
           MOVE WS-COSTO-DEPTO TO LS-COSTO
           WRITE LINEA-REPORTE FROM LIN-SUBTOTAL
           ADD 1 TO WS-CONTADOR-LINEAS.

       ImprimeEncabezado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           MOVE ZEROS TO WS-CONTADOR-LINEAS.

       ImprimeTotales.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "PLAZAS VACANTES" TO LT-TEXTO
           MOVE WS-TOTAL-VACANTES TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE WS-TOTAL-COSTO TO LC-COSTO
           WRITE LINEA-REPORTE FROM LIN-TOTAL-COSTO.

       END PROGRAM POSVAC.
