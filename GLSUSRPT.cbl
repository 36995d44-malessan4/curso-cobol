       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLSUSRPT.
      *>   Reporte del suspenso del mayor (GLSUSP.cpy): los asientos
      *>   que GLUPDT no aplico en el dia porque su cuenta no esta en
      *>   el catalogo, esta inactiva o es de resumen, con el motivo,
      *>   y el total de cargos y abonos que el mayor dejo de
      *>   recibir. El dia es el de proceso, o GLSUSRPT-FECHA
      *>   (AAAAMMDD) para re-imprimir otro. RC 4 si hubo asientos
      *>   en suspenso: contabilidad tiene que corregir el mapeo o el
      *>   catalogo y re-mandarlos. Encabezado estandar via RPTHDR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-suspenso
               ASSIGN TO "glsusp.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSO.

               SELECT archivo-reporte
               ASSIGN TO "glsusp.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-suspenso.
           COPY GLSUSP.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-SUSPENSO PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-SUSPENSO PIC X VALUE "N".
           01 WS-FECHA-REPORTE PIC X(8) VALUE SPACES.

           01 WS-TOTAL-ASIENTOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CARGOS PIC 9(13)V99 VALUE ZEROS.
           01 WS-TOTAL-ABONOS PIC 9(13)V99 VALUE ZEROS.

      *>   Encabezado estandar via RPTHDR.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "GLSUSRPT - ASIENTOS EN SUSPENSO".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 50.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-TITULO.
               05 FILLER PIC X(10) VALUE "CUENTA".
               05 FILLER PIC X(4) VALUE "D/C".
               05 FILLER PIC X(16) VALUE "         IMPORTE".
               05 FILLER PIC X(10) VALUE "  POLIZA".
               05 FILLER PIC X(30) VALUE "MOTIVO".

           01 LIN-DETALLE.
               05 LD-CUENTA PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-DRCR PIC X(2).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-MONTO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-FECHA PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-MOTIVO PIC X(30).

           01 LIN-CONTADOR.
               05 LC-TEXTO PIC X(32).
               05 LC-CONTADOR PIC ZZZ,ZZ9.

           01 LIN-TOTALES.
               05 LT-TEXTO PIC X(32).
               05 LT-MONTO PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Bitacora de corrida (ver RUNLOGW).
           01 WS-RL-PROGRAMA PIC X(8) VALUE "GLSUSRPT".
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
           ACCEPT WS-FECHA-REPORTE FROM ENVIRONMENT "GLSUSRPT-FECHA"
           IF WS-FECHA-REPORTE = SPACES
               MOVE WS-FECHA-PROCESO-NEG TO WS-FECHA-REPORTE
           END-IF
           PERFORM LeePerfilEmpresa
           OPEN OUTPUT archivo-reporte
           PERFORM ImprimeEncabezado
           OPEN INPUT archivo-suspenso
           IF WS-FS-SUSPENSO = "00"
               PERFORM UNTIL WS-EOF-SUSPENSO = "S"
                   READ archivo-suspenso
                       AT END
                           MOVE "S" TO WS-EOF-SUSPENSO
                       NOT AT END
                           ADD 1 TO WS-RL-LEIDOS
                           IF GLS-FECHA-HORA (1:8) = WS-FECHA-REPORTE
                               PERFORM ImprimeAsiento
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE archivo-suspenso
           PERFORM ImprimeTotales
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Asientos en suspenso del " WS-FECHA-REPORTE ": "
               WS-TOTAL-ASIENTOS
           MOVE WS-TOTAL-ASIENTOS TO WS-RL-ESCRITOS
           IF WS-TOTAL-ASIENTOS > 0
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

       ImprimeAsiento.
           ADD 1 TO WS-TOTAL-ASIENTOS
           IF GLS-IND-DRCR = "DR"
               ADD GLS-MONTO TO WS-TOTAL-CARGOS
           ELSE
               ADD GLS-MONTO TO WS-TOTAL-ABONOS
           END-IF
           MOVE GLS-CUENTA TO LD-CUENTA
           MOVE GLS-IND-DRCR TO LD-DRCR
           MOVE GLS-MONTO TO LD-MONTO
           MOVE GLS-FECHA TO LD-FECHA
           MOVE GLS-MOTIVO TO LD-MOTIVO
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-CONTADOR-LINEAS.

       ImprimeEncabezado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           WRITE LINEA-REPORTE FROM LIN-TITULO
           MOVE 1 TO WS-CONTADOR-LINEAS.

       ImprimeTotales.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "ASIENTOS EN SUSPENSO" TO LC-TEXTO
           MOVE WS-TOTAL-ASIENTOS TO LC-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-CONTADOR
           MOVE "CARGOS NO APLICADOS" TO LT-TEXTO
           MOVE WS-TOTAL-CARGOS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "ABONOS NO APLICADOS" TO LT-TEXTO
           MOVE WS-TOTAL-ABONOS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES.

       END PROGRAM GLSUSRPT.
