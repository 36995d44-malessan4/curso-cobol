       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBRPT.
      *>   Reporte de remesa de embargos por acreedor: toma la remesa
      *>   que dejo la corrida de nomina (EMBREMIT.cpy), la verifica
      *>   contra su trailer 999999 como PAYDISP verifica paydet.dat,
      *>   y la lista ordenada por acreedor y expediente, con un
      *>   subtotal por acreedor (lo que tesoreria deposita a cada
      *>   juzgado o institucion) y el total general. Las ordenes que
      *>   quedaron cubiertas en esta corrida salen marcadas para que
      *>   se avise al acreedor. Una remesa truncada o descuadrada no
      *>   se reporta (RC 8).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-remesa-embargo
               ASSIGN TO "embremit.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REMESA.

               SELECT archivo-reporte
               ASSIGN TO "embrpt.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

               SELECT OPTIONAL archivo-excepciones
               ASSIGN TO "excepciones.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCIONES.

               SELECT archivo-orden
               ASSIGN TO "EMBSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-remesa-embargo.
           COPY EMBREMIT.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       FD  archivo-excepciones.
           COPY EXCREC.

       SD  archivo-orden.
           01 ORDEN-RECORD.
               05 ORD-ACREEDOR         PIC X(10).
               05 ORD-EXPEDIENTE       PIC X(15).
               05 ORD-ID               PIC 9(6).
               05 ORD-TIPO             PIC X(1).
               05 ORD-ACREEDOR-NOMBRE  PIC X(30).
               05 ORD-MONTO            PIC 9(7)V99.
               05 ORD-CERRADA          PIC X(1).

       WORKING-STORAGE SECTION.
           01 WS-FS-REMESA PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-EOF-REMESA PIC X VALUE "N".
           01 WS-EOF-ORDEN PIC X VALUE "N".

      *>   Verificacion del trailer de la remesa, misma disciplina
      *>   que PAYDISP con paydet.dat.
           01 WS-EOF-VERIFICA PIC X VALUE "N".
           01 WS-CONTADOR-REAL PIC 9(6) VALUE ZEROS.
           01 WS-SUMA-REAL PIC 9(11)V99 VALUE ZEROS.
           01 WS-TRAILER-HALLADO PIC X VALUE "N".
           01 WS-TRAILER-OK PIC X VALUE "N".

           01 WS-ACREEDOR-ACTUAL PIC X(10) VALUE SPACES.
           01 WS-PRIMERA-VEZ PIC X VALUE "S".
           01 WS-CANT-ACREEDOR PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-ACREEDOR PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-ACREEDORES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RENGLONES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CERRADAS PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-TOTAL PIC 9(11)V99 VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR, igual que PAYDISP.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "EMBRPT - REMESA DE EMBARGOS POR ACREEDOR".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.

           01 LIN-ACREEDOR.
               05 FILLER PIC X(10) VALUE "ACREEDOR: ".
               05 LA-ACREEDOR PIC X(10).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LA-NOMBRE PIC X(30).

           01 LIN-COLUMNAS.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(40) VALUE
                   "ID     EXPEDIENTE      T".
               05 FILLER PIC X(14) VALUE "         MONTO".

           01 LIN-DETALLE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-EXPEDIENTE PIC X(15).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-TIPO PIC X(1).
               05 FILLER PIC X(14) VALUE SPACES.
               05 LD-MONTO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-MARCA PIC X(16).

           01 LIN-SUBTOTAL.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(20) VALUE "A DEPOSITAR, ORDENES".
               05 LS-CANTIDAD PIC ZZZ,ZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 LS-MONTO PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-TOTALES.
               05 FILLER PIC X(18) VALUE "TOTAL ACREEDORES".
               05 LT-ACREEDORES PIC ZZZ,ZZ9.
               05 FILLER PIC X(10) VALUE " ORDENES ".
               05 LT-RENGLONES PIC ZZZ,ZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 LT-MONTO PIC ZZZ,ZZZ,ZZ9.99.

      *>   Bitacora de corrida (ver RUNLOGW), igual que PAYDISP.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "EMBRPT".
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
           PERFORM VerificaTrailerRemesa
           IF WS-TRAILER-OK NOT = "S"
               PERFORM RegistraTrailerMalo
               DISPLAY "EMBRPT: trailer de embremit.dat ausente o "
                   "descuadrado, remesa rehusada"
               MOVE 8 TO RETURN-CODE
               MOVE RETURN-CODE TO WS-RL-RETORNO
               CALL "RUNLOGW" USING WS-RL-PROGRAMA WS-RL-INICIO
                   WS-RL-LEIDOS WS-RL-ESCRITOS WS-RL-RECHAZADOS
                   WS-RL-RETORNO
               MOVE WS-RL-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT archivo-reporte
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           SORT archivo-orden
               ON ASCENDING KEY ORD-ACREEDOR ORD-EXPEDIENTE ORD-ID
               INPUT PROCEDURE IS SeleccionaRemesa
               OUTPUT PROCEDURE IS ImprimeRemesa
           PERFORM CierraAcreedor
           MOVE WS-TOTAL-ACREEDORES TO LT-ACREEDORES
           MOVE WS-TOTAL-RENGLONES TO LT-RENGLONES
           MOVE WS-MONTO-TOTAL TO LT-MONTO
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Acreedores: " WS-TOTAL-ACREEDORES
               " Ordenes remesadas: " WS-TOTAL-RENGLONES
               " Cerradas: " WS-TOTAL-CERRADAS
               " Importe: " WS-MONTO-TOTAL
           MOVE WS-TOTAL-RENGLONES TO WS-RL-ESCRITOS
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

      *>   Pre-pasada de verificacion: cuenta los renglones y suma
      *>   los montos contra el trailer 999999.
       VerificaTrailerRemesa.
           MOVE "N" TO WS-TRAILER-OK
           OPEN INPUT archivo-remesa-embargo
           IF WS-FS-REMESA NOT = "00"
               CLOSE archivo-remesa-embargo
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-VERIFICA = "S"
               READ archivo-remesa-embargo
                   AT END
                       MOVE "S" TO WS-EOF-VERIFICA
                   NOT AT END
                       IF ER-ID = 999999
                           MOVE "S" TO WS-TRAILER-HALLADO
                           IF ERT-CONTADOR = WS-CONTADOR-REAL
                               AND ERT-MONTO-TOTAL = WS-SUMA-REAL
                               MOVE "S" TO WS-TRAILER-OK
                           END-IF
                       ELSE
                           ADD 1 TO WS-CONTADOR-REAL
                           ADD ER-MONTO TO WS-SUMA-REAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-remesa-embargo.

       RegistraTrailerMalo.
           MOVE "EMBRPT" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           MOVE "TRAILER" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           IF WS-TRAILER-HALLADO = "S"
               MOVE "Trailer de embremit.dat fuera de balance"
                   TO EXC-DETALLE
           ELSE
               MOVE "embremit.dat sin trailer de control"
                   TO EXC-DETALLE
           END-IF
           OPEN EXTEND archivo-excepciones
           IF WS-FS-EXCEPCIONES = "05" OR WS-FS-EXCEPCIONES = "35"
               OPEN OUTPUT archivo-excepciones
           END-IF
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

       SeleccionaRemesa.
           OPEN INPUT archivo-remesa-embargo
           PERFORM UNTIL WS-EOF-REMESA = "S"
               READ archivo-remesa-embargo
                   AT END
                       MOVE "S" TO WS-EOF-REMESA
                   NOT AT END
                       IF ER-ID NOT = 999999
                           ADD 1 TO WS-RL-LEIDOS
                           MOVE ER-ACREEDOR TO ORD-ACREEDOR
                           MOVE ER-EXPEDIENTE TO ORD-EXPEDIENTE
                           MOVE ER-ID TO ORD-ID
                           MOVE ER-TIPO TO ORD-TIPO
                           MOVE ER-ACREEDOR-NOMBRE
                               TO ORD-ACREEDOR-NOMBRE
                           MOVE ER-MONTO TO ORD-MONTO
                           MOVE ER-CERRADA TO ORD-CERRADA
                           RELEASE ORDEN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-remesa-embargo.

       ImprimeRemesa.
           PERFORM UNTIL WS-EOF-ORDEN = "S"
               RETURN archivo-orden
                   AT END
                       MOVE "S" TO WS-EOF-ORDEN
                   NOT AT END
                       PERFORM ImprimeDetalle
               END-RETURN
           END-PERFORM.

       ImprimeDetalle.
           IF WS-PRIMERA-VEZ = "S"
               OR ORD-ACREEDOR NOT = WS-ACREEDOR-ACTUAL
               PERFORM CierraAcreedor
               MOVE ORD-ACREEDOR TO WS-ACREEDOR-ACTUAL
               MOVE "N" TO WS-PRIMERA-VEZ
               ADD 1 TO WS-TOTAL-ACREEDORES
               MOVE ORD-ACREEDOR TO LA-ACREEDOR
               MOVE ORD-ACREEDOR-NOMBRE TO LA-NOMBRE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               WRITE LINEA-REPORTE FROM LIN-ACREEDOR
               WRITE LINEA-REPORTE FROM LIN-COLUMNAS
           END-IF
           MOVE ORD-ID TO LD-ID
           MOVE ORD-EXPEDIENTE TO LD-EXPEDIENTE
           MOVE ORD-TIPO TO LD-TIPO
           MOVE ORD-MONTO TO LD-MONTO
           IF ORD-CERRADA = "S"
               MOVE "** CUBIERTA **" TO LD-MARCA
               ADD 1 TO WS-TOTAL-CERRADAS
           ELSE
               MOVE SPACES TO LD-MARCA
           END-IF
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-CANT-ACREEDOR
           ADD ORD-MONTO TO WS-MONTO-ACREEDOR
           ADD 1 TO WS-TOTAL-RENGLONES
           ADD ORD-MONTO TO WS-MONTO-TOTAL.

      *>   Subtotal del acreedor que termina (nada si todavia no
      *>   hubo ninguno).
       CierraAcreedor.
           IF WS-CANT-ACREEDOR = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CANT-ACREEDOR TO LS-CANTIDAD
           MOVE WS-MONTO-ACREEDOR TO LS-MONTO
           WRITE LINEA-REPORTE FROM LIN-SUBTOTAL
           MOVE ZEROS TO WS-CANT-ACREEDOR WS-MONTO-ACREEDOR.

       END PROGRAM EMBRPT.
