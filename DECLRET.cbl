       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLRET.
      *>   Declaracion mensual de retenciones de impuesto sobre
      *>   nomina: totaliza la historia de detalle de pago
      *>   (PAYDHIST.cpy, corridas normales y finiquitos) del periodo
      *>   pedido (variable de ambiente DECLRET-PERIODO, AAAAMM; en
      *>   blanco, el periodo de la fecha de proceso) por banda de la
      *>   tabla de retencion (PH-TRAMO) con pagos, base y retenido,
      *>   y cuenta los empleados distintos. El total retenido se
      *>   amarra contra los abonos del periodo a la cuenta de
      *>   impuesto retenido de la poliza de nomina (PAYGLCTL.cpy) en
      *>   el mayor propio (GLMAST.cpy). Si amarra se emite el
      *>   archivo de declaracion en el formato fijo de la autoridad
      *>   (DECLREG.cpy); si no amarra, o no hay con que amarrar, el
      *>   archivo se deja vacio, el descuadre queda en el log de
      *>   excepciones y la corrida termina RC 8: no se declara una
      *>   cifra que la contabilidad no respalda.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-historia-pago
               ASSIGN TO "paydhist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIA.

               SELECT OPTIONAL archivo-control-cuentas
               ASSIGN TO "payglctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CUENTAS.

               SELECT OPTIONAL archivo-control-declaracion
               ASSIGN TO "declctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL-DECL.

               SELECT OPTIONAL archivo-mayor
               ASSIGN TO "glmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-CLAVE
               FILE STATUS IS WS-FS-MAYOR.

               SELECT archivo-declaracion
               ASSIGN TO "declret.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DECLARACION.

               SELECT archivo-reporte
               ASSIGN TO "declret.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

               SELECT OPTIONAL archivo-excepciones
               ASSIGN TO "excepciones.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCIONES.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-historia-pago.
           COPY PAYDHIST.

       FD  archivo-control-cuentas.
           COPY PAYGLCTL.

       FD  archivo-control-declaracion.
           COPY DECLCTL.

       FD  archivo-mayor.
           COPY GLMAST.

       FD  archivo-declaracion.
           COPY DECLREG.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       FD  archivo-excepciones.
           COPY EXCREC.

       WORKING-STORAGE SECTION.
           01 WS-FS-HISTORIA PIC XX VALUE "00".
           01 WS-FS-CUENTAS PIC XX VALUE "00".
           01 WS-FS-CTL-DECL PIC XX VALUE "00".
           01 WS-FS-MAYOR PIC XX VALUE "00".
           01 WS-FS-DECLARACION PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-EOF-HISTORIA PIC X VALUE "N".

           01 WS-PERIODO PIC X(6) VALUE SPACES.
           01 WS-CUENTA-IMPUESTO PIC X(8) VALUE SPACES.
           01 WS-RFC PIC X(13) VALUE SPACES.
           01 WS-OBLIGACION PIC X(10) VALUE SPACES.
           01 WS-HAY-MAYOR PIC X VALUE "N".
           01 WS-ABONOS-MAYOR PIC 9(13)V99 VALUE ZEROS.
           01 WS-DIFERENCIA PIC S9(13)V99 VALUE ZEROS.
           01 WS-DIFERENCIA-EDIT PIC -(12)9.99.
           01 WS-AMARRA PIC X VALUE "N".

      *>   Totales por banda de la tabla de retencion; la banda 00
      *>   junta lo calculado con la tasa plana de respaldo.
           01 WS-CANT-BANDAS PIC 99 VALUE ZEROS.
           01 WS-BAN-IDX PIC 99 VALUE ZEROS.
           01 WS-BANDA-HALLADA PIC X VALUE "N".
           01 WS-TABLA-BANDAS.
               05 WS-BAN OCCURS 60 TIMES
                   DEPENDING ON WS-CANT-BANDAS.
                   10 WS-BAN-BANDA PIC 9(2).
                   10 WS-BAN-PAGOS PIC 9(6).
                   10 WS-BAN-BASE PIC 9(13)V99.
                   10 WS-BAN-RETENIDO PIC 9(13)V99.
           01 WS-MAX-BANDAS PIC 99 VALUE 60.

      *>   Empleados distintos del periodo (un empleado con dos
      *>   quincenas en bandas distintas cuenta una vez).
           01 WS-MAX-EMPLEADOS PIC 9(5) VALUE 10000.
           01 WS-CANT-EMPLEADOS PIC 9(5) VALUE ZEROS.
           01 WS-EMP-IDX PIC 9(5) VALUE ZEROS.
           01 WS-EMPLEADO-HALLADO PIC X VALUE "N".
           01 WS-TABLA-EMPLEADOS.
               05 WS-EMP-ID OCCURS 10000 TIMES
                   DEPENDING ON WS-CANT-EMPLEADOS PIC 9(6).

           01 WS-TOTAL-PAGOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-BASE PIC 9(13)V99 VALUE ZEROS.
           01 WS-TOTAL-RETENIDO PIC 9(13)V99 VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "DECLRET - DECLARACION DE RETENCIONES".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.

           01 LIN-PERIODO.
               05 FILLER PIC X(9) VALUE "PERIODO: ".
               05 LP-PERIODO PIC X(6).
               05 FILLER PIC X(9) VALUE "  CUENTA ".
               05 LP-CUENTA PIC X(8).

           01 LIN-COLUMNAS PIC X(70) VALUE
               "BANDA   PAGOS                BASE           RETENIDO".

           01 LIN-DETALLE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-BANDA PIC 99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-PAGOS PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-BASE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-RETENIDO PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

           01 LIN-TOTALES.
               05 FILLER PIC X(6) VALUE "TOTAL".
               05 LT-PAGOS PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LT-BASE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LT-RETENIDO PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

           01 LIN-EMPLEADOS.
               05 FILLER PIC X(22) VALUE "EMPLEADOS CON PAGO:  ".
               05 LE-EMPLEADOS PIC ZZZ,ZZ9.

           01 LIN-AMARRE.
               05 FILLER PIC X(22) VALUE "ABONOS DEL MAYOR:    ".
               05 LA-ABONOS PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(14) VALUE "  DIFERENCIA: ".
               05 LA-DIFERENCIA PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

           01 LIN-VEREDICTO PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           ACCEPT WS-PERIODO FROM ENVIRONMENT "DECLRET-PERIODO"
           IF WS-PERIODO = SPACES
               MOVE WS-FECHA-PROCESO-NEG (1:6) TO WS-PERIODO
           END-IF
           PERFORM LeePerfilEmpresa
           PERFORM LeeControles
           PERFORM AcumulaHistoria
           PERFORM AmarraMayor
           OPEN OUTPUT archivo-declaracion
           IF WS-AMARRA = "S"
               PERFORM EmiteDeclaracion
           END-IF
           CLOSE archivo-declaracion
           PERFORM ImprimeReporte
           DISPLAY "Retenciones del periodo " WS-PERIODO ": "
               WS-TOTAL-PAGOS " pagos, " WS-CANT-EMPLEADOS
               " empleados, retenido " WS-TOTAL-RETENIDO
           IF WS-AMARRA = "S"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "DECLRET: la historia no amarra con el mayor, "
                   "no se emitio declaracion"
               MOVE 8 TO RETURN-CODE
           END-IF
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al menu
      *>   cuando lo invoca via CALL.
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

      *>   La cuenta de impuesto retenido es la misma que PAYGL abona
      *>   (PAYGLCTL.cpy); los datos del retenedor salen de
      *>   declctl.dat. Sin cuenta no hay contra que amarrar.
       LeeControles.
           OPEN INPUT archivo-control-cuentas
           IF WS-FS-CUENTAS = "00"
               READ archivo-control-cuentas
                   NOT AT END
                       MOVE PGC-CUENTA-IMPUESTO TO WS-CUENTA-IMPUESTO
               END-READ
           END-IF
           CLOSE archivo-control-cuentas
           OPEN INPUT archivo-control-declaracion
           IF WS-FS-CTL-DECL = "00"
               READ archivo-control-declaracion
                   NOT AT END
                       MOVE DCC-RFC TO WS-RFC
                       MOVE DCC-OBLIGACION TO WS-OBLIGACION
               END-READ
           END-IF
           CLOSE archivo-control-declaracion.

       AcumulaHistoria.
           OPEN INPUT archivo-historia-pago
           IF WS-FS-HISTORIA NOT = "00"
               CLOSE archivo-historia-pago
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-HISTORIA = "S"
               READ archivo-historia-pago
                   AT END
                       MOVE "S" TO WS-EOF-HISTORIA
                   NOT AT END
                       IF PH-FECHA (1:6) = WS-PERIODO
                           PERFORM AcumulaUnPago
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-historia-pago.

       AcumulaUnPago.
           ADD 1 TO WS-TOTAL-PAGOS
           ADD PH-BRUTO TO WS-TOTAL-BASE
           ADD PH-IMPUESTO TO WS-TOTAL-RETENIDO
           MOVE "N" TO WS-BANDA-HALLADA
           PERFORM VARYING WS-BAN-IDX FROM 1 BY 1
               UNTIL WS-BAN-IDX > WS-CANT-BANDAS
               IF WS-BAN-BANDA (WS-BAN-IDX) = PH-TRAMO
                   ADD 1 TO WS-BAN-PAGOS (WS-BAN-IDX)
                   ADD PH-BRUTO TO WS-BAN-BASE (WS-BAN-IDX)
                   ADD PH-IMPUESTO TO WS-BAN-RETENIDO (WS-BAN-IDX)
                   MOVE "S" TO WS-BANDA-HALLADA
               END-IF
           END-PERFORM
           IF WS-BANDA-HALLADA = "N"
               AND WS-CANT-BANDAS < WS-MAX-BANDAS
               PERFORM AgregaBanda
           END-IF
           MOVE "N" TO WS-EMPLEADO-HALLADO
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-CANT-EMPLEADOS
               OR WS-EMPLEADO-HALLADO = "S"
               IF WS-EMP-ID (WS-EMP-IDX) = PH-ID
                   MOVE "S" TO WS-EMPLEADO-HALLADO
               END-IF
           END-PERFORM
           IF WS-EMPLEADO-HALLADO = "N"
               AND WS-CANT-EMPLEADOS < WS-MAX-EMPLEADOS
               ADD 1 TO WS-CANT-EMPLEADOS
               MOVE PH-ID TO WS-EMP-ID (WS-CANT-EMPLEADOS)
           END-IF.

      *>   Las bandas se guardan en orden ascendente para que el
      *>   reporte y la declaracion salgan ordenados sin SORT.
       AgregaBanda.
           ADD 1 TO WS-CANT-BANDAS
           MOVE WS-CANT-BANDAS TO WS-BAN-IDX
           PERFORM UNTIL WS-BAN-IDX = 1
               OR WS-BAN-BANDA (WS-BAN-IDX - 1) < PH-TRAMO
               MOVE WS-BAN (WS-BAN-IDX - 1) TO WS-BAN (WS-BAN-IDX)
               SUBTRACT 1 FROM WS-BAN-IDX
           END-PERFORM
           MOVE PH-TRAMO TO WS-BAN-BANDA (WS-BAN-IDX)
           MOVE 1 TO WS-BAN-PAGOS (WS-BAN-IDX)
           MOVE PH-BRUTO TO WS-BAN-BASE (WS-BAN-IDX)
           MOVE PH-IMPUESTO TO WS-BAN-RETENIDO (WS-BAN-IDX).

      *>   Amarre del retenido contra los abonos del periodo a la
      *>   cuenta de impuesto retenido. Una cuenta sin registro en el
      *>   mayor cuenta como abono cero.
       AmarraMayor.
           IF WS-CUENTA-IMPUESTO = SPACES
               MOVE "SIN-CTL" TO EXC-TIPO
               MOVE "C" TO EXC-SEVERIDAD
               MOVE "Sin cuenta de impuesto retenido para amarrar"
                   TO EXC-DETALLE
               PERFORM GrabaExcepcion
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT archivo-mayor
           IF WS-FS-MAYOR = "00"
               MOVE "S" TO WS-HAY-MAYOR
               MOVE WS-CUENTA-IMPUESTO TO GLM-CUENTA
               MOVE WS-PERIODO TO GLM-PERIODO
               READ archivo-mayor
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GLM-ABONOS TO WS-ABONOS-MAYOR
               END-READ
           END-IF
           CLOSE archivo-mayor
           COMPUTE WS-DIFERENCIA = WS-TOTAL-RETENIDO - WS-ABONOS-MAYOR
           IF WS-DIFERENCIA = 0
               MOVE "S" TO WS-AMARRA
           ELSE
               MOVE "DESCUADRE" TO EXC-TIPO
               MOVE "C" TO EXC-SEVERIDAD
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-EDIT
               STRING "Retenido " WS-PERIODO " no amarra, dif="
                   WS-DIFERENCIA-EDIT
                   DELIMITED BY SIZE INTO EXC-DETALLE
               PERFORM GrabaExcepcion
           END-IF.

       EmiteDeclaracion.
           MOVE SPACES TO DCL-ENCABEZADO
           MOVE "E" TO DCE-TIPO-REG
           MOVE WS-RFC TO DCE-RFC
           MOVE WS-OBLIGACION TO DCE-OBLIGACION
           MOVE WS-PERIODO TO DCE-PERIODO
           MOVE WS-FECHA-PROCESO-NEG TO DCE-FECHA-PRESENT
           MOVE WS-CANT-EMPLEADOS TO DCE-EMPLEADOS
           WRITE DCL-ENCABEZADO
           PERFORM VARYING WS-BAN-IDX FROM 1 BY 1
               UNTIL WS-BAN-IDX > WS-CANT-BANDAS
               MOVE SPACES TO DCL-DETALLE
               MOVE "D" TO DCD-TIPO-REG
               MOVE WS-BAN-BANDA (WS-BAN-IDX) TO DCD-BANDA
               MOVE WS-BAN-PAGOS (WS-BAN-IDX) TO DCD-PAGOS
               MOVE WS-BAN-BASE (WS-BAN-IDX) TO DCD-BASE
               MOVE WS-BAN-RETENIDO (WS-BAN-IDX) TO DCD-RETENIDO
               WRITE DCL-DETALLE
           END-PERFORM
           MOVE SPACES TO DCL-TOTAL
           MOVE "T" TO DCT-TIPO-REG
           COMPUTE DCT-RENGLONES = WS-CANT-BANDAS + 2
           MOVE WS-TOTAL-BASE TO DCT-BASE
           MOVE WS-TOTAL-RETENIDO TO DCT-RETENIDO
           WRITE DCL-TOTAL.

       ImprimeReporte.
           OPEN OUTPUT archivo-reporte
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           MOVE WS-PERIODO TO LP-PERIODO
           MOVE WS-CUENTA-IMPUESTO TO LP-CUENTA
           WRITE LINEA-REPORTE FROM LIN-PERIODO
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS
           PERFORM VARYING WS-BAN-IDX FROM 1 BY 1
               UNTIL WS-BAN-IDX > WS-CANT-BANDAS
               MOVE WS-BAN-BANDA (WS-BAN-IDX) TO LD-BANDA
               MOVE WS-BAN-PAGOS (WS-BAN-IDX) TO LD-PAGOS
               MOVE WS-BAN-BASE (WS-BAN-IDX) TO LD-BASE
               MOVE WS-BAN-RETENIDO (WS-BAN-IDX) TO LD-RETENIDO
               WRITE LINEA-REPORTE FROM LIN-DETALLE
           END-PERFORM
           MOVE WS-TOTAL-PAGOS TO LT-PAGOS
           MOVE WS-TOTAL-BASE TO LT-BASE
           MOVE WS-TOTAL-RETENIDO TO LT-RETENIDO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE WS-CANT-EMPLEADOS TO LE-EMPLEADOS
           WRITE LINEA-REPORTE FROM LIN-EMPLEADOS
           MOVE WS-ABONOS-MAYOR TO LA-ABONOS
           MOVE WS-DIFERENCIA TO LA-DIFERENCIA
           WRITE LINEA-REPORTE FROM LIN-AMARRE
           IF WS-AMARRA = "S"
               MOVE "RETENIDO = ABONOS DEL MAYOR: DECLARACION EMITIDA"
                   TO LIN-VEREDICTO
           ELSE
               MOVE "** NO AMARRA CON EL MAYOR: SIN DECLARACION **"
                   TO LIN-VEREDICTO
           END-IF
           WRITE LINEA-REPORTE FROM LIN-VEREDICTO
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte.

      *>   Asienta en el log comun de excepciones (EXCREC.cpy).
       GrabaExcepcion.
           MOVE "DECLRET" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           OPEN EXTEND archivo-excepciones
           IF WS-FS-EXCEPCIONES = "05" OR WS-FS-EXCEPCIONES = "35"
               OPEN OUTPUT archivo-excepciones
           END-IF
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

       END PROGRAM DECLRET.
