       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTANU.
      *>   Ajuste anual de impuesto: al cierre del anio recorre el
      *>   acumulado anual (PAYYTD.cpy) y a cada empleado le calcula
      *>   el impuesto del anio sobre PY-BRUTO-ACUM (menos la parte
      *>   exenta PY-EXENTO-ACUM) con la tabla ANUAL de tramos
      *>   (taxanual.dat, layout TAXBRKT.cpy con limites y cuotas
      *>   anuales, vigencia elegida contra el 31 de diciembre del
      *>   anio), por el mismo camino ARITCALC modo TAX que PAYRUN.
      *>   Lo compara con PY-IMPUESTO-ACUM: si se retuvo de menos
      *>   sale una retencion adicional, si se retuvo de mas una
      *>   devolucion, como transaccion pendiente en ajanual.dat
      *>   (AJUANUAL.cpy) que PAYRUN aplica al impuesto de la primera
      *>   nomina del anio siguiente. El reporte lista el ajuste de
      *>   cada empleado; los que se dieron de baja en el anio van en
      *>   su propia pagina y no se ajustan (su finiquito cierra su
      *>   relacion). Un ajuste que PAYRUN ya empezo a aplicar no se
      *>   recalcula: recorrer este programa antes de la primera
      *>   nomina del anio nuevo reemplaza los pendientes. Debe
      *>   correr antes de esa nomina, que reinicia el acumulado.
      *>   El anio es el de la fecha de proceso en diciembre, el
      *>   anterior en cualquier otro mes, o el que se le nombre en
      *>   la variable de ambiente AJUSTANU-ANIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-acumulado-anual
               ASSIGN TO "payytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PY-ID
               FILE STATUS IS WS-FS-ACUMULADO.

               SELECT archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT OPTIONAL archivo-control-nomina
               ASSIGN TO "payctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT OPTIONAL archivo-tramos
               ASSIGN TO "taxanual.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRAMOS.

               SELECT archivo-ajustes
               ASSIGN TO "ajanual.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AJA-CLAVE
               FILE STATUS IS WS-FS-AJUSTES.

               SELECT archivo-reporte
               ASSIGN TO "ajustanu.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-acumulado-anual.
           COPY PAYYTD.

       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-control-nomina.
           COPY PAYCTL.

       FD  archivo-tramos.
           COPY TAXBRKT.

       FD  archivo-ajustes.
           COPY AJUANUAL.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-ACUMULADO PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-TRAMOS PIC XX VALUE "00".
           01 WS-FS-AJUSTES PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-ACUMULADO PIC X VALUE "N".
           01 WS-EOF-TRAMOS PIC X VALUE "N".
           01 WS-AJUSTE-EXISTE PIC X VALUE "N".

      *>   Anio del ajuste.
           01 WS-ANIO PIC X(4) VALUE SPACES.
           01 WS-ANIO-NUM PIC 9(4) VALUE ZEROS.
           01 WS-FIN-ANIO PIC X(8) VALUE SPACES.

      *>   Tabla anual de tramos, misma carga de dos pasadas que
      *>   CargaTramos de PAYRUN; sin ella, la tasa plana de
      *>   payctl.dat.
           01 WS-TASA-IMPUESTO PIC 99V9999 VALUE 16.
           01 WS-MAX-TRAMOS PIC 99 VALUE 50.
           01 WS-CANT-TRAMOS PIC 99 VALUE ZEROS.
           01 WS-TABLA-TRAMOS.
               05 WS-TRM OCCURS 50 TIMES
                   DEPENDING ON WS-CANT-TRAMOS.
                   10 WS-TRM-VIGENTE-DESDE PIC X(8).
                   10 WS-TRM-BANDA PIC 9(2).
                   10 WS-TRM-LIMITE-INF PIC 9(7)V99.
                   10 WS-TRM-LIMITE-SUP PIC 9(7)V99.
                   10 WS-TRM-TASA PIC 99V9999.
                   10 WS-TRM-CUOTA-FIJA PIC 9(7)V99.
           01 WS-TRM-IDX PIC 99 VALUE ZEROS.
           01 WS-VIGENCIA-ELEGIDA PIC X(8) VALUE SPACES.
           01 WS-HAY-TRAMOS PIC X VALUE "N".
           01 WS-TRAMO-HALLADO PIC X VALUE "N".

      *>   Campos de enlace para CALL "ARITCALC" en modo TAX
      *>   (redondeo NEAREST-EVEN), igual que PAYRUN.
           01 WS-OPERANDO-1 PIC S9(9)V9(6) VALUE 0.
           01 WS-OPERANDO-2 PIC S9(9)V9(6) VALUE 0.
           01 WS-MODO-REDONDEO PIC X(6) VALUE "TAX".
           01 WS-R-SUMA PIC S9(9)V9(6) VALUE 0.
           01 WS-R-RESTA PIC S9(9)V9(6) VALUE 0.
           01 WS-R-MULTI PIC S9(9)V9(6) VALUE 0.
           01 WS-R-DIVISION PIC S9(9)V9(6) VALUE 0.
           01 WS-DIVISION-POR-CERO PIC X VALUE "N".

      *>   Importes del empleado en proceso.
           01 WS-BASE-ANUAL PIC 9(9)V99 VALUE ZEROS.
           01 WS-IMPUESTO-ANUAL PIC 9(9)V99 VALUE ZEROS.
           01 WS-DIFERENCIA PIC S9(9)V99 VALUE ZEROS.
           01 WS-MONTO-AJUSTE PIC 9(9)V99 VALUE ZEROS.
           01 WS-TIPO-AJUSTE PIC X VALUE SPACES.

      *>   Totales de la corrida.
           01 WS-TOTAL-LEIDOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-AJUSTADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SIN-DIFERENCIA PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-OTRO-ANIO PIC 9(6) VALUE ZEROS.
           01 WS-CONT-RETENCIONES PIC 9(6) VALUE ZEROS.
           01 WS-CONT-DEVOLUCIONES PIC 9(6) VALUE ZEROS.
           01 WS-GT-RETENCIONES PIC 9(9)V99 VALUE ZEROS.
           01 WS-GT-DEVOLUCIONES PIC 9(9)V99 VALUE ZEROS.

      *>   Encabezado estandar via RPTHDR, igual que PAYRUN.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "AJUSTANU - AJUSTE ANUAL DE IMPUESTO".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 50.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-COLUMNAS.
               05 FILLER PIC X(2) VALUE "ID".
               05 FILLER PIC X(11) VALUE "     NOMBRE".
               05 FILLER PIC X(19) VALUE "               BASE".
               05 FILLER PIC X(6) VALUE " ANUAL".
               05 FILLER PIC X(14) VALUE "   IMPTO ANUAL".
               05 FILLER PIC X(14) VALUE "      RETENIDO".
               05 FILLER PIC X(18) VALUE "       AJUSTE TIPO".

           01 LIN-DETALLE.
               05 LD-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-NOMBRE PIC X(16).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-BASE PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-IMPUESTO PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-RETENIDO PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-AJUSTE PIC Z,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-TIPO PIC X(10).

           01 LIN-TOTAL-TIPO.
               05 LTT-TEXTO PIC X(30).
               05 LTT-CONTADOR PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LTT-MONTO PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-BAJA.
               05 LB-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LB-NOMBRE PIC X(16).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LB-FECHA-BAJA PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LB-BRUTO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LB-RETENIDO PIC ZZ,ZZZ,ZZ9.99.

           01 LIN-EXCEPCION.
               05 LE-TEXTO PIC X(40).
               05 LE-ID PIC 9(6).

      *>   Bajas del anio: se juntan aqui y se listan en su pagina.
           01 WS-MAX-BAJAS PIC 9(4) VALUE 2000.
           01 WS-CANT-BAJAS PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-BAJAS.
               05 WS-BAJ OCCURS 2000 TIMES
                   DEPENDING ON WS-CANT-BAJAS.
                   10 WS-BAJ-ID PIC 9(6).
                   10 WS-BAJ-NOMBRE PIC X(16).
                   10 WS-BAJ-FECHA PIC X(8).
                   10 WS-BAJ-BRUTO PIC 9(9)V99.
                   10 WS-BAJ-RETENIDO PIC 9(9)V99.
           01 WS-BAJ-IDX PIC 9(4) VALUE ZEROS.

      *>   La pagina de excepciones se junta al final, mismo esquema
      *>   de tabla que PAYRUN.
           01 WS-MAX-EXCEPCIONES PIC 9(4) VALUE 1000.
           01 WS-CANT-EXCEPCIONES PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-EXCEPCIONES.
               05 WS-EXC OCCURS 1000 TIMES
                   DEPENDING ON WS-CANT-EXCEPCIONES.
                   10 WS-EXC-TEXTO PIC X(40).
                   10 WS-EXC-ID PIC 9(6).
           01 WS-EXC-IDX PIC 9(4) VALUE ZEROS.
           01 WS-TEXTO-EXCEPCION PIC X(40) VALUE SPACES.

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Bitacora de corrida (ver RUNLOGW), igual que FINIQ.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "AJUSTANU".
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
           ACCEPT WS-ANIO FROM ENVIRONMENT "AJUSTANU-ANIO"
           IF WS-ANIO = SPACES
               MOVE WS-FECHA-PROCESO-NEG (1:4) TO WS-ANIO-NUM
               IF WS-FECHA-PROCESO-NEG (5:2) NOT = "12"
                   SUBTRACT 1 FROM WS-ANIO-NUM
               END-IF
               MOVE WS-ANIO-NUM TO WS-ANIO
           END-IF
           STRING WS-ANIO "1231" DELIMITED BY SIZE
               INTO WS-FIN-ANIO
           PERFORM LeePerfilEmpresa
           PERFORM LeeControlNomina
           PERFORM CargaTramos
           IF WS-HAY-TRAMOS NOT = "S"
               DISPLAY "ADVERTENCIA: sin tabla anual de tramos, el "
                   "ajuste usa la tasa plana de payctl.dat"
           END-IF
           OPEN INPUT archivo-acumulado-anual
           IF WS-FS-ACUMULADO NOT = "00"
               DISPLAY "AJUSTANU: no hay acumulado anual que ajustar"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT archivo-empleados
           OPEN I-O archivo-ajustes
           IF WS-FS-AJUSTES = "35"
               OPEN OUTPUT archivo-ajustes
               CLOSE archivo-ajustes
               OPEN I-O archivo-ajustes
           END-IF
           OPEN OUTPUT archivo-reporte
           PERFORM UNTIL WS-EOF-ACUMULADO = "S"
               READ archivo-acumulado-anual NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ACUMULADO
                   NOT AT END
                       IF PY-ANIO = WS-ANIO
                           ADD 1 TO WS-TOTAL-LEIDOS
                           PERFORM EvaluaEmpleado
                       ELSE
                           ADD 1 TO WS-TOTAL-OTRO-ANIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-acumulado-anual
           CLOSE archivo-empleados
           CLOSE archivo-ajustes
           PERFORM ImprimeTotales
           PERFORM ImprimeBajas
           PERFORM ImprimeExcepciones
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Ajuste anual " WS-ANIO
               " Revisados: " WS-TOTAL-LEIDOS
               " Ajustados: " WS-TOTAL-AJUSTADOS
               " Sin diferencia: " WS-TOTAL-SIN-DIFERENCIA
               " Bajas: " WS-CANT-BAJAS
           DISPLAY "Retenciones adicionales: " WS-CONT-RETENCIONES
               " Importe: " WS-GT-RETENCIONES
               " Devoluciones: " WS-CONT-DEVOLUCIONES
               " Importe: " WS-GT-DEVOLUCIONES
           IF WS-TOTAL-LEIDOS = 0 AND WS-TOTAL-OTRO-ANIO > 0
               DISPLAY "ADVERTENCIA: el acumulado no trae el anio "
                   WS-ANIO ", ya corrio la primera nomina del "
                   "anio siguiente?"
           END-IF
           MOVE WS-TOTAL-LEIDOS TO WS-RL-LEIDOS
           MOVE WS-TOTAL-AJUSTADOS TO WS-RL-ESCRITOS
           MOVE WS-CANT-BAJAS TO WS-RL-RECHAZADOS
           IF WS-CANT-EXCEPCIONES > 0
               OR (WS-TOTAL-LEIDOS = 0 AND WS-TOTAL-OTRO-ANIO > 0)
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

       LeeControlNomina.
           OPEN INPUT archivo-control-nomina
           IF WS-FS-CONTROL = "00"
               READ archivo-control-nomina
                   NOT AT END
                       MOVE PC-TASA-IMPUESTO TO WS-TASA-IMPUESTO
               END-READ
           END-IF
           CLOSE archivo-control-nomina.

      *>   Tabla anual a memoria: la vigencia en vigor al 31 de
      *>   diciembre del anio del ajuste (la reforma del anio
      *>   siguiente no cuenta), y solo sus renglones.
       CargaTramos.
           OPEN INPUT archivo-tramos
           IF WS-FS-TRAMOS NOT = "00"
               CLOSE archivo-tramos
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-TRAMOS = "S"
               READ archivo-tramos
                   AT END
                       MOVE "S" TO WS-EOF-TRAMOS
                   NOT AT END
                       IF TB-VIGENTE-DESDE <= WS-FIN-ANIO
                           AND TB-VIGENTE-DESDE > WS-VIGENCIA-ELEGIDA
                           MOVE TB-VIGENTE-DESDE
                               TO WS-VIGENCIA-ELEGIDA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-tramos
           IF WS-VIGENCIA-ELEGIDA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-TRAMOS
           OPEN INPUT archivo-tramos
           PERFORM UNTIL WS-EOF-TRAMOS = "S"
               READ archivo-tramos
                   AT END
                       MOVE "S" TO WS-EOF-TRAMOS
                   NOT AT END
                       IF TB-VIGENTE-DESDE = WS-VIGENCIA-ELEGIDA
                           AND WS-CANT-TRAMOS < WS-MAX-TRAMOS
                           ADD 1 TO WS-CANT-TRAMOS
                           MOVE TB-VIGENTE-DESDE TO
                               WS-TRM-VIGENTE-DESDE (WS-CANT-TRAMOS)
                           MOVE TB-BANDA TO
                               WS-TRM-BANDA (WS-CANT-TRAMOS)
                           MOVE TB-LIMITE-INF TO
                               WS-TRM-LIMITE-INF (WS-CANT-TRAMOS)
                           MOVE TB-LIMITE-SUP TO
                               WS-TRM-LIMITE-SUP (WS-CANT-TRAMOS)
                           MOVE TB-TASA TO
                               WS-TRM-TASA (WS-CANT-TRAMOS)
                           MOVE TB-CUOTA-FIJA TO
                               WS-TRM-CUOTA-FIJA (WS-CANT-TRAMOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-tramos
           IF WS-CANT-TRAMOS > 0
               MOVE "S" TO WS-HAY-TRAMOS
           END-IF.

      *>   Un acumulado sin maestro va a excepciones; un terminado
      *>   va a la pagina de bajas sin ajustarse.
       EvaluaEmpleado.
           MOVE PY-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   MOVE "ACUMULADO SIN MAESTRO, NO SE AJUSTA"
                       TO WS-TEXTO-EXCEPCION
                   PERFORM AgregaExcepcion
                   EXIT PARAGRAPH
           END-READ
           IF EMP-ESTADO = "T"
               PERFORM GuardaBaja
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BASE-ANUAL = PY-BRUTO-ACUM - PY-EXENTO-ACUM
           MOVE ZEROS TO WS-IMPUESTO-ANUAL
           IF WS-HAY-TRAMOS = "S"
               PERFORM CalculaImpuestoPorTramo
           ELSE
               PERFORM CalculaImpuestoPlano
           END-IF
           COMPUTE WS-DIFERENCIA =
               WS-IMPUESTO-ANUAL - PY-IMPUESTO-ACUM
           EVALUATE TRUE
               WHEN WS-DIFERENCIA > 0
                   MOVE "C" TO WS-TIPO-AJUSTE
                   MOVE WS-DIFERENCIA TO WS-MONTO-AJUSTE
               WHEN WS-DIFERENCIA < 0
                   MOVE "D" TO WS-TIPO-AJUSTE
                   COMPUTE WS-MONTO-AJUSTE = 0 - WS-DIFERENCIA
               WHEN OTHER
                   MOVE SPACE TO WS-TIPO-AJUSTE
                   MOVE ZEROS TO WS-MONTO-AJUSTE
           END-EVALUATE
           PERFORM GrabaAjuste.

      *>   Impuesto anual progresivo: mismo calculo que PAYRUN (cuota
      *>   fija mas tasa marginal sobre el excedente del limite
      *>   inferior), sobre la base anual.
       CalculaImpuestoPorTramo.
           MOVE "N" TO WS-TRAMO-HALLADO
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
               UNTIL WS-TRM-IDX > WS-CANT-TRAMOS
               IF WS-TRAMO-HALLADO = "N"
                   AND WS-BASE-ANUAL >= WS-TRM-LIMITE-INF (WS-TRM-IDX)
                   AND WS-BASE-ANUAL <= WS-TRM-LIMITE-SUP (WS-TRM-IDX)
                   MOVE "S" TO WS-TRAMO-HALLADO
                   PERFORM CalculaMarginal
               END-IF
           END-PERFORM
           IF WS-TRAMO-HALLADO = "N"
               MOVE "BASE ANUAL SIN TRAMO, SE USA TASA PLANA"
                   TO WS-TEXTO-EXCEPCION
               PERFORM AgregaExcepcion
               PERFORM CalculaImpuestoPlano
           END-IF.

       CalculaMarginal.
           MOVE WS-BASE-ANUAL TO WS-OPERANDO-1
           MOVE WS-TRM-LIMITE-INF (WS-TRM-IDX) TO WS-OPERANDO-2
           CALL "ARITCALC" USING WS-OPERANDO-1 WS-OPERANDO-2
               WS-MODO-REDONDEO WS-R-SUMA WS-R-RESTA WS-R-MULTI
               WS-R-DIVISION WS-DIVISION-POR-CERO
           MOVE WS-R-RESTA TO WS-OPERANDO-1
           MOVE WS-TRM-TASA (WS-TRM-IDX) TO WS-OPERANDO-2
           CALL "ARITCALC" USING WS-OPERANDO-1 WS-OPERANDO-2
               WS-MODO-REDONDEO WS-R-SUMA WS-R-RESTA WS-R-MULTI
               WS-R-DIVISION WS-DIVISION-POR-CERO
           MOVE WS-R-MULTI TO WS-OPERANDO-1
           MOVE 100 TO WS-OPERANDO-2
           CALL "ARITCALC" USING WS-OPERANDO-1 WS-OPERANDO-2
               WS-MODO-REDONDEO WS-R-SUMA WS-R-RESTA WS-R-MULTI
               WS-R-DIVISION WS-DIVISION-POR-CERO
           MOVE WS-R-DIVISION TO WS-OPERANDO-1
           MOVE WS-TRM-CUOTA-FIJA (WS-TRM-IDX) TO WS-OPERANDO-2
           CALL "ARITCALC" USING WS-OPERANDO-1 WS-OPERANDO-2
               WS-MODO-REDONDEO WS-R-SUMA WS-R-RESTA WS-R-MULTI
               WS-R-DIVISION WS-DIVISION-POR-CERO
           COMPUTE WS-IMPUESTO-ANUAL ROUNDED = WS-R-SUMA.

       CalculaImpuestoPlano.
           MOVE WS-BASE-ANUAL TO WS-OPERANDO-1
           MOVE WS-TASA-IMPUESTO TO WS-OPERANDO-2
           CALL "ARITCALC" USING WS-OPERANDO-1 WS-OPERANDO-2
               WS-MODO-REDONDEO WS-R-SUMA WS-R-RESTA WS-R-MULTI
               WS-R-DIVISION WS-DIVISION-POR-CERO
           MOVE WS-R-MULTI TO WS-OPERANDO-1
           MOVE 100 TO WS-OPERANDO-2
           CALL "ARITCALC" USING WS-OPERANDO-1 WS-OPERANDO-2
               WS-MODO-REDONDEO WS-R-SUMA WS-R-RESTA WS-R-MULTI
               WS-R-DIVISION WS-DIVISION-POR-CERO
           COMPUTE WS-IMPUESTO-ANUAL ROUNDED = WS-R-DIVISION.

      *>   Graba o reemplaza el pendiente del empleado. Uno que
      *>   PAYRUN ya empezo a aplicar se respeta y va a excepciones;
      *>   uno que en el recalculo queda sin diferencia se borra.
       GrabaAjuste.
           MOVE PY-ID TO AJA-ID
           MOVE WS-ANIO TO AJA-ANIO
           MOVE "S" TO WS-AJUSTE-EXISTE
           READ archivo-ajustes
               INVALID KEY
                   MOVE "N" TO WS-AJUSTE-EXISTE
           END-READ
           IF WS-AJUSTE-EXISTE = "S"
               AND (AJA-APLICADO > 0 OR AJA-ESTADO NOT = "P")
               MOVE "AJUSTE YA EN APLICACION, NO SE RECALCULA"
                   TO WS-TEXTO-EXCEPCION
               PERFORM AgregaExcepcion
               EXIT PARAGRAPH
           END-IF
           IF WS-TIPO-AJUSTE = SPACE
               ADD 1 TO WS-TOTAL-SIN-DIFERENCIA
               IF WS-AJUSTE-EXISTE = "S"
                   DELETE archivo-ajustes
               END-IF
               PERFORM ImprimeDetalle
               EXIT PARAGRAPH
           END-IF
           MOVE PY-ID TO AJA-ID
           MOVE WS-ANIO TO AJA-ANIO
           MOVE WS-TIPO-AJUSTE TO AJA-TIPO
           MOVE WS-BASE-ANUAL TO AJA-BASE-ANUAL
           MOVE WS-IMPUESTO-ANUAL TO AJA-IMPUESTO-ANUAL
           MOVE PY-IMPUESTO-ACUM TO AJA-RETENIDO
           MOVE WS-MONTO-AJUSTE TO AJA-MONTO
           MOVE ZEROS TO AJA-APLICADO
           MOVE "P" TO AJA-ESTADO
           MOVE WS-FECHA-PROCESO-NEG TO AJA-FECHA-CALCULO
           MOVE SPACES TO AJA-FECHA-APLICADO
           MOVE SPACES TO AJA-PERIODO-ULT
           MOVE ZEROS TO AJA-MONTO-ULT
           IF WS-AJUSTE-EXISTE = "S"
               REWRITE AJA-RECORD
           ELSE
               WRITE AJA-RECORD
           END-IF
           ADD 1 TO WS-TOTAL-AJUSTADOS
           IF WS-TIPO-AJUSTE = "C"
               ADD 1 TO WS-CONT-RETENCIONES
               ADD WS-MONTO-AJUSTE TO WS-GT-RETENCIONES
           ELSE
               ADD 1 TO WS-CONT-DEVOLUCIONES
               ADD WS-MONTO-AJUSTE TO WS-GT-DEVOLUCIONES
           END-IF
           PERFORM ImprimeDetalle.

       GuardaBaja.
           IF WS-CANT-BAJAS >= WS-MAX-BAJAS
               MOVE "TABLA DE BAJAS LLENA, NO SE LISTA"
                   TO WS-TEXTO-EXCEPCION
               PERFORM AgregaExcepcion
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANT-BAJAS
           MOVE PY-ID TO WS-BAJ-ID (WS-CANT-BAJAS)
           MOVE EMP-NOMBRE TO WS-BAJ-NOMBRE (WS-CANT-BAJAS)
           MOVE EMP-FECHA-BAJA TO WS-BAJ-FECHA (WS-CANT-BAJAS)
           MOVE PY-BRUTO-ACUM TO WS-BAJ-BRUTO (WS-CANT-BAJAS)
           MOVE PY-IMPUESTO-ACUM TO WS-BAJ-RETENIDO (WS-CANT-BAJAS).

       ImprimeDetalle.
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           MOVE PY-ID TO LD-ID
           MOVE EMP-NOMBRE TO LD-NOMBRE
           MOVE WS-BASE-ANUAL TO LD-BASE
           MOVE WS-IMPUESTO-ANUAL TO LD-IMPUESTO
           MOVE PY-IMPUESTO-ACUM TO LD-RETENIDO
           MOVE WS-MONTO-AJUSTE TO LD-AJUSTE
           EVALUATE WS-TIPO-AJUSTE
               WHEN "C"
                   MOVE "RETENCION" TO LD-TIPO
               WHEN "D"
                   MOVE "DEVOLUCION" TO LD-TIPO
               WHEN OTHER
                   MOVE "SIN AJUSTE" TO LD-TIPO
           END-EVALUATE
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-CONTADOR-LINEAS.

       ImprimeEncabezado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS
           MOVE ZEROS TO WS-CONTADOR-LINEAS.

       ImprimeTotales.
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "RETENCIONES ADICIONALES" TO LTT-TEXTO
           MOVE WS-CONT-RETENCIONES TO LTT-CONTADOR
           MOVE WS-GT-RETENCIONES TO LTT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTAL-TIPO
           MOVE "DEVOLUCIONES" TO LTT-TEXTO
           MOVE WS-CONT-DEVOLUCIONES TO LTT-CONTADOR
           MOVE WS-GT-DEVOLUCIONES TO LTT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTAL-TIPO.

      *>   Pagina de bajas del anio, excluidas del ajuste.
       ImprimeBajas.
           IF WS-CANT-BAJAS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ImprimeEncabezado
           MOVE "BAJAS DEL ANIO, EXCLUIDAS DEL AJUSTE" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING WS-BAJ-IDX FROM 1 BY 1
               UNTIL WS-BAJ-IDX > WS-CANT-BAJAS
               MOVE WS-BAJ-ID (WS-BAJ-IDX) TO LB-ID
               MOVE WS-BAJ-NOMBRE (WS-BAJ-IDX) TO LB-NOMBRE
               MOVE WS-BAJ-FECHA (WS-BAJ-IDX) TO LB-FECHA-BAJA
               MOVE WS-BAJ-BRUTO (WS-BAJ-IDX) TO LB-BRUTO
               MOVE WS-BAJ-RETENIDO (WS-BAJ-IDX) TO LB-RETENIDO
               WRITE LINEA-REPORTE FROM LIN-BAJA
           END-PERFORM.

       ImprimeExcepciones.
           IF WS-CANT-EXCEPCIONES = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ImprimeEncabezado
           MOVE "EXCEPCIONES DEL AJUSTE" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-CANT-EXCEPCIONES
               MOVE WS-EXC-TEXTO (WS-EXC-IDX) TO LE-TEXTO
               MOVE WS-EXC-ID (WS-EXC-IDX) TO LE-ID
               WRITE LINEA-REPORTE FROM LIN-EXCEPCION
           END-PERFORM.

       AgregaExcepcion.
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE WS-TEXTO-EXCEPCION
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE PY-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
           END-IF.

       END PROGRAM AJUSTANU.
