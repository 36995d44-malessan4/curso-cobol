       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEXTR.
      *>   Corrida de pagos extraordinarios (fuera del ciclo de nomina):
      *>   toma el archivo de transacciones de pago unico (PAYEXTX.cpy)
      *>   — sueldos no pagados, bonos, comisiones, correcciones
      *>   manuales — y los paga sin esperar la siguiente corrida de
      *>   PAYRUN. Cada folio se valida contra el registro de folios ya
      *>   pagados (PAYEXREG.cpy) y contra el maestro: folio repetido,
      *>   monto en cero, empleado desconocido o dado de baja caen a la
      *>   pagina de excepciones y no se pagan. Los folios aceptados se
      *>   suman por empleado y el total, menos la parte exenta que
      *>   traiga cada folio, se retiene con la misma tabla de tramos y
      *>   el mismo redondeo ARITCALC modo TAX que PAYRUN; el pago
      *>   extraordinario no cobra deducciones, embargos ni prestamos,
      *>   que son de la nomina del periodo. Sale un detalle de pago con
      *>   el layout de PAYDET.cpy y su trailer marcado O
      *>   (payextdet.dat), que PAYDISP, PAYGL y PAYSLIP toman en su
      *>   paso propio del stream PAYEXTR.jcl; el renglon de historia va
      *>   marcado O y el acumulado anual suma el pago sin contarlo como
      *>   periodo ni mover la marca de corrida. Las aportaciones
      *>   patronales del pago salen con las tasas de APORTCTL.cpy,
      *>   igual que en PAYRUN, a aporthist.dat y a aportdet.dat con su
      *>   trailer para la poliza del stream. La corrida no consulta ni
      *>   marca el calendario de periodos (PAYPER.cpy): no paga un
      *>   periodo, asi que no choca con la proteccion contra el pago
      *>   doble del periodo ni la consume.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-transacciones
               ASSIGN TO "pagoext.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACCIONES.

               SELECT OPTIONAL archivo-folios
               ASSIGN TO "pagoextreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PXR-FOLIO
               FILE STATUS IS WS-FS-FOLIOS.

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
               ASSIGN TO "taxbrkt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRAMOS.

               SELECT archivo-detalle-extra
               ASSIGN TO "payextdet.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DETALLE.

               SELECT OPTIONAL archivo-historia-pago
               ASSIGN TO "paydhist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIA.

               SELECT archivo-acumulado-anual
               ASSIGN TO "payytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-ID
               FILE STATUS IS WS-FS-ACUMULADO.

               SELECT OPTIONAL archivo-tasas-aport
               ASSIGN TO "aportctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TASAS-APORT.

               SELECT OPTIONAL archivo-historia-aport
               ASSIGN TO "aporthist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIST-APORT.

               SELECT archivo-detalle-aport
               ASSIGN TO "aportdet.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DET-APORT.

               SELECT archivo-reporte
               ASSIGN TO "payextr.prt"
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
       FD  archivo-transacciones.
           COPY PAYEXTX.

       FD  archivo-folios.
           COPY PAYEXREG.

       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-control-nomina.
           COPY PAYCTL.

       FD  archivo-tramos.
           COPY TAXBRKT.

       FD  archivo-detalle-extra.
           COPY PAYDET.
           COPY PAYDTRLR.

       FD  archivo-historia-pago.
           COPY PAYDHIST.

       FD  archivo-acumulado-anual.
           COPY PAYYTD.

       FD  archivo-tasas-aport.
           COPY APORTCTL.

       FD  archivo-historia-aport.
           COPY APORTHIS.

       FD  archivo-detalle-aport.
           COPY APORTHIS REPLACING LEADING ==AH== BY ==AD==.
           COPY APORTTRL.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       FD  archivo-excepciones.
           COPY EXCREC.

       WORKING-STORAGE SECTION.
           01 WS-FS-TRANSACCIONES PIC XX VALUE "00".
           01 WS-FS-FOLIOS PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-TRAMOS PIC XX VALUE "00".
           01 WS-FS-DETALLE PIC XX VALUE "00".
           01 WS-FS-HISTORIA PIC XX VALUE "00".
           01 WS-FS-ACUMULADO PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-EOF-TRANSACCIONES PIC X VALUE "N".
           01 WS-EOF-TRAMOS PIC X VALUE "N".
           01 WS-FOLIO-PAGADO PIC X VALUE "N".
           01 WS-EMPLEADO-HALLADO PIC X VALUE "N".
           01 WS-ACUM-EXISTE PIC X VALUE "N".
           01 WS-ANIO-PROCESO PIC X(4) VALUE SPACES.

      *>   Candado de periodo (ver PERCHECK/PERLOCK.cpy): un pago
      *>   extraordinario no postea dentro de un mes ya cerrado.
           01 WS-PERIODO-CERRADO PIC X VALUE "N".

      *>   Tasa plana de respaldo y tabla de tramos, mismo esquema
      *>   que PAYRUN.
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
           01 WS-TRAMO-APLICADO PIC 9(2) VALUE ZEROS.

      *>   Aportaciones patronales (APORTCTL.cpy), mismo esquema que
      *>   PAYRUN: un concepto por renglon de la tabla con la mayor
      *>   vigencia que no rebasa la fecha de proceso.
           01 WS-FS-TASAS-APORT PIC XX VALUE "00".
           01 WS-FS-HIST-APORT PIC XX VALUE "00".
           01 WS-FS-DET-APORT PIC XX VALUE "00".
           01 WS-EOF-TASAS-APORT PIC X VALUE "N".
           01 WS-MAX-CONCEPTOS PIC 99 VALUE 20.
           01 WS-CANT-CONCEPTOS PIC 99 VALUE ZEROS.
           01 WS-APC-IDX PIC 99 VALUE ZEROS.
           01 WS-APC-HALLADO PIC X VALUE "N".
           01 WS-TABLA-APORT.
               05 WS-APC OCCURS 20 TIMES
                   DEPENDING ON WS-CANT-CONCEPTOS.
                   10 WS-APC-VIGENTE-DESDE PIC X(8).
                   10 WS-APC-CONCEPTO PIC X(4).
                   10 WS-APC-INSTITUCION PIC X(10).
                   10 WS-APC-TASA PIC 99V9999.
                   10 WS-APC-TOPE-BASE PIC 9(7)V99.
                   10 WS-APC-CUENTA-PASIVO PIC X(8).
           01 WS-BASE-APORT PIC 9(7)V99 VALUE ZEROS.
           01 WS-MONTO-APORT PIC 9(7)V99 VALUE ZEROS.
           01 WS-CONT-APORT PIC 9(6) VALUE ZEROS.
           01 WS-GT-APORTACIONES PIC 9(11)V99 VALUE ZEROS.

      *>   Pagos aceptados sumados por empleado, en el orden en que
      *>   aparece cada uno en el archivo de transacciones.
           01 WS-MAX-PAGOS PIC 9(4) VALUE 2000.
           01 WS-CANT-PAGOS PIC 9(4) VALUE ZEROS.
           01 WS-PAG-IDX PIC 9(4) VALUE ZEROS.
           01 WS-PAG-HALLADO PIC X VALUE "N".
           01 WS-TABLA-PAGOS.
               05 WS-PAG OCCURS 2000 TIMES
                   DEPENDING ON WS-CANT-PAGOS.
                   10 WS-PAG-ID PIC 9(6).
                   10 WS-PAG-FOLIOS PIC 9(3).
                   10 WS-PAG-BRUTO PIC 9(7)V99.
                   10 WS-PAG-EXENTO PIC 9(7)V99.

      *>   Campos de enlace para CALL "ARITCALC" en modo TAX, el
      *>   mismo camino de redondeo que una corrida normal.
           01 WS-OPERANDO-1 PIC S9(9)V9(6) VALUE 0.
           01 WS-OPERANDO-2 PIC S9(9)V9(6) VALUE 0.
           01 WS-MODO-REDONDEO PIC X(6) VALUE "TAX".
           01 WS-R-SUMA PIC S9(9)V9(6) VALUE 0.
           01 WS-R-RESTA PIC S9(9)V9(6) VALUE 0.
           01 WS-R-MULTI PIC S9(9)V9(6) VALUE 0.
           01 WS-R-DIVISION PIC S9(9)V9(6) VALUE 0.
           01 WS-DIVISION-POR-CERO PIC X VALUE "N".

      *>   Importes del pago en proceso.
           01 WS-BRUTO PIC 9(7)V99 VALUE ZEROS.
           01 WS-EXENTO PIC 9(7)V99 VALUE ZEROS.
           01 WS-BASE-IMPUESTO PIC 9(7)V99 VALUE ZEROS.
           01 WS-IMPUESTO PIC 9(7)V99 VALUE ZEROS.
           01 WS-NETO PIC S9(7)V99 VALUE ZEROS.

      *>   Totales de la corrida.
           01 WS-TOTAL-LEIDOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ACEPTADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RECHAZADOS PIC 9(6) VALUE ZEROS.
           01 WS-CONT-DETALLES PIC 9(6) VALUE ZEROS.
           01 WS-GT-BRUTO PIC 9(9)V99 VALUE ZEROS.
           01 WS-GT-EXENTO PIC 9(9)V99 VALUE ZEROS.
           01 WS-GT-IMPUESTO PIC 9(9)V99 VALUE ZEROS.
           01 WS-GT-NETO PIC S9(9)V99 VALUE ZEROS.

      *>   Encabezado estandar via RPTHDR, igual que PAYRUN.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "PAYEXTR - PAGOS EXTRAORDINARIOS".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.

           01 LIN-COLUMNAS-FOLIO.
               05 FILLER PIC X(5) VALUE "FOLIO".
               05 FILLER PIC X(8) VALUE "      ID".
               05 FILLER PIC X(21) VALUE "     CONC DESCRIPCION".
               05 FILLER PIC X(23) VALUE "                  MONTO".

           01 LIN-FOLIO.
               05 LF-FOLIO PIC X(10).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LF-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LF-CONCEPTO PIC X(4).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LF-DESCRIPCION PIC X(20).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LF-MONTO PIC ZZ,ZZZ,ZZ9.99.

           01 LIN-COLUMNAS-PAGO.
               05 FILLER PIC X(2) VALUE "ID".
               05 FILLER PIC X(8) VALUE "     FOL".
               05 FILLER PIC X(16) VALUE "           BRUTO".
               05 FILLER PIC X(14) VALUE "        EXENTO".
               05 FILLER PIC X(5) VALUE "   TR".
               05 FILLER PIC X(14) VALUE "      IMPUESTO".
               05 FILLER PIC X(14) VALUE "          NETO".

           01 LIN-PAGO.
               05 LP-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-FOLIOS PIC ZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 LP-BRUTO PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-EXENTO PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 LP-TRAMO PIC Z9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-IMPUESTO PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LP-NETO PIC ZZ,ZZZ,ZZ9.99-.

           01 LIN-TOTALES.
               05 FILLER PIC X(17) VALUE "PAGOS DE LA CORR.".
               05 LT-CONTADOR PIC ZZZ,ZZ9.
               05 FILLER PIC X(8) VALUE " BRUTO: ".
               05 LT-BRUTO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(7) VALUE " IMPTO:".
               05 LT-IMPUESTO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(7) VALUE " NETO: ".
               05 LT-NETO PIC ZZZ,ZZZ,ZZ9.99-.

           01 LIN-EXCEPCION.
               05 LE-TEXTO PIC X(40).
               05 LE-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-REFERENCIA PIC X(12).

      *>   La pagina de excepciones se junta al final, mismo esquema
      *>   de tabla que PAYRUN.
           01 WS-MAX-EXCEPCIONES PIC 9(4) VALUE 1000.
           01 WS-CANT-EXCEPCIONES PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-EXCEPCIONES.
               05 WS-EXC OCCURS 1000 TIMES
                   DEPENDING ON WS-CANT-EXCEPCIONES.
                   10 WS-EXC-TEXTO PIC X(40).
                   10 WS-EXC-ID PIC 9(6).
                   10 WS-EXC-REFERENCIA PIC X(12).
           01 WS-EXC-IDX PIC 9(4) VALUE ZEROS.
           01 WS-TEXTO-EXCEPCION PIC X(40) VALUE SPACES.

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Bitacora de corrida (ver RUNLOGW), igual que FINIQ.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "PAYEXTR".
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
           MOVE WS-FECHA-PROCESO-NEG (1:4) TO WS-ANIO-PROCESO
           CALL "PERCHECK" USING WS-FECHA-PROCESO-NEG
               WS-PERIODO-CERRADO
           IF WS-PERIODO-CERRADO = "S"
               PERFORM RegistraPeriodoCerrado
               DISPLAY "PAYEXTR: periodo cerrado, corrida rehusada"
               MOVE 8 TO RETURN-CODE
               MOVE RETURN-CODE TO WS-RL-RETORNO
               CALL "RUNLOGW" USING WS-RL-PROGRAMA WS-RL-INICIO
                   WS-RL-LEIDOS WS-RL-ESCRITOS WS-RL-RECHAZADOS
                   WS-RL-RETORNO
               MOVE WS-RL-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LeePerfilEmpresa
           PERFORM LeeControlNomina
           PERFORM CargaTramos
           PERFORM CargaTasasAportacion
           PERFORM AbreArchivos
           PERFORM ImprimeEncabezado
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS-FOLIO
           PERFORM UNTIL WS-EOF-TRANSACCIONES = "S"
               READ archivo-transacciones
                   AT END
                       MOVE "S" TO WS-EOF-TRANSACCIONES
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LEIDOS
                       PERFORM ValidaTransaccion
               END-READ
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS-PAGO
           PERFORM VARYING WS-PAG-IDX FROM 1 BY 1
               UNTIL WS-PAG-IDX > WS-CANT-PAGOS
               PERFORM LiquidaPago
           END-PERFORM
           PERFORM CierraArchivos
           PERFORM ImprimeResumen
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Transacciones: " WS-TOTAL-LEIDOS
               " Aceptadas: " WS-TOTAL-ACEPTADOS
               " Rechazadas: " WS-TOTAL-RECHAZADOS
               " Pagos: " WS-CONT-DETALLES
           MOVE WS-TOTAL-LEIDOS TO WS-RL-LEIDOS
           MOVE WS-CONT-DETALLES TO WS-RL-ESCRITOS
           MOVE WS-TOTAL-RECHAZADOS TO WS-RL-RECHAZADOS
           IF WS-CANT-EXCEPCIONES > 0
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

      *>   El registro de folios y el acumulado anual se crean si
      *>   faltan; la historia se anexa.
       AbreArchivos.
           OPEN INPUT archivo-transacciones
           OPEN INPUT archivo-empleados
           OPEN I-O archivo-folios
           IF WS-FS-FOLIOS NOT = "00"
               OPEN OUTPUT archivo-folios
               CLOSE archivo-folios
               OPEN I-O archivo-folios
           END-IF
           OPEN I-O archivo-acumulado-anual
           IF WS-FS-ACUMULADO = "35"
               OPEN OUTPUT archivo-acumulado-anual
               CLOSE archivo-acumulado-anual
               OPEN I-O archivo-acumulado-anual
           END-IF
           OPEN OUTPUT archivo-detalle-extra
           OPEN EXTEND archivo-historia-pago
           IF WS-FS-HISTORIA = "05" OR WS-FS-HISTORIA = "35"
               OPEN OUTPUT archivo-historia-pago
           END-IF
           OPEN OUTPUT archivo-detalle-aport
           OPEN EXTEND archivo-historia-aport
           IF WS-FS-HIST-APORT = "05" OR WS-FS-HIST-APORT = "35"
               OPEN OUTPUT archivo-historia-aport
           END-IF
           OPEN OUTPUT archivo-reporte.

      *>   El detalle lleva su trailer de control (PAYDTRLR.cpy)
      *>   marcado O: PAYDISP, PAYGL y PAYSLIP lo verifican antes
      *>   de tocarlo. El de aportaciones cierra con APORTTRL.cpy,
      *>   que PAYGL tambien verifica.
       CierraArchivos.
           MOVE 999999 TO PDT-ID
           MOVE WS-CONT-DETALLES TO PDT-CONTADOR
           MOVE WS-GT-NETO TO PDT-MONTO-TOTAL
           MOVE "O" TO PDT-TIPO-CORRIDA
           WRITE PD-TRAILER-RECORD
           CLOSE archivo-detalle-extra
           MOVE 999999 TO AHT-ID
           MOVE WS-CONT-APORT TO AHT-CONTADOR
           MOVE WS-GT-APORTACIONES TO AHT-MONTO-TOTAL
           WRITE AH-TRAILER-RECORD
           CLOSE archivo-detalle-aport
           CLOSE archivo-historia-aport
           CLOSE archivo-historia-pago
           CLOSE archivo-acumulado-anual
           CLOSE archivo-folios
           CLOSE archivo-empleados
           CLOSE archivo-transacciones.

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

      *>   Tabla de tramos en vigor a la fecha de proceso, las mismas
      *>   dos pasadas que PAYRUN.
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
                       IF TB-VIGENTE-DESDE <= WS-FECHA-PROCESO-NEG
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

      *>   Tasas de aportacion patronal en vigor a la fecha de
      *>   proceso, la misma carga que PAYRUN. Sin aportctl.dat no
      *>   se calcula ninguna aportacion.
       CargaTasasAportacion.
           OPEN INPUT archivo-tasas-aport
           IF WS-FS-TASAS-APORT NOT = "00"
               CLOSE archivo-tasas-aport
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-TASAS-APORT = "S"
               READ archivo-tasas-aport
                   AT END
                       MOVE "S" TO WS-EOF-TASAS-APORT
                   NOT AT END
                       IF APC-VIGENTE-DESDE <= WS-FECHA-PROCESO-NEG
                           PERFORM GuardaTasaAportacion
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-tasas-aport.

       GuardaTasaAportacion.
           MOVE "N" TO WS-APC-HALLADO
           PERFORM VARYING WS-APC-IDX FROM 1 BY 1
               UNTIL WS-APC-IDX > WS-CANT-CONCEPTOS
               OR WS-APC-HALLADO = "S"
               IF WS-APC-CONCEPTO (WS-APC-IDX) = APC-CONCEPTO
                   MOVE "S" TO WS-APC-HALLADO
               END-IF
           END-PERFORM
           IF WS-APC-HALLADO = "S"
               SUBTRACT 1 FROM WS-APC-IDX
               IF APC-VIGENTE-DESDE
                   <= WS-APC-VIGENTE-DESDE (WS-APC-IDX)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-CANT-CONCEPTOS >= WS-MAX-CONCEPTOS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CANT-CONCEPTOS
               MOVE WS-CANT-CONCEPTOS TO WS-APC-IDX
           END-IF
           MOVE APC-VIGENTE-DESDE TO WS-APC-VIGENTE-DESDE (WS-APC-IDX)
           MOVE APC-CONCEPTO TO WS-APC-CONCEPTO (WS-APC-IDX)
           MOVE APC-INSTITUCION TO WS-APC-INSTITUCION (WS-APC-IDX)
           MOVE APC-TASA TO WS-APC-TASA (WS-APC-IDX)
           MOVE APC-TOPE-BASE TO WS-APC-TOPE-BASE (WS-APC-IDX)
           MOVE APC-CUENTA-PASIVO
               TO WS-APC-CUENTA-PASIVO (WS-APC-IDX).

      *>   Un folio se paga una sola vez: el que ya esta en el
      *>   registro (de esta corrida o de una anterior) se rechaza.
      *>   El folio aceptado queda registrado en el acto y su monto
      *>   se suma al pago del empleado.
       ValidaTransaccion.
           IF PX-FOLIO = SPACES
               MOVE "TRANSACCION SIN FOLIO, NO SE PAGA"
                   TO WS-TEXTO-EXCEPCION
               PERFORM RechazaTransaccion
               EXIT PARAGRAPH
           END-IF
           MOVE PX-FOLIO TO PXR-FOLIO
           MOVE "S" TO WS-FOLIO-PAGADO
           READ archivo-folios
               INVALID KEY
                   MOVE "N" TO WS-FOLIO-PAGADO
           END-READ
           IF WS-FOLIO-PAGADO = "S"
               MOVE "FOLIO YA PAGADO, NO SE PAGA DOS VECES"
                   TO WS-TEXTO-EXCEPCION
               PERFORM RechazaTransaccion
               EXIT PARAGRAPH
           END-IF
           IF PX-MONTO = 0
               MOVE "MONTO EN CERO, NO SE PAGA"
                   TO WS-TEXTO-EXCEPCION
               PERFORM RechazaTransaccion
               EXIT PARAGRAPH
           END-IF
           IF PX-MONTO-EXENTO > PX-MONTO
               MOVE "EXENTO MAYOR QUE EL MONTO, NO SE PAGA"
                   TO WS-TEXTO-EXCEPCION
               PERFORM RechazaTransaccion
               EXIT PARAGRAPH
           END-IF
           MOVE PX-ID TO EMP-ID
           MOVE "S" TO WS-EMPLEADO-HALLADO
           READ archivo-empleados
               INVALID KEY
                   MOVE "N" TO WS-EMPLEADO-HALLADO
           END-READ
           IF WS-EMPLEADO-HALLADO = "N" OR PX-ID = 999999
               MOVE "EMPLEADO NO EXISTE EN EL MAESTRO"
                   TO WS-TEXTO-EXCEPCION
               PERFORM RechazaTransaccion
               EXIT PARAGRAPH
           END-IF
      *>   Lo que se le debe a un dado de baja se paga en su
      *>   finiquito (FINIQ), no por aqui; la excepcion es el
      *>   aguinaldo proporcional de una baja del anio (concepto
      *>   AGUI), que FINIQ no liquida.
           IF EMP-ESTADO = "T" AND PX-CONCEPTO NOT = "AGUI"
               MOVE "EMPLEADO DADO DE BAJA, VA AL FINIQUITO"
                   TO WS-TEXTO-EXCEPCION
               PERFORM RechazaTransaccion
               EXIT PARAGRAPH
           END-IF
           PERFORM BuscaPago
           IF WS-PAG-HALLADO = "N"
               IF WS-CANT-PAGOS >= WS-MAX-PAGOS
                   MOVE "TABLA DE PAGOS LLENA, NO SE PAGA"
                       TO WS-TEXTO-EXCEPCION
                   PERFORM RechazaTransaccion
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CANT-PAGOS
               MOVE WS-CANT-PAGOS TO WS-PAG-IDX
               MOVE PX-ID TO WS-PAG-ID (WS-PAG-IDX)
               MOVE ZEROS TO WS-PAG-FOLIOS (WS-PAG-IDX)
               MOVE ZEROS TO WS-PAG-BRUTO (WS-PAG-IDX)
               MOVE ZEROS TO WS-PAG-EXENTO (WS-PAG-IDX)
           END-IF
           ADD 1 TO WS-PAG-FOLIOS (WS-PAG-IDX)
           ADD PX-MONTO TO WS-PAG-BRUTO (WS-PAG-IDX)
           ADD PX-MONTO-EXENTO TO WS-PAG-EXENTO (WS-PAG-IDX)
           MOVE PX-FOLIO TO PXR-FOLIO
           MOVE PX-ID TO PXR-ID
           MOVE PX-CONCEPTO TO PXR-CONCEPTO
           MOVE PX-MONTO TO PXR-MONTO
           MOVE WS-FECHA-PROCESO-NEG TO PXR-FECHA-PROCESO
           WRITE PXR-RECORD
           ADD 1 TO WS-TOTAL-ACEPTADOS
           MOVE PX-FOLIO TO LF-FOLIO
           MOVE PX-ID TO LF-ID
           MOVE PX-CONCEPTO TO LF-CONCEPTO
           MOVE PX-DESCRIPCION TO LF-DESCRIPCION
           MOVE PX-MONTO TO LF-MONTO
           WRITE LINEA-REPORTE FROM LIN-FOLIO.

      *>   Deja en WS-PAG-IDX el renglon del empleado en PX-ID.
       BuscaPago.
           MOVE "N" TO WS-PAG-HALLADO
           PERFORM VARYING WS-PAG-IDX FROM 1 BY 1
               UNTIL WS-PAG-IDX > WS-CANT-PAGOS
               OR WS-PAG-HALLADO = "S"
               IF WS-PAG-ID (WS-PAG-IDX) = PX-ID
                   MOVE "S" TO WS-PAG-HALLADO
               END-IF
           END-PERFORM
           IF WS-PAG-HALLADO = "S"
               SUBTRACT 1 FROM WS-PAG-IDX
           END-IF.

       RechazaTransaccion.
           ADD 1 TO WS-TOTAL-RECHAZADOS
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE WS-TEXTO-EXCEPCION
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE PX-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
               MOVE PX-FOLIO
                   TO WS-EXC-REFERENCIA (WS-CANT-EXCEPCIONES)
           END-IF.

      *>   Bruto del empleado menos su parte exenta, retenido por
      *>   tramos; sin deducciones, el neto es el bruto menos el
      *>   impuesto.
       LiquidaPago.
           MOVE WS-PAG-BRUTO (WS-PAG-IDX) TO WS-BRUTO
           MOVE WS-PAG-EXENTO (WS-PAG-IDX) TO WS-EXENTO
           COMPUTE WS-BASE-IMPUESTO = WS-BRUTO - WS-EXENTO
           MOVE ZEROS TO WS-IMPUESTO
           IF WS-HAY-TRAMOS = "S"
               PERFORM CalculaImpuestoPorTramo
           ELSE
               PERFORM CalculaImpuestoPlano
           END-IF
           MOVE WS-BRUTO TO WS-OPERANDO-1
           MOVE WS-IMPUESTO TO WS-OPERANDO-2
           CALL "ARITCALC" USING WS-OPERANDO-1 WS-OPERANDO-2
               WS-MODO-REDONDEO WS-R-SUMA WS-R-RESTA WS-R-MULTI
               WS-R-DIVISION WS-DIVISION-POR-CERO
           COMPUTE WS-NETO ROUNDED = WS-R-RESTA
           PERFORM GrabaDetallePago
           PERFORM CalculaAportaciones
           PERFORM ActualizaAcumuladoAnual
           MOVE WS-PAG-ID (WS-PAG-IDX) TO LP-ID
           MOVE WS-PAG-FOLIOS (WS-PAG-IDX) TO LP-FOLIOS
           MOVE WS-BRUTO TO LP-BRUTO
           MOVE WS-EXENTO TO LP-EXENTO
           MOVE WS-TRAMO-APLICADO TO LP-TRAMO
           MOVE WS-IMPUESTO TO LP-IMPUESTO
           MOVE WS-NETO TO LP-NETO
           WRITE LINEA-REPORTE FROM LIN-PAGO
           ADD WS-BRUTO TO WS-GT-BRUTO
           ADD WS-EXENTO TO WS-GT-EXENTO
           ADD WS-IMPUESTO TO WS-GT-IMPUESTO
           ADD WS-NETO TO WS-GT-NETO.

      *>   Impuesto progresivo: mismo calculo que PAYRUN, sobre la
      *>   base gravable.
       CalculaImpuestoPorTramo.
           MOVE "N" TO WS-TRAMO-HALLADO
           MOVE ZEROS TO WS-TRAMO-APLICADO
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
               UNTIL WS-TRM-IDX > WS-CANT-TRAMOS
               IF WS-TRAMO-HALLADO = "N"
                   AND WS-BASE-IMPUESTO
                       >= WS-TRM-LIMITE-INF (WS-TRM-IDX)
                   AND WS-BASE-IMPUESTO
                       <= WS-TRM-LIMITE-SUP (WS-TRM-IDX)
                   MOVE "S" TO WS-TRAMO-HALLADO
                   MOVE WS-TRM-BANDA (WS-TRM-IDX)
                       TO WS-TRAMO-APLICADO
                   PERFORM CalculaMarginal
               END-IF
           END-PERFORM
           IF WS-TRAMO-HALLADO = "N"
               MOVE "BRUTO FUERA DE LA TABLA DE TRAMOS"
                   TO WS-TEXTO-EXCEPCION
               PERFORM ExcepcionPago
               PERFORM CalculaImpuestoPlano
           END-IF.

       CalculaMarginal.
           MOVE WS-BASE-IMPUESTO TO WS-OPERANDO-1
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
           COMPUTE WS-IMPUESTO ROUNDED = WS-R-SUMA.

       CalculaImpuestoPlano.
           MOVE ZEROS TO WS-TRAMO-APLICADO
           MOVE WS-BASE-IMPUESTO TO WS-OPERANDO-1
           MOVE WS-TASA-IMPUESTO TO WS-OPERANDO-2
           CALL "ARITCALC" USING WS-OPERANDO-1 WS-OPERANDO-2
               WS-MODO-REDONDEO WS-R-SUMA WS-R-RESTA WS-R-MULTI
               WS-R-DIVISION WS-DIVISION-POR-CERO
           MOVE WS-R-MULTI TO WS-OPERANDO-1
           MOVE 100 TO WS-OPERANDO-2
           CALL "ARITCALC" USING WS-OPERANDO-1 WS-OPERANDO-2
               WS-MODO-REDONDEO WS-R-SUMA WS-R-RESTA WS-R-MULTI
               WS-R-DIVISION WS-DIVISION-POR-CERO
           COMPUTE WS-IMPUESTO ROUNDED = WS-R-DIVISION.

      *>   El detalle sale con el layout de paydet.dat, y el renglon
      *>   de historia marcado O: el recalculo retroactivo no lo
      *>   reabre y la revision de variaciones no lo toma como el
      *>   periodo anterior del empleado.
       GrabaDetallePago.
           MOVE WS-PAG-ID (WS-PAG-IDX) TO PD-ID
           MOVE WS-BRUTO TO PD-BRUTO
           MOVE WS-IMPUESTO TO PD-IMPUESTO
           MOVE ZEROS TO PD-DEDUCCIONES
           MOVE WS-NETO TO PD-NETO
           WRITE PD-RECORD
           ADD 1 TO WS-CONT-DETALLES
           MOVE WS-FECHA-PROCESO-NEG TO PH-FECHA
           MOVE WS-PAG-ID (WS-PAG-IDX) TO PH-ID
           MOVE WS-BRUTO TO PH-BRUTO
           MOVE WS-IMPUESTO TO PH-IMPUESTO
           MOVE ZEROS TO PH-DEDUCCIONES
           MOVE WS-NETO TO PH-NETO
           MOVE ZEROS TO PH-PERCEP-TIEMPO
           MOVE "O" TO PH-TIPO
           MOVE WS-TRAMO-APLICADO TO PH-TRAMO
           WRITE PH-RECORD.

      *>   Aportaciones patronales del pago, una por concepto
      *>   vigente, con el calculo de PAYRUN sobre la base gravable
      *>   (el bruto menos la parte exenta) topada a la base maxima
      *>   del concepto. El gasto cae en el departamento actual del
      *>   empleado. Un folio se paga una sola vez, asi que detalle
      *>   e historia van siempre.
       CalculaAportaciones.
           MOVE WS-PAG-ID (WS-PAG-IDX) TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   MOVE SPACES TO EMP-DEPTO
           END-READ
           PERFORM VARYING WS-APC-IDX FROM 1 BY 1
               UNTIL WS-APC-IDX > WS-CANT-CONCEPTOS
               IF WS-APC-TASA (WS-APC-IDX) > 0
                   PERFORM CalculaUnaAportacion
               END-IF
           END-PERFORM.

       CalculaUnaAportacion.
           MOVE WS-BASE-IMPUESTO TO WS-BASE-APORT
           IF WS-APC-TOPE-BASE (WS-APC-IDX) > 0
               AND WS-BASE-APORT > WS-APC-TOPE-BASE (WS-APC-IDX)
               MOVE WS-APC-TOPE-BASE (WS-APC-IDX) TO WS-BASE-APORT
           END-IF
           MOVE WS-BASE-APORT TO WS-OPERANDO-1
           MOVE WS-APC-TASA (WS-APC-IDX) TO WS-OPERANDO-2
           CALL "ARITCALC" USING WS-OPERANDO-1 WS-OPERANDO-2
               WS-MODO-REDONDEO WS-R-SUMA WS-R-RESTA WS-R-MULTI
               WS-R-DIVISION WS-DIVISION-POR-CERO
           MOVE WS-R-MULTI TO WS-OPERANDO-1
           MOVE 100 TO WS-OPERANDO-2
           CALL "ARITCALC" USING WS-OPERANDO-1 WS-OPERANDO-2
               WS-MODO-REDONDEO WS-R-SUMA WS-R-RESTA WS-R-MULTI
               WS-R-DIVISION WS-DIVISION-POR-CERO
           COMPUTE WS-MONTO-APORT ROUNDED = WS-R-DIVISION
           IF WS-MONTO-APORT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAG-ID (WS-PAG-IDX) TO AH-ID
           MOVE WS-FECHA-PROCESO-NEG TO AH-FECHA
           MOVE WS-FECHA-PROCESO-NEG TO AH-PERIODO
           MOVE EMP-DEPTO TO AH-DEPTO
           MOVE WS-APC-CONCEPTO (WS-APC-IDX) TO AH-CONCEPTO
           MOVE WS-APC-INSTITUCION (WS-APC-IDX) TO AH-INSTITUCION
           MOVE WS-BASE-APORT TO AH-BASE
           MOVE WS-APC-TASA (WS-APC-IDX) TO AH-TASA
           MOVE WS-MONTO-APORT TO AH-MONTO
           MOVE WS-APC-CUENTA-PASIVO (WS-APC-IDX) TO AH-CUENTA-PASIVO
           WRITE AD-RECORD FROM AH-RECORD
           ADD 1 TO WS-CONT-APORT
           ADD WS-MONTO-APORT TO WS-GT-APORTACIONES
           WRITE AH-RECORD.

      *>   El pago extraordinario suma al acumulado anual como
      *>   cualquier pago, sin contar como periodo ni mover la marca
      *>   de corrida: la guardia de recorrida de PAYRUN no lo ve.
       ActualizaAcumuladoAnual.
           MOVE WS-PAG-ID (WS-PAG-IDX) TO PY-ID
           MOVE "S" TO WS-ACUM-EXISTE
           READ archivo-acumulado-anual
               INVALID KEY
                   MOVE "N" TO WS-ACUM-EXISTE
           END-READ
           IF WS-ACUM-EXISTE = "N" OR PY-ANIO NOT = WS-ANIO-PROCESO
               MOVE WS-PAG-ID (WS-PAG-IDX) TO PY-ID
               MOVE WS-ANIO-PROCESO TO PY-ANIO
               MOVE ZEROS TO PY-BRUTO-ACUM
               MOVE ZEROS TO PY-IMPUESTO-ACUM
               MOVE ZEROS TO PY-DEDUCC-ACUM
               MOVE ZEROS TO PY-NETO-ACUM
               MOVE ZEROS TO PY-PERIODOS
               MOVE SPACES TO PY-PERIODO-ULT
               MOVE ZEROS TO PY-EXENTO-ACUM
           END-IF
           ADD WS-BRUTO TO PY-BRUTO-ACUM
           ADD WS-IMPUESTO TO PY-IMPUESTO-ACUM
           ADD WS-NETO TO PY-NETO-ACUM
           ADD WS-EXENTO TO PY-EXENTO-ACUM
           IF WS-ACUM-EXISTE = "S"
               REWRITE PY-RECORD
           ELSE
               WRITE PY-RECORD
           END-IF.

       ExcepcionPago.
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE WS-TEXTO-EXCEPCION
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE WS-PAG-ID (WS-PAG-IDX)
                   TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
               MOVE SPACES TO WS-EXC-REFERENCIA (WS-CANT-EXCEPCIONES)
           END-IF.

       ImprimeEncabezado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO.

      *>   Totales de la corrida y la pagina de excepciones.
       ImprimeResumen.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-CONT-DETALLES TO LT-CONTADOR
           MOVE WS-GT-BRUTO TO LT-BRUTO
           MOVE WS-GT-IMPUESTO TO LT-IMPUESTO
           MOVE WS-GT-NETO TO LT-NETO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           IF WS-CANT-EXCEPCIONES = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ImprimeEncabezado
           MOVE "EXCEPCIONES DE LA CORRIDA" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-CANT-EXCEPCIONES
               MOVE WS-EXC-TEXTO (WS-EXC-IDX) TO LE-TEXTO
               MOVE WS-EXC-ID (WS-EXC-IDX) TO LE-ID
               MOVE WS-EXC-REFERENCIA (WS-EXC-IDX) TO LE-REFERENCIA
               WRITE LINEA-REPORTE FROM LIN-EXCEPCION
           END-PERFORM.

      *>   Asienta en el log comun de excepciones (EXCREC.cpy) el
      *>   intento de pagar dentro de un periodo cerrado.
       RegistraPeriodoCerrado.
           MOVE "PAYEXTR" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           MOVE "CERRADO" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           STRING "Pagos extraordinarios rehusados, periodo cerrado: "
               WS-FECHA-PROCESO-NEG (1:6)
               DELIMITED BY SIZE INTO EXC-DETALLE
           OPEN EXTEND archivo-excepciones
           IF WS-FS-EXCEPCIONES = "05" OR WS-FS-EXCEPCIONES = "35"
               OPEN OUTPUT archivo-excepciones
           END-IF
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

       END PROGRAM PAYEXTR.
