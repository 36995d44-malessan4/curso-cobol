      *>   PAYGLCTL.cpy). Si los cargos no netean contra los abonos,
      *>   o falta un mapeo o el registro de control, NO se emite
      *>   NADA: la misma disciplina que GLINT documenta. El faltante
      *>   queda asentado en el log de excepciones. Las aportaciones
      *>   patronales de la corrida (aportdet.dat, APORTHIS.cpy) van
      *>   en la misma poliza: cargo al gasto de aportaciones del
      *>   departamento (mapeo aportmap.dat) y abono a la cuenta de
      *>   pasivo de cada concepto. Sin aportdet.dat, o vacio, la
      *>   poliza sale solo con la nomina. Las devoluciones bancarias
      *>   de la dispersion y sus reexpediciones (dispdev.dat,
      *>   DEVDET.cpy, de DISPDEV) van en la misma poliza entre la
      *>   cuenta puente del banco y la de netos por reexpedir, para
      *>   que el banco de la dispersion cuadre con lo que de verdad
      *>   salio. Los reembolsos de gastos que pago la dispersion
      *>   (gastdet.dat, GASTDET.cpy, de PAYDISP) se cargan a la
      *>   cuenta de gasto del departamento (mismo mapeo glmap.dat)
      *>   y se abonan al neto por pagar, que es por donde salieron.
      *>   Las cuentas de glmap.dat, aportmap.dat y payglctl.dat se
      *>   validan contra el catalogo de cuentas (CTACHK) al
      *>   cargarse: un mapeo a una cuenta desconocida, inactiva o
      *>   de resumen no se carga, y una cuenta puente invalida
      *>   detiene la emision, cada una con su excepcion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CUENTAS.

               SELECT OPTIONAL archivo-detalle-aport
               ASSIGN TO "aportdet.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DET-APORT.

               SELECT OPTIONAL archivo-mapeo-aport
               ASSIGN TO "aportmap.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MAPEO-APORT.

               SELECT OPTIONAL archivo-devoluciones
               ASSIGN TO "dispdev.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEVOLUCIONES.

               SELECT OPTIONAL archivo-gastos-pagados
               ASSIGN TO "gastdet.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-GASTOS.

               SELECT archivo-interfaz
               ASSIGN TO "glintpay.dat"
               ORGANIZATION IS SEQUENTIAL
       FD  archivo-control-cuentas.
           COPY PAYGLCTL.

       FD  archivo-detalle-aport.
           COPY APORTHIS.
           COPY APORTTRL.

       FD  archivo-mapeo-aport.
           COPY APORTMAP.

       FD  archivo-devoluciones.
           COPY DEVDET.

       FD  archivo-gastos-pagados.
           COPY GASTDET.

       FD  archivo-interfaz.
           COPY GLINT.
           COPY GLINTRLR.
                   10 WS-DEP-DEPTO PIC X(10).
                   10 WS-DEP-BRUTO PIC 9(11)V99.
                   10 WS-DEP-CUENTA PIC X(8).
                   10 WS-DEP-APORT PIC 9(11)V99.
                   10 WS-DEP-CUENTA-APORT PIC X(8).
                   10 WS-DEP-GASTOS PIC 9(11)V99.
           01 WS-DEPTO-HALLADO PIC X VALUE "N".
           01 WS-DEPTO-DETALLE PIC X(10) VALUE SPACES.

                   10 WS-MAP-DEPTO PIC X(10).
                   10 WS-MAP-CUENTA PIC X(8).

      *>   Aportaciones patronales: el detalle de la corrida se
      *>   verifica contra su trailer (APORTTRL.cpy) igual que
      *>   paydet.dat; el cargo va por departamento con la cuenta de
      *>   aportmap.dat y el abono se junta por cuenta de pasivo.
           01 WS-FS-DET-APORT PIC XX VALUE "00".
           01 WS-FS-MAPEO-APORT PIC XX VALUE "00".
           01 WS-EOF-DET-APORT PIC X VALUE "N".
           01 WS-EOF-MAPEO-APORT PIC X VALUE "N".
           01 WS-CONT-APORT PIC 9(6) VALUE ZEROS.
           01 WS-SUMA-APORT PIC 9(11)V99 VALUE ZEROS.
           01 WS-TRAILER-APORT PIC X VALUE "N".
           01 WS-MAX-PASIVOS PIC 99 VALUE 50.
           01 WS-CANT-PASIVOS PIC 99 VALUE ZEROS.
           01 WS-PAS-IDX PIC 99 VALUE ZEROS.
           01 WS-PASIVO-HALLADO PIC X VALUE "N".
           01 WS-TABLA-PASIVOS.
               05 WS-PAS OCCURS 50 TIMES
                   DEPENDING ON WS-CANT-PASIVOS.
                   10 WS-PAS-CUENTA PIC X(8).
                   10 WS-PAS-MONTO PIC 9(11)V99.
           01 WS-CANT-MAPEOS-APORT PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-MAPEOS-APORT.
               05 WS-MAA OCCURS 500 TIMES
                   DEPENDING ON WS-CANT-MAPEOS-APORT.
                   10 WS-MAA-DEPTO PIC X(10).
                   10 WS-MAA-CUENTA PIC X(8).

      *>   Devoluciones (D) y reexpediciones (R) de la dispersion,
      *>   verificadas contra su trailer igual que aportdet.dat. La
      *>   devolucion regresa el dinero al banco (cargo) y lo deja
      *>   por reexpedir (abono); la reexpedicion lo vuelve a sacar.
           01 WS-FS-DEVOLUCIONES PIC XX VALUE "00".
           01 WS-EOF-DEVOLUCIONES PIC X VALUE "N".
           01 WS-CONT-DEVOL PIC 9(6) VALUE ZEROS.
           01 WS-SUMA-DEVOL PIC 9(11)V99 VALUE ZEROS.
           01 WS-TRAILER-DEVOL PIC X VALUE "N".
           01 WS-TOTAL-DEVUELTO PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-REEXPEDIDO PIC 9(11)V99 VALUE ZEROS.
           01 WS-CUENTA-BANCO PIC X(8) VALUE SPACES.
           01 WS-CUENTA-REEXP PIC X(8) VALUE SPACES.

      *>   Reembolsos de gastos pagados en la dispersion, verificados
      *>   contra su trailer igual que dispdev.dat.
           01 WS-FS-GASTOS PIC XX VALUE "00".
           01 WS-EOF-GASTOS PIC X VALUE "N".
           01 WS-CONT-GASTOS PIC 9(6) VALUE ZEROS.
           01 WS-SUMA-GASTOS PIC 9(11)V99 VALUE ZEROS.
           01 WS-TRAILER-GASTOS PIC X VALUE "N".

      *>   Fecha de proceso controlada (ver BUSDATE), igual que
      *>   GLPOST: la poliza queda fechada como el dia de proceso.
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
      *>   un mes ya cerrado por el cierre mensual no se postea.
           01 WS-PERIODO-CERRADO PIC X VALUE "N".

      *>   Validacion de las cuentas de los mapeos contra el catalogo
      *>   de cuentas al cargarlos (ver CTACHK).
           01 WS-CTA-CUENTA PIC X(8) VALUE SPACES.
           01 WS-CTA-VALIDA PIC X VALUE "S".
           01 WS-CTA-MOTIVO PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM CargaMapeo
           PERFORM LeeControlCuentas
           PERFORM AcumulaNomina
           PERFORM CargaMapeoAportaciones
           PERFORM AcumulaAportaciones
           PERFORM AcumulaDevoluciones
           PERFORM AcumulaGastos
           PERFORM ResuelveCuentas
           PERFORM VerificaBalance
           IF WS-LISTO-PARA-POSTEAR = "S"
                   AT END
                       MOVE "S" TO WS-EOF-MAPEO
                   NOT AT END
                       MOVE GM-CUENTA TO WS-CTA-CUENTA
                       PERFORM ValidaCuentaCatalogo
                       IF WS-CANT-MAPEOS < WS-MAX-MAPEOS
                           AND WS-CTA-VALIDA = "S"
                           ADD 1 TO WS-CANT-MAPEOS
                           MOVE GM-DEPTO
                               TO WS-MAP-DEPTO (WS-CANT-MAPEOS)
                       MOVE PGC-CUENTA-IMPUESTO TO WS-CUENTA-IMPUESTO
                       MOVE PGC-CUENTA-DEDUCC TO WS-CUENTA-DEDUCC
                       MOVE PGC-CUENTA-NETO TO WS-CUENTA-NETO
                       MOVE PGC-CUENTA-BANCO TO WS-CUENTA-BANCO
                       MOVE PGC-CUENTA-REEXP TO WS-CUENTA-REEXP
                       MOVE "S" TO WS-HAY-CUENTAS
               END-READ
           END-IF
           IF WS-HAY-CUENTAS NOT = "S"
               MOVE "N" TO WS-LISTO-PARA-POSTEAR
               PERFORM RegistraSinCuentas
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUENTA-IMPUESTO TO WS-CTA-CUENTA
           PERFORM ValidaCuentaPuente
           MOVE WS-CUENTA-DEDUCC TO WS-CTA-CUENTA
           PERFORM ValidaCuentaPuente
           MOVE WS-CUENTA-NETO TO WS-CTA-CUENTA
           PERFORM ValidaCuentaPuente
           MOVE WS-CUENTA-BANCO TO WS-CTA-CUENTA
           PERFORM ValidaCuentaPuente
           MOVE WS-CUENTA-REEXP TO WS-CTA-CUENTA
           PERFORM ValidaCuentaPuente.

      *>   Las cuentas de banco y de reexpedicion pueden venir en
      *>   blanco (sin devoluciones no se usan); la que viene tiene
      *>   que pasar el catalogo.
       ValidaCuentaPuente.
           IF WS-CTA-CUENTA = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM ValidaCuentaCatalogo
           IF WS-CTA-VALIDA NOT = "S"
               MOVE "N" TO WS-LISTO-PARA-POSTEAR
           END-IF.

      *>   Cuenta de mapeo contra el catalogo; la que no pasa deja
      *>   excepcion critica con el motivo.
       ValidaCuentaCatalogo.
           CALL "CTACHK" USING WS-CTA-CUENTA WS-CTA-VALIDA
               WS-CTA-MOTIVO
           IF WS-CTA-VALIDA NOT = "S"
               MOVE "CTA-INVAL" TO EXC-TIPO
               MOVE "C" TO EXC-SEVERIDAD
               MOVE SPACES TO EXC-DETALLE
               STRING "Mapeo a " WS-CTA-CUENTA ": " WS-CTA-MOTIVO
                   DELIMITED BY SIZE INTO EXC-DETALLE
               PERFORM GrabaExcepcion
           END-IF.

      *>   Acumula el bruto por departamento (resolviendo el
                       TO WS-DEP-DEPTO (WS-CANT-DEPTOS)
                   MOVE PD-BRUTO TO WS-DEP-BRUTO (WS-CANT-DEPTOS)
                   MOVE SPACES TO WS-DEP-CUENTA (WS-CANT-DEPTOS)
                   MOVE ZEROS TO WS-DEP-APORT (WS-CANT-DEPTOS)
                   MOVE SPACES
                       TO WS-DEP-CUENTA-APORT (WS-CANT-DEPTOS)
                   MOVE ZEROS TO WS-DEP-GASTOS (WS-CANT-DEPTOS)
               ELSE
                   MOVE "N" TO WS-LISTO-PARA-POSTEAR
                   PERFORM RegistraTablaLlena
               END-IF
           END-IF.

       CargaMapeoAportaciones.
           OPEN INPUT archivo-mapeo-aport
           IF WS-FS-MAPEO-APORT NOT = "00"
               CLOSE archivo-mapeo-aport
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-MAPEO-APORT = "S"
               READ archivo-mapeo-aport
                   AT END
                       MOVE "S" TO WS-EOF-MAPEO-APORT
                   NOT AT END
                       MOVE AMP-CUENTA TO WS-CTA-CUENTA
                       PERFORM ValidaCuentaCatalogo
                       IF WS-CANT-MAPEOS-APORT < WS-MAX-MAPEOS
                           AND WS-CTA-VALIDA = "S"
                           ADD 1 TO WS-CANT-MAPEOS-APORT
                           MOVE AMP-DEPTO TO
                               WS-MAA-DEPTO (WS-CANT-MAPEOS-APORT)
                           MOVE AMP-CUENTA TO
                               WS-MAA-CUENTA (WS-CANT-MAPEOS-APORT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-mapeo-aport.

      *>   Acumula las aportaciones de la corrida: el cargo en el
      *>   departamento que trae el renglon (el que pago la nomina)
      *>   y el abono en su cuenta de pasivo. Con renglones pero sin
      *>   trailer, o con trailer descuadrado, no se emite nada.
       AcumulaAportaciones.
           OPEN INPUT archivo-detalle-aport
           IF WS-FS-DET-APORT NOT = "00"
               CLOSE archivo-detalle-aport
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-DET-APORT = "S"
               READ archivo-detalle-aport
                   AT END
                       MOVE "S" TO WS-EOF-DET-APORT
                   NOT AT END
                       PERFORM AcumulaUnaAportacion
               END-READ
           END-PERFORM
           CLOSE archivo-detalle-aport
           IF WS-TRAILER-APORT = "N" AND WS-CONT-APORT > 0
               MOVE "N" TO WS-LISTO-PARA-POSTEAR
               PERFORM RegistraTrailerAportMalo
           END-IF.

       AcumulaUnaAportacion.
           IF AH-ID = 999999
               MOVE "S" TO WS-TRAILER-APORT
               IF AHT-CONTADOR NOT = WS-CONT-APORT
                   OR AHT-MONTO-TOTAL NOT = WS-SUMA-APORT
                   MOVE "N" TO WS-LISTO-PARA-POSTEAR
                   PERFORM RegistraTrailerAportMalo
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONT-APORT
           ADD AH-MONTO TO WS-SUMA-APORT
           MOVE AH-DEPTO TO WS-DEPTO-DETALLE
           MOVE "N" TO WS-DEPTO-HALLADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-DEPTOS
               IF WS-DEP-DEPTO (WS-IDX) = WS-DEPTO-DETALLE
                   ADD AH-MONTO TO WS-DEP-APORT (WS-IDX)
                   MOVE "S" TO WS-DEPTO-HALLADO
               END-IF
           END-PERFORM
           IF WS-DEPTO-HALLADO = "N"
               IF WS-CANT-DEPTOS < WS-MAX-DEPTOS
                   ADD 1 TO WS-CANT-DEPTOS
                   MOVE WS-DEPTO-DETALLE
                       TO WS-DEP-DEPTO (WS-CANT-DEPTOS)
                   MOVE ZEROS TO WS-DEP-BRUTO (WS-CANT-DEPTOS)
                   MOVE SPACES TO WS-DEP-CUENTA (WS-CANT-DEPTOS)
                   MOVE AH-MONTO TO WS-DEP-APORT (WS-CANT-DEPTOS)
                   MOVE SPACES
                       TO WS-DEP-CUENTA-APORT (WS-CANT-DEPTOS)
                   MOVE ZEROS TO WS-DEP-GASTOS (WS-CANT-DEPTOS)
               ELSE
                   MOVE "N" TO WS-LISTO-PARA-POSTEAR
                   PERFORM RegistraTablaLlena
               END-IF
           END-IF
           IF AH-CUENTA-PASIVO = SPACES
               MOVE "N" TO WS-LISTO-PARA-POSTEAR
               PERFORM RegistraSinPasivo
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PASIVO-HALLADO
           PERFORM VARYING WS-PAS-IDX FROM 1 BY 1
               UNTIL WS-PAS-IDX > WS-CANT-PASIVOS
               IF WS-PAS-CUENTA (WS-PAS-IDX) = AH-CUENTA-PASIVO
                   ADD AH-MONTO TO WS-PAS-MONTO (WS-PAS-IDX)
                   MOVE "S" TO WS-PASIVO-HALLADO
               END-IF
           END-PERFORM
           IF WS-PASIVO-HALLADO = "N"
               IF WS-CANT-PASIVOS < WS-MAX-PASIVOS
                   ADD 1 TO WS-CANT-PASIVOS
                   MOVE AH-CUENTA-PASIVO
                       TO WS-PAS-CUENTA (WS-CANT-PASIVOS)
                   MOVE AH-MONTO TO WS-PAS-MONTO (WS-CANT-PASIVOS)
               ELSE
                   MOVE "N" TO WS-LISTO-PARA-POSTEAR
                   PERFORM RegistraSinPasivo
               END-IF
           END-IF.

      *>   Acumula las devoluciones y reexpediciones del dia. Con
      *>   renglones pero sin trailer, o con trailer descuadrado, no
      *>   se emite nada.
       AcumulaDevoluciones.
           OPEN INPUT archivo-devoluciones
           IF WS-FS-DEVOLUCIONES NOT = "00"
               CLOSE archivo-devoluciones
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-DEVOLUCIONES = "S"
               READ archivo-devoluciones
                   AT END
                       MOVE "S" TO WS-EOF-DEVOLUCIONES
                   NOT AT END
                       PERFORM AcumulaUnaDevolucion
               END-READ
           END-PERFORM
           CLOSE archivo-devoluciones
           IF WS-TRAILER-DEVOL = "N" AND WS-CONT-DEVOL > 0
               MOVE "N" TO WS-LISTO-PARA-POSTEAR
               PERFORM RegistraTrailerDevolMalo
           END-IF.

       AcumulaUnaDevolucion.
           IF DVD-ID = 999999
               MOVE "S" TO WS-TRAILER-DEVOL
               IF DVT-CONTADOR NOT = WS-CONT-DEVOL
                   OR DVT-MONTO-TOTAL NOT = WS-SUMA-DEVOL
                   MOVE "N" TO WS-LISTO-PARA-POSTEAR
                   PERFORM RegistraTrailerDevolMalo
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONT-DEVOL
           ADD DVD-MONTO TO WS-SUMA-DEVOL
           IF DVD-TIPO = "D"
               ADD DVD-MONTO TO WS-TOTAL-DEVUELTO
           ELSE
               ADD DVD-MONTO TO WS-TOTAL-REEXPEDIDO
           END-IF.

      *>   Acumula los reembolsos de gastos pagados por departamento.
      *>   Con renglones pero sin trailer, o con trailer descuadrado,
      *>   no se emite nada.
       AcumulaGastos.
           OPEN INPUT archivo-gastos-pagados
           IF WS-FS-GASTOS NOT = "00"
               CLOSE archivo-gastos-pagados
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-GASTOS = "S"
               READ archivo-gastos-pagados
                   AT END
                       MOVE "S" TO WS-EOF-GASTOS
                   NOT AT END
                       PERFORM AcumulaUnGasto
               END-READ
           END-PERFORM
           CLOSE archivo-gastos-pagados
           IF WS-TRAILER-GASTOS = "N" AND WS-CONT-GASTOS > 0
               MOVE "N" TO WS-LISTO-PARA-POSTEAR
               PERFORM RegistraTrailerGastosMalo
           END-IF.

       AcumulaUnGasto.
           IF GSD-ID = 999999
               MOVE "S" TO WS-TRAILER-GASTOS
               IF GST-CONTADOR NOT = WS-CONT-GASTOS
                   OR GST-MONTO-TOTAL NOT = WS-SUMA-GASTOS
                   MOVE "N" TO WS-LISTO-PARA-POSTEAR
                   PERFORM RegistraTrailerGastosMalo
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONT-GASTOS
           ADD GSD-MONTO TO WS-SUMA-GASTOS
           MOVE GSD-DEPTO TO WS-DEPTO-DETALLE
           MOVE "N" TO WS-DEPTO-HALLADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-DEPTOS
               IF WS-DEP-DEPTO (WS-IDX) = WS-DEPTO-DETALLE
                   ADD GSD-MONTO TO WS-DEP-GASTOS (WS-IDX)
                   MOVE "S" TO WS-DEPTO-HALLADO
               END-IF
           END-PERFORM
           IF WS-DEPTO-HALLADO = "N"
               IF WS-CANT-DEPTOS < WS-MAX-DEPTOS
                   ADD 1 TO WS-CANT-DEPTOS
                   MOVE WS-DEPTO-DETALLE
                       TO WS-DEP-DEPTO (WS-CANT-DEPTOS)
                   MOVE ZEROS TO WS-DEP-BRUTO (WS-CANT-DEPTOS)
                   MOVE SPACES TO WS-DEP-CUENTA (WS-CANT-DEPTOS)
                   MOVE ZEROS TO WS-DEP-APORT (WS-CANT-DEPTOS)
                   MOVE SPACES
                       TO WS-DEP-CUENTA-APORT (WS-CANT-DEPTOS)
                   MOVE GSD-MONTO TO WS-DEP-GASTOS (WS-CANT-DEPTOS)
               ELSE
                   MOVE "N" TO WS-LISTO-PARA-POSTEAR
                   PERFORM RegistraTablaLlena
                   END-IF
               END-PERFORM
               IF WS-DEP-CUENTA (WS-IDX) = SPACES
                   AND (WS-DEP-BRUTO (WS-IDX) > 0
                       OR WS-DEP-GASTOS (WS-IDX) > 0)
                   MOVE "N" TO WS-LISTO-PARA-POSTEAR
                   PERFORM RegistraSinMapeo
               END-IF
               IF WS-DEP-APORT (WS-IDX) > 0
                   PERFORM ResuelveCuentaAportacion
               END-IF
           END-PERFORM
           IF WS-CONT-DEVOL > 0
               AND (WS-CUENTA-BANCO = SPACES
                   OR WS-CUENTA-REEXP = SPACES)
               MOVE "N" TO WS-LISTO-PARA-POSTEAR
               PERFORM RegistraSinCuentaBanco
           END-IF.

       ResuelveCuentaAportacion.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-CANT-MAPEOS-APORT
               IF WS-MAA-DEPTO (WS-MAP-IDX) = WS-DEP-DEPTO (WS-IDX)
                   MOVE WS-MAA-CUENTA (WS-MAP-IDX)
                       TO WS-DEP-CUENTA-APORT (WS-IDX)
               END-IF
           END-PERFORM
           IF WS-DEP-CUENTA-APORT (WS-IDX) = SPACES
               MOVE "N" TO WS-LISTO-PARA-POSTEAR
               PERFORM RegistraSinMapeoAport
           END-IF.

      *>   Los cargos (bruto por departamento) tienen que netear
      *>   exactamente contra los abonos (impuesto + deducciones +
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-DEPTOS
               ADD WS-DEP-BRUTO (WS-IDX) TO WS-TOTAL-CARGOS
               ADD WS-DEP-APORT (WS-IDX) TO WS-TOTAL-CARGOS
           END-PERFORM
           COMPUTE WS-TOTAL-ABONOS = WS-TOTAL-IMPUESTO
               + WS-TOTAL-DEDUCC + WS-TOTAL-NETO
           PERFORM VARYING WS-PAS-IDX FROM 1 BY 1
               UNTIL WS-PAS-IDX > WS-CANT-PASIVOS
               ADD WS-PAS-MONTO (WS-PAS-IDX) TO WS-TOTAL-ABONOS
           END-PERFORM
           ADD WS-TOTAL-DEVUELTO WS-TOTAL-REEXPEDIDO
               TO WS-TOTAL-CARGOS
           ADD WS-TOTAL-DEVUELTO WS-TOTAL-REEXPEDIDO
               TO WS-TOTAL-ABONOS
           ADD WS-SUMA-GASTOS TO WS-TOTAL-CARGOS
           ADD WS-SUMA-GASTOS TO WS-TOTAL-ABONOS
           IF WS-TOTAL-CARGOS NOT = WS-TOTAL-ABONOS
               MOVE "N" TO WS-LISTO-PARA-POSTEAR
               PERFORM RegistraFueraDeBalance
           OPEN OUTPUT archivo-interfaz
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-DEPTOS
               IF WS-DEP-BRUTO (WS-IDX) > 0
                   MOVE WS-DEP-CUENTA (WS-IDX) TO GL-CUENTA
                   MOVE "DR" TO GL-IND-DRCR
                   MOVE WS-DEP-BRUTO (WS-IDX) TO GL-MONTO
                   MOVE WS-FECHA-POLIZA TO GL-FECHA
                   WRITE GL-RECORD
                   ADD GL-MONTO TO WS-SUMA-INTERFAZ
                   ADD 1 TO WS-TOTAL-POSTEADOS
               END-IF
               IF WS-DEP-APORT (WS-IDX) > 0
                   MOVE WS-DEP-CUENTA-APORT (WS-IDX) TO GL-CUENTA
                   MOVE "DR" TO GL-IND-DRCR
                   MOVE WS-DEP-APORT (WS-IDX) TO GL-MONTO
                   MOVE WS-FECHA-POLIZA TO GL-FECHA
                   WRITE GL-RECORD
                   ADD GL-MONTO TO WS-SUMA-INTERFAZ
                   ADD 1 TO WS-TOTAL-POSTEADOS
               END-IF
           END-PERFORM
           MOVE WS-CUENTA-IMPUESTO TO GL-CUENTA
           MOVE "CR" TO GL-IND-DRCR
           WRITE GL-RECORD
           ADD GL-MONTO TO WS-SUMA-INTERFAZ
           ADD 1 TO WS-TOTAL-POSTEADOS
           PERFORM VARYING WS-PAS-IDX FROM 1 BY 1
               UNTIL WS-PAS-IDX > WS-CANT-PASIVOS
               MOVE WS-PAS-CUENTA (WS-PAS-IDX) TO GL-CUENTA
               MOVE "CR" TO GL-IND-DRCR
               MOVE WS-PAS-MONTO (WS-PAS-IDX) TO GL-MONTO
               MOVE WS-FECHA-POLIZA TO GL-FECHA
               WRITE GL-RECORD
               ADD GL-MONTO TO WS-SUMA-INTERFAZ
               ADD 1 TO WS-TOTAL-POSTEADOS
           END-PERFORM
           IF WS-TOTAL-DEVUELTO > 0
               MOVE WS-CUENTA-BANCO TO GL-CUENTA
               MOVE "DR" TO GL-IND-DRCR
               MOVE WS-TOTAL-DEVUELTO TO GL-MONTO
               PERFORM EscribeRenglonDevolucion
               MOVE WS-CUENTA-REEXP TO GL-CUENTA
               MOVE "CR" TO GL-IND-DRCR
               MOVE WS-TOTAL-DEVUELTO TO GL-MONTO
               PERFORM EscribeRenglonDevolucion
           END-IF
           IF WS-TOTAL-REEXPEDIDO > 0
               MOVE WS-CUENTA-REEXP TO GL-CUENTA
               MOVE "DR" TO GL-IND-DRCR
               MOVE WS-TOTAL-REEXPEDIDO TO GL-MONTO
               PERFORM EscribeRenglonDevolucion
               MOVE WS-CUENTA-BANCO TO GL-CUENTA
               MOVE "CR" TO GL-IND-DRCR
               MOVE WS-TOTAL-REEXPEDIDO TO GL-MONTO
               PERFORM EscribeRenglonDevolucion
           END-IF
           IF WS-SUMA-GASTOS > 0
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-DEPTOS
                   IF WS-DEP-GASTOS (WS-IDX) > 0
                       MOVE WS-DEP-CUENTA (WS-IDX) TO GL-CUENTA
                       MOVE "DR" TO GL-IND-DRCR
                       MOVE WS-DEP-GASTOS (WS-IDX) TO GL-MONTO
                       PERFORM EscribeRenglonDevolucion
                   END-IF
               END-PERFORM
               MOVE WS-CUENTA-NETO TO GL-CUENTA
               MOVE "CR" TO GL-IND-DRCR
               MOVE WS-SUMA-GASTOS TO GL-MONTO
               PERFORM EscribeRenglonDevolucion
           END-IF
      *>   Trailer de control de la interfaz (GLINTRLR.cpy), misma
      *>   disciplina que GLPOST.
           MOVE "*TRAILER" TO GLT-CUENTA
           WRITE GL-TRAILER-RECORD
           CLOSE archivo-interfaz.

       EscribeRenglonDevolucion.
           MOVE WS-FECHA-POLIZA TO GL-FECHA
           WRITE GL-RECORD
           ADD GL-MONTO TO WS-SUMA-INTERFAZ
           ADD 1 TO WS-TOTAL-POSTEADOS.

       RegistraPeriodoCerrado.
           MOVE "CERRADO" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
               DELIMITED BY SIZE INTO EXC-DETALLE
           PERFORM GrabaExcepcion.

       RegistraTrailerAportMalo.
           MOVE "TRAILER" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           IF WS-TRAILER-APORT = "S"
               MOVE "Trailer de aportdet.dat fuera de balance"
                   TO EXC-DETALLE
           ELSE
               MOVE "aportdet.dat sin trailer de control"
                   TO EXC-DETALLE
           END-IF
           PERFORM GrabaExcepcion.

       RegistraSinMapeoAport.
           MOVE "SIN-MAPEO" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           STRING "Depto sin cuenta de aportaciones: "
               WS-DEP-DEPTO (WS-IDX)
               DELIMITED BY SIZE INTO EXC-DETALLE
           PERFORM GrabaExcepcion.

       RegistraSinPasivo.
           MOVE "SIN-PASIVO" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           STRING "Aportacion sin cuenta de pasivo, concepto="
               AH-CONCEPTO
               DELIMITED BY SIZE INTO EXC-DETALLE
           PERFORM GrabaExcepcion.

       RegistraTrailerDevolMalo.
           MOVE "TRAILER" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           IF WS-TRAILER-DEVOL = "S"
               MOVE "Trailer de dispdev.dat fuera de balance"
                   TO EXC-DETALLE
           ELSE
               MOVE "dispdev.dat sin trailer de control"
                   TO EXC-DETALLE
           END-IF
           PERFORM GrabaExcepcion.

       RegistraTrailerGastosMalo.
           MOVE "TRAILER" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           IF WS-TRAILER-GASTOS = "S"
               MOVE "Trailer de gastdet.dat fuera de balance"
                   TO EXC-DETALLE
           ELSE
               MOVE "gastdet.dat sin trailer de control"
                   TO EXC-DETALLE
           END-IF
           PERFORM GrabaExcepcion.

       RegistraSinCuentaBanco.
           MOVE "SIN-CTL" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           MOVE "Sin cuenta puente de banco o de reexpedicion"
               TO EXC-DETALLE
           PERFORM GrabaExcepcion.

       RegistraTablaLlena.
           MOVE "TABLALLENA" TO EXC-TIPO
           MOVE "A" TO EXC-SEVERIDAD
