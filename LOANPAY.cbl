      *>   (BT-CUENTA = numero de prestamo, BT-SALDO = importe
      *>   vencido, BT-DIAS-VENCIDO) para que el reporte de
      *>   antiguedad BALAGE muestre por fin nuestra propia cartera.
      *>   Ademas de pagos.dat postea los descuentos de nomina
      *>   (pagosnom.dat), las liquidaciones anticipadas de LOANPOFF
      *>   (pagosliq.dat) y los saldos recuperados en finiquitos
      *>   (pagosfin.dat). Cada pago se distribuye segun la
      *>   prelacion de PRELCTL.cpy (interes devengado, cuotas
      *>   vencidas de la mas vieja a la mas nueva, capital de la
      *>   cuota corriente, y el excedente como pago anticipado); la
      *>   distribucion queda en la historia LOANPHIS para el estado
      *>   de cuenta y el total del dia sale como poliza balanceada
      *>   en registros GLINT (cobro DR / intereses CR / cartera CR,
      *>   cuentas de PAGGLC.cpy).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAGOS-LIQ.

               SELECT OPTIONAL archivo-pagos-finiquito
               ASSIGN TO "pagosfin.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAGOS-FIN.

               SELECT OPTIONAL archivo-tabla
               ASSIGN TO "amortsch.dat"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SALDOS.

               SELECT OPTIONAL archivo-prelacion
               ASSIGN TO "prelctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRELACION.

               SELECT OPTIONAL archivo-cuentas
               ASSIGN TO "pagglc.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CUENTAS.

               SELECT archivo-interfaz
               ASSIGN TO "glintpag.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-INTERFAZ.

               SELECT archivo-reporte
               ASSIGN TO "loanpay.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
               05 PQ-FECHA           PIC X(8).
               05 PQ-MONTO           PIC 9(9)V99.

      *>   Saldos de prestamo recuperados del neto de un finiquito
      *>   (los escribe FINIQ): mismo layout que LOANPAYT.cpy bajo
      *>   FD propio.
       FD  archivo-pagos-finiquito.
           01 PAGO-FIN-RECORD.
               05 PF-NUMERO          PIC 9(8).
               05 PF-FECHA           PIC X(8).
               05 PF-MONTO           PIC 9(9)V99.

       FD  archivo-tabla.
           COPY AMORTSCH.

       FD  archivo-saldos.
           COPY BALTRANS.

       FD  archivo-prelacion.
           COPY PRELCTL.

       FD  archivo-cuentas.
           COPY PAGGLC.

       FD  archivo-interfaz.
           COPY GLINT.
           COPY GLINTRLR.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

           01 WS-EOF-PAGOS-NOM PIC X VALUE "N".
           01 WS-FS-PAGOS-LIQ PIC XX VALUE "00".
           01 WS-EOF-PAGOS-LIQ PIC X VALUE "N".
           01 WS-FS-PAGOS-FIN PIC XX VALUE "00".
           01 WS-EOF-PAGOS-FIN PIC X VALUE "N".
           01 WS-FS-DEVENGO PIC XX VALUE "00".
           01 WS-FS-HISTORIA PIC XX VALUE "00".
           01 WS-FS-PAGOS-ACEP PIC XX VALUE "00".
           01 WS-FS-TABLA PIC XX VALUE "00".
           01 WS-FS-SALDOS PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-FS-PRELACION PIC XX VALUE "00".
           01 WS-FS-CUENTAS PIC XX VALUE "00".
           01 WS-FS-INTERFAZ PIC XX VALUE "00".
      *>   Candado de periodo (ver PERCHECK/PERLOCK.cpy): pagos
      *>   tardios no postean dentro de un mes ya cerrado.
           01 WS-PERIODO-CERRADO PIC X VALUE "N".
                   10 WS-CUO-NUMERO PIC 9(8).
                   10 WS-CUO-MESES PIC 9(3).
                   10 WS-CUO-EXIGIBLE PIC 9(11)V99.
                   10 WS-CUO-EXIG-ANT PIC 9(11)V99.
                   10 WS-CUO-CUOTA PIC 9(9)V99.
                   10 WS-CUO-TIENE-TABLA PIC X(1).
           01 WS-CUO-HALLADO PIC 9(4) VALUE ZEROS.
           01 WS-DIFERENCIA PIC S9(11)V99 VALUE ZEROS.
           01 WS-CUOTAS-VENCIDAS PIC 9(5) VALUE ZEROS.

      *>   Distribucion del pago en proceso (ver DistribuyePago): lo
      *>   que el prestamo debe de cuotas vencidas (renglones
      *>   exigibles anteriores al corriente) y de la cuota
      *>   corriente antes del pago, y lo que le toca a cada
      *>   concepto.
           01 WS-ORDEN PIC X(3) VALUE "IVC".
           01 WS-ORD-IDX PIC 9 VALUE ZEROS.
           01 WS-POR-APLICAR PIC 9(9)V99 VALUE ZEROS.
           01 WS-DEBE-VENCIDO PIC S9(11)V99 VALUE ZEROS.
           01 WS-DEBE-CORRIENTE PIC S9(11)V99 VALUE ZEROS.
           01 WS-REDUCE PIC 9(9)V99 VALUE ZEROS.
           01 WS-DIST-INTERES PIC 9(9)V99 VALUE ZEROS.
           01 WS-DIST-VENCIDO PIC 9(9)V99 VALUE ZEROS.
           01 WS-DIST-CAPITAL PIC 9(9)V99 VALUE ZEROS.
           01 WS-DIST-ANTICIPO PIC 9(9)V99 VALUE ZEROS.
           01 WS-TOT-COBRADO PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOT-INTERES PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOT-VENCIDO PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOT-CAPITAL PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOT-ANTICIPO PIC 9(11)V99 VALUE ZEROS.

      *>   Poliza de cobranza (cuentas de PAGGLC.cpy validadas contra
      *>   el catalogo, igual que ACCRPOST).
           01 WS-CUENTA-COBRO PIC X(8) VALUE SPACES.
           01 WS-CUENTA-INTERES PIC X(8) VALUE SPACES.
           01 WS-CUENTA-CAPITAL PIC X(8) VALUE SPACES.
           01 WS-HAY-CUENTAS PIC X VALUE "N".
           01 WS-POLIZA-OMITIDA PIC X VALUE "N".
           01 WS-CTA-CUENTA PIC X(8) VALUE SPACES.
           01 WS-CTA-VALIDA PIC X VALUE "S".
           01 WS-CTA-MOTIVO PIC X(30) VALUE SPACES.
           01 WS-CONT-INTERFAZ PIC 9(6) VALUE ZEROS.
           01 WS-SUMA-INTERFAZ PIC 9(13)V99 VALUE ZEROS.
           01 WS-FECHA-POLIZA PIC 9(8) VALUE ZEROS.

           01 LIN-ENCABEZADO.
               05 FILLER PIC X(24) VALUE "PRESTAMO          PAGADO".
               05 FILLER PIC X(46) VALUE
               05 FILLER PIC X(1) VALUE SPACES.
               05 LR-VENCIDO PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-DISTRIBUCION.
               05 FILLER PIC X(10) VALUE "INTERES: ".
               05 LDI-INTERES PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(11) VALUE "  VENCIDO: ".
               05 LDI-VENCIDO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(11) VALUE "  CAPITAL: ".
               05 LDI-CAPITAL PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(12) VALUE "  ANTICIPO: ".
               05 LDI-ANTICIPO PIC ZZZ,ZZZ,ZZ9.99.

      *>   Fecha de proceso controlada (ver BUSDATE): los sellos de
      *>   fecha salen del registro de control y no del reloj de
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           MOVE WS-FECHA-PROCESO-NEG TO WS-FECHA-PROCESO
           MOVE WS-FECHA-PROCESO-NEG TO WS-FECHA-POLIZA
           CALL "PERCHECK" USING WS-FECHA-PROCESO-NEG
               WS-PERIODO-CERRADO
           IF WS-PERIODO-CERRADO = "S"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LeePrelacion
           PERFORM LeeCuentas
           PERFORM CargaPlazos
           PERFORM CargaCuotas
           PERFORM CargaHistorialPagos
                   "balance, el archivo NO se postea"
           END-IF
           PERFORM AplicaPagosLiquidacion
           PERFORM AplicaPagosFiniquito
           PERFORM AplicaPagosAceptados
           PERFORM BarrePrestamos
           PERFORM EmitePoliza
           IF WS-HAY-DEVENGO = "S"
               CLOSE archivo-devengo
           END-IF
               " Sin prestamo: " WS-TOTAL-SIN-PRESTAMO
               " Vencidos: " WS-TOTAL-VENCIDOS
               " Adelantados: " WS-TOTAL-ADELANTADOS
           DISPLAY "Cobrado: " WS-TOT-COBRADO
               " Interes: " WS-TOT-INTERES
               " Vencido: " WS-TOT-VENCIDO
               " Capital: " WS-TOT-CAPITAL
               " Anticipo: " WS-TOT-ANTICIPO
           EVALUATE TRUE
               WHEN WS-PAGOS-VALIDOS NOT = "S"
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-SIN-PRESTAMO > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-POLIZA-OMITIDA = "S"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
                           PERFORM CalculaMesesExigibles
                           MOVE ZEROS
                               TO WS-CUO-EXIGIBLE (WS-CANT-CUOTAS)
                           MOVE ZEROS
                               TO WS-CUO-EXIG-ANT (WS-CANT-CUOTAS)
                           MOVE ZEROS
                               TO WS-CUO-CUOTA (WS-CANT-CUOTAS)
                           MOVE "N" TO
                       TO WS-CUO-NUMERO (WS-CUO-HALLADO)
                   MOVE ZEROS TO WS-CUO-MESES (WS-CUO-HALLADO)
                   MOVE ZEROS TO WS-CUO-EXIGIBLE (WS-CUO-HALLADO)
                   MOVE ZEROS TO WS-CUO-EXIG-ANT (WS-CUO-HALLADO)
                   MOVE ZEROS TO WS-CUO-CUOTA (WS-CUO-HALLADO)
               ELSE
                   EXIT PARAGRAPH
           IF SCH-MES <= WS-CUO-MESES (WS-CUO-HALLADO)
               ADD SCH-CUOTA TO WS-CUO-EXIGIBLE (WS-CUO-HALLADO)
           END-IF
      *>   Los renglones exigibles anteriores al corriente son los
      *>   vencidos para la prelacion del pago.
           IF SCH-MES < WS-CUO-MESES (WS-CUO-HALLADO)
               ADD SCH-CUOTA TO WS-CUO-EXIG-ANT (WS-CUO-HALLADO)
           END-IF
           IF SCH-MES = WS-CUO-MESES (WS-CUO-HALLADO)
               OR (WS-CUO-MESES (WS-CUO-HALLADO) = 0
                   AND SCH-MES = 1)
           OPEN OUTPUT archivo-pagos-liquidacion
           CLOSE archivo-pagos-liquidacion.

      *>   Recuperos de finiquito, mismo traslado al area PAY. Si el
      *>   finiquito cubrio el saldo el prestamo ya viene cancelado;
      *>   si no, sigue activo por el remanente.
       AplicaPagosFiniquito.
           OPEN INPUT archivo-pagos-finiquito
           IF WS-FS-PAGOS-FIN NOT = "00"
               CLOSE archivo-pagos-finiquito
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-PAGOS-FIN = "S"
               READ archivo-pagos-finiquito
                   AT END
                       MOVE "S" TO WS-EOF-PAGOS-FIN
                   NOT AT END
                       MOVE PF-NUMERO TO PAY-NUMERO
                       MOVE PF-FECHA TO PAY-FECHA
                       MOVE PF-MONTO TO PAY-MONTO
                       PERFORM AplicaUnPago
               END-READ
           END-PERFORM
           CLOSE archivo-pagos-finiquito
           OPEN OUTPUT archivo-pagos-finiquito
           CLOSE archivo-pagos-finiquito.

      *>   Pre-pasada sobre pagos.dat: conteo y suma contra el
      *>   trailer 99999999; sin trailer se procesa con advertencia.
       VerificaTrailerPagos.
           READ archivo-posicion
               INVALID KEY
                   MOVE PAY-NUMERO TO LP-NUMERO
                   MOVE ZEROS TO LP-PAGADO-ACUM
                   MOVE ZEROS TO LP-ADELANTO LP-VENCIDO
                   PERFORM DistribuyePago
                   MOVE PAY-MONTO TO LP-PAGADO-ACUM
                   WRITE LP-RECORD
               NOT INVALID KEY
                   PERFORM DistribuyePago
                   ADD PAY-MONTO TO LP-PAGADO-ACUM
                   REWRITE LP-RECORD
           END-READ
      *>   Cada pago aplicado queda en la historia (LOANPHIS.cpy)
      *>   con su distribucion, para el estado de cuenta del
      *>   prestatario.
           MOVE PAY-NUMERO TO LPH-NUMERO
           MOVE PAY-FECHA TO LPH-FECHA
           MOVE PAY-MONTO TO LPH-MONTO
           MOVE "P" TO LPH-TIPO
           MOVE WS-DIST-INTERES TO LPH-INTERES
           MOVE WS-DIST-VENCIDO TO LPH-VENCIDO
           MOVE WS-DIST-CAPITAL TO LPH-CAPITAL
           MOVE WS-DIST-ANTICIPO TO LPH-ANTICIPO
           WRITE LPH-RECORD
           IF WS-CANT-HIST < WS-MAX-HIST
               ADD 1 TO WS-CANT-HIST
           ADD 1 TO WS-TOTAL-PAGOS.

      *>   Carga el registro de pagos ya aplicados a memoria: contra
      *>   el se detectan los re-envios de caja. Las devoluciones
      *>   (LPH-TIPO D) no son pagos y no entran.
       CargaHistorialPagos.
           OPEN INPUT archivo-historia-pagos
           IF WS-FS-HISTORIA NOT = "00"
                       MOVE "S" TO WS-EOF-HISTORIA
                   NOT AT END
                       IF WS-CANT-HIST < WS-MAX-HIST
                           AND LPH-TIPO NOT = "D"
                           ADD 1 TO WS-CANT-HIST
                           MOVE LPH-NUMERO
                               TO WS-HIS-NUMERO (WS-CANT-HIST)
               CLOSE archivo-devengo
           END-IF.

      *>   Prelacion del pago: antes de sumarlo a lo pagado se
      *>   calcula lo que el prestamo debe de cuotas vencidas y de la
      *>   cuota corriente, y el monto se reparte en el orden de
      *>   PRELCTL.cpy; lo que sobra es pago anticipado. Como lo
      *>   pagado se compara contra la suma de cuotas desde la
      *>   primera, lo que cubre el vencido cubre siempre la cuota
      *>   mas vieja primero.
       DistribuyePago.
           MOVE ZEROS TO WS-DIST-INTERES WS-DIST-VENCIDO
               WS-DIST-CAPITAL WS-DIST-ANTICIPO
           MOVE PAY-MONTO TO WS-POR-APLICAR
           COMPUTE WS-DEBE-VENCIDO =
               WS-CUO-EXIG-ANT (WS-CUO-HALLADO) - LP-PAGADO-ACUM
           IF WS-DEBE-VENCIDO < 0
               MOVE ZEROS TO WS-DEBE-VENCIDO
           END-IF
           IF LP-PAGADO-ACUM > WS-CUO-EXIG-ANT (WS-CUO-HALLADO)
               COMPUTE WS-DEBE-CORRIENTE =
                   WS-CUO-EXIGIBLE (WS-CUO-HALLADO) - LP-PAGADO-ACUM
           ELSE
               COMPUTE WS-DEBE-CORRIENTE =
                   WS-CUO-EXIGIBLE (WS-CUO-HALLADO)
                   - WS-CUO-EXIG-ANT (WS-CUO-HALLADO)
           END-IF
           IF WS-DEBE-CORRIENTE < 0
               MOVE ZEROS TO WS-DEBE-CORRIENTE
           END-IF
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
               UNTIL WS-ORD-IDX > 3
               EVALUATE WS-ORDEN (WS-ORD-IDX:1)
                   WHEN "I"
                       PERFORM RelevaDevengo
                   WHEN "V"
                       PERFORM AplicaVencido
                   WHEN "C"
                       PERFORM AplicaCorriente
               END-EVALUATE
           END-PERFORM
           MOVE WS-POR-APLICAR TO WS-DIST-ANTICIPO
           ADD PAY-MONTO TO WS-TOT-COBRADO
           ADD WS-DIST-INTERES TO WS-TOT-INTERES
           ADD WS-DIST-VENCIDO TO WS-TOT-VENCIDO
           ADD WS-DIST-CAPITAL TO WS-TOT-CAPITAL
           ADD WS-DIST-ANTICIPO TO WS-TOT-ANTICIPO.

      *>   El ingreso por interes ya lo reconocio dia a dia el paso
      *>   nocturno de devengo (ACCRPOST): el pago releva el interes
      *>   por cobrar acumulado (hasta donde alcance lo que queda por
      *>   aplicar) en vez de reconocer el ingreso de golpe. El
      *>   interes es parte de las cuotas, asi que lo relevado baja
      *>   tambien lo que se debe de ellas, la mas vieja primero.
       RelevaDevengo.
           IF WS-HAY-DEVENGO NOT = "S" OR WS-POR-APLICAR = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PAY-NUMERO TO ACR-NUMERO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-POR-APLICAR < ACR-DEVENGADO-ACUM
               MOVE WS-POR-APLICAR TO WS-RELEVO-DEVENGO
           ELSE
               MOVE ACR-DEVENGADO-ACUM TO WS-RELEVO-DEVENGO
           END-IF
           SUBTRACT WS-RELEVO-DEVENGO FROM ACR-DEVENGADO-ACUM
           REWRITE ACR-RECORD
           MOVE WS-RELEVO-DEVENGO TO WS-DIST-INTERES
           SUBTRACT WS-RELEVO-DEVENGO FROM WS-POR-APLICAR
           MOVE WS-RELEVO-DEVENGO TO WS-REDUCE
           IF WS-REDUCE > WS-DEBE-VENCIDO
               SUBTRACT WS-DEBE-VENCIDO FROM WS-REDUCE
               MOVE ZEROS TO WS-DEBE-VENCIDO
               IF WS-REDUCE > WS-DEBE-CORRIENTE
                   MOVE ZEROS TO WS-DEBE-CORRIENTE
               ELSE
                   SUBTRACT WS-REDUCE FROM WS-DEBE-CORRIENTE
               END-IF
           ELSE
               SUBTRACT WS-REDUCE FROM WS-DEBE-VENCIDO
           END-IF.

       AplicaVencido.
           IF WS-POR-APLICAR < WS-DEBE-VENCIDO
               MOVE WS-POR-APLICAR TO WS-DIST-VENCIDO
           ELSE
               MOVE WS-DEBE-VENCIDO TO WS-DIST-VENCIDO
           END-IF
           SUBTRACT WS-DIST-VENCIDO FROM WS-POR-APLICAR
           SUBTRACT WS-DIST-VENCIDO FROM WS-DEBE-VENCIDO.

       AplicaCorriente.
           IF WS-POR-APLICAR < WS-DEBE-CORRIENTE
               MOVE WS-POR-APLICAR TO WS-DIST-CAPITAL
           ELSE
               MOVE WS-DEBE-CORRIENTE TO WS-DIST-CAPITAL
           END-IF
           SUBTRACT WS-DIST-CAPITAL FROM WS-POR-APLICAR
           SUBTRACT WS-DIST-CAPITAL FROM WS-DEBE-CORRIENTE.

      *>   La prelacion tiene que traer las tres letras; un orden
      *>   incompleto o repetido se ignora con advertencia y queda
      *>   IVC.
       LeePrelacion.
           OPEN INPUT archivo-prelacion
           IF WS-FS-PRELACION = "00"
               READ archivo-prelacion
                   NOT AT END
                       IF PRL-ORDEN = "IVC" OR PRL-ORDEN = "ICV"
                           OR PRL-ORDEN = "VIC" OR PRL-ORDEN = "VCI"
                           OR PRL-ORDEN = "CIV" OR PRL-ORDEN = "CVI"
                           MOVE PRL-ORDEN TO WS-ORDEN
                       ELSE
                           DISPLAY "ADVERTENCIA: prelacion invalida "
                               PRL-ORDEN ", se usa IVC"
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-prelacion.

       LeeCuentas.
           OPEN INPUT archivo-cuentas
           IF WS-FS-CUENTAS = "00"
               READ archivo-cuentas
                   NOT AT END
                       MOVE PGC-CUENTA-COBRO TO WS-CUENTA-COBRO
                       MOVE PGC-CUENTA-INTERES TO WS-CUENTA-INTERES
                       MOVE PGC-CUENTA-CAPITAL TO WS-CUENTA-CAPITAL
                       MOVE "S" TO WS-HAY-CUENTAS
               END-READ
           END-IF
           CLOSE archivo-cuentas
           IF WS-HAY-CUENTAS = "S"
               MOVE WS-CUENTA-COBRO TO WS-CTA-CUENTA
               PERFORM ValidaCuentaCatalogo
               MOVE WS-CUENTA-INTERES TO WS-CTA-CUENTA
               PERFORM ValidaCuentaCatalogo
               MOVE WS-CUENTA-CAPITAL TO WS-CTA-CUENTA
               PERFORM ValidaCuentaCatalogo
           END-IF.

      *>   Una cuenta de cobranza que no pasa el catalogo deja su
      *>   excepcion y apaga WS-HAY-CUENTAS.
       ValidaCuentaCatalogo.
           CALL "CTACHK" USING WS-CTA-CUENTA WS-CTA-VALIDA
               WS-CTA-MOTIVO
           IF WS-CTA-VALIDA NOT = "S"
               MOVE "N" TO WS-HAY-CUENTAS
               MOVE "LOANPAY" TO EXC-PROGRAMA
               MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
               MOVE "CTA-INVAL" TO EXC-TIPO
               MOVE "C" TO EXC-SEVERIDAD
               MOVE SPACES TO EXC-DETALLE
               STRING "Cuenta de cobranza " WS-CTA-CUENTA ": "
                   WS-CTA-MOTIVO
                   DELIMITED BY SIZE INTO EXC-DETALLE
               OPEN EXTEND archivo-excepciones
               IF WS-FS-EXCEPCIONES = "05"
                   OR WS-FS-EXCEPCIONES = "35"
                   OPEN OUTPUT archivo-excepciones
               END-IF
               WRITE EXC-RECORD
               CLOSE archivo-excepciones
           END-IF.

      *>   Poliza del dia: la cuenta de cobro DR por todo lo cobrado,
      *>   contra intereses CR por la porcion de interes y cartera
      *>   CR por el capital (vencido, corriente y anticipado),
      *>   balanceada por construccion. Sin cuentas de control no se
      *>   emite y queda la excepcion critica.
       EmitePoliza.
           OPEN OUTPUT archivo-interfaz
           IF WS-TOT-COBRADO = 0
               PERFORM GrabaTrailerInterfaz
               CLOSE archivo-interfaz
               EXIT PARAGRAPH
           END-IF
           IF WS-HAY-CUENTAS NOT = "S"
               PERFORM GrabaTrailerInterfaz
               CLOSE archivo-interfaz
               PERFORM RegistraSinCuentas
               MOVE "S" TO WS-POLIZA-OMITIDA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUENTA-COBRO TO GL-CUENTA
           MOVE "DR" TO GL-IND-DRCR
           MOVE WS-TOT-COBRADO TO GL-MONTO
           PERFORM GrabaRenglonPoliza
           IF WS-TOT-INTERES > 0
               MOVE WS-CUENTA-INTERES TO GL-CUENTA
               MOVE "CR" TO GL-IND-DRCR
               MOVE WS-TOT-INTERES TO GL-MONTO
               PERFORM GrabaRenglonPoliza
           END-IF
           IF WS-TOT-COBRADO > WS-TOT-INTERES
               MOVE WS-CUENTA-CAPITAL TO GL-CUENTA
               MOVE "CR" TO GL-IND-DRCR
               COMPUTE GL-MONTO = WS-TOT-VENCIDO + WS-TOT-CAPITAL
                   + WS-TOT-ANTICIPO
               PERFORM GrabaRenglonPoliza
           END-IF
           PERFORM GrabaTrailerInterfaz
           CLOSE archivo-interfaz.

       GrabaRenglonPoliza.
           MOVE WS-FECHA-POLIZA TO GL-FECHA
           WRITE GL-RECORD
           ADD GL-MONTO TO WS-SUMA-INTERFAZ
           ADD 1 TO WS-CONT-INTERFAZ.

      *>   Trailer de control de la interfaz (GLINTRLR.cpy), misma
      *>   disciplina que GLPOST: GLUPDT lo verifica antes de
      *>   aplicar. Se escribe aun con cero registros, para que el
      *>   consumidor distinga "sin movimientos" de "truncado".
       GrabaTrailerInterfaz.
           MOVE "*TRAILER" TO GLT-CUENTA
           MOVE WS-CONT-INTERFAZ TO GLT-CONTADOR
           MOVE WS-SUMA-INTERFAZ TO GLT-MONTO-TOTAL
           WRITE GL-TRAILER-RECORD.

       RegistraSinCuentas.
           MOVE "LOANPAY" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           MOVE "SIN-CTL" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           MOVE "Sin cuentas de cobranza, poliza no emitida"
               TO EXC-DETALLE
           OPEN EXTEND archivo-excepciones
           IF WS-FS-EXCEPCIONES = "05" OR WS-FS-EXCEPCIONES = "35"
               OPEN OUTPUT archivo-excepciones
           END-IF
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

       BuscaCuota.
           MOVE "N" TO WS-CUOTA-HALLADA
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-TOT-INTERES TO LDI-INTERES
           MOVE WS-TOT-VENCIDO TO LDI-VENCIDO
           MOVE WS-TOT-CAPITAL TO LDI-CAPITAL
           MOVE WS-TOT-ANTICIPO TO LDI-ANTICIPO
           WRITE LINEA-REPORTE FROM LIN-DISTRIBUCION
           CLOSE archivo-prestamos
           CLOSE archivo-saldos
           CLOSE archivo-reporte.
                   MOVE 9999 TO BT-DIAS-VENCIDO
           END-COMPUTE
           MOVE SPACES TO BT-MONEDA
           MOVE ZEROS TO BT-DISPUTA
           WRITE BT-RECORD.

       ImprimeRegistro.
