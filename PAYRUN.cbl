      *>   salen de los enrolamientos individuales (DEDENRL.cpy, con
      *>   vigencia, meta y acumulado por corrida); sin archivo de
      *>   enrolamientos se conserva el esquema viejo de codigos
      *>   CP-DEDUCCION contra el catalogo. Las horas del reloj
      *>   checador (TIMECARD.cpy) se validan contra el maestro y el
      *>   calendario de periodos y se suman al bruto antes del
      *>   impuesto: horas normales a la tarifa por hora, extra y
      *>   nocturnas con los factores de timectl.dat. Las tarjetas
      *>   de desconocidos, terminados o empleados con licencia van
      *>   a la pagina de excepciones y no se pagan. Las ordenes de
      *>   embargo (EMBARGO.cpy) se aplican despues del impuesto y
      *>   antes de las demas deducciones, por prioridad y sin
      *>   rebasar el limite legal sobre el disponible (EMBCTL.cpy);
      *>   lo retenido sale a embremit.dat para la remesa por
      *>   acreedor (EMBRPT) y la orden se cierra sola al cubrir el
      *>   adeudo. Las aportaciones patronales (APORTCTL.cpy, tasas
      *>   con vigencia) se calculan sobre el bruto de cada pagado:
      *>   no tocan el neto, se anexan a la historia aporthist.dat y
      *>   salen a aportdet.dat para que PAYGL las contabilice como
      *>   gasto del departamento contra la cuenta de pasivo. El
      *>   ajuste anual de impuesto del anio anterior (AJUANUAL.cpy,
      *>   que deja AJUSTANU) se aplica al impuesto de la primera
      *>   nomina del anio: la retencion adicional lo sube sin pasar
      *>   del bruto, la devolucion lo baja sin pasar de cero, y lo
      *>   que no cabe sigue pendiente para la nomina siguiente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCIONES.

               SELECT OPTIONAL archivo-tarjetas
               ASSIGN TO "timecard.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TARJETAS.

               SELECT OPTIONAL archivo-control-tiempo
               ASSIGN TO "timectl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL-TIEMPO.

               SELECT OPTIONAL archivo-embargos
               ASSIGN TO "embargos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMB-CLAVE
               FILE STATUS IS WS-FS-EMBARGOS.

               SELECT OPTIONAL archivo-control-embargo
               ASSIGN TO "embctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL-EMBARGO.

               SELECT archivo-remesa-embargo
               ASSIGN TO "embremit.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REMESA.

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

               SELECT OPTIONAL archivo-ajuste-anual
               ASSIGN TO "ajanual.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AJA-CLAVE
               FILE STATUS IS WS-FS-AJUSTE-ANUAL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-empleados.
       FD  archivo-excepciones.
           COPY EXCREC.

       FD  archivo-tarjetas.
           COPY TIMECARD.

       FD  archivo-control-tiempo.
           COPY TIMECTL.

       FD  archivo-embargos.
           COPY EMBARGO.

       FD  archivo-control-embargo.
           COPY EMBCTL.

       FD  archivo-remesa-embargo.
           COPY EMBREMIT.

       FD  archivo-tasas-aport.
           COPY APORTCTL.

       FD  archivo-historia-aport.
           COPY APORTHIS.

       FD  archivo-detalle-aport.
           COPY APORTHIS REPLACING LEADING ==AH== BY ==AD==.
           COPY APORTTRL.

       FD  archivo-ajuste-anual.
           COPY AJUANUAL.

       WORKING-STORAGE SECTION.
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-COMPENSACION PIC XX VALUE "00".
           01 WS-ACUM-EXISTE PIC X VALUE "N".
           01 WS-ANIO-PROCESO PIC X(4) VALUE SPACES.

      *>   Tarjetas de tiempo (TIMECARD.cpy) cargadas una vez al
      *>   arrancar, ya validadas contra el periodo nombrado; cada
      *>   una se marca usada cuando el empate la alcanza, y las que
      *>   nadie uso al final son de empleados que no estan en el
      *>   maestro. Los factores salen de timectl.dat (TIMECTL.cpy):
      *>   sin registro, 96 horas por periodo, extra al doble y
      *>   nocturnas a 1.25.
           01 WS-FS-TARJETAS PIC XX VALUE "00".
           01 WS-FS-CTL-TIEMPO PIC XX VALUE "00".
           01 WS-EOF-TARJETAS PIC X VALUE "N".
           01 WS-HORAS-PERIODO PIC 9(3)V99 VALUE 96.
           01 WS-FACTOR-EXTRA PIC 9V99 VALUE 2.
           01 WS-FACTOR-NOCTURNO PIC 9V99 VALUE 1.25.
           01 WS-MAX-TARJETAS PIC 9(4) VALUE 5000.
           01 WS-CANT-TARJETAS PIC 9(4) VALUE ZEROS.
           01 WS-TAR-IDX PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-TARJETAS.
               05 WS-TAR OCCURS 5000 TIMES
                   DEPENDING ON WS-CANT-TARJETAS.
                   10 WS-TAR-ID PIC 9(6).
                   10 WS-TAR-NORMALES PIC 9(3)V99.
                   10 WS-TAR-EXTRA PIC 9(3)V99.
                   10 WS-TAR-NOCTURNAS PIC 9(3)V99.
                   10 WS-TAR-USADA PIC X.
           01 WS-ID-TARJETA PIC 9(6) VALUE ZEROS.
           01 WS-HAY-TARJETA-EMP PIC X VALUE "N".
           01 WS-HORAS-NORMALES-EMP PIC 9(4)V99 VALUE ZEROS.
           01 WS-HORAS-EXTRA-EMP PIC 9(4)V99 VALUE ZEROS.
           01 WS-HORAS-NOCT-EMP PIC 9(4)V99 VALUE ZEROS.
           01 WS-HORAS-TARJETA PIC 9(4)V99 VALUE ZEROS.
           01 WS-HORAS-MAX-PERIODO PIC 9(5)V99 VALUE ZEROS.
           01 WS-DIAS-PERIODO PIC 9(5) VALUE ZEROS.
           01 WS-TARIFA-HORA PIC 9(5)V9(4) VALUE ZEROS.
           01 WS-PERCEP-TIEMPO PIC 9(7)V99 VALUE ZEROS.
           01 WS-TOTAL-TARJETAS-RECH PIC 9(6) VALUE ZEROS.
           01 WS-GT-PERCEP-TIEMPO PIC 9(9)V99 VALUE ZEROS.

      *>   Ordenes de embargo (EMBARGO.cpy): las del empleado en
      *>   proceso se juntan en una tabla corta y se aplican de menor
      *>   a mayor EMB-PRIORIDAD. El disponible es el bruto menos el
      *>   impuesto; los embargos judiciales no pasan del porcentaje
      *>   general y la suma de todos no pasa del de alimentos si hay
      *>   pension alimenticia (si no, del general). Sin embctl.dat,
      *>   30 y 50 por ciento.
           01 WS-FS-EMBARGOS PIC XX VALUE "00".
           01 WS-FS-CTL-EMBARGO PIC XX VALUE "00".
           01 WS-FS-REMESA PIC XX VALUE "00".
           01 WS-HAY-EMBARGOS PIC X VALUE "N".
           01 WS-FIN-EMBARGOS-EMP PIC X VALUE "N".
           01 WS-PCT-EMB-GENERAL PIC 9(3)V99 VALUE 30.
           01 WS-PCT-EMB-ALIMENTOS PIC 9(3)V99 VALUE 50.
           01 WS-MAX-ORDENES PIC 99 VALUE 20.
           01 WS-CANT-ORDENES PIC 99 VALUE ZEROS.
           01 WS-ORD-IDX PIC 99 VALUE ZEROS.
           01 WS-ORD-VUELTA PIC 99 VALUE ZEROS.
           01 WS-ORD-SIG PIC 99 VALUE ZEROS.
           01 WS-TABLA-ORDENES.
               05 WS-ORD OCCURS 20 TIMES
                   DEPENDING ON WS-CANT-ORDENES.
                   10 WS-ORD-EXPEDIENTE PIC X(15).
                   10 WS-ORD-PRIORIDAD PIC 9(2).
                   10 WS-ORD-APLICADA PIC X.
           01 WS-HAY-ALIMENTOS PIC X VALUE "N".
           01 WS-BASE-EMBARGO PIC S9(7)V99 VALUE ZEROS.
           01 WS-LIMITE-EMB-TOTAL PIC 9(7)V99 VALUE ZEROS.
           01 WS-LIMITE-EMB-GENERAL PIC 9(7)V99 VALUE ZEROS.
           01 WS-EMBARGADO-GENERAL PIC 9(7)V99 VALUE ZEROS.
           01 WS-TOTAL-EMBARGOS PIC 9(7)V99 VALUE ZEROS.
           01 WS-MONTO-EMBARGO PIC 9(7)V99 VALUE ZEROS.
           01 WS-ESPACIO-EMBARGO PIC S9(7)V99 VALUE ZEROS.
           01 WS-SALDO-ORDEN PIC S9(9)V99 VALUE ZEROS.
           01 WS-CONT-REMESA PIC 9(6) VALUE ZEROS.
           01 WS-SUMA-REMESA PIC 9(11)V99 VALUE ZEROS.

      *>   Aportaciones patronales (APORTCTL.cpy): un concepto por
      *>   renglon de la tabla, cada uno con el renglon de la mayor
      *>   vigencia que no rebasa la fecha de proceso. Sin
      *>   aportctl.dat no se calcula ninguna aportacion.
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

      *>   Enrolamientos de deduccion (DEDENRL.cpy): si dedenrl.dat
      *>   existe, las deducciones del empleado salen de sus
      *>   inscripciones vigentes y no de los codigos CP-DEDUCCION;
           01 WS-R-DIVISION PIC S9(9)V9(6) VALUE 0.
           01 WS-DIVISION-POR-CERO PIC X VALUE "N".

      *>   Ajuste anual de impuesto (AJUANUAL.cpy): el del anio
      *>   anterior al de proceso, pendiente, se aplica al impuesto
      *>   del empleado; misma guardia de recorrida que los embargos.
           01 WS-FS-AJUSTE-ANUAL PIC XX VALUE "00".
           01 WS-HAY-AJUSTE-ANUAL PIC X VALUE "N".
           01 WS-ANIO-ANTERIOR PIC 9(4) VALUE ZEROS.
           01 WS-MONTO-AJUSTE-ANUAL PIC 9(7)V99 VALUE ZEROS.
           01 WS-SALDO-AJUSTE-ANUAL PIC 9(7)V99 VALUE ZEROS.
           01 WS-CONT-AJUSTE-ANUAL PIC 9(6) VALUE ZEROS.
           01 WS-GT-AJUSTE-RETENIDO PIC 9(9)V99 VALUE ZEROS.
           01 WS-GT-AJUSTE-DEVUELTO PIC 9(9)V99 VALUE ZEROS.

           01 LIN-TOTAL-AJUSTE.
               05 FILLER PIC X(26) VALUE "AJUSTE ANUAL RETENIDO".
               05 LTJ-RETENIDO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(13) VALUE "  DEVUELTO".
               05 LTJ-DEVUELTO PIC ZZZ,ZZZ,ZZ9.99.

      *>   Importes del empleado en proceso.
           01 WS-BRUTO PIC 9(7)V99 VALUE ZEROS.
           01 WS-IMPUESTO PIC 9(7)V99 VALUE ZEROS.
               05 FILLER PIC X(44) VALUE
                   "     BRUTO    IMPUESTO   DEDUCC        NETO".
               05 FILLER PIC X(3) VALUE " TR".
               05 FILLER PIC X(10) VALUE "    TIEMPO".

           01 LIN-DETALLE.
               05 LD-ID PIC 9(6).
               05 LD-NETO PIC ZZZ,ZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-TRAMO PIC Z9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-PERCEP-TIEMPO PIC ZZ,ZZ9.99.

           01 LIN-TOTAL-APORT.
               05 FILLER PIC X(26) VALUE "APORTACIONES PATRONALES".
               05 LTA-APORTACIONES PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-EXCEPCION.
               05 LE-TEXTO PIC X(40).
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           MOVE WS-FECHA-PROCESO-NEG (1:4) TO WS-ANIO-PROCESO
           MOVE WS-FECHA-PROCESO-NEG (1:4) TO WS-ANIO-ANTERIOR
           SUBTRACT 1 FROM WS-ANIO-ANTERIOR
           CALL "PERCHECK" USING WS-FECHA-PROCESO-NEG
               WS-PERIODO-CERRADO
           IF WS-PERIODO-CERRADO = "S"
           END-IF
           PERFORM LeePerfilEmpresa
           PERFORM LeeControlNomina
           PERFORM LeeControlTiempo
           PERFORM LeeControlEmbargo
           PERFORM CargaTasasAportacion
           PERFORM CargaTarjetas
           PERFORM CargaTramos
           PERFORM CargaDeducciones
           PERFORM CargaPrestamosEmpleado
           ELSE
               CLOSE archivo-enrolamientos
           END-IF
           OPEN I-O archivo-embargos
           IF WS-FS-EMBARGOS = "00"
               MOVE "S" TO WS-HAY-EMBARGOS
           ELSE
               CLOSE archivo-embargos
           END-IF
           OPEN I-O archivo-ajuste-anual
           IF WS-FS-AJUSTE-ANUAL = "00"
               MOVE "S" TO WS-HAY-AJUSTE-ANUAL
           ELSE
               CLOSE archivo-ajuste-anual
           END-IF
           OPEN I-O archivo-acumulado-anual
           IF WS-FS-ACUMULADO = "35"
               OPEN OUTPUT archivo-acumulado-anual
               OPEN I-O archivo-acumulado-anual
           END-IF
           OPEN OUTPUT archivo-detalle-pago
           OPEN OUTPUT archivo-remesa-embargo
           OPEN OUTPUT archivo-detalle-aport
           OPEN EXTEND archivo-historia-aport
           IF WS-FS-HIST-APORT = "05" OR WS-FS-HIST-APORT = "35"
               OPEN OUTPUT archivo-historia-aport
           END-IF
           OPEN OUTPUT archivo-pagos-nomina
           OPEN EXTEND archivo-historia-pago
           IF WS-FS-HISTORIA = "05" OR WS-FS-HISTORIA = "35"
                       PERFORM LeeCompensacion
                   WHEN WS-EOF-COMPENSACION = "S"
                       PERFORM ExcepcionSinCompensacion
                       PERFORM RechazaTarjetas
                       PERFORM LeeMaestro
                   WHEN EMP-ID < CP-ID
                       PERFORM ExcepcionSinCompensacion
                       PERFORM RechazaTarjetas
                       PERFORM LeeMaestro
                   WHEN EMP-ID > CP-ID
                       PERFORM ExcepcionSinMaestro
      *>   de compensacion que la baja dejo huerfano.
                       IF EMP-ESTADO = "T"
                           PERFORM ExcepcionTerminado
                           PERFORM RechazaTarjetas
                       ELSE
                           PERFORM CalculaPago
                       END-IF
                       PERFORM LeeCompensacion
               END-EVALUATE
           END-PERFORM
           PERFORM TarjetasSinEmpleado
           CLOSE archivo-empleados
           CLOSE archivo-compensacion
           IF WS-HAY-ENROL = "S"
               CLOSE archivo-enrolamientos
           END-IF
           IF WS-HAY-EMBARGOS = "S"
               CLOSE archivo-embargos
           END-IF
           IF WS-HAY-AJUSTE-ANUAL = "S"
               CLOSE archivo-ajuste-anual
           END-IF
           CLOSE archivo-acumulado-anual
      *>   Trailer de control del detalle (PAYDTRLR.cpy): conteo y
      *>   suma de netos, la misma disciplina de EMPTRLR para que el
           MOVE 999999 TO PDT-ID
           MOVE WS-TOTAL-PAGADOS TO PDT-CONTADOR
           MOVE WS-GT-NETO TO PDT-MONTO-TOTAL
           MOVE "N" TO PDT-TIPO-CORRIDA
           WRITE PD-TRAILER-RECORD
           CLOSE archivo-detalle-pago
      *>   Trailer de control de los pagos retenidos (PAGOTRLR.cpy):
           MOVE WS-SUMA-PAGOS-NOM TO PGT-MONTO-TOTAL
           WRITE PAY-TRAILER-RECORD
           CLOSE archivo-pagos-nomina
      *>   Trailer de la remesa de embargos (EMBREMIT.cpy), para que
      *>   EMBRPT rehuse una remesa truncada.
           MOVE 999999 TO ERT-ID
           MOVE WS-CONT-REMESA TO ERT-CONTADOR
           MOVE WS-SUMA-REMESA TO ERT-MONTO-TOTAL
           WRITE ER-TRAILER-RECORD
           CLOSE archivo-remesa-embargo
      *>   Trailer del detalle de aportaciones (APORTTRL.cpy), que
      *>   PAYGL verifica antes de contabilizar.
           MOVE 999999 TO AHT-ID
           MOVE WS-CONT-APORT TO AHT-CONTADOR
           MOVE WS-GT-APORTACIONES TO AHT-MONTO-TOTAL
           WRITE AH-TRAILER-RECORD
           CLOSE archivo-detalle-aport
           CLOSE archivo-historia-aport
           CLOSE archivo-historia-pago
           PERFORM ImprimeTotales
           PERFORM ImprimeExcepciones
           DISPLAY "Pagados: " WS-TOTAL-PAGADOS
               " Sin maestro: " WS-TOTAL-SIN-MAESTRO
               " Sin compensacion: " WS-TOTAL-SIN-COMP
           DISPLAY "Tarjetas cargadas: " WS-CANT-TARJETAS
               " Rechazadas: " WS-TOTAL-TARJETAS-RECH
               " Percepciones por tiempo: " WS-GT-PERCEP-TIEMPO
           DISPLAY "Embargos remesados: " WS-CONT-REMESA
               " Importe: " WS-SUMA-REMESA
           DISPLAY "Aportaciones patronales: " WS-CONT-APORT
               " Importe: " WS-GT-APORTACIONES
           DISPLAY "Ajustes anuales aplicados: " WS-CONT-AJUSTE-ANUAL
               " Retenido: " WS-GT-AJUSTE-RETENIDO
               " Devuelto: " WS-GT-AJUSTE-DEVUELTO
           CALL "EMPTRCHK" USING WS-CONTADOR-REAL WS-HASH-REAL
               WS-CONTADOR-TRAILER WS-HASH-TRAILER
               WS-TRAILER-ENCONTRADO WS-RESULTADO-TRAILER
                   " - posible truncamiento o corrupcion"
           END-IF
           IF WS-TOTAL-SIN-MAESTRO > 0 OR WS-TOTAL-SIN-COMP > 0
               OR WS-TOTAL-TARJETAS-RECH > 0
               OR WS-RESULTADO-TRAILER NOT = "OK"
               MOVE 4 TO RETURN-CODE
           ELSE
           END-IF
           CLOSE archivo-control-nomina.

       LeeControlTiempo.
           OPEN INPUT archivo-control-tiempo
           IF WS-FS-CTL-TIEMPO = "00"
               READ archivo-control-tiempo
                   NOT AT END
                       IF TMC-HORAS-PERIODO > 0
                           MOVE TMC-HORAS-PERIODO TO WS-HORAS-PERIODO
                       END-IF
                       MOVE TMC-FACTOR-EXTRA TO WS-FACTOR-EXTRA
                       MOVE TMC-FACTOR-NOCTURNO TO WS-FACTOR-NOCTURNO
               END-READ
           END-IF
           CLOSE archivo-control-tiempo.

       LeeControlEmbargo.
           OPEN INPUT archivo-control-embargo
           IF WS-FS-CTL-EMBARGO = "00"
               READ archivo-control-embargo
                   NOT AT END
                       IF EBC-PCT-GENERAL > 0
                           MOVE EBC-PCT-GENERAL TO WS-PCT-EMB-GENERAL
                       END-IF
                       IF EBC-PCT-ALIMENTOS > 0
                           MOVE EBC-PCT-ALIMENTOS
                               TO WS-PCT-EMB-ALIMENTOS
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-control-embargo.

      *>   Carga las tasas de aportacion patronal: de cada concepto
      *>   se queda el renglon de mayor vigencia que no rebasa la
      *>   fecha de proceso. Un renglon de tasa cero da de baja el
      *>   concepto desde su vigencia.
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

      *>   Carga las tarjetas de tiempo del periodo a memoria. Con
      *>   calendario de periodos cada tarjeta debe ser del periodo
      *>   nombrado y no puede traer mas horas que las que caben en
      *>   el rango de fechas del periodo (el PP-RECORD que leyo
      *>   ChecaPeriodoNomina); la que no pasa va a la pagina de
      *>   excepciones y no se paga. Sin calendario no hay contra
      *>   que validar y se cargan todas.
       CargaTarjetas.
           OPEN INPUT archivo-tarjetas
           IF WS-FS-TARJETAS NOT = "00"
               CLOSE archivo-tarjetas
               EXIT PARAGRAPH
           END-IF
           IF WS-HAY-PERIODOS = "S"
               COMPUTE WS-DIAS-PERIODO =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(PP-FECHA-FIN))
                   - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(PP-FECHA-INICIO)) + 1
               COMPUTE WS-HORAS-MAX-PERIODO = WS-DIAS-PERIODO * 24
           END-IF
           PERFORM UNTIL WS-EOF-TARJETAS = "S"
               READ archivo-tarjetas
                   AT END
                       MOVE "S" TO WS-EOF-TARJETAS
                   NOT AT END
                       PERFORM ValidaTarjeta
               END-READ
           END-PERFORM
           CLOSE archivo-tarjetas.

       ValidaTarjeta.
           IF WS-HAY-PERIODOS = "S"
               AND TK-PERIODO NOT = WS-PERIODO-NOMINA
               PERFORM ExcepcionTarjetaPeriodo
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HORAS-TARJETA = TK-HORAS-NORMALES
               + TK-HORAS-EXTRA + TK-HORAS-NOCTURNAS
           IF WS-HAY-PERIODOS = "S"
               AND WS-HORAS-TARJETA > WS-HORAS-MAX-PERIODO
               PERFORM ExcepcionTarjetaHoras
               EXIT PARAGRAPH
           END-IF
           IF WS-CANT-TARJETAS >= WS-MAX-TARJETAS
               PERFORM ExcepcionTarjetaTabla
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANT-TARJETAS
           MOVE TK-ID TO WS-TAR-ID (WS-CANT-TARJETAS)
           MOVE TK-HORAS-NORMALES TO WS-TAR-NORMALES (WS-CANT-TARJETAS)
           MOVE TK-HORAS-EXTRA TO WS-TAR-EXTRA (WS-CANT-TARJETAS)
           MOVE TK-HORAS-NOCTURNAS
               TO WS-TAR-NOCTURNAS (WS-CANT-TARJETAS)
           MOVE "N" TO WS-TAR-USADA (WS-CANT-TARJETAS).

      *>   Carga la tabla de tramos de impuesto a memoria, una sola
      *>   vez por corrida: primera pasada para elegir la vigencia en
      *>   vigor (la mayor VIGENTE-DESDE que no rebasa la fecha de
       CalculaPago.
           PERFORM ChecaRecorrida
           MOVE CP-SALARIO TO WS-BRUTO
           MOVE ZEROS TO WS-PERCEP-TIEMPO
           IF EMP-ESTADO = "L"
               PERFORM RechazaTarjetas
           ELSE
               PERFORM CalculaPercepTiempo
           END-IF
           IF WS-HAY-TRAMOS = "S"
               PERFORM CalculaImpuestoPorTramo
           ELSE
               PERFORM CalculaImpuestoPlano
           END-IF
           PERFORM AplicaAjusteAnual
           PERFORM AplicaEmbargos
           PERFORM SumaDeducciones
           ADD WS-TOTAL-EMBARGOS TO WS-TOTAL-DEDUCCIONES
           PERFORM DeducePrestamos
           MOVE WS-BRUTO TO WS-OPERANDO-1
           COMPUTE WS-OPERANDO-2 =
               WS-R-DIVISION WS-DIVISION-POR-CERO
           COMPUTE WS-NETO ROUNDED = WS-R-RESTA
           PERFORM GrabaDetallePago
           PERFORM CalculaAportaciones
           PERFORM ActualizaAcumuladoAnual
           PERFORM ImprimeDetalle
           ADD 1 TO WS-TOTAL-PAGADOS
           ADD WS-BRUTO TO WS-GT-BRUTO
           ADD WS-IMPUESTO TO WS-GT-IMPUESTO
           ADD WS-TOTAL-DEDUCCIONES TO WS-GT-DEDUCCIONES
           ADD WS-NETO TO WS-GT-NETO
           ADD WS-PERCEP-TIEMPO TO WS-GT-PERCEP-TIEMPO.

      *>   Suma las tarjetas todavia no usadas del ID en
      *>   WS-ID-TARJETA y las marca usadas.
       ReuneTarjetas.
           MOVE "N" TO WS-HAY-TARJETA-EMP
           MOVE ZEROS TO WS-HORAS-NORMALES-EMP
           MOVE ZEROS TO WS-HORAS-EXTRA-EMP
           MOVE ZEROS TO WS-HORAS-NOCT-EMP
           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
               UNTIL WS-TAR-IDX > WS-CANT-TARJETAS
               IF WS-TAR-ID (WS-TAR-IDX) = WS-ID-TARJETA
                   AND WS-TAR-USADA (WS-TAR-IDX) = "N"
                   MOVE "S" TO WS-HAY-TARJETA-EMP
                   MOVE "S" TO WS-TAR-USADA (WS-TAR-IDX)
                   ADD WS-TAR-NORMALES (WS-TAR-IDX)
                       TO WS-HORAS-NORMALES-EMP
                   ADD WS-TAR-EXTRA (WS-TAR-IDX)
                       TO WS-HORAS-EXTRA-EMP
                   ADD WS-TAR-NOCTURNAS (WS-TAR-IDX)
                       TO WS-HORAS-NOCT-EMP
               END-IF
           END-PERFORM.

      *>   Percepciones por tiempo del empleado: con tarifa por hora
      *>   en compens.dat se pagan todas sus horas (normales a la
      *>   tarifa, extra y nocturnas con su factor); al de salario
      *>   fijo las horas normales ya van en el sueldo, asi que solo
      *>   se le pagan las extra y el excedente del factor nocturno,
      *>   a la tarifa que resulta del salario entre las horas del
      *>   periodo.
       CalculaPercepTiempo.
           MOVE CP-ID TO WS-ID-TARJETA
           PERFORM ReuneTarjetas
           IF WS-HAY-TARJETA-EMP = "N"
               EXIT PARAGRAPH
           END-IF
           IF CP-TARIFA-HORA > 0
               MOVE CP-TARIFA-HORA TO WS-TARIFA-HORA
               COMPUTE WS-PERCEP-TIEMPO ROUNDED = WS-TARIFA-HORA
                   * (WS-HORAS-NORMALES-EMP
                      + WS-HORAS-EXTRA-EMP * WS-FACTOR-EXTRA
                      + WS-HORAS-NOCT-EMP * WS-FACTOR-NOCTURNO)
           ELSE
               COMPUTE WS-TARIFA-HORA ROUNDED =
                   CP-SALARIO / WS-HORAS-PERIODO
               COMPUTE WS-PERCEP-TIEMPO ROUNDED = WS-TARIFA-HORA
                   * WS-HORAS-EXTRA-EMP * WS-FACTOR-EXTRA
               IF WS-FACTOR-NOCTURNO > 1
                   COMPUTE WS-PERCEP-TIEMPO ROUNDED =
                       WS-PERCEP-TIEMPO + WS-TARIFA-HORA
                       * WS-HORAS-NOCT-EMP * (WS-FACTOR-NOCTURNO - 1)
               END-IF
           END-IF
           ADD WS-PERCEP-TIEMPO TO WS-BRUTO.

      *>   Tarjetas de un empleado del maestro que no se paga por
      *>   horas en esta corrida: terminado, con licencia o sin
      *>   registro de compensacion. Se marcan usadas y cada caso
      *>   cae en la pagina de excepciones.
       RechazaTarjetas.
           MOVE EMP-ID TO WS-ID-TARJETA
           PERFORM ReuneTarjetas
           IF WS-HAY-TARJETA-EMP = "N"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN EMP-ESTADO = "T"
                   PERFORM ExcepcionTarjetaTerminado
               WHEN EMP-ESTADO = "L"
                   PERFORM ExcepcionTarjetaLicencia
               WHEN OTHER
                   PERFORM ExcepcionTarjetaSinComp
           END-EVALUATE.

      *>   Al final del empate, una tarjeta que nadie uso es de un
      *>   ID que no esta en el maestro.
       TarjetasSinEmpleado.
           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
               UNTIL WS-TAR-IDX > WS-CANT-TARJETAS
               IF WS-TAR-USADA (WS-TAR-IDX) = "N"
                   MOVE WS-TAR-ID (WS-TAR-IDX) TO WS-ID-TARJETA
                   PERFORM ExcepcionTarjetaDesconocida
               END-IF
           END-PERFORM.

      *>   Impuesto progresivo: ubica el tramo donde cae el bruto
      *>   (limite superior 9999999.99 = tramo abierto) y calcula
           MOVE WS-MONTO-DED TO DE-MONTO-ULT
           REWRITE DE-RECORD.

      *>   Ajuste anual pendiente del empleado, del anio anterior al
      *>   de proceso: la retencion adicional se suma al impuesto sin
      *>   pasar del bruto, la devolucion se resta sin bajarlo de
      *>   cero; el resto queda pendiente. Guardia de recorrida como
      *>   en AplicaUnaOrden: si esta corrida ya lo aplico, se vuelve
      *>   a aplicar el MISMO monto sin tocar lo aplicado.
       AplicaAjusteAnual.
           IF WS-HAY-AJUSTE-ANUAL NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE CP-ID TO AJA-ID
           MOVE WS-ANIO-ANTERIOR TO AJA-ANIO
           READ archivo-ajuste-anual
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF AJA-PERIODO-ULT = WS-MARCA-CORRIDA
               MOVE AJA-MONTO-ULT TO WS-MONTO-AJUSTE-ANUAL
               PERFORM SumaAjusteAnual
               EXIT PARAGRAPH
           END-IF
           IF AJA-ESTADO NOT = "P"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-AJUSTE-ANUAL = AJA-MONTO - AJA-APLICADO
           MOVE WS-SALDO-AJUSTE-ANUAL TO WS-MONTO-AJUSTE-ANUAL
           IF AJA-TIPO = "C"
               IF WS-MONTO-AJUSTE-ANUAL > WS-BRUTO - WS-IMPUESTO
                   COMPUTE WS-MONTO-AJUSTE-ANUAL =
                       WS-BRUTO - WS-IMPUESTO
               END-IF
           ELSE
               IF WS-MONTO-AJUSTE-ANUAL > WS-IMPUESTO
                   MOVE WS-IMPUESTO TO WS-MONTO-AJUSTE-ANUAL
               END-IF
           END-IF
           IF WS-MONTO-AJUSTE-ANUAL < WS-SALDO-AJUSTE-ANUAL
               PERFORM ExcepcionAjusteParcial
           END-IF
           ADD WS-MONTO-AJUSTE-ANUAL TO AJA-APLICADO
           MOVE WS-MARCA-CORRIDA TO AJA-PERIODO-ULT
           MOVE WS-MONTO-AJUSTE-ANUAL TO AJA-MONTO-ULT
           IF AJA-APLICADO >= AJA-MONTO
               MOVE "A" TO AJA-ESTADO
               MOVE WS-FECHA-PROCESO-NEG TO AJA-FECHA-APLICADO
           END-IF
           REWRITE AJA-RECORD
           PERFORM SumaAjusteAnual.

       SumaAjusteAnual.
           IF WS-MONTO-AJUSTE-ANUAL = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONT-AJUSTE-ANUAL
           IF AJA-TIPO = "C"
               ADD WS-MONTO-AJUSTE-ANUAL TO WS-IMPUESTO
               ADD WS-MONTO-AJUSTE-ANUAL TO WS-GT-AJUSTE-RETENIDO
           ELSE
               SUBTRACT WS-MONTO-AJUSTE-ANUAL FROM WS-IMPUESTO
               ADD WS-MONTO-AJUSTE-ANUAL TO WS-GT-AJUSTE-DEVUELTO
           END-IF.

      *>   Embargos del empleado: junta sus ordenes vigentes, fija
      *>   los limites sobre el disponible y las aplica de la de
      *>   menor EMB-PRIORIDAD en adelante; WS-TOTAL-EMBARGOS queda
      *>   para sumarse a las deducciones.
       AplicaEmbargos.
           MOVE ZEROS TO WS-TOTAL-EMBARGOS WS-EMBARGADO-GENERAL
           IF WS-HAY-EMBARGOS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM ReuneOrdenesEmbargo
           IF WS-CANT-ORDENES = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BASE-EMBARGO = WS-BRUTO - WS-IMPUESTO
           IF WS-BASE-EMBARGO < 0
               MOVE ZEROS TO WS-BASE-EMBARGO
           END-IF
           COMPUTE WS-LIMITE-EMB-GENERAL ROUNDED =
               WS-BASE-EMBARGO * WS-PCT-EMB-GENERAL / 100
           IF WS-HAY-ALIMENTOS = "S"
               COMPUTE WS-LIMITE-EMB-TOTAL ROUNDED =
                   WS-BASE-EMBARGO * WS-PCT-EMB-ALIMENTOS / 100
           ELSE
               MOVE WS-LIMITE-EMB-GENERAL TO WS-LIMITE-EMB-TOTAL
           END-IF
           PERFORM VARYING WS-ORD-VUELTA FROM 1 BY 1
               UNTIL WS-ORD-VUELTA > WS-CANT-ORDENES
               PERFORM EligeSiguienteOrden
               PERFORM AplicaUnaOrden
           END-PERFORM.

      *>   Recorre las ordenes del empleado (START por la clave
      *>   compuesta, como SumaEnrolamientos). Entra la orden activa
      *>   ya vigente, y tambien la que esta corrida ya cobro aunque
      *>   haya quedado cerrada: en recorrida se vuelve a deducir.
       ReuneOrdenesEmbargo.
           MOVE ZEROS TO WS-CANT-ORDENES
           MOVE "N" TO WS-HAY-ALIMENTOS
           MOVE CP-ID TO EMB-ID
           MOVE LOW-VALUES TO EMB-EXPEDIENTE
           MOVE "N" TO WS-FIN-EMBARGOS-EMP
           START archivo-embargos KEY >= EMB-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-EMBARGOS-EMP
           END-START
           PERFORM UNTIL WS-FIN-EMBARGOS-EMP = "S"
               READ archivo-embargos NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-EMBARGOS-EMP
                   NOT AT END
                       IF EMB-ID NOT = CP-ID
                           MOVE "S" TO WS-FIN-EMBARGOS-EMP
                       ELSE
                           IF (EMB-ESTADO = "A"
                               AND EMB-FECHA-INICIO
                                   <= WS-FECHA-PROCESO-NEG)
                               OR EMB-PERIODO-ULT = WS-MARCA-CORRIDA
                               PERFORM GuardaOrdenEmbargo
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GuardaOrdenEmbargo.
           IF WS-CANT-ORDENES >= WS-MAX-ORDENES
               PERFORM ExcepcionEmbargoTabla
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANT-ORDENES
           MOVE EMB-EXPEDIENTE TO WS-ORD-EXPEDIENTE (WS-CANT-ORDENES)
           MOVE EMB-PRIORIDAD TO WS-ORD-PRIORIDAD (WS-CANT-ORDENES)
           MOVE "N" TO WS-ORD-APLICADA (WS-CANT-ORDENES)
           IF EMB-TIPO = "A"
               MOVE "S" TO WS-HAY-ALIMENTOS
           END-IF.

      *>   La de menor prioridad todavia sin aplicar; a igual
      *>   prioridad gana la primera por expediente.
       EligeSiguienteOrden.
           MOVE ZEROS TO WS-ORD-SIG
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
               UNTIL WS-ORD-IDX > WS-CANT-ORDENES
               IF WS-ORD-APLICADA (WS-ORD-IDX) = "N"
                   IF WS-ORD-SIG = 0
                       MOVE WS-ORD-IDX TO WS-ORD-SIG
                   ELSE
                       IF WS-ORD-PRIORIDAD (WS-ORD-IDX) <
                           WS-ORD-PRIORIDAD (WS-ORD-SIG)
                           MOVE WS-ORD-IDX TO WS-ORD-SIG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "S" TO WS-ORD-APLICADA (WS-ORD-SIG).

      *>   Monto de la orden: porcentaje del disponible o monto fijo,
      *>   topado por periodo y por el saldo del adeudo, y recortado
      *>   al espacio que dejan los limites legales despues de las
      *>   ordenes de mayor prioridad. Guardia de recorrida como en
      *>   AplicaEnrolamiento: una orden que ya cobro en este periodo
      *>   deduce el MISMO monto sin volver a sumar a lo pagado.
       AplicaUnaOrden.
           MOVE CP-ID TO EMB-ID
           MOVE WS-ORD-EXPEDIENTE (WS-ORD-SIG) TO EMB-EXPEDIENTE
           READ archivo-embargos
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EMB-PERIODO-ULT = WS-MARCA-CORRIDA
               MOVE EMB-MONTO-ULT TO WS-MONTO-EMBARGO
               PERFORM SumaEmbargo
               EXIT PARAGRAPH
           END-IF
           IF EMB-PORCENTAJE > 0
               COMPUTE WS-MONTO-EMBARGO ROUNDED =
                   WS-BASE-EMBARGO * EMB-PORCENTAJE / 100
           ELSE
               MOVE EMB-MONTO TO WS-MONTO-EMBARGO
           END-IF
           IF EMB-TOPE > 0 AND WS-MONTO-EMBARGO > EMB-TOPE
               MOVE EMB-TOPE TO WS-MONTO-EMBARGO
           END-IF
           IF EMB-ADEUDO > 0
               COMPUTE WS-SALDO-ORDEN = EMB-ADEUDO - EMB-PAGADO
               IF WS-SALDO-ORDEN < 0
                   MOVE ZEROS TO WS-SALDO-ORDEN
               END-IF
               IF WS-MONTO-EMBARGO > WS-SALDO-ORDEN
                   MOVE WS-SALDO-ORDEN TO WS-MONTO-EMBARGO
               END-IF
           END-IF
           COMPUTE WS-ESPACIO-EMBARGO =
               WS-LIMITE-EMB-TOTAL - WS-TOTAL-EMBARGOS
           IF EMB-TIPO NOT = "A"
               AND WS-LIMITE-EMB-GENERAL - WS-EMBARGADO-GENERAL
                   < WS-ESPACIO-EMBARGO
               COMPUTE WS-ESPACIO-EMBARGO =
                   WS-LIMITE-EMB-GENERAL - WS-EMBARGADO-GENERAL
           END-IF
           IF WS-ESPACIO-EMBARGO < 0
               MOVE ZEROS TO WS-ESPACIO-EMBARGO
           END-IF
           IF WS-MONTO-EMBARGO > WS-ESPACIO-EMBARGO
               MOVE WS-ESPACIO-EMBARGO TO WS-MONTO-EMBARGO
               PERFORM ExcepcionEmbargoLimite
           END-IF
           ADD WS-MONTO-EMBARGO TO EMB-PAGADO
           MOVE WS-MARCA-CORRIDA TO EMB-PERIODO-ULT
           MOVE WS-MONTO-EMBARGO TO EMB-MONTO-ULT
           IF EMB-ADEUDO > 0 AND EMB-PAGADO >= EMB-ADEUDO
               MOVE "C" TO EMB-ESTADO
               MOVE WS-FECHA-PROCESO-NEG TO EMB-FECHA-CIERRE
           END-IF
           REWRITE EMB-RECORD
           PERFORM SumaEmbargo.

      *>   Suma el monto de la orden a los embargos del empleado y lo
      *>   deja en la remesa para el acreedor.
       SumaEmbargo.
           IF WS-MONTO-EMBARGO = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-MONTO-EMBARGO TO WS-TOTAL-EMBARGOS
           IF EMB-TIPO NOT = "A"
               ADD WS-MONTO-EMBARGO TO WS-EMBARGADO-GENERAL
           END-IF
           MOVE EMB-ID TO ER-ID
           MOVE EMB-EXPEDIENTE TO ER-EXPEDIENTE
           MOVE EMB-TIPO TO ER-TIPO
           MOVE EMB-ACREEDOR TO ER-ACREEDOR
           MOVE EMB-ACREEDOR-NOMBRE TO ER-ACREEDOR-NOMBRE
           MOVE WS-FECHA-PROCESO-NEG TO ER-FECHA
           MOVE WS-MONTO-EMBARGO TO ER-MONTO
           IF EMB-ESTADO = "C"
               MOVE "S" TO ER-CERRADA
           ELSE
               MOVE "N" TO ER-CERRADA
           END-IF
           WRITE ER-RECORD
           ADD 1 TO WS-CONT-REMESA
           ADD WS-MONTO-EMBARGO TO WS-SUMA-REMESA.

      *>   Retiene la cuota de cada prestamo al personal enlazado al
      *>   empleado, con tope: el total de deducciones nunca deja el
      *>   neto en negativo, y el excedente no retenido se difiere al
           MOVE WS-IMPUESTO TO PH-IMPUESTO
           MOVE WS-TOTAL-DEDUCCIONES TO PH-DEDUCCIONES
           MOVE WS-NETO TO PH-NETO
           MOVE WS-PERCEP-TIEMPO TO PH-PERCEP-TIEMPO
           MOVE "N" TO PH-TIPO
           MOVE WS-TRAMO-APLICADO TO PH-TRAMO
           WRITE PH-RECORD.

      *>   Aportaciones patronales del empleado, una por concepto
      *>   vigente: la tasa sobre el bruto, topado a la base maxima
      *>   del concepto. El detalle de la corrida siempre se graba
      *>   (PAYGL contabiliza lo de esta corrida); la historia solo
      *>   en la primera pasada del periodo.
       CalculaAportaciones.
           PERFORM VARYING WS-APC-IDX FROM 1 BY 1
               UNTIL WS-APC-IDX > WS-CANT-CONCEPTOS
               IF WS-APC-TASA (WS-APC-IDX) > 0
                   PERFORM CalculaUnaAportacion
               END-IF
           END-PERFORM.

       CalculaUnaAportacion.
           MOVE WS-BRUTO TO WS-BASE-APORT
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
           MOVE CP-ID TO AH-ID
           MOVE WS-FECHA-PROCESO-NEG TO AH-FECHA
           MOVE WS-MARCA-CORRIDA TO AH-PERIODO
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
           IF WS-ES-RECORRIDA = "S"
               EXIT PARAGRAPH
           END-IF
           WRITE AH-RECORD.

      *>   Recorrida: el acumulado anual del empleado ya trae la
      *>   marca de esta corrida — la primera pasada ya sumo — asi
      *>   que acumuladores e historia no se tocan dos veces.
               MOVE ZEROS TO PY-NETO-ACUM
               MOVE ZEROS TO PY-PERIODOS
               MOVE SPACES TO PY-PERIODO-ULT
               MOVE ZEROS TO PY-EXENTO-ACUM
           END-IF
           MOVE WS-MARCA-CORRIDA TO PY-PERIODO-ULT
           ADD WS-BRUTO TO PY-BRUTO-ACUM
           MOVE WS-TOTAL-DEDUCCIONES TO LD-DEDUCCIONES
           MOVE WS-NETO TO LD-NETO
           MOVE WS-TRAMO-APLICADO TO LD-TRAMO
           MOVE WS-PERCEP-TIEMPO TO LD-PERCEP-TIEMPO
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-CONTADOR-LINEAS.

           MOVE WS-GT-IMPUESTO TO LT-IMPUESTO
           MOVE WS-GT-DEDUCCIONES TO LT-DEDUCCIONES
           MOVE WS-GT-NETO TO LT-NETO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE WS-GT-APORTACIONES TO LTA-APORTACIONES
           WRITE LINEA-REPORTE FROM LIN-TOTAL-APORT
           IF WS-CONT-AJUSTE-ANUAL > 0
               MOVE WS-GT-AJUSTE-RETENIDO TO LTJ-RETENIDO
               MOVE WS-GT-AJUSTE-DEVUELTO TO LTJ-DEVUELTO
               WRITE LINEA-REPORTE FROM LIN-TOTAL-AJUSTE
           END-IF.

       ExcepcionSinMaestro.
           ADD 1 TO WS-TOTAL-SIN-MAESTRO
               MOVE CP-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
           END-IF.

       ExcepcionTarjetaPeriodo.
           ADD 1 TO WS-TOTAL-TARJETAS-RECH
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "TARJETA DE OTRO PERIODO"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE TK-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
           END-IF.

       ExcepcionTarjetaHoras.
           ADD 1 TO WS-TOTAL-TARJETAS-RECH
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "TARJETA EXCEDE LAS HORAS DEL PERIODO"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE TK-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
           END-IF.

       ExcepcionTarjetaTabla.
           ADD 1 TO WS-TOTAL-TARJETAS-RECH
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "TARJETA NO CARGADA, TABLA LLENA"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE TK-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
           END-IF.

       ExcepcionTarjetaTerminado.
           ADD 1 TO WS-TOTAL-TARJETAS-RECH
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "TARJETA DE EMPLEADO TERMINADO"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE WS-ID-TARJETA TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
           END-IF.

       ExcepcionTarjetaLicencia.
           ADD 1 TO WS-TOTAL-TARJETAS-RECH
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "TARJETA DE EMPLEADO CON LICENCIA"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE WS-ID-TARJETA TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
           END-IF.

       ExcepcionTarjetaSinComp.
           ADD 1 TO WS-TOTAL-TARJETAS-RECH
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "TARJETA SIN COMPENSACION"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE WS-ID-TARJETA TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
           END-IF.

       ExcepcionTarjetaDesconocida.
           ADD 1 TO WS-TOTAL-TARJETAS-RECH
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "TARJETA DE EMPLEADO DESCONOCIDO"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE WS-ID-TARJETA TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
           END-IF.

       ExcepcionEmbargoLimite.
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "EMBARGO RECORTADO AL LIMITE LEGAL"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE CP-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
           END-IF.

       ExcepcionAjusteParcial.
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "AJUSTE ANUAL PARCIAL, SALDO PENDIENTE"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE CP-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
           END-IF.

       ExcepcionEmbargoTabla.
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "EMBARGO NO APLICADO, TABLA LLENA"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE CP-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
           END-IF.

      *>   Pagina de excepciones al final del registro: arranca en
      *>   pagina nueva con el encabezado estandar.
       ImprimeExcepciones.
