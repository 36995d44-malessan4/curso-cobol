      *>   tiene detalle de pago pero no cuenta cae a la pagina de
      *>   excepciones del registro de dispersion para pagarse con
      *>   cheque fisico, en vez de quedarse sin pago en silencio.
      *>   La nomina normal (PDT-TIPO-CORRIDA N, o en blanco en
      *>   archivos anteriores) ademas tiene que venir revisada por
      *>   PAYVAR y liberada por un supervisor: payrev.dat
      *>   (PAYREV.cpy) debe corresponder al conteo y suma de este
      *>   paydet.dat, y su solicitud REVNOM en la cola de control
      *>   dual (APPRQUE.cpy) debe estar aprobada en APPROVE; la
      *>   aprobacion se consume aqui. Sin liberacion la dispersion
      *>   se rehusa (RC 8) y dispers.dat queda vacio.
      *>   Cada deposito enviado queda en la historia de la
      *>   dispersion (DISPHIST.cpy) para casar las devoluciones del
      *>   banco (DISPDEV); una cuenta que DISPDEV invalido por
      *>   devolucion no recibe deposito, va a cheque fisico hasta
      *>   que BANKMNT la corrija. Cada cheque fisico toma su folio
      *>   de la chequera controlada via CHQASIG y queda en el
      *>   registro de cheques (CHQREG.cpy) para imprimirse (CHQPRT)
      *>   y conciliarse contra los cheques pagados (CHQREC); el
      *>   numero sale en la pagina de excepciones.
      *>   Una cuenta dada de alta o cambiada por BANKMNT dentro del
      *>   periodo de espera (BANKCTL.cpy) antes de la fecha de pago
      *>   tampoco recibe deposito: el neto se retiene como cheque
      *>   fisico, porque el desvio de nomina entra justo por un
      *>   cambio de cuenta de ultima hora. La fecha de pago de la
      *>   nomina normal es la siguiente PP-FECHA-PAGO del calendario
      *>   de periodos (PAYPER.cpy); los finiquitos y pagos
      *>   extraordinarios se pagan el dia de proceso.
      *>   En cada corrida ademas se pagan, sin impuesto, los
      *>   reembolsos de gastos aprobados en GASTWRK (GASTREG.cpy):
      *>   un deposito (o cheque) por empleado con tipo G en la
      *>   historia, con las mismas reglas de cuenta y espera; cada
      *>   solicitud queda pagada (P) y va a gastdet.dat (GASTDET.cpy)
      *>   para que PAYGL cargue el gasto a su departamento. Si la
      *>   dispersion se rehusa, gastdet.dat queda vacio.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               RECORD KEY IS BK-ID
               FILE STATUS IS WS-FS-BANCOS.

               SELECT archivo-historial
               ASSIGN TO "disphist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPH-CLAVE
               FILE STATUS IS WS-FS-HISTORIAL.

               SELECT OPTIONAL archivo-periodos
               ASSIGN TO "payper.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-ID
               FILE STATUS IS WS-FS-PERIODOS.

               SELECT OPTIONAL archivo-control-espera
               ASSIGN TO "bankctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ESPERA.

               SELECT OPTIONAL archivo-gastos
               ASSIGN TO "gastreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GTO-CLAVE
               FILE STATUS IS WS-FS-GASTOS.

               SELECT archivo-detalle-gastos
               ASSIGN TO "gastdet.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DET-GASTOS.

               SELECT archivo-dispersion
               ASSIGN TO "dispers.dat"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

               SELECT OPTIONAL archivo-revision
               ASSIGN TO "payrev.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REVISION.

               SELECT OPTIONAL archivo-aprobaciones
               ASSIGN TO "apprque.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-CLAVE
               FILE STATUS IS WS-FS-APROBACIONES.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-detalle-pago.
       FD  archivo-bancos.
           COPY EMPBANK.

       FD  archivo-historial.
           COPY DISPHIST.

       FD  archivo-periodos.
           COPY PAYPER.

       FD  archivo-control-espera.
           COPY BANKCTL.

       FD  archivo-gastos.
           COPY GASTREG.

       FD  archivo-detalle-gastos.
           COPY GASTDET.

       FD  archivo-dispersion.
           COPY DISPREC.

       FD  archivo-excepciones.
           COPY EXCREC.

       FD  archivo-revision.
           COPY PAYREV.

       FD  archivo-aprobaciones.
           COPY APPRQUE.

       WORKING-STORAGE SECTION.
           01 WS-FS-DETALLE PIC XX VALUE "00".
           01 WS-FS-BANCOS PIC XX VALUE "00".
           01 WS-FS-DISPERSION PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-FS-REVISION PIC XX VALUE "00".
           01 WS-FS-APROBACIONES PIC XX VALUE "00".
           01 WS-FS-HISTORIAL PIC XX VALUE "00".
           01 WS-FS-PERIODOS PIC XX VALUE "00".
           01 WS-FS-ESPERA PIC XX VALUE "00".
           01 WS-FS-GASTOS PIC XX VALUE "00".
           01 WS-FS-DET-GASTOS PIC XX VALUE "00".

      *>   Verificacion del trailer de paydet.dat (PAYDTRLR.cpy),
      *>   misma disciplina que BKUPVRFY con los respaldos: conteo y
           01 WS-SUMA-REAL PIC S9(11)V99 VALUE ZEROS.
           01 WS-TRAILER-HALLADO PIC X VALUE "N".
           01 WS-TRAILER-OK PIC X VALUE "N".
           01 WS-TIPO-CORRIDA PIC X VALUE SPACE.

      *>   Liberacion de la revision de variaciones (PAYVAR): S
      *>   liberada; si no, el motivo queda en WS-MOTIVO-RETENCION.
           01 WS-LIBERADA PIC X VALUE "N".
           01 WS-MOTIVO-RETENCION PIC X(60) VALUE SPACES.
           01 WS-FIN-COLA PIC X VALUE "N".
           01 WS-AP-CLASE PIC X(8) VALUE "REVNOM".
           01 WS-AP-REFERENCIA PIC 9(8) VALUE ZEROS.
           01 WS-APROBADOR PIC X(8) VALUE SPACES.
           01 WS-EOF-DETALLE PIC X VALUE "N".
           01 WS-CUENTA-HALLADA PIC X VALUE "N".
           01 WS-TIPO-HISTORIAL PIC X VALUE SPACE.

      *>   Periodo de espera de cuentas cambiadas (BANKCTL.cpy) y
      *>   fecha de pago contra la que se mide.
           01 WS-DIAS-ESPERA PIC 9(3) VALUE 5.
           01 WS-FECHA-PAGO PIC X(8) VALUE SPACES.
           01 WS-DIAS-DESDE-CAMBIO PIC S9(6) VALUE ZEROS.
           01 WS-CAMBIO-RECIENTE PIC X VALUE "N".
           01 WS-FIN-PERIODOS PIC X VALUE "N".

      *>   Pago en curso: el neto de un detalle de nomina o el total
      *>   de reembolsos de gastos de un empleado, con el tipo que
      *>   queda en la historia y en el origen del cheque.
           01 WS-PAGO-ID PIC 9(6) VALUE ZEROS.
           01 WS-PAGO-NETO PIC S9(7)V99 VALUE ZEROS.
           01 WS-PAGO-TIPO PIC X VALUE SPACE.

      *>   Reembolsos de gastos aprobados: se juntan por empleado
      *>   (el registro viene en orden de ID) y se pagan en un solo
      *>   deposito al cambiar de empleado.
           01 WS-FIN-GASTOS PIC X VALUE "N".
           01 WS-GASTO-ID-ACTUAL PIC 9(6) VALUE ZEROS.
           01 WS-GASTO-MONTO-EMP PIC 9(7)V99 VALUE ZEROS.
           01 WS-TOTAL-GASTOS PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-GASTOS PIC 9(11)V99 VALUE ZEROS.

      *>   Parametros de CHQASIG para el cheque fisico.
           01 WS-CHQ-ID PIC 9(6) VALUE ZEROS.
           01 WS-CHQ-MONTO PIC 9(9)V99 VALUE ZEROS.
           01 WS-CHQ-REEMPLAZA PIC 9(8) VALUE ZEROS.
           01 WS-CHQ-NUMERO PIC 9(8) VALUE ZEROS.

      *>   Totales de la corrida: los dispersados van al trailer del
      *>   archivo bancario, los cheques a la pagina de excepciones.
               05 LE-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-NETO PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-CHEQUE PIC Z(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-TIPO PIC X(1).

           01 LIN-TOTALES.
               05 FILLER PIC X(26) VALUE "TOTAL DISPERSADO".
                   10 WS-EXC-TEXTO PIC X(40).
                   10 WS-EXC-ID PIC 9(6).
                   10 WS-EXC-NETO PIC S9(7)V99.
                   10 WS-EXC-CHEQUE PIC 9(8).
                   10 WS-EXC-TIPO PIC X(1).
           01 WS-EXC-IDX PIC 9(4) VALUE ZEROS.

      *>   Bitacora de corrida (ver RUNLOGW), igual que GLPOST.
               PERFORM RegistraTrailerMalo
               OPEN OUTPUT archivo-dispersion
               CLOSE archivo-dispersion
               OPEN OUTPUT archivo-detalle-gastos
               CLOSE archivo-detalle-gastos
               DISPLAY "PAYDISP: trailer de paydet.dat ausente o "
                   "descuadrado, dispersion rehusada"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-TIPO-CORRIDA = "N" OR WS-TIPO-CORRIDA = SPACE
               PERFORM VerificaLiberacion
               IF WS-LIBERADA NOT = "S"
                   PERFORM RegistraRetenida
                   OPEN OUTPUT archivo-dispersion
                   CLOSE archivo-dispersion
                   OPEN OUTPUT archivo-detalle-gastos
                   CLOSE archivo-detalle-gastos
                   DISPLAY "PAYDISP: nomina retenida, "
                       WS-MOTIVO-RETENCION
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN INPUT archivo-detalle-pago
           OPEN INPUT archivo-bancos
           PERFORM AbreHistorial
           PERFORM LeeControlEspera
           PERFORM DeterminaFechaPago
           OPEN OUTPUT archivo-dispersion
           OPEN OUTPUT archivo-reporte
           PERFORM GrabaEncabezadoBanco
                       END-IF
               END-READ
           END-PERFORM
           PERFORM PagaGastos
           PERFORM GrabaTrailerBanco
           CLOSE archivo-detalle-pago
           CLOSE archivo-bancos
           CLOSE archivo-historial
           CLOSE archivo-dispersion
           PERFORM ImprimeTotales
           PERFORM ImprimeExcepciones
           DISPLAY "Dispersados: " WS-TOTAL-DISPERSADOS
               " Cheques fisicos: " WS-TOTAL-CHEQUES
               " Netos no positivos: " WS-TOTAL-NO-POSITIVOS
           DISPLAY "Reembolsos de gastos pagados: " WS-TOTAL-GASTOS
           MOVE WS-TOTAL-DISPERSADOS TO WS-RL-ESCRITOS
           MOVE WS-TOTAL-CHEQUES TO WS-RL-RECHAZADOS
           IF WS-TOTAL-CHEQUES > 0 OR WS-TOTAL-NO-POSITIVOS > 0
                   NOT AT END
                       IF PD-ID = 999999
                           MOVE "S" TO WS-TRAILER-HALLADO
                           MOVE PDT-TIPO-CORRIDA TO WS-TIPO-CORRIDA
                           IF PDT-CONTADOR = WS-CONTADOR-REAL
                               AND PDT-MONTO-TOTAL = WS-SUMA-REAL
                               MOVE "S" TO WS-TRAILER-OK
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

      *>   La revision tiene que ser de este mismo paydet.dat (conteo
      *>   y suma del trailer); si ya esta liberada basta, si no se
      *>   busca la aprobacion REVNOM del dia de la revision. Una
      *>   aprobada se consume (X) y la revision queda liberada (L)
      *>   con el aprobador; rechazada o todavia pendiente, retiene.
       VerificaLiberacion.
           MOVE "N" TO WS-LIBERADA
           OPEN INPUT archivo-revision
           IF WS-FS-REVISION NOT = "00"
               CLOSE archivo-revision
               MOVE "sin revision de variaciones (PAYVAR)"
                   TO WS-MOTIVO-RETENCION
               EXIT PARAGRAPH
           END-IF
           READ archivo-revision
               AT END
                   MOVE SPACES TO PRV-RECORD
           END-READ
           CLOSE archivo-revision
           IF PRV-FECHA = SPACES
               OR PRV-CONTADOR NOT = WS-CONTADOR-REAL
               OR PRV-MONTO-TOTAL NOT = WS-SUMA-REAL
               MOVE "paydet.dat distinto del revisado por PAYVAR"
                   TO WS-MOTIVO-RETENCION
               EXIT PARAGRAPH
           END-IF
           IF PRV-ESTADO = "L"
               MOVE "S" TO WS-LIBERADA
               EXIT PARAGRAPH
           END-IF
           MOVE "revision pendiente de aprobacion (APPROVE REVNOM)"
               TO WS-MOTIVO-RETENCION
           MOVE PRV-FECHA TO WS-AP-REFERENCIA
           OPEN I-O archivo-aprobaciones
           IF WS-FS-APROBACIONES NOT = "00"
               CLOSE archivo-aprobaciones
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AP-CLASE TO AQ-CLASE
           MOVE WS-AP-REFERENCIA TO AQ-REFERENCIA
           MOVE ZEROS TO AQ-SECUENCIA
           MOVE "N" TO WS-FIN-COLA
           START archivo-aprobaciones KEY >= AQ-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-COLA
           END-START
           PERFORM UNTIL WS-FIN-COLA = "S"
               READ archivo-aprobaciones NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-COLA
                   NOT AT END
                       IF AQ-CLASE NOT = WS-AP-CLASE
                           OR AQ-REFERENCIA NOT = WS-AP-REFERENCIA
                           MOVE "S" TO WS-FIN-COLA
                       ELSE
                           PERFORM DisponeRevision
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-aprobaciones
           IF WS-LIBERADA = "S"
               PERFORM GrabaLiberacion
           END-IF.

       DisponeRevision.
           EVALUATE AQ-ESTADO
               WHEN "A"
                   MOVE "X" TO AQ-ESTADO
                   REWRITE AQ-RECORD
                   MOVE AQ-APROBADOR TO WS-APROBADOR
                   MOVE "S" TO WS-LIBERADA
                   MOVE "S" TO WS-FIN-COLA
               WHEN "R"
                   MOVE "X" TO AQ-ESTADO
                   REWRITE AQ-RECORD
                   MOVE "revision rechazada por el supervisor"
                       TO WS-MOTIVO-RETENCION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GrabaLiberacion.
           OPEN I-O archivo-revision
           READ archivo-revision
               NOT AT END
                   MOVE "L" TO PRV-ESTADO
                   MOVE WS-APROBADOR TO PRV-APROBADOR
                   MOVE WS-FECHA-PROCESO-NEG TO PRV-FECHA-LIBERA
                   REWRITE PRV-RECORD
           END-READ
           CLOSE archivo-revision.

       RegistraRetenida.
           MOVE "PAYDISP" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           MOVE "RETENIDA" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           MOVE WS-MOTIVO-RETENCION TO EXC-DETALLE
           OPEN EXTEND archivo-excepciones
           IF WS-FS-EXCEPCIONES = "05" OR WS-FS-EXCEPCIONES = "35"
               OPEN OUTPUT archivo-excepciones
           END-IF
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

      *>   La historia se crea la primera vez que se dispersa; la
      *>   nomina normal queda con tipo N aunque su trailer venga en
      *>   blanco (archivos anteriores).
       AbreHistorial.
           OPEN I-O archivo-historial
           IF WS-FS-HISTORIAL = "35"
               OPEN OUTPUT archivo-historial
               CLOSE archivo-historial
               OPEN I-O archivo-historial
           END-IF
           MOVE WS-TIPO-CORRIDA TO WS-TIPO-HISTORIAL
           IF WS-TIPO-HISTORIAL = SPACE
               MOVE "N" TO WS-TIPO-HISTORIAL
           END-IF.

      *>   Sin control de espera, o sin dias capturados, se quedan
      *>   los 5 dias declarados en WORKING-STORAGE.
       LeeControlEspera.
           OPEN INPUT archivo-control-espera
           IF WS-FS-ESPERA = "00"
               READ archivo-control-espera
                   NOT AT END
                       IF BKC-DIAS-ESPERA > 0
                           MOVE BKC-DIAS-ESPERA TO WS-DIAS-ESPERA
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-control-espera.

      *>   La nomina normal se paga en la primera PP-FECHA-PAGO del
      *>   calendario que no haya pasado; sin calendario, o en las
      *>   demas corridas, la fecha de pago es la de proceso.
       DeterminaFechaPago.
           MOVE WS-FECHA-PROCESO-NEG TO WS-FECHA-PAGO
           IF WS-TIPO-HISTORIAL NOT = "N"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT archivo-periodos
           IF WS-FS-PERIODOS NOT = "00"
               CLOSE archivo-periodos
               EXIT PARAGRAPH
           END-IF
           MOVE HIGH-VALUES TO WS-FECHA-PAGO
           MOVE "N" TO WS-FIN-PERIODOS
           PERFORM UNTIL WS-FIN-PERIODOS = "S"
               READ archivo-periodos NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PERIODOS
                   NOT AT END
                       IF PP-FECHA-PAGO >= WS-FECHA-PROCESO-NEG
                           AND PP-FECHA-PAGO < WS-FECHA-PAGO
                           MOVE PP-FECHA-PAGO TO WS-FECHA-PAGO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-periodos
           IF WS-FECHA-PAGO = HIGH-VALUES
               MOVE WS-FECHA-PROCESO-NEG TO WS-FECHA-PAGO
           END-IF.

      *>   Cuenta dada de alta o cambiada a menos de los dias de
      *>   espera de la fecha de pago.
       VerificaCambioReciente.
           MOVE "N" TO WS-CAMBIO-RECIENTE
           IF BK-FECHA-CAMBIO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS-DESDE-CAMBIO =
               FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL(WS-FECHA-PAGO))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(BK-FECHA-CAMBIO))
           IF WS-DIAS-DESDE-CAMBIO < WS-DIAS-ESPERA
               MOVE "S" TO WS-CAMBIO-RECIENTE
           END-IF.

       GrabaEncabezadoBanco.
           MOVE SPACES TO DSP-HEADER-RECORD
           MOVE "1" TO DSP-H-TIPO
      *>   cheques fisicos, y un neto cero o negativo no viaja al
      *>   banco (queda asentado para que nomina lo revise).
       DispersaUnPago.
           MOVE PD-ID TO WS-PAGO-ID
           MOVE PD-NETO TO WS-PAGO-NETO
           MOVE WS-TIPO-HISTORIAL TO WS-PAGO-TIPO
           PERFORM DispersaUnNeto.

       DispersaUnNeto.
           IF WS-PAGO-NETO NOT > 0
               ADD 1 TO WS-TOTAL-NO-POSITIVOS
               PERFORM ExcepcionNetoNoPositivo
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAGO-ID TO BK-ID
           MOVE "S" TO WS-CUENTA-HALLADA
           READ archivo-bancos
               INVALID KEY
           END-READ
           IF WS-CUENTA-HALLADA = "N"
               ADD 1 TO WS-TOTAL-CHEQUES
               ADD WS-PAGO-NETO TO WS-MONTO-CHEQUES
               PERFORM EmiteCheque
               PERFORM ExcepcionSinCuenta
               IF WS-CHQ-NUMERO = ZEROS
                   PERFORM ExcepcionSinFolio
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF BK-ESTADO = "I"
               ADD 1 TO WS-TOTAL-CHEQUES
               ADD WS-PAGO-NETO TO WS-MONTO-CHEQUES
               PERFORM EmiteCheque
               PERFORM ExcepcionCuentaInvalida
               IF WS-CHQ-NUMERO = ZEROS
                   PERFORM ExcepcionSinFolio
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VerificaCambioReciente
           IF WS-CAMBIO-RECIENTE = "S"
               ADD 1 TO WS-TOTAL-CHEQUES
               ADD WS-PAGO-NETO TO WS-MONTO-CHEQUES
               PERFORM EmiteCheque
               PERFORM ExcepcionCambioReciente
               IF WS-CHQ-NUMERO = ZEROS
                   PERFORM ExcepcionSinFolio
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DSP-DETAIL-RECORD
           MOVE "2" TO DSP-D-TIPO
           MOVE WS-PAGO-ID TO DSP-D-ID
           MOVE BK-BANCO TO DSP-D-BANCO
           MOVE BK-SUCURSAL TO DSP-D-SUCURSAL
           MOVE BK-CUENTA TO DSP-D-CUENTA
           MOVE BK-TIPO TO DSP-D-TIPO-CUENTA
           MOVE WS-PAGO-NETO TO DSP-D-MONTO
           WRITE DSP-DETAIL-RECORD
           ADD 1 TO WS-TOTAL-DISPERSADOS
           ADD WS-PAGO-NETO TO WS-MONTO-DISPERSADO
           PERFORM GrabaHistorial
           PERFORM ImprimeDetalle.

      *>   Renglon de historia del deposito; si la dispersion del dia
      *>   se vuelve a correr, el renglon se reescribe como enviado.
       GrabaHistorial.
           MOVE WS-FECHA-PROCESO-NEG TO DPH-FECHA
           MOVE WS-PAGO-ID TO DPH-ID
           MOVE WS-PAGO-TIPO TO DPH-TIPO-CORRIDA
           MOVE BK-BANCO TO DPH-BANCO
           MOVE BK-SUCURSAL TO DPH-SUCURSAL
           MOVE BK-CUENTA TO DPH-CUENTA
           MOVE BK-TIPO TO DPH-TIPO-CUENTA
           MOVE WS-PAGO-NETO TO DPH-MONTO
           MOVE "E" TO DPH-ESTADO
           MOVE SPACES TO DPH-FECHA-DEVOLUCION
           MOVE SPACES TO DPH-MOTIVO
           WRITE DPH-RECORD
               INVALID KEY
                   REWRITE DPH-RECORD
           END-WRITE.

      *>   El origen del cheque es el tipo de corrida del detalle, o
      *>   G cuando es un reembolso de gastos.
       EmiteCheque.
           MOVE WS-PAGO-ID TO WS-CHQ-ID
           MOVE WS-PAGO-NETO TO WS-CHQ-MONTO
           MOVE ZEROS TO WS-CHQ-REEMPLAZA
           CALL "CHQASIG" USING WS-CHQ-ID WS-CHQ-MONTO
               WS-PAGO-TIPO WS-CHQ-REEMPLAZA WS-CHQ-NUMERO.

      *>   Paga los reembolsos aprobados: cada solicitud queda pagada
      *>   con la fecha de pago y su renglon contable, y el total del
      *>   empleado sale como un solo pago tipo G. El detalle contable
      *>   se escribe (con trailer) aunque no haya nada que pagar.
       PagaGastos.
           OPEN OUTPUT archivo-detalle-gastos
           OPEN I-O archivo-gastos
           IF WS-FS-GASTOS NOT = "00"
               CLOSE archivo-gastos
               PERFORM GrabaTrailerGastos
               CLOSE archivo-detalle-gastos
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-GASTOS = "S"
               READ archivo-gastos NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-GASTOS
                   NOT AT END
                       IF GTO-ESTADO = "A"
                           PERFORM PagaUnGasto
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GASTO-ID-ACTUAL NOT = ZEROS
               PERFORM DispersaGastosEmpleado
           END-IF
           CLOSE archivo-gastos
           PERFORM GrabaTrailerGastos
           CLOSE archivo-detalle-gastos.

       PagaUnGasto.
           IF GTO-ID NOT = WS-GASTO-ID-ACTUAL
               IF WS-GASTO-ID-ACTUAL NOT = ZEROS
                   PERFORM DispersaGastosEmpleado
               END-IF
               MOVE GTO-ID TO WS-GASTO-ID-ACTUAL
               MOVE ZEROS TO WS-GASTO-MONTO-EMP
           END-IF
           ADD GTO-MONTO TO WS-GASTO-MONTO-EMP
           MOVE "P" TO GTO-ESTADO
           MOVE WS-FECHA-PAGO TO GTO-FECHA-PAGO
           REWRITE GTO-RECORD
           MOVE GTO-ID TO GSD-ID
           MOVE GTO-DEPTO TO GSD-DEPTO
           MOVE GTO-CATEGORIA TO GSD-CATEGORIA
           MOVE GTO-MONTO TO GSD-MONTO
           MOVE WS-FECHA-PROCESO-NEG TO GSD-FECHA
           WRITE GSD-RECORD
           ADD 1 TO WS-TOTAL-GASTOS
           ADD GTO-MONTO TO WS-MONTO-GASTOS.

       DispersaGastosEmpleado.
           MOVE WS-GASTO-ID-ACTUAL TO WS-PAGO-ID
           MOVE WS-GASTO-MONTO-EMP TO WS-PAGO-NETO
           MOVE "G" TO WS-PAGO-TIPO
           PERFORM DispersaUnNeto.

       GrabaTrailerGastos.
           MOVE SPACES TO GSD-TRAILER-RECORD
           MOVE 999999 TO GST-ID
           MOVE WS-TOTAL-GASTOS TO GST-CONTADOR
           MOVE WS-MONTO-GASTOS TO GST-MONTO-TOTAL
           WRITE GSD-TRAILER-RECORD.

       GrabaTrailerBanco.
           MOVE SPACES TO DSP-TRAILER-RECORD
           MOVE "9" TO DSP-T-TIPO
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           MOVE WS-PAGO-ID TO LD-ID
           MOVE BK-BANCO TO LD-BANCO
           MOVE BK-SUCURSAL TO LD-SUCURSAL
           MOVE BK-CUENTA TO LD-CUENTA
           MOVE WS-PAGO-NETO TO LD-NETO
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-CONTADOR-LINEAS.

               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "SIN CUENTA BANCARIA - CHEQUE FISICO"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE WS-PAGO-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
               MOVE WS-PAGO-NETO TO WS-EXC-NETO (WS-CANT-EXCEPCIONES)
               MOVE WS-CHQ-NUMERO
                   TO WS-EXC-CHEQUE (WS-CANT-EXCEPCIONES)
               MOVE WS-PAGO-TIPO TO WS-EXC-TIPO (WS-CANT-EXCEPCIONES)
           END-IF.

       ExcepcionCuentaInvalida.
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "CUENTA INVALIDADA POR DEVOLUCION-CHEQUE"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE WS-PAGO-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
               MOVE WS-PAGO-NETO TO WS-EXC-NETO (WS-CANT-EXCEPCIONES)
               MOVE WS-CHQ-NUMERO
                   TO WS-EXC-CHEQUE (WS-CANT-EXCEPCIONES)
               MOVE WS-PAGO-TIPO TO WS-EXC-TIPO (WS-CANT-EXCEPCIONES)
           END-IF.

       ExcepcionCambioReciente.
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "CUENTA EN PERIODO DE ESPERA - CHEQUE"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE WS-PAGO-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
               MOVE WS-PAGO-NETO TO WS-EXC-NETO (WS-CANT-EXCEPCIONES)
               MOVE WS-CHQ-NUMERO
                   TO WS-EXC-CHEQUE (WS-CANT-EXCEPCIONES)
               MOVE WS-PAGO-TIPO TO WS-EXC-TIPO (WS-CANT-EXCEPCIONES)
           END-IF.

      *>   Sin folio en la chequera el cheque no quedo en el registro:
      *>   tesoreria da de alta la chequera nueva y se emite a mano.
       ExcepcionSinFolio.
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "SIN FOLIO EN CHEQUERA-CHEQUE NO EMITIDO"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE WS-PAGO-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
               MOVE WS-PAGO-NETO TO WS-EXC-NETO (WS-CANT-EXCEPCIONES)
               MOVE ZEROS TO WS-EXC-CHEQUE (WS-CANT-EXCEPCIONES)
               MOVE WS-PAGO-TIPO TO WS-EXC-TIPO (WS-CANT-EXCEPCIONES)
           END-IF.

       ExcepcionNetoNoPositivo.
           MOVE ZEROS TO WS-CHQ-NUMERO
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "NETO CERO O NEGATIVO - NO SE DISPERSA"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE WS-PAGO-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
               MOVE WS-PAGO-NETO TO WS-EXC-NETO (WS-CANT-EXCEPCIONES)
               MOVE WS-CHQ-NUMERO
                   TO WS-EXC-CHEQUE (WS-CANT-EXCEPCIONES)
               MOVE WS-PAGO-TIPO TO WS-EXC-TIPO (WS-CANT-EXCEPCIONES)
           END-IF.

      *>   Pagina de excepciones al final del registro: los cheques
               MOVE WS-EXC-TEXTO (WS-EXC-IDX) TO LE-TEXTO
               MOVE WS-EXC-ID (WS-EXC-IDX) TO LE-ID
               MOVE WS-EXC-NETO (WS-EXC-IDX) TO LE-NETO
               MOVE WS-EXC-CHEQUE (WS-EXC-IDX) TO LE-CHEQUE
               MOVE WS-EXC-TIPO (WS-EXC-IDX) TO LE-TIPO
               WRITE LINEA-REPORTE FROM LIN-EXCEPCION
           END-PERFORM.

