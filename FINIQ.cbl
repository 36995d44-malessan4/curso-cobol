       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINIQ.
      *>   Corrida de finiquitos: recorre archivo-empleados y liquida
      *>   cada baja nueva (EMP-ESTADO T cuya fecha de baja todavia no
      *>   esta en el registro de finiquitos, FINIQREG.cpy). Por
      *>   empleado calcula el sueldo proporcional del periodo de nomina
      *>   hasta EMP-FECHA-BAJA (calendario PAYPER.cpy) y las horas de
      *>   sus tarjetas de ese periodo (TIMECARD.cpy, que PAYRUN ya no
      *>   paga a un terminado) con los factores de TIMECTL.cpy, paga
      *>   los dias de vacaciones no gozados del saldo de licencia
      *>   (LEAVEBAL.cpy) a su salario diario, retiene el impuesto con
      *>   la misma tabla de tramos y el mismo redondeo ARITCALC modo
      *>   TAX que PAYRUN, recupera del neto el saldo de los prestamos
      *>   al personal enlazados en EMPLOAN (saldo de la tabla al corte
      *>   mas el vencido menos el adelanto de LOANPOS) y da por
      *>   terminadas sus inscripciones de deduccion activas
      *>   (DEDENRL.cpy). Sale un estado de cuenta del finiquito por
      *>   empleado, un detalle de pago con el layout de PAYDET.cpy y su
      *>   trailer (finiqdet.dat, que PAYDISP y PAYGL toman en su paso
      *>   propio del stream), los pagos de prestamo recuperados para
      *>   que LOANPAY los postee (pagosfin.dat), el renglon de historia
      *>   y acumulado anual que dejaria una corrida de nomina, y las
      *>   aportaciones patronales del finiquito con las tasas de
      *>   APORTCTL.cpy (aporthist.dat y aportdet.dat con su trailer,
      *>   para la poliza del stream).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT archivo-compensacion
               ASSIGN TO "compens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-ID
               FILE STATUS IS WS-FS-COMPENSACION.

               SELECT OPTIONAL archivo-finiquitos
               ASSIGN TO "finiq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FQ-ID
               FILE STATUS IS WS-FS-FINIQUITOS.

               SELECT OPTIONAL archivo-saldos-licencia
               ASSIGN TO "leavebal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LVB-ID
               FILE STATUS IS WS-FS-SALDOS.

               SELECT OPTIONAL archivo-enrolamientos
               ASSIGN TO "dedenrl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-CLAVE
               FILE STATUS IS WS-FS-ENROL.

               SELECT OPTIONAL archivo-periodos
               ASSIGN TO "payper.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PP-ID
               FILE STATUS IS WS-FS-PERIODOS.

               SELECT OPTIONAL archivo-control-nomina
               ASSIGN TO "payctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT OPTIONAL archivo-tramos
               ASSIGN TO "taxbrkt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRAMOS.

               SELECT OPTIONAL archivo-enlace-prestamos
               ASSIGN TO "emploan.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ENLACE.

               SELECT OPTIONAL archivo-prestamos
               ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-NUMERO
               FILE STATUS IS WS-FS-PRESTAMOS.

               SELECT OPTIONAL archivo-posicion
               ASSIGN TO "loanpos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LP-NUMERO
               FILE STATUS IS WS-FS-POSICION.

               SELECT OPTIONAL archivo-tabla-amort
               ASSIGN TO "amortsch.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TABLA-AMORT.

               SELECT archivo-detalle-finiquito
               ASSIGN TO "finiqdet.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DETALLE.

               SELECT OPTIONAL archivo-pagos-finiquito
               ASSIGN TO "pagosfin.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAGOS-FIN.

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

               SELECT archivo-reporte
               ASSIGN TO "finiq.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

               SELECT OPTIONAL archivo-excepciones
               ASSIGN TO "excepciones.dat"
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

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-compensacion.
           COPY EMPCOMP.

       FD  archivo-finiquitos.
           COPY FINIQREG.

       FD  archivo-saldos-licencia.
           COPY LEAVEBAL.

       FD  archivo-enrolamientos.
           COPY DEDENRL.

       FD  archivo-periodos.
           COPY PAYPER.

       FD  archivo-control-nomina.
           COPY PAYCTL.

       FD  archivo-tramos.
           COPY TAXBRKT.

       FD  archivo-enlace-prestamos.
           COPY EMPLOAN.

       FD  archivo-prestamos.
           COPY LOANMAST.

       FD  archivo-posicion.
           COPY LOANPOS.

       FD  archivo-tabla-amort.
           COPY AMORTSCH.

       FD  archivo-detalle-finiquito.
           COPY PAYDET.
           COPY PAYDTRLR.

       FD  archivo-pagos-finiquito.
           COPY LOANPAYT.

       FD  archivo-historia-pago.
           COPY PAYDHIST.

       FD  archivo-acumulado-anual.
           COPY PAYYTD.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       FD  archivo-excepciones.
           COPY EXCREC.

       FD  archivo-tarjetas.
           COPY TIMECARD.

       FD  archivo-control-tiempo.
           COPY TIMECTL.

       FD  archivo-tasas-aport.
           COPY APORTCTL.

       FD  archivo-historia-aport.
           COPY APORTHIS.

       FD  archivo-detalle-aport.
           COPY APORTHIS REPLACING LEADING ==AH== BY ==AD==.
           COPY APORTTRL.

       WORKING-STORAGE SECTION.
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-COMPENSACION PIC XX VALUE "00".
           01 WS-FS-FINIQUITOS PIC XX VALUE "00".
           01 WS-FS-SALDOS PIC XX VALUE "00".
           01 WS-FS-ENROL PIC XX VALUE "00".
           01 WS-FS-PERIODOS PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-TRAMOS PIC XX VALUE "00".
           01 WS-FS-ENLACE PIC XX VALUE "00".
           01 WS-FS-PRESTAMOS PIC XX VALUE "00".
           01 WS-FS-POSICION PIC XX VALUE "00".
           01 WS-FS-TABLA-AMORT PIC XX VALUE "00".
           01 WS-FS-DETALLE PIC XX VALUE "00".
           01 WS-FS-PAGOS-FIN PIC XX VALUE "00".
           01 WS-FS-HISTORIA PIC XX VALUE "00".
           01 WS-FS-ACUMULADO PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-EOF-EMPLEADOS PIC X VALUE "N".
           01 WS-EOF-PERIODOS PIC X VALUE "N".
           01 WS-EOF-TRAMOS PIC X VALUE "N".
           01 WS-EOF-ENLACE PIC X VALUE "N".
           01 WS-EOF-TABLA-AMORT PIC X VALUE "N".
           01 WS-HAY-SALDOS PIC X VALUE "N".
           01 WS-HAY-ENROL PIC X VALUE "N".
           01 WS-HAY-PRESTAMOS PIC X VALUE "N".
           01 WS-HAY-POSICION PIC X VALUE "N".
           01 WS-FINIQ-EXISTE PIC X VALUE "N".
           01 WS-ACUM-EXISTE PIC X VALUE "N".
           01 WS-FIN-ENROL-EMP PIC X VALUE "N".
           01 WS-ANIO-PROCESO PIC X(4) VALUE SPACES.

      *>   Candado de periodo (ver PERCHECK/PERLOCK.cpy): un
      *>   finiquito no postea dentro de un mes ya cerrado.
           01 WS-PERIODO-CERRADO PIC X VALUE "N".

      *>   Calendario de periodos cargado a memoria: la baja cae en
      *>   el periodo cuyo rango de fechas la contiene. Sin
      *>   calendario (o sin periodo que la contenga) se usa la
      *>   quincena natural de la fecha de baja.
           01 WS-MAX-PERIODOS PIC 9(3) VALUE 500.
           01 WS-CANT-PERIODOS PIC 9(3) VALUE ZEROS.
           01 WS-PER-IDX PIC 9(3) VALUE ZEROS.
           01 WS-TABLA-PERIODOS.
               05 WS-PER OCCURS 500 TIMES
                   DEPENDING ON WS-CANT-PERIODOS.
                   10 WS-PER-ID PIC X(8).
                   10 WS-PER-INICIO PIC X(8).
                   10 WS-PER-FIN PIC X(8).
                   10 WS-PER-ESTADO PIC X(1).
           01 WS-PER-HALLADO PIC X VALUE "N".
           01 WS-PER-ESTADO-BAJA PIC X VALUE SPACE.
           01 WS-PERIODO-BAJA PIC X(8) VALUE SPACES.
           01 WS-FECHA-BAJA.
               05 WS-FB-ANIO PIC 9(4).
               05 WS-FB-MES PIC 99.
               05 WS-FB-DIA PIC 99.
           01 WS-DIAS-PERIODO PIC 9(3) VALUE ZEROS.
           01 WS-DIAS-TRABAJADOS PIC 9(3) VALUE ZEROS.

      *>   Salario diario para las vacaciones: el salario del periodo
      *>   entre sus dias; al personal por horas (salario en cero)
      *>   su tarifa por una jornada de 8 horas. Es tambien su
      *>   sueldo proporcional cuando no trae tarjetas del periodo.
           01 WS-HORAS-JORNADA PIC 9(2) VALUE 8.
           01 WS-SALARIO-DIARIO PIC 9(7)V9(4) VALUE ZEROS.
           01 WS-DIAS-VACACIONES PIC S9(3)V99 VALUE ZEROS.
           01 WS-VAC-ANTICIPADAS PIC 9(7)V99 VALUE ZEROS.

      *>   Tarjetas de tiempo del periodo de la baja (TIMECARD.cpy),
      *>   sumadas del archivo por empleado como la tabla de
      *>   amortizacion; factores de timectl.dat (TIMECTL.cpy) con
      *>   los mismos valores por omision que PAYRUN.
           01 WS-FS-TARJETAS PIC XX VALUE "00".
           01 WS-FS-CTL-TIEMPO PIC XX VALUE "00".
           01 WS-EOF-TARJETAS PIC X VALUE "N".
           01 WS-HORAS-PERIODO PIC 9(3)V99 VALUE 96.
           01 WS-FACTOR-EXTRA PIC 9V99 VALUE 2.
           01 WS-FACTOR-NOCTURNO PIC 9V99 VALUE 1.25.
           01 WS-HAY-TARJETA-EMP PIC X VALUE "N".
           01 WS-HORAS-NORMALES-EMP PIC 9(4)V99 VALUE ZEROS.
           01 WS-HORAS-EXTRA-EMP PIC 9(4)V99 VALUE ZEROS.
           01 WS-HORAS-NOCT-EMP PIC 9(4)V99 VALUE ZEROS.
           01 WS-HORAS-TARJETA PIC 9(4)V99 VALUE ZEROS.
           01 WS-HORAS-MAX-PERIODO PIC 9(5)V99 VALUE ZEROS.
           01 WS-TARIFA-HORA PIC 9(5)V9(4) VALUE ZEROS.
           01 WS-PERCEP-TIEMPO PIC 9(7)V99 VALUE ZEROS.

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

      *>   Enlace prestamo-empleado cargado a memoria (EMPLOAN.cpy).
           01 WS-MAX-PRESTAMOS PIC 9(4) VALUE 2000.
           01 WS-CANT-PRESTAMOS PIC 9(4) VALUE ZEROS.
           01 WS-PRE-IDX PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-PRESTAMOS.
               05 WS-PRE OCCURS 2000 TIMES
                   DEPENDING ON WS-CANT-PRESTAMOS.
                   10 WS-PRE-NUMERO PIC 9(8).
                   10 WS-PRE-ID PIC 9(6).

      *>   Corte del prestamo a la fecha de proceso: meses
      *>   transcurridos (misma aritmetica que LOANPAY y LOANPOFF) y
      *>   el saldo del renglon al corte de la tabla.
           01 WS-FECHA-PROCESO.
               05 WS-FP-ANIO PIC 9(4).
               05 WS-FP-MES PIC 99.
               05 WS-FP-DIA PIC 99.
           01 WS-INICIO-PRESTAMO.
               05 WS-IP-ANIO PIC 9(4).
               05 WS-IP-MES PIC 99.
               05 WS-IP-DIA PIC 99.
           01 WS-MESES-PRESTAMO PIC S9(5) VALUE ZEROS.
           01 WS-SALDO-CORTE PIC S9(9)V99 VALUE ZEROS.
           01 WS-SALDO-HALLADO PIC X VALUE "N".
           01 WS-SALDO-PRESTAMO PIC S9(9)V99 VALUE ZEROS.
           01 WS-MONTO-RECUPERADO PIC 9(9)V99 VALUE ZEROS.
           01 WS-MONTO-PENDIENTE PIC 9(9)V99 VALUE ZEROS.
           01 WS-DISPONIBLE PIC S9(7)V99 VALUE ZEROS.

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

      *>   Importes del finiquito en proceso.
           01 WS-SALARIO-PROP PIC 9(7)V99 VALUE ZEROS.
           01 WS-VACACIONES PIC 9(7)V99 VALUE ZEROS.
           01 WS-BRUTO PIC 9(7)V99 VALUE ZEROS.
           01 WS-IMPUESTO PIC 9(7)V99 VALUE ZEROS.
           01 WS-TOTAL-DEDUCCIONES PIC 9(7)V99 VALUE ZEROS.
           01 WS-PRESTAMO-RECUP PIC 9(7)V99 VALUE ZEROS.
           01 WS-PRESTAMO-PEND PIC 9(9)V99 VALUE ZEROS.
           01 WS-NETO PIC S9(7)V99 VALUE ZEROS.
           01 WS-INSCRIP-BAJA PIC 9(3) VALUE ZEROS.

      *>   Totales de la corrida.
           01 WS-TOTAL-BAJAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-LIQUIDADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-YA-LIQUIDADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SIN-COMP PIC 9(6) VALUE ZEROS.
           01 WS-CONT-DETALLES PIC 9(6) VALUE ZEROS.
           01 WS-GT-BRUTO PIC 9(9)V99 VALUE ZEROS.
           01 WS-GT-IMPUESTO PIC 9(9)V99 VALUE ZEROS.
           01 WS-GT-DEDUCCIONES PIC 9(9)V99 VALUE ZEROS.
           01 WS-GT-NETO PIC S9(9)V99 VALUE ZEROS.
           01 WS-GT-PENDIENTE PIC 9(11)V99 VALUE ZEROS.

      *>   Encabezado estandar via RPTHDR, igual que PAYRUN. Cada
      *>   finiquito sale en su propia hoja: es el estado de cuenta
      *>   que recursos humanos entrega al empleado.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "FINIQ - ESTADO DE CUENTA DE FINIQUITO".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.

           01 LIN-EMPLEADO.
               05 FILLER PIC X(10) VALUE "EMPLEADO: ".
               05 LM-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LM-NOMBRE PIC X(16).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LM-APELLIDO PIC X(32).
               05 FILLER PIC X(7) VALUE " BAJA: ".
               05 LM-FECHA-BAJA PIC X(8).

           01 LIN-CONCEPTO.
               05 FILLER PIC X(4) VALUE SPACES.
               05 LC-TEXTO PIC X(40).
               05 LC-REFERENCIA PIC X(12).
               05 LC-MONTO PIC ZZZ,ZZZ,ZZ9.99-.

           01 LIN-TOTALES.
               05 FILLER PIC X(26) VALUE "FINIQUITOS DE LA CORRIDA".
               05 LT-CONTADOR PIC ZZZ,ZZ9.
               05 FILLER PIC X(8) VALUE " NETO: ".
               05 LT-NETO PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER PIC X(14) VALUE " POR COBRAR: ".
               05 LT-PENDIENTE PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-EXCEPCION.
               05 LE-TEXTO PIC X(40).
               05 LE-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-REFERENCIA PIC X(12).

           01 WS-REF-DIAS.
               05 WR-DIAS PIC ZZ9.
               05 FILLER PIC X(1) VALUE "/".
               05 WR-DIAS-PERIODO PIC ZZ9.
               05 FILLER PIC X(5) VALUE " DIAS".
           01 WS-REF-HORAS.
               05 WR-HORAS PIC ZZZ9.99.
               05 FILLER PIC X(4) VALUE " HRS".
           01 WS-REF-VACACIONES.
               05 WR-DIAS-VAC PIC ZZ9.99-.
               05 FILLER PIC X(5) VALUE " DIAS".
           01 WS-REF-PRESTAMO.
               05 FILLER PIC X(4) VALUE "PR. ".
               05 WR-NUMERO PIC 9(8).

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
           01 WS-REF-EXCEPCION PIC X(12) VALUE SPACES.

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Bitacora de corrida (ver RUNLOGW), igual que PAYDISP.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "FINIQ".
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
           MOVE WS-FECHA-PROCESO-NEG TO WS-FECHA-PROCESO
           MOVE WS-FECHA-PROCESO-NEG (1:4) TO WS-ANIO-PROCESO
           CALL "PERCHECK" USING WS-FECHA-PROCESO-NEG
               WS-PERIODO-CERRADO
           IF WS-PERIODO-CERRADO = "S"
               PERFORM RegistraPeriodoCerrado
               DISPLAY "FINIQ: periodo cerrado, corrida rehusada"
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
           PERFORM LeeControlTiempo
           PERFORM CargaTramos
           PERFORM CargaTasasAportacion
           PERFORM CargaPeriodos
           PERFORM CargaPrestamosEmpleado
           PERFORM AbreArchivos
           PERFORM UNTIL WS-EOF-EMPLEADOS = "S"
               READ archivo-empleados NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-EMPLEADOS
                   NOT AT END
                       IF EMP-ID NOT = 999999
                           AND EMP-ESTADO = "T"
                           AND EMP-FECHA-BAJA NOT = SPACES
                           PERFORM EvaluaBaja
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CierraArchivos
           PERFORM ImprimeResumen
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Bajas revisadas: " WS-TOTAL-BAJAS
               " Finiquitos: " WS-TOTAL-LIQUIDADOS
               " Ya liquidadas: " WS-TOTAL-YA-LIQUIDADOS
               " Sin compensacion: " WS-TOTAL-SIN-COMP
           MOVE WS-TOTAL-BAJAS TO WS-RL-LEIDOS
           MOVE WS-TOTAL-LIQUIDADOS TO WS-RL-ESCRITOS
           MOVE WS-TOTAL-SIN-COMP TO WS-RL-RECHAZADOS
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

      *>   Los satelites opcionales (saldos de licencia, inscripciones,
      *>   prestamos) se abren en I-O solo si existen; el registro de
      *>   finiquitos y el acumulado anual se crean si faltan, y la
      *>   historia y los pagos recuperados se anexan.
       AbreArchivos.
           OPEN INPUT archivo-empleados
           OPEN INPUT archivo-compensacion
           OPEN I-O archivo-finiquitos
           IF WS-FS-FINIQUITOS NOT = "00"
               OPEN OUTPUT archivo-finiquitos
               CLOSE archivo-finiquitos
               OPEN I-O archivo-finiquitos
           END-IF
           OPEN I-O archivo-saldos-licencia
           IF WS-FS-SALDOS = "00"
               MOVE "S" TO WS-HAY-SALDOS
           ELSE
               CLOSE archivo-saldos-licencia
           END-IF
           OPEN I-O archivo-enrolamientos
           IF WS-FS-ENROL = "00"
               MOVE "S" TO WS-HAY-ENROL
           ELSE
               CLOSE archivo-enrolamientos
           END-IF
           IF WS-CANT-PRESTAMOS > 0
               OPEN I-O archivo-prestamos
               IF WS-FS-PRESTAMOS = "00"
                   MOVE "S" TO WS-HAY-PRESTAMOS
               ELSE
                   CLOSE archivo-prestamos
               END-IF
               OPEN I-O archivo-posicion
               IF WS-FS-POSICION = "00"
                   MOVE "S" TO WS-HAY-POSICION
               ELSE
                   CLOSE archivo-posicion
               END-IF
           END-IF
           OPEN I-O archivo-acumulado-anual
           IF WS-FS-ACUMULADO = "35"
               OPEN OUTPUT archivo-acumulado-anual
               CLOSE archivo-acumulado-anual
               OPEN I-O archivo-acumulado-anual
           END-IF
           OPEN OUTPUT archivo-detalle-finiquito
           OPEN EXTEND archivo-pagos-finiquito
           IF WS-FS-PAGOS-FIN = "05" OR WS-FS-PAGOS-FIN = "35"
               OPEN OUTPUT archivo-pagos-finiquito
           END-IF
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

      *>   El detalle lleva su trailer de control (PAYDTRLR.cpy),
      *>   la misma disciplina que paydet.dat: PAYDISP y PAYGL lo
      *>   verifican antes de tocarlo. El de aportaciones cierra
      *>   con APORTTRL.cpy, que PAYGL tambien verifica.
       CierraArchivos.
           MOVE 999999 TO PDT-ID
           MOVE WS-CONT-DETALLES TO PDT-CONTADOR
           MOVE WS-GT-NETO TO PDT-MONTO-TOTAL
           MOVE "F" TO PDT-TIPO-CORRIDA
           WRITE PD-TRAILER-RECORD
           CLOSE archivo-detalle-finiquito
           MOVE 999999 TO AHT-ID
           MOVE WS-CONT-APORT TO AHT-CONTADOR
           MOVE WS-GT-APORTACIONES TO AHT-MONTO-TOTAL
           WRITE AH-TRAILER-RECORD
           CLOSE archivo-detalle-aport
           CLOSE archivo-historia-aport
           CLOSE archivo-pagos-finiquito
           CLOSE archivo-historia-pago
           CLOSE archivo-acumulado-anual
           CLOSE archivo-empleados
           CLOSE archivo-compensacion
           CLOSE archivo-finiquitos
           IF WS-HAY-SALDOS = "S"
               CLOSE archivo-saldos-licencia
           END-IF
           IF WS-HAY-ENROL = "S"
               CLOSE archivo-enrolamientos
           END-IF
           IF WS-HAY-PRESTAMOS = "S"
               CLOSE archivo-prestamos
           END-IF
           IF WS-HAY-POSICION = "S"
               CLOSE archivo-posicion
           END-IF.

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

       CargaPeriodos.
           OPEN INPUT archivo-periodos
           IF WS-FS-PERIODOS NOT = "00"
               CLOSE archivo-periodos
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-PERIODOS = "S"
               READ archivo-periodos NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PERIODOS
                   NOT AT END
                       IF WS-CANT-PERIODOS < WS-MAX-PERIODOS
                           ADD 1 TO WS-CANT-PERIODOS
                           MOVE PP-ID
                               TO WS-PER-ID (WS-CANT-PERIODOS)
                           MOVE PP-FECHA-INICIO
                               TO WS-PER-INICIO (WS-CANT-PERIODOS)
                           MOVE PP-FECHA-FIN
                               TO WS-PER-FIN (WS-CANT-PERIODOS)
                           MOVE PP-ESTADO
                               TO WS-PER-ESTADO (WS-CANT-PERIODOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-periodos.

       CargaPrestamosEmpleado.
           OPEN INPUT archivo-enlace-prestamos
           IF WS-FS-ENLACE NOT = "00"
               CLOSE archivo-enlace-prestamos
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-ENLACE = "S"
               READ archivo-enlace-prestamos
                   AT END
                       MOVE "S" TO WS-EOF-ENLACE
                   NOT AT END
                       IF WS-CANT-PRESTAMOS < WS-MAX-PRESTAMOS
                           ADD 1 TO WS-CANT-PRESTAMOS
                           MOVE EL-NUMERO TO
                               WS-PRE-NUMERO (WS-CANT-PRESTAMOS)
                           MOVE EL-ID TO
                               WS-PRE-ID (WS-CANT-PRESTAMOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-enlace-prestamos.

      *>   Una baja ya liquidada con la misma fecha se salta; sin
      *>   registro de compensacion no hay con que calcular, y la
      *>   baja queda en excepciones para reintentarse cuando se
      *>   corrija (no se registra como liquidada).
       EvaluaBaja.
           ADD 1 TO WS-TOTAL-BAJAS
           MOVE "S" TO WS-FINIQ-EXISTE
           MOVE EMP-ID TO FQ-ID
           READ archivo-finiquitos
               INVALID KEY
                   MOVE "N" TO WS-FINIQ-EXISTE
           END-READ
           IF WS-FINIQ-EXISTE = "S"
               AND FQ-FECHA-BAJA = EMP-FECHA-BAJA
               ADD 1 TO WS-TOTAL-YA-LIQUIDADOS
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-ID TO CP-ID
           READ archivo-compensacion
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SIN-COMP
                   MOVE "BAJA SIN COMPENSACION, NO SE LIQUIDA"
                       TO WS-TEXTO-EXCEPCION
                   MOVE EMP-FECHA-BAJA TO WS-REF-EXCEPCION
                   PERFORM AgregaExcepcion
                   EXIT PARAGRAPH
           END-READ
           PERFORM LiquidaBaja.

       LiquidaBaja.
           MOVE ZEROS TO WS-SALARIO-PROP WS-VACACIONES WS-BRUTO
               WS-PERCEP-TIEMPO
               WS-IMPUESTO WS-TOTAL-DEDUCCIONES WS-PRESTAMO-RECUP
               WS-PRESTAMO-PEND WS-NETO WS-INSCRIP-BAJA
               WS-VAC-ANTICIPADAS
           PERFORM ImprimeEncabezado
           MOVE EMP-ID TO LM-ID
           MOVE EMP-NOMBRE TO LM-NOMBRE
           MOVE EMP-APELLIDO TO LM-APELLIDO
           MOVE EMP-FECHA-BAJA TO LM-FECHA-BAJA
           WRITE LINEA-REPORTE FROM LIN-EMPLEADO
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM CalculaSueldoProporcional
           PERFORM CalculaPercepTiempo
           PERFORM CalculaVacaciones
           COMPUTE WS-BRUTO = WS-SALARIO-PROP + WS-PERCEP-TIEMPO
               + WS-VACACIONES
           MOVE "TOTAL PERCEPCIONES" TO LC-TEXTO
           MOVE SPACES TO LC-REFERENCIA
           MOVE WS-BRUTO TO LC-MONTO
           WRITE LINEA-REPORTE FROM LIN-CONCEPTO
           IF WS-HAY-TRAMOS = "S"
               PERFORM CalculaImpuestoPorTramo
           ELSE
               PERFORM CalculaImpuestoPlano
           END-IF
           MOVE "IMPUESTO RETENIDO" TO LC-TEXTO
           MOVE SPACES TO LC-REFERENCIA
           COMPUTE LC-MONTO = 0 - WS-IMPUESTO
           WRITE LINEA-REPORTE FROM LIN-CONCEPTO
           PERFORM DescuentaVacacionesAnticipadas
           PERFORM RecuperaPrestamos
           PERFORM TerminaInscripciones
           MOVE WS-BRUTO TO WS-OPERANDO-1
           COMPUTE WS-OPERANDO-2 =
               WS-IMPUESTO + WS-TOTAL-DEDUCCIONES
           CALL "ARITCALC" USING WS-OPERANDO-1 WS-OPERANDO-2
               WS-MODO-REDONDEO WS-R-SUMA WS-R-RESTA WS-R-MULTI
               WS-R-DIVISION WS-DIVISION-POR-CERO
           COMPUTE WS-NETO ROUNDED = WS-R-RESTA
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "NETO A PAGAR" TO LC-TEXTO
           MOVE SPACES TO LC-REFERENCIA
           MOVE WS-NETO TO LC-MONTO
           WRITE LINEA-REPORTE FROM LIN-CONCEPTO
           PERFORM GrabaFiniquito
           PERFORM GrabaDetallePago
           PERFORM CalculaAportaciones
           PERFORM ActualizaAcumuladoAnual
           ADD 1 TO WS-TOTAL-LIQUIDADOS
           ADD WS-BRUTO TO WS-GT-BRUTO
           ADD WS-IMPUESTO TO WS-GT-IMPUESTO
           ADD WS-TOTAL-DEDUCCIONES TO WS-GT-DEDUCCIONES
           ADD WS-NETO TO WS-GT-NETO
           ADD WS-PRESTAMO-PEND TO WS-GT-PENDIENTE.

      *>   Sueldo del periodo en que cae la baja, proporcional a los
      *>   dias trabajados hasta EMP-FECHA-BAJA inclusive. Si ese
      *>   periodo ya se pago completo no hay sueldo que agregar (y
      *>   el pago de mas queda en excepciones para que nomina lo
      *>   revise). El salario diario que sale de aqui es el que
      *>   valoriza las vacaciones. Al personal por horas (salario
      *>   en cero) el periodo se le paga con sus tarjetas; sin
      *>   tarjetas, a salario diario por los dias trabajados.
       CalculaSueldoProporcional.
           MOVE EMP-FECHA-BAJA TO WS-FECHA-BAJA
           MOVE "N" TO WS-PER-HALLADO
           MOVE SPACE TO WS-PER-ESTADO-BAJA
           MOVE SPACES TO WS-PERIODO-BAJA
           MOVE "N" TO WS-HAY-TARJETA-EMP
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-CANT-PERIODOS
               IF WS-PER-HALLADO = "N"
                   AND WS-PER-INICIO (WS-PER-IDX) <= EMP-FECHA-BAJA
                   AND WS-PER-FIN (WS-PER-IDX) >= EMP-FECHA-BAJA
                   MOVE "S" TO WS-PER-HALLADO
                   MOVE WS-PER-ESTADO (WS-PER-IDX)
                       TO WS-PER-ESTADO-BAJA
                   MOVE WS-PER-ID (WS-PER-IDX) TO WS-PERIODO-BAJA
                   COMPUTE WS-DIAS-PERIODO =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-PER-FIN (WS-PER-IDX)))
                       - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL
                               (WS-PER-INICIO (WS-PER-IDX))) + 1
                   COMPUTE WS-DIAS-TRABAJADOS =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(EMP-FECHA-BAJA))
                       - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL
                               (WS-PER-INICIO (WS-PER-IDX))) + 1
               END-IF
           END-PERFORM
           IF WS-PER-HALLADO = "N"
               MOVE 15 TO WS-DIAS-PERIODO
               IF WS-FB-DIA > 15
                   COMPUTE WS-DIAS-TRABAJADOS = WS-FB-DIA - 15
               ELSE
                   MOVE WS-FB-DIA TO WS-DIAS-TRABAJADOS
               END-IF
               IF WS-DIAS-TRABAJADOS > 15
                   MOVE 15 TO WS-DIAS-TRABAJADOS
               END-IF
           END-IF
           IF CP-SALARIO > 0
               COMPUTE WS-SALARIO-DIARIO ROUNDED =
                   CP-SALARIO / WS-DIAS-PERIODO
           ELSE
               COMPUTE WS-SALARIO-DIARIO ROUNDED =
                   CP-TARIFA-HORA * WS-HORAS-JORNADA
           END-IF
           IF WS-PER-ESTADO-BAJA = "P"
               MOVE "BAJA EN PERIODO YA PAGADO COMPLETO"
                   TO WS-TEXTO-EXCEPCION
               MOVE EMP-FECHA-BAJA TO WS-REF-EXCEPCION
               PERFORM AgregaExcepcion
               MOVE ZEROS TO WS-SALARIO-PROP
           ELSE
               PERFORM ReuneTarjetas
               IF CP-SALARIO > 0
                   COMPUTE WS-SALARIO-PROP ROUNDED = CP-SALARIO
                       * WS-DIAS-TRABAJADOS / WS-DIAS-PERIODO
               ELSE
                   IF WS-HAY-TARJETA-EMP = "N"
                       COMPUTE WS-SALARIO-PROP ROUNDED =
                           WS-SALARIO-DIARIO * WS-DIAS-TRABAJADOS
                   END-IF
               END-IF
           END-IF
           IF CP-SALARIO = 0 AND WS-HAY-TARJETA-EMP = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "SUELDO PROPORCIONAL DEL PERIODO" TO LC-TEXTO
           MOVE WS-DIAS-TRABAJADOS TO WR-DIAS
           MOVE WS-DIAS-PERIODO TO WR-DIAS-PERIODO
           MOVE WS-REF-DIAS TO LC-REFERENCIA
           MOVE WS-SALARIO-PROP TO LC-MONTO
           WRITE LINEA-REPORTE FROM LIN-CONCEPTO.

      *>   Suma las tarjetas del empleado del periodo de la baja; sin
      *>   calendario no hay periodo contra que validar y se toman
      *>   todas las suyas. Una tarjeta con mas horas de las que
      *>   caben en el periodo no se paga y queda en excepciones,
      *>   como en PAYRUN.
       ReuneTarjetas.
           MOVE "N" TO WS-HAY-TARJETA-EMP
           MOVE ZEROS TO WS-HORAS-NORMALES-EMP
           MOVE ZEROS TO WS-HORAS-EXTRA-EMP
           MOVE ZEROS TO WS-HORAS-NOCT-EMP
           COMPUTE WS-HORAS-MAX-PERIODO = WS-DIAS-PERIODO * 24
           MOVE "N" TO WS-EOF-TARJETAS
           OPEN INPUT archivo-tarjetas
           IF WS-FS-TARJETAS NOT = "00"
               CLOSE archivo-tarjetas
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-TARJETAS = "S"
               READ archivo-tarjetas
                   AT END
                       MOVE "S" TO WS-EOF-TARJETAS
                   NOT AT END
                       IF TK-ID = EMP-ID
                           AND (WS-PER-HALLADO = "N"
                               OR TK-PERIODO = WS-PERIODO-BAJA)
                           PERFORM SumaTarjeta
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-tarjetas.

       SumaTarjeta.
           COMPUTE WS-HORAS-TARJETA = TK-HORAS-NORMALES
               + TK-HORAS-EXTRA + TK-HORAS-NOCTURNAS
           IF WS-PER-HALLADO = "S"
               AND WS-HORAS-TARJETA > WS-HORAS-MAX-PERIODO
               MOVE "TARJETA CON MAS HORAS QUE EL PERIODO"
                   TO WS-TEXTO-EXCEPCION
               MOVE TK-PERIODO TO WS-REF-EXCEPCION
               PERFORM AgregaExcepcion
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-HAY-TARJETA-EMP
           ADD TK-HORAS-NORMALES TO WS-HORAS-NORMALES-EMP
           ADD TK-HORAS-EXTRA TO WS-HORAS-EXTRA-EMP
           ADD TK-HORAS-NOCTURNAS TO WS-HORAS-NOCT-EMP.

      *>   Horas del periodo de la baja, con el mismo calculo que
      *>   CalculaPercepTiempo de PAYRUN: con tarifa por hora se
      *>   pagan todas (extra y nocturnas con su factor); al de
      *>   salario fijo las normales ya van en el sueldo
      *>   proporcional y solo se pagan las extra y el excedente
      *>   del factor nocturno.
       CalculaPercepTiempo.
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
           MOVE "HORAS DEL PERIODO (TARJETAS)" TO LC-TEXTO
           COMPUTE WR-HORAS = WS-HORAS-NORMALES-EMP
               + WS-HORAS-EXTRA-EMP + WS-HORAS-NOCT-EMP
           MOVE WS-REF-HORAS TO LC-REFERENCIA
           MOVE WS-PERCEP-TIEMPO TO LC-MONTO
           WRITE LINEA-REPORTE FROM LIN-CONCEPTO.

      *>   Saldo de dias de licencia a la baja: los dias a favor se
      *>   pagan a salario diario; un saldo negativo (dias tomados
      *>   por adelantado) se descuenta mas abajo, despues del
      *>   impuesto. El saldo queda en cero.
       CalculaVacaciones.
           IF WS-HAY-SALDOS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-ID TO LVB-ID
           READ archivo-saldos-licencia
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE LVB-DIAS-DISPONIBLES TO WS-DIAS-VACACIONES
           IF WS-DIAS-VACACIONES = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DIAS-VACACIONES > 0
               COMPUTE WS-VACACIONES ROUNDED =
                   WS-SALARIO-DIARIO * WS-DIAS-VACACIONES
               MOVE "VACACIONES NO GOZADAS" TO LC-TEXTO
               MOVE WS-DIAS-VACACIONES TO WR-DIAS-VAC
               MOVE WS-REF-VACACIONES TO LC-REFERENCIA
               MOVE WS-VACACIONES TO LC-MONTO
               WRITE LINEA-REPORTE FROM LIN-CONCEPTO
           ELSE
               COMPUTE WS-VAC-ANTICIPADAS ROUNDED =
                   WS-SALARIO-DIARIO * (0 - WS-DIAS-VACACIONES)
           END-IF
           MOVE ZEROS TO LVB-DIAS-DISPONIBLES
           REWRITE LVB-RECORD.

      *>   Dias de vacaciones tomados por adelantado: se descuentan
      *>   hasta donde alcance el neto; lo que no alcanza queda en
      *>   excepciones.
       DescuentaVacacionesAnticipadas.
           IF WS-VAC-ANTICIPADAS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DISPONIBLE = WS-BRUTO - WS-IMPUESTO
               - WS-TOTAL-DEDUCCIONES
           IF WS-DISPONIBLE < 0
               MOVE ZEROS TO WS-DISPONIBLE
           END-IF
           IF WS-VAC-ANTICIPADAS > WS-DISPONIBLE
               MOVE "VACACIONES ANTICIPADAS NO CUBIERTAS"
                   TO WS-TEXTO-EXCEPCION
               MOVE SPACES TO WS-REF-EXCEPCION
               PERFORM AgregaExcepcion
               MOVE WS-DISPONIBLE TO WS-VAC-ANTICIPADAS
           END-IF
           ADD WS-VAC-ANTICIPADAS TO WS-TOTAL-DEDUCCIONES
           MOVE "VACACIONES TOMADAS POR ADELANTADO" TO LC-TEXTO
           MOVE WS-DIAS-VACACIONES TO WR-DIAS-VAC
           MOVE WS-REF-VACACIONES TO LC-REFERENCIA
           COMPUTE LC-MONTO = 0 - WS-VAC-ANTICIPADAS
           WRITE LINEA-REPORTE FROM LIN-CONCEPTO.

       RecuperaPrestamos.
           IF WS-HAY-PRESTAMOS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
               UNTIL WS-PRE-IDX > WS-CANT-PRESTAMOS
               IF WS-PRE-ID (WS-PRE-IDX) = EMP-ID
                   PERFORM RecuperaUnPrestamo
               END-IF
           END-PERFORM.

      *>   Saldo del prestamo a la baja: el saldo del renglon de la
      *>   tabla al corte (como LOANPOFF) mas lo vencido sin pagar
      *>   menos lo adelantado (LOANPOS). Se recupera del neto hasta
      *>   donde alcance y sale como pago normal (LOANPAYT.cpy) a
      *>   pagosfin.dat para que LOANPAY lo postee. Cubierto
      *>   completo, el prestamo queda cancelado (deja de devengar);
      *>   lo que no alcanza queda por cobrar por caja y en
      *>   excepciones.
       RecuperaUnPrestamo.
           MOVE WS-PRE-NUMERO (WS-PRE-IDX) TO LN-NUMERO
           READ archivo-prestamos
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF LN-ESTADO NOT = "A"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRE-NUMERO (WS-PRE-IDX) TO WR-NUMERO
           PERFORM CalculaCortePrestamo
           IF WS-SALDO-HALLADO = "N"
               MOVE "PRESTAMO SIN TABLA, NO SE RECUPERA"
                   TO WS-TEXTO-EXCEPCION
               MOVE WS-REF-PRESTAMO TO WS-REF-EXCEPCION
               PERFORM AgregaExcepcion
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SALDO-CORTE TO WS-SALDO-PRESTAMO
           IF WS-HAY-POSICION = "S"
               MOVE LN-NUMERO TO LP-NUMERO
               READ archivo-posicion
                   INVALID KEY
                       MOVE ZEROS TO LP-VENCIDO LP-ADELANTO
               END-READ
               COMPUTE WS-SALDO-PRESTAMO = WS-SALDO-PRESTAMO
                   + LP-VENCIDO - LP-ADELANTO
           END-IF
           IF WS-SALDO-PRESTAMO <= 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DISPONIBLE = WS-BRUTO - WS-IMPUESTO
               - WS-TOTAL-DEDUCCIONES
           IF WS-DISPONIBLE < 0
               MOVE ZEROS TO WS-DISPONIBLE
           END-IF
           IF WS-SALDO-PRESTAMO > WS-DISPONIBLE
               MOVE WS-DISPONIBLE TO WS-MONTO-RECUPERADO
           ELSE
               MOVE WS-SALDO-PRESTAMO TO WS-MONTO-RECUPERADO
           END-IF
           COMPUTE WS-MONTO-PENDIENTE =
               WS-SALDO-PRESTAMO - WS-MONTO-RECUPERADO
           IF WS-MONTO-RECUPERADO > 0
               MOVE LN-NUMERO TO PAY-NUMERO
               MOVE WS-FECHA-PROCESO-NEG TO PAY-FECHA
               MOVE WS-MONTO-RECUPERADO TO PAY-MONTO
               WRITE PAY-RECORD
               ADD WS-MONTO-RECUPERADO TO WS-TOTAL-DEDUCCIONES
               ADD WS-MONTO-RECUPERADO TO WS-PRESTAMO-RECUP
               MOVE "PRESTAMO AL PERSONAL RECUPERADO" TO LC-TEXTO
               MOVE WS-REF-PRESTAMO TO LC-REFERENCIA
               COMPUTE LC-MONTO = 0 - WS-MONTO-RECUPERADO
               WRITE LINEA-REPORTE FROM LIN-CONCEPTO
           END-IF
           IF WS-MONTO-PENDIENTE = 0
               MOVE "C" TO LN-ESTADO
               REWRITE LN-RECORD
               IF WS-HAY-POSICION = "S"
                   MOVE LN-NUMERO TO LP-NUMERO
                   READ archivo-posicion
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ZEROS TO LP-ADELANTO LP-VENCIDO
                           REWRITE LP-RECORD
                   END-READ
               END-IF
           ELSE
               ADD WS-MONTO-PENDIENTE TO WS-PRESTAMO-PEND
               MOVE "SALDO DE PRESTAMO POR COBRAR (INFORM.)"
                   TO LC-TEXTO
               MOVE WS-REF-PRESTAMO TO LC-REFERENCIA
               MOVE WS-MONTO-PENDIENTE TO LC-MONTO
               WRITE LINEA-REPORTE FROM LIN-CONCEPTO
               MOVE "PRESTAMO NO CUBIERTO POR EL FINIQUITO"
                   TO WS-TEXTO-EXCEPCION
               MOVE WS-REF-PRESTAMO TO WS-REF-EXCEPCION
               PERFORM AgregaExcepcion
           END-IF.

      *>   Meses transcurridos desde LN-FECHA-INICIO topados al
      *>   plazo; con cero meses el saldo es el principal completo.
       CalculaCortePrestamo.
           MOVE "N" TO WS-SALDO-HALLADO
           MOVE LN-FECHA-INICIO TO WS-INICIO-PRESTAMO
           COMPUTE WS-MESES-PRESTAMO =
               (WS-FP-ANIO - WS-IP-ANIO) * 12
               + WS-FP-MES - WS-IP-MES
           IF WS-MESES-PRESTAMO < 0
               MOVE ZEROS TO WS-MESES-PRESTAMO
           END-IF
           IF WS-MESES-PRESTAMO > LN-PLAZO
               MOVE LN-PLAZO TO WS-MESES-PRESTAMO
           END-IF
           IF WS-MESES-PRESTAMO = 0
               MOVE LN-PRINCIPAL TO WS-SALDO-CORTE
               MOVE "S" TO WS-SALDO-HALLADO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-TABLA-AMORT
           OPEN INPUT archivo-tabla-amort
           IF WS-FS-TABLA-AMORT NOT = "00"
               CLOSE archivo-tabla-amort
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-TABLA-AMORT = "S"
               READ archivo-tabla-amort
                   AT END
                       MOVE "S" TO WS-EOF-TABLA-AMORT
                   NOT AT END
                       IF SCH-NUMERO = LN-NUMERO
                           AND SCH-MES = WS-MESES-PRESTAMO
                           MOVE SCH-SALDO TO WS-SALDO-CORTE
                           MOVE "S" TO WS-SALDO-HALLADO
                           MOVE "S" TO WS-EOF-TABLA-AMORT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-tabla-amort.

      *>   Las inscripciones de deduccion activas del empleado se
      *>   terminan con vigencia a la fecha de baja: la siguiente
      *>   corrida ya no las cobra.
       TerminaInscripciones.
           IF WS-HAY-ENROL NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-ID TO DE-ID
           MOVE LOW-VALUES TO DE-CODIGO
           MOVE "N" TO WS-FIN-ENROL-EMP
           START archivo-enrolamientos KEY >= DE-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-ENROL-EMP
           END-START
           PERFORM UNTIL WS-FIN-ENROL-EMP = "S"
               READ archivo-enrolamientos NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-ENROL-EMP
                   NOT AT END
                       IF DE-ID NOT = EMP-ID
                           MOVE "S" TO WS-FIN-ENROL-EMP
                       ELSE
                           IF DE-ESTADO = "A"
                               MOVE "T" TO DE-ESTADO
                               MOVE EMP-FECHA-BAJA TO DE-FECHA-FIN
                               REWRITE DE-RECORD
                               ADD 1 TO WS-INSCRIP-BAJA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INSCRIP-BAJA > 0
               MOVE "INSCRIPCIONES DE DEDUCCION TERMINADAS"
                   TO LC-TEXTO
               MOVE SPACES TO LC-REFERENCIA
               MOVE WS-INSCRIP-BAJA TO LC-MONTO
               WRITE LINEA-REPORTE FROM LIN-CONCEPTO
           END-IF.

      *>   Impuesto progresivo: mismo calculo que PAYRUN.
       CalculaImpuestoPorTramo.
           MOVE "N" TO WS-TRAMO-HALLADO
           MOVE ZEROS TO WS-TRAMO-APLICADO
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
               UNTIL WS-TRM-IDX > WS-CANT-TRAMOS
               IF WS-TRAMO-HALLADO = "N"
                   AND WS-BRUTO >= WS-TRM-LIMITE-INF (WS-TRM-IDX)
                   AND WS-BRUTO <= WS-TRM-LIMITE-SUP (WS-TRM-IDX)
                   MOVE "S" TO WS-TRAMO-HALLADO
                   MOVE WS-TRM-BANDA (WS-TRM-IDX)
                       TO WS-TRAMO-APLICADO
                   PERFORM CalculaMarginal
               END-IF
           END-PERFORM
           IF WS-TRAMO-HALLADO = "N"
               MOVE "BRUTO FUERA DE LA TABLA DE TRAMOS"
                   TO WS-TEXTO-EXCEPCION
               MOVE SPACES TO WS-REF-EXCEPCION
               PERFORM AgregaExcepcion
               PERFORM CalculaImpuestoPlano
           END-IF.

       CalculaMarginal.
           MOVE WS-BRUTO TO WS-OPERANDO-1
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
           MOVE WS-BRUTO TO WS-OPERANDO-1
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

       GrabaFiniquito.
           MOVE EMP-ID TO FQ-ID
           MOVE EMP-FECHA-BAJA TO FQ-FECHA-BAJA
           MOVE WS-FECHA-PROCESO-NEG TO FQ-FECHA-PROCESO
           MOVE WS-SALARIO-PROP TO FQ-SALARIO-PROP
           MOVE WS-VACACIONES TO FQ-VACACIONES
           MOVE WS-BRUTO TO FQ-BRUTO
           MOVE WS-IMPUESTO TO FQ-IMPUESTO
           MOVE WS-PRESTAMO-RECUP TO FQ-PRESTAMO-RECUP
           MOVE WS-PRESTAMO-PEND TO FQ-PRESTAMO-PEND
           MOVE WS-TOTAL-DEDUCCIONES TO FQ-DEDUCCIONES
           MOVE WS-NETO TO FQ-NETO
           MOVE WS-INSCRIP-BAJA TO FQ-INSCRIP-BAJA
           IF WS-FINIQ-EXISTE = "S"
               REWRITE FQ-RECORD
           ELSE
               WRITE FQ-RECORD
           END-IF.

      *>   El detalle sale con el layout de paydet.dat, y el renglon
      *>   de historia marcado F para que el recalculo retroactivo
      *>   no lo trate como un periodo de sueldo.
       GrabaDetallePago.
           MOVE EMP-ID TO PD-ID
           MOVE WS-BRUTO TO PD-BRUTO
           MOVE WS-IMPUESTO TO PD-IMPUESTO
           MOVE WS-TOTAL-DEDUCCIONES TO PD-DEDUCCIONES
           MOVE WS-NETO TO PD-NETO
           WRITE PD-RECORD
           ADD 1 TO WS-CONT-DETALLES
           MOVE WS-FECHA-PROCESO-NEG TO PH-FECHA
           MOVE EMP-ID TO PH-ID
           MOVE WS-BRUTO TO PH-BRUTO
           MOVE WS-IMPUESTO TO PH-IMPUESTO
           MOVE WS-TOTAL-DEDUCCIONES TO PH-DEDUCCIONES
           MOVE WS-NETO TO PH-NETO
           MOVE WS-PERCEP-TIEMPO TO PH-PERCEP-TIEMPO
           MOVE "F" TO PH-TIPO
           MOVE WS-TRAMO-APLICADO TO PH-TRAMO
           WRITE PH-RECORD.

      *>   Aportaciones patronales del finiquito, una por concepto
      *>   vigente, con el calculo de PAYRUN: la tasa sobre el bruto
      *>   topado a la base maxima del concepto. Una baja se liquida
      *>   una sola vez, asi que detalle e historia van siempre.
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
           MOVE EMP-ID TO AH-ID
           MOVE WS-FECHA-PROCESO-NEG TO AH-FECHA
           IF WS-PERIODO-BAJA NOT = SPACES
               MOVE WS-PERIODO-BAJA TO AH-PERIODO
           ELSE
               MOVE EMP-FECHA-BAJA TO AH-PERIODO
           END-IF
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

      *>   El finiquito suma al acumulado anual como cualquier pago,
      *>   sin contar como periodo ni mover la marca de corrida.
       ActualizaAcumuladoAnual.
           MOVE EMP-ID TO PY-ID
           MOVE "S" TO WS-ACUM-EXISTE
           READ archivo-acumulado-anual
               INVALID KEY
                   MOVE "N" TO WS-ACUM-EXISTE
           END-READ
           IF WS-ACUM-EXISTE = "N" OR PY-ANIO NOT = WS-ANIO-PROCESO
               MOVE EMP-ID TO PY-ID
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
           ADD WS-TOTAL-DEDUCCIONES TO PY-DEDUCC-ACUM
           ADD WS-NETO TO PY-NETO-ACUM
           IF WS-ACUM-EXISTE = "S"
               REWRITE PY-RECORD
           ELSE
               WRITE PY-RECORD
           END-IF.

       ImprimeEncabezado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO.

      *>   Hoja final: totales de la corrida y la pagina de
      *>   excepciones.
       ImprimeResumen.
           PERFORM ImprimeEncabezado
           MOVE WS-TOTAL-LIQUIDADOS TO LT-CONTADOR
           MOVE WS-GT-NETO TO LT-NETO
           MOVE WS-GT-PENDIENTE TO LT-PENDIENTE
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           IF WS-CANT-EXCEPCIONES = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "EXCEPCIONES DE LA CORRIDA" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-CANT-EXCEPCIONES
               MOVE WS-EXC-TEXTO (WS-EXC-IDX) TO LE-TEXTO
               MOVE WS-EXC-ID (WS-EXC-IDX) TO LE-ID
               MOVE WS-EXC-REFERENCIA (WS-EXC-IDX) TO LE-REFERENCIA
               WRITE LINEA-REPORTE FROM LIN-EXCEPCION
           END-PERFORM.

       AgregaExcepcion.
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE WS-TEXTO-EXCEPCION
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE EMP-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
               MOVE WS-REF-EXCEPCION
                   TO WS-EXC-REFERENCIA (WS-CANT-EXCEPCIONES)
           END-IF.

      *>   Asienta en el log comun de excepciones (EXCREC.cpy) el
      *>   intento de correr finiquitos dentro de un periodo cerrado.
       RegistraPeriodoCerrado.
           MOVE "FINIQ" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           MOVE "CERRADO" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           STRING "Finiquitos rehusados, periodo cerrado: "
               WS-FECHA-PROCESO-NEG (1:6)
               DELIMITED BY SIZE INTO EXC-DETALLE
           OPEN EXTEND archivo-excepciones
           IF WS-FS-EXCEPCIONES = "05" OR WS-FS-EXCEPCIONES = "35"
               OPEN OUTPUT archivo-excepciones
           END-IF
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

       END PROGRAM FINIQ.
