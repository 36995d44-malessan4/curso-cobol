       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYFCST.
      *>   Pronostico de costo de nomina a doce meses por
      *>   departamento, para la consulta trimestral de finanzas.
      *>   Parte del salario vigente de cada empleado no terminado
      *>   (CP-SALARIO por quincena, o la tarifa por hora por las
      *>   horas del periodo de TIMECTL.cpy) y le aplica, mes por
      *>   mes:
      *>     - los cambios de compensacion ya estacionados en
      *>       compfut.dat (COMPFUT.cpy) desde el mes de su fecha
      *>       efectiva (una accion D deja el costo en cero);
      *>     - la propuesta de merito pendiente de liberar de
      *>       merit.dat (MERITPRO.cpy, estado P) desde el mes del
      *>       ciclo (PAYFCST-MERITO, AAAAMM; por defecto el primero
      *>       del horizonte). Las ya liberadas (L) viajan en
      *>       compfut.dat y no se cuentan dos veces;
      *>     - la salida del empleado en su EMP-FECHA-BAJA o al
      *>       cumplir la edad de retiro del control de EMPRETIR
      *>       (retirctl.dat, 65 por defecto): cuenta hasta el mes de
      *>       esa fecha inclusive.
      *>   Las aportaciones patronales salen de las tasas de
      *>   APORTCTL.cpy vigentes al primer dia de cada mes, con su
      *>   tope de base, igual que PAYRUN. El horizonte arranca en
      *>   PAYFCST-DESDE (AAAAMM) o en el mes siguiente al de
      *>   proceso. Cada mes de cada departamento se compara contra
      *>   DEPTOBUD.cpy (version activa de budactv.dat, como
      *>   MERITREL) y se marca el que excede el presupuesto; RC 4
      *>   si hay alguno. Encabezado estandar via RPTHDR.
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

               SELECT OPTIONAL archivo-compensacion
               ASSIGN TO "compens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-ID
               FILE STATUS IS WS-FS-COMPENSACION.

               SELECT OPTIONAL archivo-futuras
               ASSIGN TO "compfut.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-FUTURAS.

               SELECT OPTIONAL archivo-propuestas
               ASSIGN TO "merit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MP-ID
               FILE STATUS IS WS-FS-PROPUESTAS.

               SELECT OPTIONAL archivo-tasas-aport
               ASSIGN TO "aportctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TASAS-APORT.

               SELECT OPTIONAL archivo-control-retiro
               ASSIGN TO "retirctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RETIRO.

               SELECT OPTIONAL archivo-control-horas
               ASSIGN TO "timectl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HORAS.

               SELECT OPTIONAL archivo-presupuestos
               ASSIGN TO "deptobud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRESUPUESTOS.

               SELECT OPTIONAL archivo-version-activa
               ASSIGN TO "budactv.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VERSION.

               SELECT archivo-reporte
               ASSIGN TO "payfcst.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-compensacion.
           COPY EMPCOMP.

       FD  archivo-futuras.
           COPY COMPFUT.

       FD  archivo-propuestas.
           COPY MERITPRO.

       FD  archivo-tasas-aport.
           COPY APORTCTL.

      *>   Mismo control de edad de retiro que EMPRETIR.
       FD  archivo-control-retiro.
           01 RET-RECORD.
               05 RET-EDAD-RETIRO        PIC 9(3).
               05 RET-HORIZONTE-ANIOS    PIC 9(2).

       FD  archivo-control-horas.
           COPY TIMECTL.

       FD  archivo-presupuestos.
           COPY DEPTOBUD.

       FD  archivo-version-activa.
           01 BA-RECORD.
               05 BA-VERSION         PIC 9(2).

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-COMPENSACION PIC XX VALUE "00".
           01 WS-FS-FUTURAS PIC XX VALUE "00".
           01 WS-FS-PROPUESTAS PIC XX VALUE "00".
           01 WS-FS-TASAS-APORT PIC XX VALUE "00".
           01 WS-FS-RETIRO PIC XX VALUE "00".
           01 WS-FS-HORAS PIC XX VALUE "00".
           01 WS-FS-PRESUPUESTOS PIC XX VALUE "00".
           01 WS-FS-VERSION PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-EMPLEADOS PIC X VALUE "N".
           01 WS-EOF-FUTURAS PIC X VALUE "N".
           01 WS-EOF-TASAS-APORT PIC X VALUE "N".
           01 WS-EOF-PRESUPUESTOS PIC X VALUE "N".
           01 WS-HAY-COMPENSACION PIC X VALUE "N".
           01 WS-HAY-PROPUESTAS PIC X VALUE "N".

      *>   Parametros del calculo.
           01 WS-EDAD-RETIRO PIC 9(3) VALUE 65.
           01 WS-HORAS-PERIODO PIC 9(3)V99 VALUE 96.
           01 WS-PERIODOS-MES PIC 9 VALUE 2.
           01 WS-VERSION-ACTIVA PIC 9(2) VALUE ZEROS.
           01 WS-PARM-DESDE PIC X(6) VALUE SPACES.
           01 WS-PARM-MERITO PIC X(6) VALUE SPACES.
           01 WS-PERIODO-MERITO PIC X(6) VALUE SPACES.

      *>   Los doce meses del horizonte: AAAAMM y primer dia.
           01 WS-MES-IDX PIC 99 VALUE ZEROS.
           01 WS-ANIO-TRABAJO PIC 9(4) VALUE ZEROS.
           01 WS-MES-TRABAJO PIC 9(2) VALUE ZEROS.
           01 WS-TABLA-MESES.
               05 WS-MES OCCURS 12 TIMES.
                   10 WS-MES-PERIODO.
                       15 WS-MES-ANIO PIC 9(4).
                       15 WS-MES-MM PIC 9(2).
                   10 WS-MES-INICIO PIC X(8).

      *>   Tasas de aportacion: todos los renglones de aportctl.dat,
      *>   y de ahi la tasa vigente de cada concepto al primer dia
      *>   de cada mes del horizonte.
           01 WS-MAX-RENGLONES PIC 9(3) VALUE 100.
           01 WS-CANT-RENGLONES PIC 9(3) VALUE ZEROS.
           01 WS-REN-IDX PIC 9(3) VALUE ZEROS.
           01 WS-TABLA-RENGLONES.
               05 WS-REN OCCURS 100 TIMES
                   DEPENDING ON WS-CANT-RENGLONES.
                   10 WS-REN-VIGENTE-DESDE PIC X(8).
                   10 WS-REN-CONCEPTO PIC X(4).
                   10 WS-REN-TASA PIC 99V9999.
                   10 WS-REN-TOPE-BASE PIC 9(7)V99.
           01 WS-MAX-CONCEPTOS PIC 99 VALUE 20.
           01 WS-CON-IDX PIC 99 VALUE ZEROS.
           01 WS-CON-HALLADO PIC X VALUE "N".
           01 WS-TABLA-TASAS-MES.
               05 WS-TMS OCCURS 12 TIMES.
                   10 WS-TMS-CANT PIC 99.
                   10 WS-TMS-CONCEPTO OCCURS 20 TIMES.
                       15 WS-TMS-CODIGO PIC X(4).
                       15 WS-TMS-VIGENTE-DESDE PIC X(8).
                       15 WS-TMS-TASA PIC 99V9999.
                       15 WS-TMS-TOPE-BASE PIC 9(7)V99.

      *>   Cambios futuros de compensacion cargados de compfut.dat,
      *>   y los del empleado en turno.
           01 WS-MAX-FUTURAS PIC 9(4) VALUE 2000.
           01 WS-CANT-FUTURAS PIC 9(4) VALUE ZEROS.
           01 WS-FUT-IDX PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-FUTURAS.
               05 WS-FUT OCCURS 2000 TIMES
                   DEPENDING ON WS-CANT-FUTURAS.
                   10 WS-FUT-ID PIC 9(6).
                   10 WS-FUT-FECHA PIC X(8).
                   10 WS-FUT-ACCION PIC X(1).
                   10 WS-FUT-SALARIO PIC 9(7)V99.
                   10 WS-FUT-TARIFA PIC 9(5)V99.
           01 WS-MAX-FUT-EMP PIC 99 VALUE 20.
           01 WS-CANT-FUT-EMP PIC 99 VALUE ZEROS.
           01 WS-FEM-IDX PIC 99 VALUE ZEROS.
           01 WS-TABLA-FUT-EMP.
               05 WS-FEM OCCURS 20 TIMES.
                   10 WS-FEM-FECHA PIC X(8).
                   10 WS-FEM-ACCION PIC X(1).
                   10 WS-FEM-SALARIO PIC 9(7)V99.
                   10 WS-FEM-TARIFA PIC 9(5)V99.
           01 WS-FEM-ELEGIDO PIC 99 VALUE ZEROS.

      *>   Empleado en turno.
           01 WS-SALARIO-BASE PIC 9(7)V99 VALUE ZEROS.
           01 WS-TARIFA-BASE PIC 9(5)V99 VALUE ZEROS.
           01 WS-SALARIO-MES PIC 9(7)V99 VALUE ZEROS.
           01 WS-TARIFA-MES PIC 9(5)V99 VALUE ZEROS.
           01 WS-PCT-MERITO PIC 9(2)V99 VALUE ZEROS.
           01 WS-BRUTO-PERIODO PIC 9(7)V99 VALUE ZEROS.
           01 WS-BASE-APORT PIC 9(7)V99 VALUE ZEROS.
           01 WS-APORT-PERIODO PIC 9(7)V99 VALUE ZEROS.
           01 WS-SUELDO-MES PIC 9(9)V99 VALUE ZEROS.
           01 WS-APORT-MES PIC 9(9)V99 VALUE ZEROS.
           01 WS-FECHA-SALIDA PIC X(8) VALUE SPACES.
           01 WS-FECHA-RETIRO PIC X(8) VALUE SPACES.
           01 WS-EDAD-CALCULADA PIC 9(3) VALUE ZEROS.
           01 WS-EDAD-CALC-VALIDA PIC X VALUE "N".
           01 WS-ANIO-RETIRO PIC 9(4) VALUE ZEROS.

      *>   Acumulado por departamento y mes.
           01 WS-MAX-DEPTOS PIC 9(3) VALUE 200.
           01 WS-CANT-DEPTOS PIC 9(3) VALUE ZEROS.
           01 WS-DEP-IDX PIC 9(3) VALUE ZEROS.
           01 WS-TABLA-DEPTOS.
               05 WS-DEP OCCURS 200 TIMES
                   DEPENDING ON WS-CANT-DEPTOS.
                   10 WS-DEP-CODIGO PIC X(10).
                   10 WS-DEP-MES OCCURS 12 TIMES.
                       15 WS-DEP-PLANTILLA PIC 9(5).
                       15 WS-DEP-SUELDOS PIC 9(11)V99.
                       15 WS-DEP-APORT PIC 9(11)V99.
                       15 WS-DEP-PPTO PIC S9(11)V99.
                       15 WS-DEP-HAY-PPTO PIC X(1).
           01 WS-TOT-MES OCCURS 12 TIMES.
               05 WS-TOT-PLANTILLA PIC 9(6).
               05 WS-TOT-SUELDOS PIC 9(11)V99.
               05 WS-TOT-APORT PIC 9(11)V99.
               05 WS-TOT-PPTO PIC S9(11)V99.
           01 WS-COSTO-TOTAL PIC 9(11)V99 VALUE ZEROS.
           01 WS-VARIACION PIC S9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-EMPLEADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-EXCEDIDOS PIC 9(4) VALUE ZEROS.

      *>   Encabezado estandar via RPTHDR.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "PAYFCST - PRONOSTICO DE NOMINA 12 MESES".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 50.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-DEPTO.
               05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
               05 LP-DEPTO PIC X(10).

           01 LIN-TITULO.
               05 FILLER PIC X(10) VALUE "  MES".
               05 FILLER PIC X(8) VALUE "PLANT.".
               05 FILLER PIC X(15) VALUE "       SUELDOS".
               05 FILLER PIC X(14) VALUE "  APORTACIONES".
               05 FILLER PIC X(15) VALUE "    COSTO TOTAL".
               05 FILLER PIC X(16) VALUE "     PRESUPUESTO".
               05 FILLER PIC X(16) VALUE "       VARIACION".

           01 LIN-DETALLE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-MES PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-PLANTILLA PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-SUELDOS PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-APORT PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-PPTO PIC -ZZZ,ZZZ,ZZ9.99.
               05 LD-PPTO-X REDEFINES LD-PPTO PIC X(15).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-VARIACION PIC -ZZZ,ZZZ,ZZ9.99.
               05 LD-VARIACION-X REDEFINES LD-VARIACION PIC X(15).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-MARCA PIC X(7).

           01 LIN-TOTALES.
               05 LT-TEXTO PIC X(32).
               05 LT-CONTADOR PIC ZZZ,ZZ9.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Bitacora de corrida (ver RUNLOGW).
           01 WS-RL-PROGRAMA PIC X(8) VALUE "PAYFCST".
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
           ACCEPT WS-PARM-DESDE FROM ENVIRONMENT "PAYFCST-DESDE"
           ACCEPT WS-PARM-MERITO FROM ENVIRONMENT "PAYFCST-MERITO"
           PERFORM ArmaMeses
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM LeePerfilEmpresa
           PERFORM LeeControles
           PERFORM CargaTasasAportacion
           PERFORM CargaFuturas
           OPEN INPUT archivo-compensacion
           IF WS-FS-COMPENSACION = "00"
               MOVE "S" TO WS-HAY-COMPENSACION
           END-IF
           OPEN INPUT archivo-propuestas
           IF WS-FS-PROPUESTAS = "00"
               MOVE "S" TO WS-HAY-PROPUESTAS
           END-IF
           OPEN INPUT archivo-empleados
           PERFORM UNTIL WS-EOF-EMPLEADOS = "S"
               READ archivo-empleados NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-EMPLEADOS
                   NOT AT END
                       IF EMP-ID NOT = 999999
                           AND EMP-ESTADO NOT = "T"
                           ADD 1 TO WS-RL-LEIDOS
                           PERFORM ProyectaEmpleado
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-empleados
           CLOSE archivo-propuestas
           CLOSE archivo-compensacion
           PERFORM CargaPresupuestos
           OPEN OUTPUT archivo-reporte
           PERFORM ImprimeEncabezado
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-CANT-DEPTOS
               PERFORM ImprimeDepartamento
           END-PERFORM
           PERFORM ImprimeEmpresa
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Empleados proyectados: " WS-TOTAL-EMPLEADOS
               " Meses sobre presupuesto: " WS-TOTAL-EXCEDIDOS
           MOVE WS-TOTAL-EMPLEADOS TO WS-RL-ESCRITOS
           IF WS-TOTAL-EXCEDIDOS > 0
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

      *>   Los doce meses del horizonte a partir de PAYFCST-DESDE o
      *>   del mes siguiente al de proceso; un parametro mal formado
      *>   detiene la corrida con RC 8.
       ArmaMeses.
           MOVE 0 TO RETURN-CODE
           IF WS-PARM-DESDE = SPACES
               MOVE WS-FECHA-PROCESO-NEG (1:4) TO WS-ANIO-TRABAJO
               MOVE WS-FECHA-PROCESO-NEG (5:2) TO WS-MES-TRABAJO
               ADD 1 TO WS-MES-TRABAJO
               IF WS-MES-TRABAJO > 12
                   MOVE 1 TO WS-MES-TRABAJO
                   ADD 1 TO WS-ANIO-TRABAJO
               END-IF
           ELSE
               IF WS-PARM-DESDE IS NOT NUMERIC
                   OR WS-PARM-DESDE (5:2) < "01"
                   OR WS-PARM-DESDE (5:2) > "12"
                   DISPLAY "PAYFCST: PAYFCST-DESDE invalido (AAAAMM): "
                       WS-PARM-DESDE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PARM-DESDE (1:4) TO WS-ANIO-TRABAJO
               MOVE WS-PARM-DESDE (5:2) TO WS-MES-TRABAJO
           END-IF
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > 12
               MOVE WS-ANIO-TRABAJO TO WS-MES-ANIO (WS-MES-IDX)
               MOVE WS-MES-TRABAJO TO WS-MES-MM (WS-MES-IDX)
               STRING WS-MES-PERIODO (WS-MES-IDX) "01"
                   DELIMITED BY SIZE INTO WS-MES-INICIO (WS-MES-IDX)
               ADD 1 TO WS-MES-TRABAJO
               IF WS-MES-TRABAJO > 12
                   MOVE 1 TO WS-MES-TRABAJO
                   ADD 1 TO WS-ANIO-TRABAJO
               END-IF
           END-PERFORM
           IF WS-PARM-MERITO = SPACES
               MOVE WS-MES-PERIODO (1) TO WS-PERIODO-MERITO
           ELSE
               MOVE WS-PARM-MERITO TO WS-PERIODO-MERITO
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

       LeeControles.
           OPEN INPUT archivo-control-retiro
           IF WS-FS-RETIRO = "00"
               READ archivo-control-retiro
                   NOT AT END
                       MOVE RET-EDAD-RETIRO TO WS-EDAD-RETIRO
               END-READ
           END-IF
           CLOSE archivo-control-retiro
           OPEN INPUT archivo-control-horas
           IF WS-FS-HORAS = "00"
               READ archivo-control-horas
                   NOT AT END
                       IF TMC-HORAS-PERIODO > 0
                           MOVE TMC-HORAS-PERIODO TO WS-HORAS-PERIODO
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-control-horas
           OPEN INPUT archivo-version-activa
           IF WS-FS-VERSION = "00"
               READ archivo-version-activa
                   NOT AT END
                       MOVE BA-VERSION TO WS-VERSION-ACTIVA
               END-READ
           END-IF
           CLOSE archivo-version-activa.

      *>   Carga todos los renglones de tasas (tambien los de
      *>   vigencia futura: un cambio de tasa anunciado entra en el
      *>   mes en que rige) y arma la tasa vigente de cada concepto
      *>   al primer dia de cada mes, mismo criterio que
      *>   CargaTasasAportacion de PAYRUN.
       CargaTasasAportacion.
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > 12
               MOVE ZEROS TO WS-TMS-CANT (WS-MES-IDX)
           END-PERFORM
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
                       IF WS-CANT-RENGLONES < WS-MAX-RENGLONES
                           ADD 1 TO WS-CANT-RENGLONES
                           MOVE APC-VIGENTE-DESDE TO
                               WS-REN-VIGENTE-DESDE (WS-CANT-RENGLONES)
                           MOVE APC-CONCEPTO TO
                               WS-REN-CONCEPTO (WS-CANT-RENGLONES)
                           MOVE APC-TASA TO
                               WS-REN-TASA (WS-CANT-RENGLONES)
                           MOVE APC-TOPE-BASE TO
                               WS-REN-TOPE-BASE (WS-CANT-RENGLONES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-tasas-aport
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > 12
               PERFORM VARYING WS-REN-IDX FROM 1 BY 1
                   UNTIL WS-REN-IDX > WS-CANT-RENGLONES
                   IF WS-REN-VIGENTE-DESDE (WS-REN-IDX)
                       <= WS-MES-INICIO (WS-MES-IDX)
                       PERFORM GuardaTasaMes
                   END-IF
               END-PERFORM
           END-PERFORM.

       GuardaTasaMes.
           MOVE "N" TO WS-CON-HALLADO
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-TMS-CANT (WS-MES-IDX)
               OR WS-CON-HALLADO = "S"
               IF WS-TMS-CODIGO (WS-MES-IDX WS-CON-IDX)
                   = WS-REN-CONCEPTO (WS-REN-IDX)
                   MOVE "S" TO WS-CON-HALLADO
               END-IF
           END-PERFORM
           IF WS-CON-HALLADO = "S"
               SUBTRACT 1 FROM WS-CON-IDX
               IF WS-REN-VIGENTE-DESDE (WS-REN-IDX)
                   <= WS-TMS-VIGENTE-DESDE (WS-MES-IDX WS-CON-IDX)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-TMS-CANT (WS-MES-IDX) >= WS-MAX-CONCEPTOS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TMS-CANT (WS-MES-IDX)
               MOVE WS-TMS-CANT (WS-MES-IDX) TO WS-CON-IDX
           END-IF
           MOVE WS-REN-CONCEPTO (WS-REN-IDX)
               TO WS-TMS-CODIGO (WS-MES-IDX WS-CON-IDX)
           MOVE WS-REN-VIGENTE-DESDE (WS-REN-IDX)
               TO WS-TMS-VIGENTE-DESDE (WS-MES-IDX WS-CON-IDX)
           MOVE WS-REN-TASA (WS-REN-IDX)
               TO WS-TMS-TASA (WS-MES-IDX WS-CON-IDX)
           MOVE WS-REN-TOPE-BASE (WS-REN-IDX)
               TO WS-TMS-TOPE-BASE (WS-MES-IDX WS-CON-IDX).

       CargaFuturas.
           OPEN INPUT archivo-futuras
           IF WS-FS-FUTURAS NOT = "00"
               CLOSE archivo-futuras
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FUTURAS = "S"
               READ archivo-futuras
                   AT END
                       MOVE "S" TO WS-EOF-FUTURAS
                   NOT AT END
                       IF WS-CANT-FUTURAS < WS-MAX-FUTURAS
                           AND CFT-FECHA-EFECTIVA IS NUMERIC
                           ADD 1 TO WS-CANT-FUTURAS
                           MOVE CFT-ID TO
                               WS-FUT-ID (WS-CANT-FUTURAS)
                           MOVE CFT-FECHA-EFECTIVA TO
                               WS-FUT-FECHA (WS-CANT-FUTURAS)
                           MOVE CFT-ACCION TO
                               WS-FUT-ACCION (WS-CANT-FUTURAS)
                           MOVE CFT-SALARIO TO
                               WS-FUT-SALARIO (WS-CANT-FUTURAS)
                           MOVE CFT-TARIFA-HORA TO
                               WS-FUT-TARIFA (WS-CANT-FUTURAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-futuras.

      *>   Un empleado: compensacion vigente, sus cambios futuros,
      *>   su merito pendiente y su fecha de salida; luego el costo
      *>   de cada mes del horizonte en que todavia esta.
       ProyectaEmpleado.
           MOVE ZEROS TO WS-SALARIO-BASE WS-TARIFA-BASE
           IF WS-HAY-COMPENSACION = "S"
               MOVE EMP-ID TO CP-ID
               READ archivo-compensacion
                   NOT INVALID KEY
                       MOVE CP-SALARIO TO WS-SALARIO-BASE
                       MOVE CP-TARIFA-HORA TO WS-TARIFA-BASE
               END-READ
           END-IF
           MOVE ZEROS TO WS-PCT-MERITO
           IF WS-HAY-PROPUESTAS = "S"
               MOVE EMP-ID TO MP-ID
               READ archivo-propuestas
                   NOT INVALID KEY
                       IF MP-ESTADO = "P"
                           MOVE MP-PCT-PROPUESTO TO WS-PCT-MERITO
                       END-IF
               END-READ
           END-IF
           MOVE ZEROS TO WS-CANT-FUT-EMP
           PERFORM VARYING WS-FUT-IDX FROM 1 BY 1
               UNTIL WS-FUT-IDX > WS-CANT-FUTURAS
               IF WS-FUT-ID (WS-FUT-IDX) = EMP-ID
                   AND WS-CANT-FUT-EMP < WS-MAX-FUT-EMP
                   ADD 1 TO WS-CANT-FUT-EMP
                   MOVE WS-FUT-FECHA (WS-FUT-IDX)
                       TO WS-FEM-FECHA (WS-CANT-FUT-EMP)
                   MOVE WS-FUT-ACCION (WS-FUT-IDX)
                       TO WS-FEM-ACCION (WS-CANT-FUT-EMP)
                   MOVE WS-FUT-SALARIO (WS-FUT-IDX)
                       TO WS-FEM-SALARIO (WS-CANT-FUT-EMP)
                   MOVE WS-FUT-TARIFA (WS-FUT-IDX)
                       TO WS-FEM-TARIFA (WS-CANT-FUT-EMP)
               END-IF
           END-PERFORM
           PERFORM DeterminaSalida
           PERFORM UbicaDepto
           IF WS-DEP-IDX > WS-CANT-DEPTOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-EMPLEADOS
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > 12
               IF WS-MES-INICIO (WS-MES-IDX) <= WS-FECHA-SALIDA
                   PERFORM CosteaMes
               END-IF
           END-PERFORM.

      *>   La salida es la primera entre la fecha de baja y el dia
      *>   en que cumple la edad de retiro (por fecha de nacimiento
      *>   via EDADCALC; sin fecha valida, por EMP-EDAD a la fecha de
      *>   proceso, como EMPRETIR).
       DeterminaSalida.
           MOVE "99999999" TO WS-FECHA-SALIDA
           IF EMP-FECHA-BAJA IS NUMERIC
               AND EMP-FECHA-BAJA NOT = "00000000"
               MOVE EMP-FECHA-BAJA TO WS-FECHA-SALIDA
           END-IF
           CALL "EDADCALC" USING EMP-FECHA-NAC WS-FECHA-PROCESO-NEG
               WS-EDAD-CALCULADA WS-EDAD-CALC-VALIDA
           IF WS-EDAD-CALC-VALIDA = "S"
               COMPUTE WS-ANIO-RETIRO =
                   FUNCTION NUMVAL(EMP-FECHA-NAC (1:4))
                   + WS-EDAD-RETIRO
               MOVE WS-ANIO-RETIRO TO WS-FECHA-RETIRO (1:4)
               MOVE EMP-FECHA-NAC (5:4) TO WS-FECHA-RETIRO (5:4)
           ELSE
               MOVE WS-FECHA-PROCESO-NEG TO WS-FECHA-RETIRO
               IF EMP-EDAD < WS-EDAD-RETIRO
                   COMPUTE WS-ANIO-RETIRO =
                       FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG (1:4))
                       + WS-EDAD-RETIRO - EMP-EDAD
                   MOVE WS-ANIO-RETIRO TO WS-FECHA-RETIRO (1:4)
               END-IF
           END-IF
           IF WS-FECHA-RETIRO < WS-FECHA-SALIDA
               MOVE WS-FECHA-RETIRO TO WS-FECHA-SALIDA
           END-IF.

       UbicaDepto.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-CANT-DEPTOS
               IF WS-DEP-CODIGO (WS-DEP-IDX) = EMP-DEPTO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CANT-DEPTOS >= WS-MAX-DEPTOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANT-DEPTOS
           MOVE WS-CANT-DEPTOS TO WS-DEP-IDX
           MOVE EMP-DEPTO TO WS-DEP-CODIGO (WS-DEP-IDX)
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > 12
               MOVE ZEROS TO WS-DEP-PLANTILLA (WS-DEP-IDX WS-MES-IDX)
                   WS-DEP-SUELDOS (WS-DEP-IDX WS-MES-IDX)
                   WS-DEP-APORT (WS-DEP-IDX WS-MES-IDX)
                   WS-DEP-PPTO (WS-DEP-IDX WS-MES-IDX)
               MOVE "N" TO WS-DEP-HAY-PPTO (WS-DEP-IDX WS-MES-IDX)
           END-PERFORM.

      *>   Compensacion del mes: la del cambio futuro mas reciente
      *>   cuyo mes efectivo ya llego, o la vigente; encima el
      *>   merito pendiente desde el mes del ciclo. El bruto de la
      *>   quincena se multiplica por las quincenas del mes.
       CosteaMes.
           MOVE WS-SALARIO-BASE TO WS-SALARIO-MES
           MOVE WS-TARIFA-BASE TO WS-TARIFA-MES
           MOVE ZEROS TO WS-FEM-ELEGIDO
           PERFORM VARYING WS-FEM-IDX FROM 1 BY 1
               UNTIL WS-FEM-IDX > WS-CANT-FUT-EMP
               IF WS-FEM-FECHA (WS-FEM-IDX) (1:6)
                   <= WS-MES-PERIODO (WS-MES-IDX)
                   IF WS-FEM-ELEGIDO = ZEROS
                       MOVE WS-FEM-IDX TO WS-FEM-ELEGIDO
                   ELSE
                       IF WS-FEM-FECHA (WS-FEM-IDX)
                           >= WS-FEM-FECHA (WS-FEM-ELEGIDO)
                           MOVE WS-FEM-IDX TO WS-FEM-ELEGIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FEM-ELEGIDO NOT = ZEROS
               IF WS-FEM-ACCION (WS-FEM-ELEGIDO) = "D"
                   MOVE ZEROS TO WS-SALARIO-MES WS-TARIFA-MES
               ELSE
                   MOVE WS-FEM-SALARIO (WS-FEM-ELEGIDO)
                       TO WS-SALARIO-MES
                   MOVE WS-FEM-TARIFA (WS-FEM-ELEGIDO)
                       TO WS-TARIFA-MES
               END-IF
           END-IF
           IF WS-PCT-MERITO > 0
               AND WS-MES-PERIODO (WS-MES-IDX) >= WS-PERIODO-MERITO
               COMPUTE WS-SALARIO-MES ROUNDED = WS-SALARIO-MES
                   * (100 + WS-PCT-MERITO) / 100
               COMPUTE WS-TARIFA-MES ROUNDED = WS-TARIFA-MES
                   * (100 + WS-PCT-MERITO) / 100
           END-IF
           COMPUTE WS-BRUTO-PERIODO ROUNDED = WS-SALARIO-MES
               + WS-TARIFA-MES * WS-HORAS-PERIODO
           IF WS-BRUTO-PERIODO = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SUELDO-MES = WS-BRUTO-PERIODO * WS-PERIODOS-MES
           MOVE ZEROS TO WS-APORT-MES
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-TMS-CANT (WS-MES-IDX)
               IF WS-TMS-TASA (WS-MES-IDX WS-CON-IDX) > 0
                   PERFORM CosteaAportacion
               END-IF
           END-PERFORM
           ADD 1 TO WS-DEP-PLANTILLA (WS-DEP-IDX WS-MES-IDX)
           ADD WS-SUELDO-MES TO WS-DEP-SUELDOS (WS-DEP-IDX WS-MES-IDX)
           ADD WS-APORT-MES TO WS-DEP-APORT (WS-DEP-IDX WS-MES-IDX).

      *>   Misma regla que CalculaUnaAportacion de PAYRUN: la tasa
      *>   sobre el bruto de la quincena topado a la base maxima.
       CosteaAportacion.
           MOVE WS-BRUTO-PERIODO TO WS-BASE-APORT
           IF WS-TMS-TOPE-BASE (WS-MES-IDX WS-CON-IDX) > 0
               AND WS-BASE-APORT
                   > WS-TMS-TOPE-BASE (WS-MES-IDX WS-CON-IDX)
               MOVE WS-TMS-TOPE-BASE (WS-MES-IDX WS-CON-IDX)
                   TO WS-BASE-APORT
           END-IF
           COMPUTE WS-APORT-PERIODO ROUNDED = WS-BASE-APORT
               * WS-TMS-TASA (WS-MES-IDX WS-CON-IDX) / 100
           COMPUTE WS-APORT-MES = WS-APORT-MES
               + WS-APORT-PERIODO * WS-PERIODOS-MES.

      *>   Presupuesto de la version activa para los meses del
      *>   horizonte de los departamentos proyectados.
       CargaPresupuestos.
           OPEN INPUT archivo-presupuestos
           IF WS-FS-PRESUPUESTOS NOT = "00"
               CLOSE archivo-presupuestos
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-PRESUPUESTOS = "S"
               READ archivo-presupuestos
                   AT END
                       MOVE "S" TO WS-EOF-PRESUPUESTOS
                   NOT AT END
                       IF BUD-VERSION = WS-VERSION-ACTIVA
                           PERFORM PegaPresupuesto
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-presupuestos.

       PegaPresupuesto.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-CANT-DEPTOS
               IF WS-DEP-CODIGO (WS-DEP-IDX) = BUD-DEPTO
                   PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                       UNTIL WS-MES-IDX > 12
                       IF WS-MES-PERIODO (WS-MES-IDX) = BUD-PERIODO
                           ADD BUD-MONTO TO
                               WS-DEP-PPTO (WS-DEP-IDX WS-MES-IDX)
                           MOVE "S" TO
                               WS-DEP-HAY-PPTO (WS-DEP-IDX WS-MES-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       ImprimeDepartamento.
           IF WS-CONTADOR-LINEAS + 15 > WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           MOVE WS-DEP-CODIGO (WS-DEP-IDX) TO LP-DEPTO
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM LIN-DEPTO
           WRITE LINEA-REPORTE FROM LIN-TITULO
           ADD 3 TO WS-CONTADOR-LINEAS
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > 12
               MOVE WS-MES-PERIODO (WS-MES-IDX) TO LD-MES
               MOVE WS-DEP-PLANTILLA (WS-DEP-IDX WS-MES-IDX)
                   TO LD-PLANTILLA
               MOVE WS-DEP-SUELDOS (WS-DEP-IDX WS-MES-IDX)
                   TO LD-SUELDOS
               MOVE WS-DEP-APORT (WS-DEP-IDX WS-MES-IDX) TO LD-APORT
               COMPUTE WS-COSTO-TOTAL =
                   WS-DEP-SUELDOS (WS-DEP-IDX WS-MES-IDX)
                   + WS-DEP-APORT (WS-DEP-IDX WS-MES-IDX)
               MOVE WS-COSTO-TOTAL TO LD-TOTAL
               MOVE SPACES TO LD-MARCA
               IF WS-DEP-HAY-PPTO (WS-DEP-IDX WS-MES-IDX) = "S"
                   MOVE WS-DEP-PPTO (WS-DEP-IDX WS-MES-IDX) TO LD-PPTO
                   COMPUTE WS-VARIACION =
                       WS-DEP-PPTO (WS-DEP-IDX WS-MES-IDX)
                       - WS-COSTO-TOTAL
                   MOVE WS-VARIACION TO LD-VARIACION
                   IF WS-VARIACION < 0
                       MOVE "*EXCEDE" TO LD-MARCA
                       ADD 1 TO WS-TOTAL-EXCEDIDOS
                   END-IF
               ELSE
                   MOVE "       SIN PPTO" TO LD-PPTO-X
                   MOVE SPACES TO LD-VARIACION-X
               END-IF
               WRITE LINEA-REPORTE FROM LIN-DETALLE
               ADD 1 TO WS-CONTADOR-LINEAS
               ADD WS-DEP-PLANTILLA (WS-DEP-IDX WS-MES-IDX)
                   TO WS-TOT-PLANTILLA (WS-MES-IDX)
               ADD WS-DEP-SUELDOS (WS-DEP-IDX WS-MES-IDX)
                   TO WS-TOT-SUELDOS (WS-MES-IDX)
               ADD WS-DEP-APORT (WS-DEP-IDX WS-MES-IDX)
                   TO WS-TOT-APORT (WS-MES-IDX)
               ADD WS-DEP-PPTO (WS-DEP-IDX WS-MES-IDX)
                   TO WS-TOT-PPTO (WS-MES-IDX)
           END-PERFORM.

      *>   Total de la empresa por mes, contra la suma de los
      *>   presupuestos de los departamentos proyectados.
       ImprimeEmpresa.
           IF WS-CONTADOR-LINEAS + 15 > WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           MOVE "TOTAL EMP." TO LP-DEPTO
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM LIN-DEPTO
           WRITE LINEA-REPORTE FROM LIN-TITULO
           ADD 3 TO WS-CONTADOR-LINEAS
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > 12
               MOVE WS-MES-PERIODO (WS-MES-IDX) TO LD-MES
               MOVE WS-TOT-PLANTILLA (WS-MES-IDX) TO LD-PLANTILLA
               MOVE WS-TOT-SUELDOS (WS-MES-IDX) TO LD-SUELDOS
               MOVE WS-TOT-APORT (WS-MES-IDX) TO LD-APORT
               COMPUTE WS-COSTO-TOTAL = WS-TOT-SUELDOS (WS-MES-IDX)
                   + WS-TOT-APORT (WS-MES-IDX)
               MOVE WS-COSTO-TOTAL TO LD-TOTAL
               MOVE WS-TOT-PPTO (WS-MES-IDX) TO LD-PPTO
               COMPUTE WS-VARIACION = WS-TOT-PPTO (WS-MES-IDX)
                   - WS-COSTO-TOTAL
               MOVE WS-VARIACION TO LD-VARIACION
               MOVE SPACES TO LD-MARCA
               IF WS-VARIACION < 0
                   MOVE "*EXCEDE" TO LD-MARCA
               END-IF
               WRITE LINEA-REPORTE FROM LIN-DETALLE
               ADD 1 TO WS-CONTADOR-LINEAS
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "EMPLEADOS PROYECTADOS" TO LT-TEXTO
           MOVE WS-TOTAL-EMPLEADOS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "MESES-DEPTO SOBRE PRESUPUESTO" TO LT-TEXTO
           MOVE WS-TOTAL-EXCEDIDOS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES.

       ImprimeEncabezado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           MOVE ZEROS TO WS-CONTADOR-LINEAS.

       END PROGRAM PAYFCST.
