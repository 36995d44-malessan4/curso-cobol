       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGUINALD.
      *>   Calculo del aguinaldo de diciembre: por cada empleado que
      *>   trabajo en el anio, los dias de salario que fija el
      *>   control (AGUICTL.cpy) a su salario diario de compens.dat
      *>   (EMPCOMP.cpy), proporcional a los dias trabajados en el
      *>   anio — desde EMP-FECHA-INGRESO si entro en el anio, hasta
      *>   EMP-FECHA-BAJA si salio en el anio — menos los dias de
      *>   licencia sin goce de sueldo de LEAVEREQ.cpy que caen
      *>   dentro de ese lapso (las que el jefe no ha aprobado o
      *>   rechazo no cuentan). El importe se parte en exento y
      *>   gravable contra el tope del control. El aguinaldo no se
      *>   paga aqui: sale como transaccion de pago extraordinario
      *>   (PAYEXTX.cpy, concepto AGUI, folio AG + anio + ID) a
      *>   pagoext.dat, y PAYEXTR lo retiene, lo deja en el detalle
      *>   de pago para PAYDISP y PAYGL y lo suma al acumulado anual
      *>   (stream AGUINALD.jcl). El folio hace que el aguinaldo del
      *>   anio no se pague dos veces aunque el calculo se repita.
      *>   Corre en diciembre; fuera de diciembre termina limpio sin
      *>   calcular, salvo que se le nombre el anio en la variable
      *>   de ambiente AGUINALD-ANIO.
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

               SELECT OPTIONAL archivo-solicitudes
               ASSIGN TO "leavereq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVR-CLAVE
               FILE STATUS IS WS-FS-SOLICITUDES.

               SELECT OPTIONAL archivo-control-aguinaldo
               ASSIGN TO "aguictl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT archivo-transacciones
               ASSIGN TO "pagoext.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACCIONES.

               SELECT archivo-reporte
               ASSIGN TO "aguinald.prt"
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

       FD  archivo-solicitudes.
           COPY LEAVEREQ.

       FD  archivo-control-aguinaldo.
           COPY AGUICTL.

       FD  archivo-transacciones.
           COPY PAYEXTX.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-COMPENSACION PIC XX VALUE "00".
           01 WS-FS-SOLICITUDES PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-TRANSACCIONES PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-EMPLEADOS PIC X VALUE "N".
           01 WS-HAY-SOLICITUDES PIC X VALUE "N".
           01 WS-FIN-SOLIC-EMP PIC X VALUE "N".

      *>   Parametros del control, con los minimos de ley como
      *>   valor por omision si aguictl.dat no existe.
           01 WS-DIAS-AGUINALDO PIC 9(3) VALUE 15.
           01 WS-DIAS-PERIODO PIC 9(3) VALUE 15.
           01 WS-TOPE-EXENTO PIC 9(7)V99 VALUE ZEROS.
           01 WS-TIPOS-SIN-GOCE PIC X(3) VALUE "P".
           01 WS-HORAS-JORNADA PIC 9(2) VALUE 8.

      *>   Anio del aguinaldo y su rango de fechas.
           01 WS-ANIO PIC X(4) VALUE SPACES.
           01 WS-INICIO-ANIO PIC X(8) VALUE SPACES.
           01 WS-FIN-ANIO PIC X(8) VALUE SPACES.
           01 WS-DIAS-ANIO PIC 9(3) VALUE ZEROS.

      *>   Lapso trabajado del empleado dentro del anio.
           01 WS-DESDE PIC X(8) VALUE SPACES.
           01 WS-HASTA PIC X(8) VALUE SPACES.
           01 WS-DIAS-LAPSO PIC 9(3) VALUE ZEROS.
           01 WS-DIAS-SIN-GOCE PIC 9(3) VALUE ZEROS.
           01 WS-DIAS-PAGABLES PIC 9(3) VALUE ZEROS.
           01 WS-LIC-DESDE PIC X(8) VALUE SPACES.
           01 WS-LIC-HASTA PIC X(8) VALUE SPACES.
           01 WS-DIAS-LICENCIA PIC 9(3) VALUE ZEROS.

      *>   Importes del empleado en proceso.
           01 WS-SALARIO-DIARIO PIC 9(7)V9(4) VALUE ZEROS.
           01 WS-AGUINALDO PIC 9(7)V99 VALUE ZEROS.
           01 WS-EXENTO PIC 9(7)V99 VALUE ZEROS.
           01 WS-GRAVADO PIC 9(7)V99 VALUE ZEROS.

      *>   Totales de la corrida.
           01 WS-TOTAL-REVISADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CALCULADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SIN-COMP PIC 9(6) VALUE ZEROS.
           01 WS-GT-AGUINALDO PIC 9(9)V99 VALUE ZEROS.
           01 WS-GT-EXENTO PIC 9(9)V99 VALUE ZEROS.
           01 WS-GT-GRAVADO PIC 9(9)V99 VALUE ZEROS.

      *>   Encabezado estandar via RPTHDR, igual que PAYRUN.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "AGUINALD - CALCULO DE AGUINALDO".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 50.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-COLUMNAS.
               05 FILLER PIC X(2) VALUE "ID".
               05 FILLER PIC X(10) VALUE "     DESDE".
               05 FILLER PIC X(9) VALUE "    HASTA".
               05 FILLER PIC X(7) VALUE "   DIAS".
               05 FILLER PIC X(5) VALUE "  S/G".
               05 FILLER PIC X(6) VALUE "   PAG".
               05 FILLER PIC X(14) VALUE "   SAL. DIARIO".
               05 FILLER PIC X(14) VALUE "     AGUINALDO".
               05 FILLER PIC X(14) VALUE "        EXENTO".
               05 FILLER PIC X(14) VALUE "       GRAVADO".

           01 LIN-DETALLE.
               05 LD-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-DESDE PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-HASTA PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-DIAS-LAPSO PIC ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-DIAS-SIN-GOCE PIC ZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 LD-DIAS-PAGABLES PIC ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-SALARIO-DIARIO PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-AGUINALDO PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-EXENTO PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-GRAVADO PIC ZZ,ZZZ,ZZ9.99.

           01 LIN-TOTALES.
               05 FILLER PIC X(16) VALUE "AGUINALDOS DEL ".
               05 LT-ANIO PIC X(4).
               05 FILLER PIC X(2) VALUE ": ".
               05 LT-CONTADOR PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LT-AGUINALDO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LT-EXENTO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LT-GRAVADO PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-EXCEPCION.
               05 LE-TEXTO PIC X(40).
               05 LE-ID PIC 9(6).

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
           01 WS-RL-PROGRAMA PIC X(8) VALUE "AGUINALD".
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
           ACCEPT WS-ANIO FROM ENVIRONMENT "AGUINALD-ANIO"
           IF WS-ANIO = SPACES
               IF WS-FECHA-PROCESO-NEG (5:2) NOT = "12"
                   DISPLAY "AGUINALD: el aguinaldo corre en "
                       "diciembre, nada que calcular"
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-FECHA-PROCESO-NEG (1:4) TO WS-ANIO
           END-IF
           STRING WS-ANIO "0101" DELIMITED BY SIZE
               INTO WS-INICIO-ANIO
           STRING WS-ANIO "1231" DELIMITED BY SIZE
               INTO WS-FIN-ANIO
           COMPUTE WS-DIAS-ANIO =
               FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL(WS-FIN-ANIO))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-INICIO-ANIO)) + 1
           PERFORM LeePerfilEmpresa
           PERFORM LeeControlAguinaldo
           OPEN INPUT archivo-empleados
           OPEN INPUT archivo-compensacion
           OPEN INPUT archivo-solicitudes
           IF WS-FS-SOLICITUDES = "00"
               MOVE "S" TO WS-HAY-SOLICITUDES
           ELSE
               CLOSE archivo-solicitudes
           END-IF
           OPEN OUTPUT archivo-transacciones
           OPEN OUTPUT archivo-reporte
           PERFORM UNTIL WS-EOF-EMPLEADOS = "S"
               READ archivo-empleados NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-EMPLEADOS
                   NOT AT END
                       IF EMP-ID NOT = 999999
                           PERFORM EvaluaEmpleado
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-empleados
           CLOSE archivo-compensacion
           IF WS-HAY-SOLICITUDES = "S"
               CLOSE archivo-solicitudes
           END-IF
           CLOSE archivo-transacciones
           PERFORM ImprimeResumen
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Aguinaldo " WS-ANIO
               " Revisados: " WS-TOTAL-REVISADOS
               " Calculados: " WS-TOTAL-CALCULADOS
               " Sin compensacion: " WS-TOTAL-SIN-COMP
               " Importe: " WS-GT-AGUINALDO
           MOVE WS-TOTAL-REVISADOS TO WS-RL-LEIDOS
           MOVE WS-TOTAL-CALCULADOS TO WS-RL-ESCRITOS
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

       LeeControlAguinaldo.
           OPEN INPUT archivo-control-aguinaldo
           IF WS-FS-CONTROL = "00"
               READ archivo-control-aguinaldo
                   NOT AT END
                       IF AGC-DIAS-AGUINALDO > 0
                           MOVE AGC-DIAS-AGUINALDO
                               TO WS-DIAS-AGUINALDO
                       END-IF
                       IF AGC-DIAS-PERIODO > 0
                           MOVE AGC-DIAS-PERIODO TO WS-DIAS-PERIODO
                       END-IF
                       MOVE AGC-TOPE-EXENTO TO WS-TOPE-EXENTO
                       IF AGC-TIPOS-SIN-GOCE NOT = SPACES
                           MOVE AGC-TIPOS-SIN-GOCE
                               TO WS-TIPOS-SIN-GOCE
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-control-aguinaldo.

      *>   Lapso trabajado dentro del anio: del ingreso (o el 1 de
      *>   enero) a la baja (o el 31 de diciembre). Un registro
      *>   historico sin fecha de ingreso cuenta desde el 1 de enero.
      *>   El que entro despues del anio o salio antes no cobra; un
      *>   terminado sin fecha de baja va a excepciones.
       EvaluaEmpleado.
           MOVE WS-INICIO-ANIO TO WS-DESDE
           IF EMP-FECHA-INGRESO NOT = SPACES
               IF EMP-FECHA-INGRESO > WS-FIN-ANIO
                   EXIT PARAGRAPH
               END-IF
               IF EMP-FECHA-INGRESO > WS-INICIO-ANIO
                   MOVE EMP-FECHA-INGRESO TO WS-DESDE
               END-IF
           END-IF
           MOVE WS-FIN-ANIO TO WS-HASTA
           IF EMP-ESTADO = "T"
               IF EMP-FECHA-BAJA = SPACES
                   ADD 1 TO WS-TOTAL-REVISADOS
                   MOVE "TERMINADO SIN FECHA DE BAJA, NO SE CALCULA"
                       TO WS-TEXTO-EXCEPCION
                   PERFORM AgregaExcepcion
                   EXIT PARAGRAPH
               END-IF
               IF EMP-FECHA-BAJA < WS-INICIO-ANIO
                   EXIT PARAGRAPH
               END-IF
               IF EMP-FECHA-BAJA < WS-HASTA
                   MOVE EMP-FECHA-BAJA TO WS-HASTA
               END-IF
           END-IF
           IF WS-HASTA < WS-DESDE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-REVISADOS
           MOVE EMP-ID TO CP-ID
           READ archivo-compensacion
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SIN-COMP
                   MOVE "SIN COMPENSACION, NO SE CALCULA"
                       TO WS-TEXTO-EXCEPCION
                   PERFORM AgregaExcepcion
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-DIAS-LAPSO =
               FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL(WS-HASTA))
               - FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL(WS-DESDE))
               + 1
           PERFORM CuentaDiasSinGoce
           IF WS-DIAS-SIN-GOCE >= WS-DIAS-LAPSO
               MOVE ZEROS TO WS-DIAS-PAGABLES
           ELSE
               COMPUTE WS-DIAS-PAGABLES =
                   WS-DIAS-LAPSO - WS-DIAS-SIN-GOCE
           END-IF
           PERFORM CalculaAguinaldo.

      *>   Dias calendario de licencia sin goce (tipos del control)
      *>   que caen dentro del lapso trabajado; una licencia que
      *>   cruza el inicio o el fin del lapso cuenta solo su parte
      *>   de adentro.
       CuentaDiasSinGoce.
           MOVE ZEROS TO WS-DIAS-SIN-GOCE
           IF WS-HAY-SOLICITUDES NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-ID TO LVR-ID
           MOVE LOW-VALUES TO LVR-FECHA-INICIO
           MOVE "N" TO WS-FIN-SOLIC-EMP
           START archivo-solicitudes KEY >= LVR-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-SOLIC-EMP
           END-START
           PERFORM UNTIL WS-FIN-SOLIC-EMP = "S"
               READ archivo-solicitudes NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-SOLIC-EMP
                   NOT AT END
                       IF LVR-ID NOT = EMP-ID
                           MOVE "S" TO WS-FIN-SOLIC-EMP
                       ELSE
                           IF LVR-TIPO NOT = SPACE
                               AND LVR-ESTADO NOT = "S"
                               AND LVR-ESTADO NOT = "R"
                               AND (LVR-TIPO = WS-TIPOS-SIN-GOCE (1:1)
                               OR LVR-TIPO = WS-TIPOS-SIN-GOCE (2:1)
                               OR LVR-TIPO = WS-TIPOS-SIN-GOCE (3:1))
                               PERFORM SumaLicenciaSinGoce
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SumaLicenciaSinGoce.
           MOVE LVR-FECHA-INICIO TO WS-LIC-DESDE
           IF WS-LIC-DESDE < WS-DESDE
               MOVE WS-DESDE TO WS-LIC-DESDE
           END-IF
           MOVE LVR-FECHA-FIN TO WS-LIC-HASTA
           IF WS-LIC-HASTA > WS-HASTA
               MOVE WS-HASTA TO WS-LIC-HASTA
           END-IF
           IF WS-LIC-HASTA < WS-LIC-DESDE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS-LICENCIA =
               FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL(WS-LIC-HASTA))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-LIC-DESDE)) + 1
           ADD WS-DIAS-LICENCIA TO WS-DIAS-SIN-GOCE.

      *>   Salario diario como en FINIQ: el salario del periodo
      *>   entre sus dias, o la tarifa por hora por una jornada al
      *>   personal por horas. El aguinaldo completo son los dias
      *>   del control a ese salario, proporcional a los dias
      *>   pagables del anio; lo que rebasa el tope exento es
      *>   gravable.
       CalculaAguinaldo.
           IF CP-SALARIO > 0
               COMPUTE WS-SALARIO-DIARIO ROUNDED =
                   CP-SALARIO / WS-DIAS-PERIODO
           ELSE
               COMPUTE WS-SALARIO-DIARIO ROUNDED =
                   CP-TARIFA-HORA * WS-HORAS-JORNADA
           END-IF
           COMPUTE WS-AGUINALDO ROUNDED =
               WS-SALARIO-DIARIO * WS-DIAS-AGUINALDO
               * WS-DIAS-PAGABLES / WS-DIAS-ANIO
           IF WS-AGUINALDO = 0
               MOVE "AGUINALDO EN CERO (SIN SALARIO O DIAS)"
                   TO WS-TEXTO-EXCEPCION
               PERFORM AgregaExcepcion
               EXIT PARAGRAPH
           END-IF
           IF WS-AGUINALDO > WS-TOPE-EXENTO
               MOVE WS-TOPE-EXENTO TO WS-EXENTO
           ELSE
               MOVE WS-AGUINALDO TO WS-EXENTO
           END-IF
           COMPUTE WS-GRAVADO = WS-AGUINALDO - WS-EXENTO
           PERFORM GrabaTransaccion
           PERFORM ImprimeDetalle
           ADD 1 TO WS-TOTAL-CALCULADOS
           ADD WS-AGUINALDO TO WS-GT-AGUINALDO
           ADD WS-EXENTO TO WS-GT-EXENTO
           ADD WS-GRAVADO TO WS-GT-GRAVADO.

      *>   El folio AG + anio (dos digitos) + ID es el mismo cada
      *>   vez que se calcula el aguinaldo del anio: el registro de
      *>   folios de PAYEXTR no deja pagarlo dos veces.
       GrabaTransaccion.
           MOVE SPACES TO PX-RECORD
           STRING "AG" WS-ANIO (3:2) EMP-ID DELIMITED BY SIZE
               INTO PX-FOLIO
           MOVE EMP-ID TO PX-ID
           MOVE "AGUI" TO PX-CONCEPTO
           STRING "AGUINALDO " WS-ANIO DELIMITED BY SIZE
               INTO PX-DESCRIPCION
           MOVE WS-AGUINALDO TO PX-MONTO
           MOVE WS-EXENTO TO PX-MONTO-EXENTO
           WRITE PX-RECORD.

       ImprimeDetalle.
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           MOVE EMP-ID TO LD-ID
           MOVE WS-DESDE TO LD-DESDE
           MOVE WS-HASTA TO LD-HASTA
           MOVE WS-DIAS-LAPSO TO LD-DIAS-LAPSO
           MOVE WS-DIAS-SIN-GOCE TO LD-DIAS-SIN-GOCE
           MOVE WS-DIAS-PAGABLES TO LD-DIAS-PAGABLES
           MOVE WS-SALARIO-DIARIO TO LD-SALARIO-DIARIO
           MOVE WS-AGUINALDO TO LD-AGUINALDO
           MOVE WS-EXENTO TO LD-EXENTO
           MOVE WS-GRAVADO TO LD-GRAVADO
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-CONTADOR-LINEAS.

       ImprimeEncabezado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS
           MOVE ZEROS TO WS-CONTADOR-LINEAS.

      *>   Totales del anio y la pagina de excepciones.
       ImprimeResumen.
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ANIO TO LT-ANIO
           MOVE WS-TOTAL-CALCULADOS TO LT-CONTADOR
           MOVE WS-GT-AGUINALDO TO LT-AGUINALDO
           MOVE WS-GT-EXENTO TO LT-EXENTO
           MOVE WS-GT-GRAVADO TO LT-GRAVADO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           IF WS-CANT-EXCEPCIONES = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ImprimeEncabezado
           MOVE "EXCEPCIONES DEL CALCULO" TO LINEA-REPORTE
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
               MOVE EMP-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
           END-IF.

       END PROGRAM AGUINALD.
