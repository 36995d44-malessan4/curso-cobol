       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLEVAL.
      *>   Evaluacion nocturna de solicitudes de prestamo
      *>   (SOLPREST.cpy, capturadas en SOLMNT). Primero consume (X)
      *>   las entradas ya decididas de la cola de control dual de
      *>   las clases SOLPRE1 a SOLPRE3 (APPRQUE.cpy), como REEMBPAG:
      *>   la aprobada por otro operador pasa a A y la rechazada a R
      *>   con carta de declinacion. Despues recorre las solicitudes:
      *>   - la aprobada (A) se formaliza: alta en el archivo de
      *>     mantenimiento de LOANMNT (LOANMNTX.cpy, numero del
      *>     prestamo = numero de solicitud, inicio en la fecha de
      *>     proceso) y, en prestamo al personal, el enlace
      *>     EMPLOAN.cpy para que PAYRUN retenga la cuota; queda F.
      *>     Si el numero ya existe en cartera no se formaliza, sigue
      *>     A y sale en la pagina de excepciones;
      *>   - la nueva (N) pasa por las reglas de SOLCTL.cpy: monto
      *>     maximo por grado de riesgo, relacion deuda/ingreso con la
      *>     cuota de la formula de AMORT mas las obligaciones
      *>     declaradas y, en prestamo al personal, el empleado
      *>     activo (EMP-ESTADO) con su CP-SALARIO como ingreso. La
      *>     que no pasa queda D con el motivo y su carta; la que
      *>     pasa entra a la cola (APPRW) en la clase del tramo de su
      *>     monto, con quien la capturo como iniciador, y queda P.
      *>   Las cartas salen con el motor de plantilla de BENLETRS
      *>   (solrech.tpl, marcadores de ancho fijo) y el domicilio de
      *>   la solicitud.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-solicitudes
               ASSIGN TO "solprest.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOL-NUMERO
               FILE STATUS IS WS-FS-SOLICITUDES.

               SELECT OPTIONAL archivo-control
               ASSIGN TO "solctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT OPTIONAL archivo-cola
               ASSIGN TO "apprque.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-CLAVE
               FILE STATUS IS WS-FS-COLA.

               SELECT OPTIONAL archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

               SELECT OPTIONAL archivo-prestamos
               ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-NUMERO
               FILE STATUS IS WS-FS-PRESTAMOS.

               SELECT OPTIONAL archivo-mantenimiento
               ASSIGN TO "loanmnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANTTO.

               SELECT OPTIONAL archivo-enlace-prestamos
               ASSIGN TO "emploan.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ENLACE.

               SELECT archivo-plantilla
               ASSIGN TO "solrech.tpl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANTILLA.

               SELECT archivo-cartas
               ASSIGN TO "solcarta.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT archivo-reporte
               ASSIGN TO "soleval.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-solicitudes.
           COPY SOLPREST.

       FD  archivo-control.
           COPY SOLCTL.

       FD  archivo-cola.
           COPY APPRQUE.

       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-compensacion.
           COPY EMPCOMP.

       FD  archivo-prestamos.
           COPY LOANMAST.

       FD  archivo-mantenimiento.
           COPY LOANMNTX.

       FD  archivo-enlace-prestamos.
           COPY EMPLOAN.

       FD  archivo-plantilla.
           01 LINEA-PLANTILLA PIC X(400).

       FD  archivo-cartas.
           01 LINEA-CARTA PIC X(400).

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(132).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-SOLICITUDES PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-COLA PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-COMPENSACION PIC XX VALUE "00".
           01 WS-FS-PRESTAMOS PIC XX VALUE "00".
           01 WS-FS-MANTTO PIC XX VALUE "00".
           01 WS-FS-ENLACE PIC XX VALUE "00".
           01 WS-FS-PLANTILLA PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-SOLICITUDES PIC X VALUE "N".
           01 WS-FIN-COLA PIC X VALUE "N".
           01 WS-HAY-EMPLEADOS PIC X VALUE "N".
           01 WS-HAY-COMPENSACION PIC X VALUE "N".
           01 WS-HAY-PRESTAMOS PIC X VALUE "N".

      *>   Reglas; por defecto si solctl.dat no existe: deuda/ingreso
      *>   hasta 40%, montos por grado de 500,000 / 250,000 / 100,000
      *>   y nada para los grados 4 y 5, nomina quincenal y tramos de
      *>   autoridad hasta 50,000 y hasta 250,000.
           01 WS-PCT-DEUDA-MAX PIC 9(3)V99 VALUE 40.
           01 WS-TABLA-MONTO-MAX.
               05 WS-MONTO-MAX OCCURS 5 TIMES PIC 9(9)V99.
           01 WS-PERIODOS-MES PIC 9(1) VALUE 2.
           01 WS-TABLA-TRAMOS.
               05 WS-TRAMO-HASTA OCCURS 2 TIMES PIC 9(9)V99.
           01 WS-IDX PIC 9 VALUE ZEROS.

      *>   Cuota, misma formula que AMORT.
           01 WS-PRINCIPAL PIC 9(9)V99 VALUE ZEROS.
           01 WS-TASA-ANUAL PIC 99V9999 VALUE ZEROS.
           01 WS-PLAZO PIC 999 VALUE ZEROS.
           01 WS-TASA-MENSUAL PIC 9V9(8) VALUE ZEROS.
           01 WS-FACTOR PIC 9(6)V9(8) VALUE ZEROS.
           01 WS-NUMERADOR PIC 9(9)V9(8) VALUE ZEROS.
           01 WS-DENOMINADOR PIC 9(6)V9(8) VALUE ZEROS.
           01 WS-CUOTA PIC 9(9)V99 VALUE ZEROS.

           01 WS-INGRESO PIC 9(9)V99 VALUE ZEROS.
           01 WS-DEUDA-MENSUAL PIC 9(10)V99 VALUE ZEROS.
           01 WS-MOTIVO PIC X(30) VALUE SPACES.
           01 WS-DECISION PIC X(12) VALUE SPACES.

      *>   Solicitud de control dual (ver APPRW).
           01 WS-AP-CLASE PIC X(8) VALUE SPACES.
           01 WS-AP-REFERENCIA PIC 9(8) VALUE ZEROS.
           01 WS-AP-DETALLE PIC X(60) VALUE SPACES.
           01 WS-IMPORTE-EDIT PIC ZZZ,ZZZ,ZZ9.99.

      *>   Carta de declinacion: marcadores de ancho fijo, mismo
      *>   esquema que BENLETRS.
           01 WS-MARCA-SOLICITANTE PIC X(30)
               VALUE "SOLICITANTE___________________".
           01 WS-MARCA-NUMERO PIC X(8) VALUE "NUMSOL__".
           01 WS-MARCA-MOTIVO PIC X(30)
               VALUE "MOTIVO________________________".
           01 WS-PLANTILLA-DEFECTO PIC X(400) VALUE
               "Estimado(a) SOLICITANTE___________________: " &
               "lamentamos informarle que su solicitud de " &
               "prestamo NUMSOL__ no fue aprobada. Motivo: " &
               "MOTIVO________________________. Puede presentar " &
               "una nueva solicitud cuando su situacion cambie.".
           01 WS-PLANTILLA-ORIGINAL PIC X(400) VALUE SPACES.
           01 WS-CARTA-TRABAJO PIC X(400) VALUE SPACES.
           01 WS-NUMERO-TEXTO PIC X(8) VALUE SPACES.

           01 LIN-DOMICILIO.
               05 FILLER PIC X(10) VALUE "DOMICILIO:".
               05 FILLER PIC X(1) VALUE SPACES.
               05 LDM-CALLE PIC X(30).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LDM-CIUDAD PIC X(20).
               05 FILLER PIC X(4) VALUE " CP ".
               05 LDM-CP PIC X(8).

           01 WS-TOTAL-EVALUADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-A-COLA PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-DECLINADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-APROBADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RECHAZADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-FORMALIZADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CARTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ERRORES PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-FORMALIZADO PIC 9(12)V99 VALUE ZEROS.

      *>   Excepciones de formalizacion para la pagina final.
           01 WS-MAX-EXC PIC 9(4) VALUE 500.
           01 WS-CANT-EXC PIC 9(4) VALUE ZEROS.
           01 WS-EXC-IDX PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-EXC.
               05 WS-EXC OCCURS 500 TIMES.
                   10 WS-EXC-NUMERO PIC 9(8).
                   10 WS-EXC-TEXTO PIC X(60).

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR, igual que REEMBPRO.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "SOLEVAL - EVALUACION DE SOLICITUDES".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 20.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-COLUMNAS.
               05 FILLER PIC X(44) VALUE
                   "SOLICITUD SOLICITANTE                    ".
               05 FILLER PIC X(44) VALUE
                   "         MONTO        CUOTA  D/I% DECISION".
               05 FILLER PIC X(30) VALUE "    MOTIVO / CLASE".

           01 LIN-DETALLE.
               05 LD-NUMERO PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-SOLICITANTE PIC X(30).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-MONTO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-CUOTA PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-PCT PIC ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-DECISION PIC X(12).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-MOTIVO PIC X(30).

           01 LIN-TOTALES.
               05 LT-TEXTO PIC X(34).
               05 LT-CONTADOR PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LT-MONTO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           01 LIN-EXCEPCION.
               05 LE-NUMERO PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LE-TEXTO PIC X(60).

      *>   Bitacora de corrida (ver RUNLOGW), igual que REEMBPRO.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "SOLEVAL".
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
           PERFORM LeePerfilEmpresa
           PERFORM LeeControl
           PERFORM LeePlantilla
           OPEN OUTPUT archivo-reporte
           OPEN OUTPUT archivo-cartas
           PERFORM ImprimeEncabezado
           OPEN I-O archivo-solicitudes
           IF WS-FS-SOLICITUDES NOT = "00"
               CLOSE archivo-solicitudes
               DISPLAY "Sin solicitudes de prestamo que evaluar"
           ELSE
               PERFORM ConsumeCola
               PERFORM AbreArchivos
               PERFORM RecorreSolicitudes
               PERFORM CierraArchivos
               CLOSE archivo-solicitudes
           END-IF
           PERFORM ImprimeTotales
           PERFORM ImprimeExcepciones
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-cartas
           CLOSE archivo-reporte
           DISPLAY "Solicitudes evaluadas: " WS-TOTAL-EVALUADAS
               " A aprobacion: " WS-TOTAL-A-COLA
               " Declinadas: " WS-TOTAL-DECLINADAS
               " Rechazadas: " WS-TOTAL-RECHAZADAS
               " Formalizadas: " WS-TOTAL-FORMALIZADAS
               " Errores: " WS-TOTAL-ERRORES
           MOVE WS-TOTAL-FORMALIZADAS TO WS-RL-ESCRITOS
           COMPUTE WS-RL-RECHAZADOS =
               WS-TOTAL-DECLINADAS + WS-TOTAL-RECHAZADAS
           IF WS-TOTAL-ERRORES > 0
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

       LeeControl.
           MOVE 500000 TO WS-MONTO-MAX (1)
           MOVE 250000 TO WS-MONTO-MAX (2)
           MOVE 100000 TO WS-MONTO-MAX (3)
           MOVE ZEROS TO WS-MONTO-MAX (4)
           MOVE ZEROS TO WS-MONTO-MAX (5)
           MOVE 50000 TO WS-TRAMO-HASTA (1)
           MOVE 250000 TO WS-TRAMO-HASTA (2)
           OPEN INPUT archivo-control
           IF WS-FS-CONTROL = "00"
               READ archivo-control
                   NOT AT END
                       MOVE SLC-PCT-DEUDA-MAX TO WS-PCT-DEUDA-MAX
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > 5
                           MOVE SLC-MONTO-MAX (WS-IDX)
                               TO WS-MONTO-MAX (WS-IDX)
                       END-PERFORM
                       IF SLC-PERIODOS-MES > 0
                           MOVE SLC-PERIODOS-MES TO WS-PERIODOS-MES
                       END-IF
                       MOVE SLC-TRAMO-HASTA (1) TO WS-TRAMO-HASTA (1)
                       MOVE SLC-TRAMO-HASTA (2) TO WS-TRAMO-HASTA (2)
               END-READ
           END-IF
           CLOSE archivo-control.

       LeePlantilla.
           MOVE WS-PLANTILLA-DEFECTO TO WS-PLANTILLA-ORIGINAL
           OPEN INPUT archivo-plantilla
           IF WS-FS-PLANTILLA = "00"
               READ archivo-plantilla
                   NOT AT END
                       MOVE LINEA-PLANTILLA TO WS-PLANTILLA-ORIGINAL
               END-READ
               CLOSE archivo-plantilla
           END-IF.

      *>   Solo las entradas ya decididas se consumen; la pendiente
      *>   espera a APPROVE otra noche.
       ConsumeCola.
           OPEN I-O archivo-cola
           IF WS-FS-COLA NOT = "00"
               CLOSE archivo-cola
               EXIT PARAGRAPH
           END-IF
           MOVE "SOLPRE" TO AQ-CLASE
           MOVE ZEROS TO AQ-REFERENCIA
           MOVE ZEROS TO AQ-SECUENCIA
           START archivo-cola KEY >= AQ-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-COLA
           END-START
           PERFORM UNTIL WS-FIN-COLA = "S"
               READ archivo-cola NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-COLA
                   NOT AT END
                       IF AQ-CLASE (1:6) NOT = "SOLPRE"
                           MOVE "S" TO WS-FIN-COLA
                       ELSE
                           PERFORM DisponeEntrada
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-cola.

       DisponeEntrada.
           IF AQ-ESTADO NOT = "A" AND AQ-ESTADO NOT = "R"
               EXIT PARAGRAPH
           END-IF
           MOVE AQ-REFERENCIA TO SOL-NUMERO
           READ archivo-solicitudes
               INVALID KEY
                   DISPLAY "Entrada de solicitud sin registro: "
                       AQ-REFERENCIA
                   MOVE "X" TO AQ-ESTADO
                   REWRITE AQ-RECORD
                   EXIT PARAGRAPH
           END-READ
           IF SOL-ESTADO = "P" AND AQ-CLASE = SOL-CLASE-APROB
               MOVE AQ-APROBADOR TO SOL-APROBADOR
               MOVE AQ-FECHA-DECISION TO SOL-FECHA-DECISION
               IF AQ-ESTADO = "A" AND AQ-APROBADOR NOT = SOL-CAPTURO
                   MOVE "A" TO SOL-ESTADO
                   ADD 1 TO WS-TOTAL-APROBADAS
               ELSE
                   MOVE "R" TO SOL-ESTADO
                   MOVE "NO AUTORIZADA POR EL APROBADOR"
                       TO SOL-MOTIVO
                   ADD 1 TO WS-TOTAL-RECHAZADAS
                   PERFORM EmiteCarta
                   MOVE "RECHAZADA" TO WS-DECISION
                   PERFORM ImprimeDetalle
               END-IF
               REWRITE SOL-RECORD
           END-IF
           MOVE "X" TO AQ-ESTADO
           REWRITE AQ-RECORD.

       AbreArchivos.
           OPEN INPUT archivo-empleados
           IF WS-FS-EMPLEADOS = "00"
               MOVE "S" TO WS-HAY-EMPLEADOS
           ELSE
               CLOSE archivo-empleados
           END-IF
           OPEN INPUT archivo-compensacion
           IF WS-FS-COMPENSACION = "00"
               MOVE "S" TO WS-HAY-COMPENSACION
           ELSE
               CLOSE archivo-compensacion
           END-IF
           OPEN INPUT archivo-prestamos
           IF WS-FS-PRESTAMOS = "00"
               MOVE "S" TO WS-HAY-PRESTAMOS
           ELSE
               CLOSE archivo-prestamos
           END-IF
           OPEN EXTEND archivo-mantenimiento
           IF WS-FS-MANTTO = "05" OR WS-FS-MANTTO = "35"
               OPEN OUTPUT archivo-mantenimiento
           END-IF
           OPEN EXTEND archivo-enlace-prestamos
           IF WS-FS-ENLACE = "05" OR WS-FS-ENLACE = "35"
               OPEN OUTPUT archivo-enlace-prestamos
           END-IF.

       CierraArchivos.
           IF WS-HAY-EMPLEADOS = "S"
               CLOSE archivo-empleados
           END-IF
           IF WS-HAY-COMPENSACION = "S"
               CLOSE archivo-compensacion
           END-IF
           IF WS-HAY-PRESTAMOS = "S"
               CLOSE archivo-prestamos
           END-IF
           CLOSE archivo-mantenimiento
           CLOSE archivo-enlace-prestamos.

       RecorreSolicitudes.
           MOVE ZEROS TO SOL-NUMERO
           START archivo-solicitudes KEY >= SOL-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF-SOLICITUDES
           END-START
           PERFORM UNTIL WS-EOF-SOLICITUDES = "S"
               READ archivo-solicitudes NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-SOLICITUDES
                   NOT AT END
                       EVALUATE SOL-ESTADO
                           WHEN "A"
                               ADD 1 TO WS-RL-LEIDOS
                               PERFORM FormalizaSolicitud
                           WHEN "N"
                               ADD 1 TO WS-RL-LEIDOS
                               PERFORM EvaluaSolicitud
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

      *>   Reglas en orden; la primera que falla decide el motivo.
       EvaluaSolicitud.
           ADD 1 TO WS-TOTAL-EVALUADAS
           MOVE SPACES TO WS-MOTIVO
           MOVE SOL-MONTO TO WS-PRINCIPAL
           MOVE SOL-TASA-ANUAL TO WS-TASA-ANUAL
           MOVE SOL-PLAZO TO WS-PLAZO
           MOVE ZEROS TO WS-CUOTA
           IF WS-PLAZO > 0
               PERFORM CalculaCuota
           END-IF
           MOVE WS-CUOTA TO SOL-CUOTA
           MOVE ZEROS TO SOL-PCT-DEUDA
           PERFORM AplicaReglas
           IF WS-MOTIVO NOT = SPACES
               MOVE "D" TO SOL-ESTADO
               MOVE WS-MOTIVO TO SOL-MOTIVO
               MOVE WS-FECHA-PROCESO-NEG TO SOL-FECHA-DECISION
               REWRITE SOL-RECORD
               ADD 1 TO WS-TOTAL-DECLINADAS
               PERFORM EmiteCarta
               MOVE "DECLINADA" TO WS-DECISION
               PERFORM ImprimeDetalle
               EXIT PARAGRAPH
           END-IF
           PERFORM EncolaAprobacion.

       AplicaReglas.
           IF SOL-PLAZO = 0 OR SOL-MONTO = 0
               MOVE "MONTO O PLAZO EN CERO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF SOL-GRADO-RIESGO < 1 OR SOL-GRADO-RIESGO > 5
               MOVE "GRADO DE RIESGO INVALIDO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF SOL-MONTO > WS-MONTO-MAX (SOL-GRADO-RIESGO)
               MOVE "MONTO SOBRE EL MAXIMO DEL GRADO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE SOL-INGRESO TO WS-INGRESO
           IF SOL-EMP-ID NOT = ZEROS
               PERFORM ValidaEmpleado
               IF WS-MOTIVO NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-INGRESO = 0
               MOVE "SIN INGRESO COMPROBABLE" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DEUDA-MENSUAL = WS-CUOTA + SOL-OBLIGACIONES
           COMPUTE SOL-PCT-DEUDA ROUNDED =
               WS-DEUDA-MENSUAL * 100 / WS-INGRESO
               ON SIZE ERROR
                   MOVE 999.99 TO SOL-PCT-DEUDA
           END-COMPUTE
           IF SOL-PCT-DEUDA > WS-PCT-DEUDA-MAX
               MOVE "DEUDA/INGRESO SOBRE EL MAXIMO" TO WS-MOTIVO
           END-IF.

      *>   Prestamo al personal: el empleado tiene que estar activo
      *>   (en blanco cuenta como activo, ver EMPREC.cpy) y el
      *>   ingreso que cuenta es su salario de nomina llevado a mes,
      *>   no lo que declaro.
       ValidaEmpleado.
           IF WS-HAY-EMPLEADOS NOT = "S"
               MOVE "EMPLEADO NO ENCONTRADO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE SOL-EMP-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   MOVE "EMPLEADO NO ENCONTRADO" TO WS-MOTIVO
                   EXIT PARAGRAPH
           END-READ
           IF EMP-ESTADO NOT = "A" AND EMP-ESTADO NOT = SPACE
               MOVE "EMPLEADO NO ACTIVO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-INGRESO
           IF WS-HAY-COMPENSACION = "S"
               MOVE SOL-EMP-ID TO CP-ID
               READ archivo-compensacion
                   NOT INVALID KEY
                       COMPUTE WS-INGRESO =
                           CP-SALARIO * WS-PERIODOS-MES
               END-READ
           END-IF.

      *>   Con tasa 0% (un prestamo promocional) el factor (1+i)**n da
      *>   1 y la formula estandar de cuota divide por (factor - 1) =
      *>   0; en ese caso la cuota es simplemente el capital repartido
      *>   en partes iguales durante el plazo.
       CalculaCuota.
           COMPUTE WS-TASA-MENSUAL = WS-TASA-ANUAL / 100 / 12
           IF WS-TASA-ANUAL = 0
               COMPUTE WS-CUOTA ROUNDED = WS-PRINCIPAL / WS-PLAZO
           ELSE
               COMPUTE WS-FACTOR = (1 + WS-TASA-MENSUAL) ** WS-PLAZO
               COMPUTE WS-NUMERADOR =
                   WS-PRINCIPAL * WS-TASA-MENSUAL * WS-FACTOR
               COMPUTE WS-DENOMINADOR = WS-FACTOR - 1
               COMPUTE WS-CUOTA ROUNDED =
                   WS-NUMERADOR / WS-DENOMINADOR
           END-IF.

      *>   La clase de la cola sale del tramo del monto; quien
      *>   capturo la solicitud queda como iniciador y no la puede
      *>   aprobar.
       EncolaAprobacion.
           EVALUATE TRUE
               WHEN SOL-MONTO <= WS-TRAMO-HASTA (1)
                   MOVE "SOLPRE1" TO WS-AP-CLASE
               WHEN SOL-MONTO <= WS-TRAMO-HASTA (2)
                   MOVE "SOLPRE2" TO WS-AP-CLASE
               WHEN OTHER
                   MOVE "SOLPRE3" TO WS-AP-CLASE
           END-EVALUATE
           MOVE SOL-NUMERO TO WS-AP-REFERENCIA
           MOVE SOL-MONTO TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-AP-DETALLE
           STRING "PRESTAMO " WS-IMPORTE-EDIT " " SOL-PLAZO
               "M D/I " SOL-PCT-DEUDA " " SOL-SOLICITANTE
               DELIMITED BY SIZE INTO WS-AP-DETALLE
           CALL "APPRW" USING WS-AP-CLASE WS-AP-REFERENCIA
               SOL-CAPTURO WS-AP-DETALLE
           MOVE WS-AP-CLASE TO SOL-CLASE-APROB
           MOVE "P" TO SOL-ESTADO
           REWRITE SOL-RECORD
           ADD 1 TO WS-TOTAL-A-COLA
           MOVE "A APROBACION" TO WS-DECISION
           MOVE WS-AP-CLASE TO WS-MOTIVO
           PERFORM ImprimeDetalle.

      *>   El alta sale como transaccion LOANMNTX normal para que
      *>   LOANMNT la aplique con sus validaciones de siempre.
       FormalizaSolicitud.
           IF WS-HAY-PRESTAMOS = "S"
               MOVE SOL-NUMERO TO LN-NUMERO
               READ archivo-prestamos
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-ERRORES
                       MOVE "NUMERO YA EXISTE EN CARTERA"
                           TO WS-MOTIVO
                       PERFORM AnotaExcepcion
                       EXIT PARAGRAPH
               END-READ
           END-IF
           MOVE "A" TO LNT-ACCION
           MOVE SOL-NUMERO TO LNT-NUMERO
           MOVE SOL-SOLICITANTE TO LNT-PRESTATARIO
           MOVE SOL-MONTO TO LNT-PRINCIPAL
           MOVE SOL-TASA-ANUAL TO LNT-TASA-ANUAL
           MOVE SOL-PLAZO TO LNT-PLAZO
           MOVE WS-FECHA-PROCESO-NEG TO LNT-FECHA-INICIO
           WRITE LNT-TRANS-RECORD
           IF SOL-EMP-ID NOT = ZEROS
               MOVE SOL-NUMERO TO EL-NUMERO
               MOVE SOL-EMP-ID TO EL-ID
               WRITE EL-RECORD
           END-IF
           MOVE "F" TO SOL-ESTADO
           REWRITE SOL-RECORD
           ADD 1 TO WS-TOTAL-FORMALIZADAS
           ADD SOL-MONTO TO WS-MONTO-FORMALIZADO
           MOVE "FORMALIZADA" TO WS-DECISION
           MOVE SOL-APROBADOR TO WS-MOTIVO
           PERFORM ImprimeDetalle.

       AnotaExcepcion.
           IF WS-CANT-EXC < WS-MAX-EXC
               ADD 1 TO WS-CANT-EXC
               MOVE SOL-NUMERO TO WS-EXC-NUMERO (WS-CANT-EXC)
               MOVE WS-MOTIVO TO WS-EXC-TEXTO (WS-CANT-EXC)
           END-IF.

       EmiteCarta.
           MOVE WS-PLANTILLA-ORIGINAL TO WS-CARTA-TRABAJO
           MOVE SOL-NUMERO TO WS-NUMERO-TEXTO
           INSPECT WS-CARTA-TRABAJO
               REPLACING ALL WS-MARCA-SOLICITANTE BY SOL-SOLICITANTE
           INSPECT WS-CARTA-TRABAJO
               REPLACING ALL WS-MARCA-NUMERO BY WS-NUMERO-TEXTO
           INSPECT WS-CARTA-TRABAJO
               REPLACING ALL WS-MARCA-MOTIVO BY SOL-MOTIVO
           WRITE LINEA-CARTA FROM WS-CARTA-TRABAJO
           MOVE SOL-CALLE TO LDM-CALLE
           MOVE SOL-CIUDAD TO LDM-CIUDAD
           MOVE SOL-CP TO LDM-CP
           WRITE LINEA-CARTA FROM LIN-DOMICILIO
           ADD 1 TO WS-TOTAL-CARTAS.

       ImprimeDetalle.
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           MOVE SOL-NUMERO TO LD-NUMERO
           MOVE SOL-SOLICITANTE TO LD-SOLICITANTE
           MOVE SOL-MONTO TO LD-MONTO
           MOVE SOL-CUOTA TO LD-CUOTA
           MOVE SOL-PCT-DEUDA TO LD-PCT
           MOVE WS-DECISION TO LD-DECISION
           IF SOL-ESTADO = "D" OR SOL-ESTADO = "R"
               MOVE SOL-MOTIVO TO LD-MOTIVO
           ELSE
               MOVE WS-MOTIVO TO LD-MOTIVO
           END-IF
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-CONTADOR-LINEAS.

       ImprimeEncabezado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS
           MOVE ZEROS TO WS-CONTADOR-LINEAS.

       ImprimeTotales.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "SOLICITUDES EVALUADAS" TO LT-TEXTO
           MOVE WS-TOTAL-EVALUADAS TO LT-CONTADOR
           MOVE ZEROS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "  ENVIADAS A APROBACION" TO LT-TEXTO
           MOVE WS-TOTAL-A-COLA TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "  DECLINADAS POR REGLAS" TO LT-TEXTO
           MOVE WS-TOTAL-DECLINADAS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "APROBADAS EN LA COLA" TO LT-TEXTO
           MOVE WS-TOTAL-APROBADAS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "RECHAZADAS EN LA COLA" TO LT-TEXTO
           MOVE WS-TOTAL-RECHAZADAS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "FORMALIZADAS (ALTA LOANMNT)" TO LT-TEXTO
           MOVE WS-TOTAL-FORMALIZADAS TO LT-CONTADOR
           MOVE WS-MONTO-FORMALIZADO TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "CARTAS DE DECLINACION" TO LT-TEXTO
           MOVE WS-TOTAL-CARTAS TO LT-CONTADOR
           MOVE ZEROS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES.

       ImprimeExcepciones.
           IF WS-CANT-EXC = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ImprimeEncabezado
           MOVE "EXCEPCIONES - APROBADAS SIN FORMALIZAR"
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-CANT-EXC
               MOVE WS-EXC-NUMERO (WS-EXC-IDX) TO LE-NUMERO
               MOVE WS-EXC-TEXTO (WS-EXC-IDX) TO LE-TEXTO
               WRITE LINEA-REPORTE FROM LIN-EXCEPCION
           END-PERFORM.

       END PROGRAM SOLEVAL.
