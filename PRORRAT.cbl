       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRORRAT.
      *>   Prorrateo de cierre de mes de los gastos compartidos: por
      *>   cada regla de prorreg.dat (PRORREG.cpy) toma el saldo del
      *>   mes de la bolsa en el mayor propio (GLMAST.cpy, cargos -
      *>   abonos del periodo) y lo reparte entre los departamentos
      *>   receptores segun la base de la regla — headcount de la
      *>   ultima foto del mes en HEADHIST, bruto de nomina del mes
      *>   en PAYDHIST (por el departamento actual del empleado) o
      *>   porcentajes fijos. La poliza sale balanceada a la interfaz
      *>   glintpro.dat (GLINT.cpy con trailer GLINTRLR.cpy): abono
      *>   a la bolsa, cargo a la cuenta GLMAP de cada receptor; el
      *>   centavo de redondeo va al ultimo receptor. Como la bolsa
      *>   queda en cero una vez aplicada, una segunda corrida del
      *>   mismo mes ya no encuentra que repartir. El reporte
      *>   prorrat.prt muestra por regla la base y la participacion
      *>   de cada departamento. Una regla con receptor sin mapeo,
      *>   cuenta fuera de catalogo (CTACHK) o porcentajes que no
      *>   suman 100 no se aplica: excepcion critica y RC 4. Periodo
      *>   (PRORRAT-PERIODO, AAAAMM) en blanco = el de proceso; si
      *>   ya esta cerrado (PERCHECK), RC 8 sin poliza.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-reglas
               ASSIGN TO "prorreg.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REGLAS.

               SELECT OPTIONAL archivo-headcount
               ASSIGN TO "headhist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HEADCOUNT.

               SELECT OPTIONAL archivo-historia-pago
               ASSIGN TO "paydhist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIA-PAGO.

               SELECT OPTIONAL archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT OPTIONAL archivo-mapeo
               ASSIGN TO "glmap.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MAPEO.

               SELECT OPTIONAL archivo-mayor
               ASSIGN TO "glmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-CLAVE
               FILE STATUS IS WS-FS-MAYOR.

               SELECT archivo-interfaz
               ASSIGN TO "glintpro.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-INTERFAZ.

               SELECT archivo-reporte
               ASSIGN TO "prorrat.prt"
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
       FD  archivo-reglas.
           COPY PRORREG.

       FD  archivo-headcount.
           COPY HEADHIST.

       FD  archivo-historia-pago.
           COPY PAYDHIST.

       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-mapeo.
           COPY GLMAP.

       FD  archivo-mayor.
           COPY GLMAST.

       FD  archivo-interfaz.
           COPY GLINT.
           COPY GLINTRLR.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       FD  archivo-excepciones.
           COPY EXCREC.

       WORKING-STORAGE SECTION.
           01 WS-FS-REGLAS PIC XX VALUE "00".
           01 WS-FS-HEADCOUNT PIC XX VALUE "00".
           01 WS-FS-HISTORIA-PAGO PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-MAPEO PIC XX VALUE "00".
           01 WS-FS-MAYOR PIC XX VALUE "00".
           01 WS-FS-INTERFAZ PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-EOF-REGLAS PIC X VALUE "N".
           01 WS-EOF-HEADCOUNT PIC X VALUE "N".
           01 WS-EOF-HISTORIA-PAGO PIC X VALUE "N".
           01 WS-EOF-MAPEO PIC X VALUE "N".
           01 WS-MOTIVO PIC X(40) VALUE SPACES.

           01 WS-PERIODO PIC X(6) VALUE SPACES.
           01 WS-PERIODO-CERRADO PIC X VALUE "N".
           01 WS-FECHA-POLIZA PIC X(8) VALUE SPACES.
           01 WS-ANIO-NUM PIC 9(4) VALUE ZEROS.
           01 WS-MES-NUM PIC 9(2) VALUE ZEROS.
           01 WS-ENTERO-FIN PIC 9(8) VALUE ZEROS.
           01 WS-FECHA-NUM PIC 9(8) VALUE ZEROS.
           01 WS-FECHA-FOTO PIC X(8) VALUE SPACES.

      *>   Mapeo departamento -> cuenta de gasto (GLMAP.cpy).
           01 WS-MAX-MAPEOS PIC 9(4) VALUE 500.
           01 WS-CANT-MAPEOS PIC 9(4) VALUE ZEROS.
           01 WS-MAP-IDX PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-MAPEO.
               05 WS-MAP OCCURS 500 TIMES.
                   10 WS-MAP-DEPTO PIC X(10).
                   10 WS-MAP-CUENTA PIC X(8).
           01 WS-BUSCA-DEPTO PIC X(10) VALUE SPACES.
           01 WS-CUENTA-HALLADA PIC X(8) VALUE SPACES.

      *>   Bases del mes por departamento: headcount de la ultima
      *>   foto y bruto de nomina.
           01 WS-MAX-DEPTOS PIC 9(4) VALUE 300.
           01 WS-CANT-DEPTOS PIC 9(4) VALUE ZEROS.
           01 WS-DEP-IDX PIC 9(4) VALUE ZEROS.
           01 WS-DEP-HALLADO PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-DEPTOS.
               05 WS-DEP OCCURS 300 TIMES.
                   10 WS-DEP-DEPTO PIC X(10).
                   10 WS-DEP-HEAD PIC 9(6).
                   10 WS-DEP-BRUTO PIC 9(11)V99.

      *>   Regla en curso y sus receptores.
           01 WS-HAY-REGLA PIC X VALUE "N".
           01 WS-RG-REGLA PIC X(4) VALUE SPACES.
           01 WS-RG-CUENTA PIC X(8) VALUE SPACES.
           01 WS-RG-DEPTO PIC X(10) VALUE SPACES.
           01 WS-RG-BASE PIC X VALUE SPACE.
           01 WS-RG-BOLSA PIC S9(13)V99 VALUE ZEROS.
           01 WS-RG-TOTAL-BASE PIC 9(13)V99 VALUE ZEROS.
           01 WS-RG-REPARTIDO PIC 9(13)V99 VALUE ZEROS.
           01 WS-MAX-RECEPTORES PIC 9(4) VALUE 300.
           01 WS-CANT-RECEPTORES PIC 9(4) VALUE ZEROS.
           01 WS-REC-IDX PIC 9(4) VALUE ZEROS.
           01 WS-DESBORDE PIC X VALUE "N".
           01 WS-TABLA-RECEPTORES.
               05 WS-REC OCCURS 300 TIMES.
                   10 WS-REC-DEPTO PIC X(10).
                   10 WS-REC-PORCENTAJE PIC 9(3)V99.
                   10 WS-REC-BASE PIC 9(11)V99.
                   10 WS-REC-CUENTA PIC X(8).
                   10 WS-REC-MONTO PIC 9(11)V99.

           01 WS-TOTAL-REGLAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-APLICADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RECHAZADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SIN-SALDO PIC 9(6) VALUE ZEROS.
           01 WS-CONT-INTERFAZ PIC 9(6) VALUE ZEROS.
           01 WS-SUMA-INTERFAZ PIC 9(13)V99 VALUE ZEROS.

      *>   Validacion contra el catalogo de cuentas (ver CTACHK).
           01 WS-CTA-CUENTA PIC X(8) VALUE SPACES.
           01 WS-CTA-VALIDA PIC X VALUE "S".
           01 WS-CTA-MOTIVO PIC X(30) VALUE SPACES.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "PRORRAT - PRORRATEO DE GASTOS COMUNES".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 50.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-PERIODO.
               05 FILLER PIC X(9) VALUE "PERIODO: ".
               05 LP-PERIODO PIC X(6).
               05 FILLER PIC X(10) VALUE "  POLIZA: ".
               05 LP-FECHA PIC X(8).

           01 LIN-REGLA.
               05 FILLER PIC X(7) VALUE "REGLA ".
               05 LR-REGLA PIC X(4).
               05 FILLER PIC X(9) VALUE "  BOLSA: ".
               05 LR-CUENTA PIC X(8).
               05 FILLER PIC X(8) VALUE "  BASE: ".
               05 LR-BASE PIC X(16).
               05 FILLER PIC X(10) VALUE "  IMPORTE ".
               05 LR-BOLSA PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

           01 LIN-TITULO.
               05 FILLER PIC X(12) VALUE "  DEPTO".
               05 FILLER PIC X(10) VALUE "CUENTA".
               05 FILLER PIC X(19) VALUE "               BASE".
               05 FILLER PIC X(12) VALUE "     PART. %".
               05 FILLER PIC X(20) VALUE "             IMPORTE".

           01 LIN-DETALLE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-DEPTO PIC X(10).
               05 LD-CUENTA PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-BASE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(4) VALUE SPACES.
               05 LD-PARTICIPACION PIC ZZ9.9999.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-MONTO PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

           01 LIN-MENSAJE PIC X(100) VALUE SPACES.

           01 WS-PARTICIPACION PIC 9(3)V9(4) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           ACCEPT WS-PERIODO FROM ENVIRONMENT "PRORRAT-PERIODO"
           IF WS-PERIODO = SPACES
               MOVE WS-FECHA-PROCESO-NEG (1:6) TO WS-PERIODO
           END-IF
           IF WS-PERIODO IS NOT NUMERIC
               OR WS-PERIODO (5:2) < "01" OR WS-PERIODO (5:2) > "12"
               DISPLAY "Periodo invalido en PRORRAT-PERIODO: "
                   WS-PERIODO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CalculaFechaPoliza
           CALL "PERCHECK" USING WS-FECHA-POLIZA WS-PERIODO-CERRADO
           IF WS-PERIODO-CERRADO = "S"
               DISPLAY "Periodo cerrado, no se prorratea: " WS-PERIODO
               MOVE "CERRADO" TO EXC-TIPO
               MOVE "C" TO EXC-SEVERIDAD
               MOVE SPACES TO EXC-DETALLE
               STRING "Prorrateo del periodo cerrado " WS-PERIODO
                   DELIMITED BY SIZE INTO EXC-DETALLE
               PERFORM GrabaExcepcion
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LeePerfilEmpresa
           PERFORM CargaMapeo
           PERFORM CargaHeadcount
           PERFORM CargaNomina
           OPEN OUTPUT archivo-interfaz
           OPEN OUTPUT archivo-reporte
           PERFORM ImprimeEncabezado
           OPEN INPUT archivo-mayor
           OPEN INPUT archivo-reglas
           PERFORM UNTIL WS-EOF-REGLAS = "S"
               READ archivo-reglas
                   AT END
                       MOVE "S" TO WS-EOF-REGLAS
                   NOT AT END
                       PERFORM LeeRenglonRegla
               END-READ
           END-PERFORM
           IF WS-HAY-REGLA = "S"
               PERFORM ProcesaRegla
           END-IF
           CLOSE archivo-reglas
           CLOSE archivo-mayor
           PERFORM GrabaTrailerInterfaz
           CLOSE archivo-interfaz
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Reglas: " WS-TOTAL-REGLAS
               " Aplicadas: " WS-TOTAL-APLICADAS
               " Sin saldo: " WS-TOTAL-SIN-SALDO
               " Rechazadas: " WS-TOTAL-RECHAZADAS
           IF WS-TOTAL-RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al
      *>   controlador cuando lo invoca via CALL (NITECTRL).
           GOBACK.

      *>   La poliza se fecha el ultimo dia del mes: primer dia del
      *>   mes siguiente menos uno, como SITEAVL.
       CalculaFechaPoliza.
           MOVE WS-PERIODO (1:4) TO WS-ANIO-NUM
           MOVE WS-PERIODO (5:2) TO WS-MES-NUM
           IF WS-MES-NUM = 12
               COMPUTE WS-ENTERO-FIN = FUNCTION INTEGER-OF-DATE
                   ((WS-ANIO-NUM + 1) * 10000 + 101)
           ELSE
               COMPUTE WS-ENTERO-FIN = FUNCTION INTEGER-OF-DATE
                   (WS-ANIO-NUM * 10000
                       + (WS-MES-NUM + 1) * 100 + 1)
           END-IF
           COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER
               (WS-ENTERO-FIN - 1)
           MOVE WS-FECHA-NUM TO WS-FECHA-POLIZA.

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

       CargaMapeo.
           OPEN INPUT archivo-mapeo
           PERFORM UNTIL WS-EOF-MAPEO = "S"
               READ archivo-mapeo
                   AT END
                       MOVE "S" TO WS-EOF-MAPEO
                   NOT AT END
                       IF WS-CANT-MAPEOS < WS-MAX-MAPEOS
                           ADD 1 TO WS-CANT-MAPEOS
                           MOVE GM-DEPTO
                               TO WS-MAP-DEPTO (WS-CANT-MAPEOS)
                           MOVE GM-CUENTA
                               TO WS-MAP-CUENTA (WS-CANT-MAPEOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-mapeo.

      *>   Headcount de la ultima foto del mes: una foto mas nueva
      *>   reemplaza los conteos de la anterior.
       CargaHeadcount.
           MOVE SPACES TO WS-FECHA-FOTO
           OPEN INPUT archivo-headcount
           PERFORM UNTIL WS-EOF-HEADCOUNT = "S"
               READ archivo-headcount
                   AT END
                       MOVE "S" TO WS-EOF-HEADCOUNT
                   NOT AT END
                       IF HH-FECHA (1:6) = WS-PERIODO
                           AND HH-FECHA >= WS-FECHA-FOTO
                           PERFORM AcumulaHeadcount
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-headcount.

       AcumulaHeadcount.
           IF HH-FECHA > WS-FECHA-FOTO
               MOVE HH-FECHA TO WS-FECHA-FOTO
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-CANT-DEPTOS
                   MOVE ZEROS TO WS-DEP-HEAD (WS-DEP-IDX)
               END-PERFORM
           END-IF
           MOVE HH-DEPTO TO WS-BUSCA-DEPTO
           PERFORM BuscaDepto
           IF WS-DEP-HALLADO > 0
               MOVE HH-CANTIDAD TO WS-DEP-HEAD (WS-DEP-HALLADO)
           END-IF.

      *>   Bruto de nomina del mes por el departamento actual del
      *>   empleado en el maestro.
       CargaNomina.
           OPEN INPUT archivo-empleados
           OPEN INPUT archivo-historia-pago
           PERFORM UNTIL WS-EOF-HISTORIA-PAGO = "S"
               READ archivo-historia-pago
                   AT END
                       MOVE "S" TO WS-EOF-HISTORIA-PAGO
                   NOT AT END
                       IF PH-FECHA (1:6) = WS-PERIODO
                           PERFORM AcumulaNomina
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-historia-pago
           CLOSE archivo-empleados.

       AcumulaNomina.
           IF WS-FS-EMPLEADOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE PH-ID TO EMP-ID
           READ archivo-empleados
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE EMP-DEPTO TO WS-BUSCA-DEPTO
           PERFORM BuscaDepto
           IF WS-DEP-HALLADO > 0
               ADD PH-BRUTO TO WS-DEP-BRUTO (WS-DEP-HALLADO)
           END-IF.

      *>   Busca el departamento en la tabla de bases y lo agrega si
      *>   no esta (cero si la tabla ya esta llena).
       BuscaDepto.
           MOVE ZEROS TO WS-DEP-HALLADO
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-CANT-DEPTOS
               OR WS-DEP-HALLADO > 0
               IF WS-DEP-DEPTO (WS-DEP-IDX) = WS-BUSCA-DEPTO
                   MOVE WS-DEP-IDX TO WS-DEP-HALLADO
               END-IF
           END-PERFORM
           IF WS-DEP-HALLADO = 0
               AND WS-CANT-DEPTOS < WS-MAX-DEPTOS
               ADD 1 TO WS-CANT-DEPTOS
               MOVE WS-CANT-DEPTOS TO WS-DEP-HALLADO
               MOVE WS-BUSCA-DEPTO TO WS-DEP-DEPTO (WS-DEP-HALLADO)
               MOVE ZEROS TO WS-DEP-HEAD (WS-DEP-HALLADO)
               MOVE ZEROS TO WS-DEP-BRUTO (WS-DEP-HALLADO)
           END-IF.

       BuscaCuentaDepto.
           MOVE SPACES TO WS-CUENTA-HALLADA
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-CANT-MAPEOS
               OR WS-CUENTA-HALLADA NOT = SPACES
               IF WS-MAP-DEPTO (WS-MAP-IDX) = WS-BUSCA-DEPTO
                   MOVE WS-MAP-CUENTA (WS-MAP-IDX)
                       TO WS-CUENTA-HALLADA
               END-IF
           END-PERFORM.

      *>   Un renglon R cierra la regla anterior y abre la suya; los
      *>   D que le siguen son sus receptores.
       LeeRenglonRegla.
           EVALUATE PR-TIPO-REG
               WHEN "R"
                   IF WS-HAY-REGLA = "S"
                       PERFORM ProcesaRegla
                   END-IF
                   MOVE "S" TO WS-HAY-REGLA
                   MOVE PR-REGLA TO WS-RG-REGLA
                   MOVE PR-CUENTA-ORIGEN TO WS-RG-CUENTA
                   MOVE PR-DEPTO-ORIGEN TO WS-RG-DEPTO
                   MOVE PR-BASE TO WS-RG-BASE
                   MOVE ZEROS TO WS-CANT-RECEPTORES
                   MOVE "N" TO WS-DESBORDE
               WHEN "D"
                   IF WS-HAY-REGLA NOT = "S"
                       OR PR-REGLA NOT = WS-RG-REGLA
                       DISPLAY "Renglon de receptor sin su regla: "
                           PR-REGLA " " PR-DEPTO-DESTINO
                       ADD 1 TO WS-TOTAL-RECHAZADAS
                   ELSE
                       PERFORM AgregaReceptor
                   END-IF
               WHEN OTHER
                   DISPLAY "Tipo de renglon invalido en regla: "
                       PR-REGLA " " PR-TIPO-REG
                   ADD 1 TO WS-TOTAL-RECHAZADAS
           END-EVALUATE.

       AgregaReceptor.
           IF WS-CANT-RECEPTORES >= WS-MAX-RECEPTORES
               MOVE "S" TO WS-DESBORDE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANT-RECEPTORES
           MOVE PR-DEPTO-DESTINO TO WS-REC-DEPTO (WS-CANT-RECEPTORES)
           MOVE PR-PORCENTAJE
               TO WS-REC-PORCENTAJE (WS-CANT-RECEPTORES).

       ProcesaRegla.
           ADD 1 TO WS-TOTAL-REGLAS
           MOVE "N" TO WS-HAY-REGLA
           PERFORM ValidaRegla
           IF WS-MOTIVO NOT = SPACES
               PERFORM RechazaRegla
               EXIT PARAGRAPH
           END-IF
           IF WS-RG-BOLSA NOT > ZEROS
               ADD 1 TO WS-TOTAL-SIN-SALDO
               PERFORM ImprimeRegla
               MOVE "  SIN SALDO DEUDOR EN LA BOLSA, NADA QUE REPARTIR"
                   TO LIN-MENSAJE
               PERFORM ImprimeMensaje
               EXIT PARAGRAPH
           END-IF
           PERFORM ArmaReceptores
           IF WS-MOTIVO NOT = SPACES
               PERFORM RechazaRegla
               EXIT PARAGRAPH
           END-IF
           PERFORM ReparteBolsa
           PERFORM EmitePoliza
           ADD 1 TO WS-TOTAL-APLICADAS.

      *>   La bolsa: la cuenta de la regla, o la de GLMAP de su
      *>   departamento de origen; su saldo es el neto del mes.
       ValidaRegla.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZEROS TO WS-RG-BOLSA
           IF WS-RG-BASE NOT = "H" AND WS-RG-BASE NOT = "N"
               AND WS-RG-BASE NOT = "F"
               MOVE "BASE INVALIDA (H/N/F)" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-DESBORDE = "S"
               MOVE "DEMASIADOS RECEPTORES" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-RG-CUENTA = SPACES
               MOVE WS-RG-DEPTO TO WS-BUSCA-DEPTO
               PERFORM BuscaCuentaDepto
               MOVE WS-CUENTA-HALLADA TO WS-RG-CUENTA
           END-IF
           IF WS-RG-CUENTA = SPACES
               MOVE "BOLSA SIN CUENTA NI MAPEO DE DEPTO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RG-CUENTA TO WS-CTA-CUENTA
           CALL "CTACHK" USING WS-CTA-CUENTA WS-CTA-VALIDA
               WS-CTA-MOTIVO
           IF WS-CTA-VALIDA NOT = "S"
               STRING "BOLSA " WS-CTA-MOTIVO
                   DELIMITED BY SIZE INTO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-FS-MAYOR = "00"
               MOVE WS-RG-CUENTA TO GLM-CUENTA
               MOVE WS-PERIODO TO GLM-PERIODO
               READ archivo-mayor
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-RG-BOLSA = GLM-CARGOS - GLM-ABONOS
               END-READ
           END-IF.

      *>   Receptores con su base y su cuenta; sin renglones D, todos
      *>   los departamentos con base salvo el de origen.
       ArmaReceptores.
           IF WS-CANT-RECEPTORES = 0
               IF WS-RG-BASE = "F"
                   MOVE "BASE FIJA SIN RECEPTORES" TO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-CANT-DEPTOS
                   IF WS-DEP-DEPTO (WS-DEP-IDX) NOT = WS-RG-DEPTO
                       AND WS-CANT-RECEPTORES < WS-MAX-RECEPTORES
                       ADD 1 TO WS-CANT-RECEPTORES
                       MOVE WS-DEP-DEPTO (WS-DEP-IDX)
                           TO WS-REC-DEPTO (WS-CANT-RECEPTORES)
                       MOVE ZEROS
                           TO WS-REC-PORCENTAJE (WS-CANT-RECEPTORES)
                   END-IF
               END-PERFORM
           END-IF
           MOVE ZEROS TO WS-RG-TOTAL-BASE
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
               UNTIL WS-REC-IDX > WS-CANT-RECEPTORES
               OR WS-MOTIVO NOT = SPACES
               PERFORM ValidaReceptor
           END-PERFORM
           IF WS-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RG-BASE = "F" AND WS-RG-TOTAL-BASE NOT = 100
               MOVE "PORCENTAJES FIJOS NO SUMAN 100" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-RG-TOTAL-BASE = ZEROS
               MOVE "BASE EN CEROS PARA TODOS LOS RECEPTORES"
                   TO WS-MOTIVO
           END-IF.

       ValidaReceptor.
           MOVE WS-REC-DEPTO (WS-REC-IDX) TO WS-BUSCA-DEPTO
           EVALUATE WS-RG-BASE
               WHEN "F"
                   MOVE WS-REC-PORCENTAJE (WS-REC-IDX)
                       TO WS-REC-BASE (WS-REC-IDX)
               WHEN "H"
                   PERFORM BuscaDepto
                   MOVE ZEROS TO WS-REC-BASE (WS-REC-IDX)
                   IF WS-DEP-HALLADO > 0
                       MOVE WS-DEP-HEAD (WS-DEP-HALLADO)
                           TO WS-REC-BASE (WS-REC-IDX)
                   END-IF
               WHEN "N"
                   PERFORM BuscaDepto
                   MOVE ZEROS TO WS-REC-BASE (WS-REC-IDX)
                   IF WS-DEP-HALLADO > 0
                       MOVE WS-DEP-BRUTO (WS-DEP-HALLADO)
                           TO WS-REC-BASE (WS-REC-IDX)
                   END-IF
           END-EVALUATE
           ADD WS-REC-BASE (WS-REC-IDX) TO WS-RG-TOTAL-BASE
           PERFORM BuscaCuentaDepto
           MOVE WS-CUENTA-HALLADA TO WS-REC-CUENTA (WS-REC-IDX)
           IF WS-REC-BASE (WS-REC-IDX) = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-CUENTA-HALLADA = SPACES
               STRING "RECEPTOR SIN MAPEO: " WS-BUSCA-DEPTO
                   DELIMITED BY SIZE INTO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUENTA-HALLADA TO WS-CTA-CUENTA
           CALL "CTACHK" USING WS-CTA-CUENTA WS-CTA-VALIDA
               WS-CTA-MOTIVO
           IF WS-CTA-VALIDA NOT = "S"
               STRING WS-BUSCA-DEPTO " " WS-CTA-MOTIVO
                   DELIMITED BY SIZE INTO WS-MOTIVO
           END-IF.

      *>   Parte de cada receptor redondeada al centavo; lo que
      *>   falte o sobre por redondeo lo absorbe el ultimo receptor
      *>   con base, para que la poliza cuadre exacta.
       ReparteBolsa.
           MOVE ZEROS TO WS-RG-REPARTIDO
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
               UNTIL WS-REC-IDX > WS-CANT-RECEPTORES
               COMPUTE WS-REC-MONTO (WS-REC-IDX) ROUNDED =
                   WS-RG-BOLSA * WS-REC-BASE (WS-REC-IDX)
                   / WS-RG-TOTAL-BASE
               ADD WS-REC-MONTO (WS-REC-IDX) TO WS-RG-REPARTIDO
           END-PERFORM
           PERFORM VARYING WS-REC-IDX FROM WS-CANT-RECEPTORES BY -1
               UNTIL WS-REC-IDX < 1
               OR WS-RG-REPARTIDO = WS-RG-BOLSA
               IF WS-REC-BASE (WS-REC-IDX) > ZEROS
                   COMPUTE WS-REC-MONTO (WS-REC-IDX) =
                       WS-REC-MONTO (WS-REC-IDX)
                       + WS-RG-BOLSA - WS-RG-REPARTIDO
                   MOVE WS-RG-BOLSA TO WS-RG-REPARTIDO
               END-IF
           END-PERFORM.

       EmitePoliza.
           PERFORM ImprimeRegla
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           WRITE LINEA-REPORTE FROM LIN-TITULO
           ADD 1 TO WS-CONTADOR-LINEAS
           MOVE WS-RG-CUENTA TO GL-CUENTA
           MOVE "CR" TO GL-IND-DRCR
           MOVE WS-RG-BOLSA TO GL-MONTO
           MOVE WS-FECHA-POLIZA TO GL-FECHA
           WRITE GL-RECORD
           ADD GL-MONTO TO WS-SUMA-INTERFAZ
           ADD 1 TO WS-CONT-INTERFAZ
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
               UNTIL WS-REC-IDX > WS-CANT-RECEPTORES
               IF WS-REC-MONTO (WS-REC-IDX) > ZEROS
                   MOVE WS-REC-CUENTA (WS-REC-IDX) TO GL-CUENTA
                   MOVE "DR" TO GL-IND-DRCR
                   MOVE WS-REC-MONTO (WS-REC-IDX) TO GL-MONTO
                   MOVE WS-FECHA-POLIZA TO GL-FECHA
                   WRITE GL-RECORD
                   ADD GL-MONTO TO WS-SUMA-INTERFAZ
                   ADD 1 TO WS-CONT-INTERFAZ
               END-IF
               PERFORM ImprimeReceptor
           END-PERFORM.

       RechazaRegla.
           ADD 1 TO WS-TOTAL-RECHAZADAS
           PERFORM ImprimeRegla
           MOVE SPACES TO LIN-MENSAJE
           STRING "  ** REGLA NO APLICADA: " WS-MOTIVO
               DELIMITED BY SIZE INTO LIN-MENSAJE
           PERFORM ImprimeMensaje
           MOVE "PRORRATEO" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           MOVE SPACES TO EXC-DETALLE
           STRING "Regla " WS-RG-REGLA ": " WS-MOTIVO
               DELIMITED BY SIZE INTO EXC-DETALLE
           PERFORM GrabaExcepcion.

       ImprimeRegla.
           MOVE WS-RG-REGLA TO LR-REGLA
           MOVE WS-RG-CUENTA TO LR-CUENTA
           EVALUATE WS-RG-BASE
               WHEN "H"
                   MOVE "HEADCOUNT" TO LR-BASE
               WHEN "N"
                   MOVE "BRUTO NOMINA" TO LR-BASE
               WHEN "F"
                   MOVE "PORCENTAJE FIJO" TO LR-BASE
               WHEN OTHER
                   MOVE WS-RG-BASE TO LR-BASE
           END-EVALUATE
           MOVE WS-RG-BOLSA TO LR-BOLSA
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA - 2
               PERFORM ImprimeEncabezado
           END-IF
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM LIN-REGLA
           ADD 2 TO WS-CONTADOR-LINEAS.

       ImprimeReceptor.
           MOVE WS-REC-DEPTO (WS-REC-IDX) TO LD-DEPTO
           MOVE WS-REC-CUENTA (WS-REC-IDX) TO LD-CUENTA
           MOVE WS-REC-BASE (WS-REC-IDX) TO LD-BASE
           COMPUTE WS-PARTICIPACION ROUNDED =
               WS-REC-BASE (WS-REC-IDX) * 100 / WS-RG-TOTAL-BASE
           MOVE WS-PARTICIPACION TO LD-PARTICIPACION
           MOVE WS-REC-MONTO (WS-REC-IDX) TO LD-MONTO
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-CONTADOR-LINEAS.

       ImprimeMensaje.
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           WRITE LINEA-REPORTE FROM LIN-MENSAJE
           ADD 1 TO WS-CONTADOR-LINEAS.

       ImprimeEncabezado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           MOVE WS-PERIODO TO LP-PERIODO
           MOVE WS-FECHA-POLIZA TO LP-FECHA
           WRITE LINEA-REPORTE FROM LIN-PERIODO
           MOVE 2 TO WS-CONTADOR-LINEAS.

      *>   Trailer de control de la interfaz (GLINTRLR.cpy), misma
      *>   disciplina que GLPOST: se escribe aun con cero registros,
      *>   para que GLUPDT distinga "sin movimientos" de "truncado".
       GrabaTrailerInterfaz.
           MOVE "*TRAILER" TO GLT-CUENTA
           MOVE WS-CONT-INTERFAZ TO GLT-CONTADOR
           MOVE WS-SUMA-INTERFAZ TO GLT-MONTO-TOTAL
           WRITE GL-TRAILER-RECORD.

      *>   Asienta en el log comun de excepciones (EXCREC.cpy).
       GrabaExcepcion.
           MOVE "PRORRAT" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           OPEN EXTEND archivo-excepciones
           IF WS-FS-EXCEPCIONES = "05" OR WS-FS-EXCEPCIONES = "35"
               OPEN OUTPUT archivo-excepciones
           END-IF
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

       END PROGRAM PRORRAT.
