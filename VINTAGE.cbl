       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINTAGE.
      *>   Analisis de cosechas (static pool) de la cartera de
      *>   prestamos, condicionado a la marca de fin de mes de
      *>   calhoy.dat como LOANRISK: agrupa los prestamos por mes de
      *>   LN-FECHA-INICIO y, para cada cosecha a sus meses en libros,
      *>   mide la morosidad acumulada 30+/60+/90+ (el peor atraso
      *>   que cada prestamo ha tenido, VINPEOR.cpy, con los dias
      *>   estimados de LP-VENCIDO igual que LOANRISK), los castigos
      *>   aprobados de WOFFAUD.cpy y los prepagos (liquidados antes
      *>   de plazo, mas los adelantos vigentes de LOANPOS). Anexa la
      *>   foto del mes a la serie VINHIST.cpy y de la serie imprime
      *>   la curva de 30+ por meses en libros de cada cosecha, para
      *>   que credito vea si un cambio de originacion ayudo o no.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-veredicto
               ASSIGN TO "calhoy.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VEREDICTO.

               SELECT archivo-prestamos
               ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-NUMERO
               FILE STATUS IS WS-FS-PRESTAMOS.

               SELECT OPTIONAL archivo-posicion
               ASSIGN TO "loanpos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LP-NUMERO
               FILE STATUS IS WS-FS-POSICION.

               SELECT OPTIONAL archivo-tabla
               ASSIGN TO "amortsch.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TABLA.

               SELECT OPTIONAL archivo-castigos
               ASSIGN TO "woffaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CASTIGOS.

               SELECT OPTIONAL archivo-peor
               ASSIGN TO "vinpeor.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PEOR.

               SELECT OPTIONAL archivo-historia
               ASSIGN TO "vinhist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIA.

               SELECT archivo-reporte
               ASSIGN TO "vintage.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-veredicto.
           01 VEREDICTO-RECORD.
               05 VRD-FECHA              PIC X(8).
               05 VRD-TIPO               PIC X(1).
               05 VRD-FIN-DE-MES         PIC X(1).

       FD  archivo-prestamos.
           COPY LOANMAST.

       FD  archivo-posicion.
           COPY LOANPOS.

       FD  archivo-tabla.
           COPY AMORTSCH.

       FD  archivo-castigos.
           COPY WOFFAUD.

       FD  archivo-peor.
           COPY VINPEOR.

       FD  archivo-historia.
           COPY VINHIST.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(132).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-VEREDICTO PIC XX VALUE "00".
           01 WS-FS-PRESTAMOS PIC XX VALUE "00".
           01 WS-FS-POSICION PIC XX VALUE "00".
           01 WS-FS-TABLA PIC XX VALUE "00".
           01 WS-FS-CASTIGOS PIC XX VALUE "00".
           01 WS-FS-PEOR PIC XX VALUE "00".
           01 WS-FS-HISTORIA PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-PRESTAMOS PIC X VALUE "N".
           01 WS-EOF-TABLA PIC X VALUE "N".
           01 WS-EOF-CASTIGOS PIC X VALUE "N".
           01 WS-EOF-PEOR PIC X VALUE "N".
           01 WS-EOF-HISTORIA PIC X VALUE "N".
           01 WS-ES-FIN-DE-MES PIC X VALUE "N".

      *>   Todos los prestamos del maestro, activos y cancelados: una
      *>   cosecha se mide completa, con lo que ya salio de libros.
           01 WS-MAX-PRESTAMOS PIC 9(4) VALUE 2000.
           01 WS-CANT-PRESTAMOS PIC 9(4) VALUE ZEROS.
           01 WS-PRE-IDX PIC 9(4) VALUE ZEROS.
           01 WS-PRE-ENCONTRADO PIC 9(4) VALUE ZEROS.
           01 WS-BUSCA-NUMERO PIC 9(8) VALUE ZEROS.
           01 WS-PRESTAMOS-OMITIDOS PIC 9(6) VALUE ZEROS.
           01 WS-TABLA-PRESTAMOS.
               05 WS-PRE OCCURS 2000 TIMES
                   DEPENDING ON WS-CANT-PRESTAMOS.
                   10 WS-PRE-NUMERO PIC 9(8).
                   10 WS-PRE-COHORTE PIC X(6).
                   10 WS-PRE-PRINCIPAL PIC 9(9)V99.
                   10 WS-PRE-PLAZO PIC 9(3).
                   10 WS-PRE-ESTADO PIC X(1).
                   10 WS-PRE-MES-CORTE PIC 9(3).
                   10 WS-PRE-CUOTA PIC 9(9)V99.
                   10 WS-PRE-ADELANTO PIC 9(9)V99.
                   10 WS-PRE-PEOR-DIAS PIC 9(4).
                   10 WS-PRE-CASTIGADO PIC X(1).
                   10 WS-PRE-MONTO-CASTIGO PIC 9(10)V99.

      *>   Cosechas del mes, en orden de AAAAMM (se insertan en su
      *>   lugar al aparecer): 240 meses alcanzan para veinte anios
      *>   de originacion.
           01 WS-MAX-COHORTES PIC 9(3) VALUE 240.
           01 WS-CANT-COHORTES PIC 9(3) VALUE ZEROS.
           01 WS-COH-IDX PIC 9(3) VALUE ZEROS.
           01 WS-COH-ENCONTRADA PIC 9(3) VALUE ZEROS.
           01 WS-COH-MOVER PIC 9(3) VALUE ZEROS.
           01 WS-BUSCA-COHORTE PIC X(6) VALUE SPACES.
           01 WS-TABLA-COHORTES.
               05 WS-COH OCCURS 241 TIMES.
                   10 WS-COH-COHORTE PIC X(6).
                   10 WS-COH-MESES-LIBROS PIC 9(3).
                   10 WS-COH-PRESTAMOS PIC 9(6).
                   10 WS-COH-MONTO-ORIGINAL PIC 9(13)V99.
                   10 WS-COH-CANT-30 PIC 9(6).
                   10 WS-COH-CANT-60 PIC 9(6).
                   10 WS-COH-CANT-90 PIC 9(6).
                   10 WS-COH-CANT-CASTIGO PIC 9(6).
                   10 WS-COH-MONTO-CASTIGO PIC 9(13)V99.
                   10 WS-COH-CANT-PREPAGO PIC 9(6).
                   10 WS-COH-MONTO-ADELANTO PIC 9(13)V99.

      *>   Curvas de la serie: por cosecha, el % acumulado de
      *>   prestamos 30+ a los meses en libros de cada columna. Una
      *>   corrida repetida en el mismo mes deja el ultimo renglon.
           01 WS-HITOS-VALORES PIC X(18) VALUE "003006009012018024".
           01 WS-HITOS REDEFINES WS-HITOS-VALORES.
               05 WS-HITO-MES OCCURS 6 TIMES PIC 9(3).
           01 WS-HITO-IDX PIC 9 VALUE ZEROS.
           01 WS-CANT-CURVAS PIC 9(3) VALUE ZEROS.
           01 WS-CUR-IDX PIC 9(3) VALUE ZEROS.
           01 WS-CUR-ENCONTRADA PIC 9(3) VALUE ZEROS.
           01 WS-TABLA-CURVAS.
               05 WS-CUR OCCURS 241 TIMES.
                   10 WS-CUR-COHORTE PIC X(6).
                   10 WS-CUR-PCT OCCURS 6 TIMES PIC 9(3)V99.
                   10 WS-CUR-TIENE OCCURS 6 TIMES PIC X(1).

           01 WS-FECHA-PROCESO.
               05 WS-FP-ANIO PIC 9(4).
               05 WS-FP-MES PIC 99.
               05 WS-FP-DIA PIC 99.
           01 WS-INICIO.
               05 WS-IN-ANIO PIC 9(4).
               05 WS-IN-MES PIC 99.
               05 WS-IN-DIA PIC 99.
           01 WS-MESES-TRANSCURRIDOS PIC S9(5) VALUE ZEROS.
           01 WS-VENCIDO PIC 9(9)V99 VALUE ZEROS.
           01 WS-CUOTAS-VENCIDAS PIC 9(5) VALUE ZEROS.
           01 WS-DIAS-ATRASO PIC 9(4) VALUE ZEROS.
           01 WS-PORCENTAJE PIC 9(3)V99 VALUE ZEROS.
           01 WS-CANT-PCT PIC 9(6) VALUE ZEROS.
           01 WS-BASE-PCT PIC 9(6) VALUE ZEROS.

           01 WS-TOTAL-PRESTAMOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ORIGINAL PIC 9(13)V99 VALUE ZEROS.
           01 WS-TOTAL-CASTIGO PIC 9(13)V99 VALUE ZEROS.
           01 WS-TOTAL-ADELANTO PIC 9(13)V99 VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "VINTAGE - COSECHAS DE LA CARTERA".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.

           01 LIN-COLUMNAS.
               05 FILLER PIC X(12) VALUE "COHORTE  MOB".
               05 FILLER PIC X(10) VALUE " PRESTAMOS".
               05 FILLER PIC X(18) VALUE "    MONTO ORIGINAL".
               05 FILLER PIC X(21) VALUE "   %30+   %60+   %90+".
               05 FILLER PIC X(15) VALUE " CASTIGOS %CAST".
               05 FILLER PIC X(19) VALUE "    MONTO CASTIGADO".
               05 FILLER PIC X(15) VALUE " PREPAGOS %PREP".
               05 FILLER PIC X(19) VALUE "          ADELANTOS".

           01 LIN-DETALLE.
               05 LD-COHORTE PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-MESES PIC ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-PRESTAMOS PIC ZZZ,ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-MONTO PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-PCT-30 PIC ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-PCT-60 PIC ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-PCT-90 PIC ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-CASTIGOS PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-PCT-CASTIGO PIC ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-MONTO-CASTIGO PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-PREPAGOS PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-PCT-PREPAGO PIC ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-ADELANTOS PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

           01 LIN-TOTAL.
               05 FILLER PIC X(12) VALUE "TOTAL       ".
               05 LT-PRESTAMOS PIC ZZZ,ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LT-MONTO PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(29) VALUE SPACES.
               05 LT-MONTO-CASTIGO PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(16) VALUE SPACES.
               05 LT-ADELANTOS PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

           01 LIN-TITULO-CURVAS PIC X(80) VALUE
               "CURVAS: % ACUMULADO DE PRESTAMOS 30+ POR MESES EN LIBROS
      -        " (MOB)".

           01 LIN-COLUMNAS-CURVAS.
               05 FILLER PIC X(9) VALUE "COHORTE  ".
               05 LCC-HITO OCCURS 6 TIMES.
                   10 FILLER PIC X(4) VALUE "MOB ".
                   10 LCC-MES PIC ZZ9.
                   10 FILLER PIC X(2) VALUE SPACES.

           01 LIN-CURVA.
               05 LC-COHORTE PIC X(6).
               05 FILLER PIC X(3) VALUE SPACES.
               05 LC-HITO OCCURS 6 TIMES.
                   10 LC-PCT PIC X(6).
                   10 FILLER PIC X(3) VALUE SPACES.
           01 WS-PCT-EDITADO PIC ZZ9.99.

      *>   Bitacora de corrida (ver RUNLOGW), igual que LOANRISK.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "VINTAGE".
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
           PERFORM ChecaFinDeMes
           IF WS-ES-FIN-DE-MES NOT = "S"
               DISPLAY "VINTAGE: hoy no es fin de mes, no corre"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LeePerfilEmpresa
           PERFORM CargaPrestamos
           PERFORM PegaTabla
           PERFORM PegaCastigos
           PERFORM PegaPeorAtraso
           PERFORM MideAtraso
           PERFORM GrabaPeorAtraso
           PERFORM ArmaCohortes
           PERFORM AnexaHistoria
           PERFORM ArmaCurvas
           OPEN OUTPUT archivo-reporte
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           PERFORM ImprimeCohortes
           PERFORM ImprimeCurvas
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Prestamos: " WS-CANT-PRESTAMOS
               " Cosechas: " WS-CANT-COHORTES
               " Omitidos: " WS-PRESTAMOS-OMITIDOS
           MOVE WS-CANT-PRESTAMOS TO WS-RL-LEIDOS
           MOVE WS-CANT-COHORTES TO WS-RL-ESCRITOS
           MOVE WS-PRESTAMOS-OMITIDOS TO WS-RL-RECHAZADOS
           IF WS-PRESTAMOS-OMITIDOS > 0
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

      *>   La marca de fin de mes viene del veredicto que CALCHECK
      *>   deja en calhoy.dat; sin veredicto no se corre.
       ChecaFinDeMes.
           OPEN INPUT archivo-veredicto
           IF WS-FS-VEREDICTO = "00"
               READ archivo-veredicto
                   NOT AT END
                       IF VRD-FIN-DE-MES = "S"
                           MOVE "S" TO WS-ES-FIN-DE-MES
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-veredicto.

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

      *>   Un prestamo con fecha de inicio no numerica no tiene
      *>   cosecha; se cuenta como omitido, igual que los que ya no
      *>   caben en la tabla.
       CargaPrestamos.
           OPEN INPUT archivo-prestamos
           PERFORM UNTIL WS-EOF-PRESTAMOS = "S"
               READ archivo-prestamos NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PRESTAMOS
                   NOT AT END
                       IF WS-CANT-PRESTAMOS < WS-MAX-PRESTAMOS
                           AND LN-FECHA-INICIO IS NUMERIC
                           ADD 1 TO WS-CANT-PRESTAMOS
                           PERFORM CargaUnPrestamo
                       ELSE
                           ADD 1 TO WS-PRESTAMOS-OMITIDOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-prestamos.

       CargaUnPrestamo.
           MOVE LN-NUMERO TO WS-PRE-NUMERO (WS-CANT-PRESTAMOS)
           MOVE LN-FECHA-INICIO (1:6) TO
               WS-PRE-COHORTE (WS-CANT-PRESTAMOS)
           MOVE LN-PRINCIPAL TO WS-PRE-PRINCIPAL (WS-CANT-PRESTAMOS)
           MOVE LN-PLAZO TO WS-PRE-PLAZO (WS-CANT-PRESTAMOS)
           MOVE LN-ESTADO TO WS-PRE-ESTADO (WS-CANT-PRESTAMOS)
           MOVE LN-FECHA-INICIO TO WS-INICIO
           COMPUTE WS-MESES-TRANSCURRIDOS =
               (WS-FP-ANIO - WS-IN-ANIO) * 12
               + WS-FP-MES - WS-IN-MES
           IF WS-MESES-TRANSCURRIDOS < 0
               MOVE ZEROS TO WS-MESES-TRANSCURRIDOS
           END-IF
           IF WS-MESES-TRANSCURRIDOS > LN-PLAZO
               MOVE LN-PLAZO TO WS-MESES-TRANSCURRIDOS
           END-IF
           MOVE WS-MESES-TRANSCURRIDOS TO
               WS-PRE-MES-CORTE (WS-CANT-PRESTAMOS)
           MOVE ZEROS TO WS-PRE-CUOTA (WS-CANT-PRESTAMOS)
           MOVE ZEROS TO WS-PRE-ADELANTO (WS-CANT-PRESTAMOS)
           MOVE ZEROS TO WS-PRE-PEOR-DIAS (WS-CANT-PRESTAMOS)
           MOVE "N" TO WS-PRE-CASTIGADO (WS-CANT-PRESTAMOS)
           MOVE ZEROS TO WS-PRE-MONTO-CASTIGO (WS-CANT-PRESTAMOS).

       BuscaPrestamo.
           MOVE ZEROS TO WS-PRE-ENCONTRADO
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
               UNTIL WS-PRE-IDX > WS-CANT-PRESTAMOS
               OR WS-PRE-ENCONTRADO > 0
               IF WS-PRE-NUMERO (WS-PRE-IDX) = WS-BUSCA-NUMERO
                   MOVE WS-PRE-IDX TO WS-PRE-ENCONTRADO
               END-IF
           END-PERFORM.

      *>   La cuota para estimar dias de atraso es la del renglon al
      *>   corte, como en LOANRISK.
       PegaTabla.
           OPEN INPUT archivo-tabla
           IF WS-FS-TABLA NOT = "00"
               CLOSE archivo-tabla
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-TABLA = "S"
               READ archivo-tabla
                   AT END
                       MOVE "S" TO WS-EOF-TABLA
                   NOT AT END
                       MOVE SCH-NUMERO TO WS-BUSCA-NUMERO
                       PERFORM BuscaPrestamo
                       IF WS-PRE-ENCONTRADO > 0
                           AND (SCH-MES =
                               WS-PRE-MES-CORTE (WS-PRE-ENCONTRADO)
                           OR (WS-PRE-MES-CORTE (WS-PRE-ENCONTRADO)
                               = 0 AND SCH-MES = 1))
                           MOVE SCH-CUOTA TO
                               WS-PRE-CUOTA (WS-PRE-ENCONTRADO)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-tabla.

      *>   Castigo aprobado en la bitacora de WOFFAPPR sobre el
      *>   numero de prestamo, mismo criterio que BUROCRED.
       PegaCastigos.
           OPEN INPUT archivo-castigos
           IF WS-FS-CASTIGOS NOT = "00"
               CLOSE archivo-castigos
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-CASTIGOS = "S"
               READ archivo-castigos
                   AT END
                       MOVE "S" TO WS-EOF-CASTIGOS
                   NOT AT END
                       IF WOA-ACCION = "A"
                           MOVE WOA-CUENTA TO WS-BUSCA-NUMERO
                           PERFORM BuscaPrestamo
                           IF WS-PRE-ENCONTRADO > 0
                               MOVE "S" TO
                                   WS-PRE-CASTIGADO (WS-PRE-ENCONTRADO)
                               MOVE WOA-MONTO TO WS-PRE-MONTO-CASTIGO
                                   (WS-PRE-ENCONTRADO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-castigos.

       PegaPeorAtraso.
           OPEN INPUT archivo-peor
           IF WS-FS-PEOR NOT = "00"
               CLOSE archivo-peor
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-PEOR = "S"
               READ archivo-peor
                   AT END
                       MOVE "S" TO WS-EOF-PEOR
                   NOT AT END
                       MOVE VP-NUMERO TO WS-BUSCA-NUMERO
                       PERFORM BuscaPrestamo
                       IF WS-PRE-ENCONTRADO > 0
                           MOVE VP-PEOR-DIAS TO
                               WS-PRE-PEOR-DIAS (WS-PRE-ENCONTRADO)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-peor.

      *>   Atraso del mes de cada activo (LP-VENCIDO entre la cuota
      *>   al corte, a 30 dias por cuota) y su adelanto vigente; si
      *>   el atraso supera el peor registrado, lo reemplaza.
       MideAtraso.
           OPEN INPUT archivo-posicion
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
               UNTIL WS-PRE-IDX > WS-CANT-PRESTAMOS
               IF WS-PRE-ESTADO (WS-PRE-IDX) = "A"
                   PERFORM MideUnPrestamo
               END-IF
           END-PERFORM
           IF WS-FS-POSICION = "00" OR WS-FS-POSICION = "35"
               CLOSE archivo-posicion
           END-IF.

       MideUnPrestamo.
           MOVE ZEROS TO WS-VENCIDO
           MOVE ZEROS TO WS-DIAS-ATRASO
           MOVE WS-PRE-NUMERO (WS-PRE-IDX) TO LP-NUMERO
           READ archivo-posicion
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LP-VENCIDO TO WS-VENCIDO
                   MOVE LP-ADELANTO TO WS-PRE-ADELANTO (WS-PRE-IDX)
           END-READ
           IF WS-PRE-CUOTA (WS-PRE-IDX) = 0 OR WS-VENCIDO = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CUOTAS-VENCIDAS =
               WS-VENCIDO / WS-PRE-CUOTA (WS-PRE-IDX)
           COMPUTE WS-DIAS-ATRASO = WS-CUOTAS-VENCIDAS * 30
               ON SIZE ERROR
                   MOVE 9999 TO WS-DIAS-ATRASO
           END-COMPUTE
           IF WS-DIAS-ATRASO > WS-PRE-PEOR-DIAS (WS-PRE-IDX)
               MOVE WS-DIAS-ATRASO TO WS-PRE-PEOR-DIAS (WS-PRE-IDX)
           END-IF.

      *>   Se reescribe completo; solo lleva los prestamos que alguna
      *>   vez tuvieron atraso.
       GrabaPeorAtraso.
           OPEN OUTPUT archivo-peor
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
               UNTIL WS-PRE-IDX > WS-CANT-PRESTAMOS
               IF WS-PRE-PEOR-DIAS (WS-PRE-IDX) > 0
                   MOVE WS-PRE-NUMERO (WS-PRE-IDX) TO VP-NUMERO
                   MOVE WS-PRE-PEOR-DIAS (WS-PRE-IDX) TO VP-PEOR-DIAS
                   WRITE VP-RECORD
               END-IF
           END-PERFORM
           CLOSE archivo-peor.

      *>   Un prepago es un prestamo cancelado sin castigo antes de
      *>   cumplir su plazo en libros; los adelantos son el pago
      *>   anticipado parcial que siguen cargando los activos.
       ArmaCohortes.
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
               UNTIL WS-PRE-IDX > WS-CANT-PRESTAMOS
               MOVE WS-PRE-COHORTE (WS-PRE-IDX) TO WS-BUSCA-COHORTE
               PERFORM BuscaCohorte
               IF WS-COH-ENCONTRADA > 0
                   PERFORM SumaACohorte
               ELSE
                   ADD 1 TO WS-PRESTAMOS-OMITIDOS
               END-IF
           END-PERFORM.

       SumaACohorte.
           MOVE WS-COH-ENCONTRADA TO WS-COH-IDX
           ADD 1 TO WS-COH-PRESTAMOS (WS-COH-IDX)
           ADD WS-PRE-PRINCIPAL (WS-PRE-IDX)
               TO WS-COH-MONTO-ORIGINAL (WS-COH-IDX)
           IF WS-PRE-PEOR-DIAS (WS-PRE-IDX) >= 30
               ADD 1 TO WS-COH-CANT-30 (WS-COH-IDX)
           END-IF
           IF WS-PRE-PEOR-DIAS (WS-PRE-IDX) >= 60
               ADD 1 TO WS-COH-CANT-60 (WS-COH-IDX)
           END-IF
           IF WS-PRE-PEOR-DIAS (WS-PRE-IDX) >= 90
               ADD 1 TO WS-COH-CANT-90 (WS-COH-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-PRE-CASTIGADO (WS-PRE-IDX) = "S"
                   ADD 1 TO WS-COH-CANT-CASTIGO (WS-COH-IDX)
                   ADD WS-PRE-MONTO-CASTIGO (WS-PRE-IDX)
                       TO WS-COH-MONTO-CASTIGO (WS-COH-IDX)
               WHEN WS-PRE-ESTADO (WS-PRE-IDX) NOT = "A"
                   AND WS-COH-MESES-LIBROS (WS-COH-IDX)
                       < WS-PRE-PLAZO (WS-PRE-IDX)
                   ADD 1 TO WS-COH-CANT-PREPAGO (WS-COH-IDX)
               WHEN WS-PRE-ESTADO (WS-PRE-IDX) = "A"
                   ADD WS-PRE-ADELANTO (WS-PRE-IDX)
                       TO WS-COH-MONTO-ADELANTO (WS-COH-IDX)
           END-EVALUATE.

      *>   Busca la cosecha y, si no esta, la inserta en su lugar
      *>   por AAAAMM recorriendo las posteriores un lugar.
       BuscaCohorte.
           MOVE ZEROS TO WS-COH-ENCONTRADA
           PERFORM VARYING WS-COH-IDX FROM 1 BY 1
               UNTIL WS-COH-IDX > WS-CANT-COHORTES
               OR WS-COH-ENCONTRADA > 0
               OR WS-COH-COHORTE (WS-COH-IDX) > WS-BUSCA-COHORTE
               IF WS-COH-COHORTE (WS-COH-IDX) = WS-BUSCA-COHORTE
                   MOVE WS-COH-IDX TO WS-COH-ENCONTRADA
               END-IF
           END-PERFORM
           IF WS-COH-ENCONTRADA > 0
               OR WS-CANT-COHORTES >= WS-MAX-COHORTES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-COH-MOVER FROM WS-CANT-COHORTES BY -1
               UNTIL WS-COH-MOVER < WS-COH-IDX
               MOVE WS-COH (WS-COH-MOVER) TO WS-COH (WS-COH-MOVER + 1)
           END-PERFORM
           ADD 1 TO WS-CANT-COHORTES
           INITIALIZE WS-COH (WS-COH-IDX)
           MOVE WS-BUSCA-COHORTE TO WS-COH-COHORTE (WS-COH-IDX)
           MOVE WS-BUSCA-COHORTE TO WS-INICIO (1:6)
           COMPUTE WS-MESES-TRANSCURRIDOS =
               (WS-FP-ANIO - WS-IN-ANIO) * 12
               + WS-FP-MES - WS-IN-MES
           IF WS-MESES-TRANSCURRIDOS < 0
               MOVE ZEROS TO WS-MESES-TRANSCURRIDOS
           END-IF
           MOVE WS-MESES-TRANSCURRIDOS TO
               WS-COH-MESES-LIBROS (WS-COH-IDX)
           MOVE WS-COH-IDX TO WS-COH-ENCONTRADA.

       AnexaHistoria.
           OPEN EXTEND archivo-historia
           IF WS-FS-HISTORIA = "05" OR WS-FS-HISTORIA = "35"
               OPEN OUTPUT archivo-historia
           END-IF
           PERFORM VARYING WS-COH-IDX FROM 1 BY 1
               UNTIL WS-COH-IDX > WS-CANT-COHORTES
               MOVE WS-FECHA-PROCESO-NEG (1:6) TO VH-PERIODO
               MOVE WS-COH-COHORTE (WS-COH-IDX) TO VH-COHORTE
               MOVE WS-COH-MESES-LIBROS (WS-COH-IDX)
                   TO VH-MESES-LIBROS
               MOVE WS-COH-PRESTAMOS (WS-COH-IDX) TO VH-PRESTAMOS
               MOVE WS-COH-MONTO-ORIGINAL (WS-COH-IDX)
                   TO VH-MONTO-ORIGINAL
               MOVE WS-COH-CANT-30 (WS-COH-IDX) TO VH-CANT-30
               MOVE WS-COH-CANT-60 (WS-COH-IDX) TO VH-CANT-60
               MOVE WS-COH-CANT-90 (WS-COH-IDX) TO VH-CANT-90
               MOVE WS-COH-CANT-CASTIGO (WS-COH-IDX)
                   TO VH-CANT-CASTIGO
               MOVE WS-COH-MONTO-CASTIGO (WS-COH-IDX)
                   TO VH-MONTO-CASTIGO
               MOVE WS-COH-CANT-PREPAGO (WS-COH-IDX)
                   TO VH-CANT-PREPAGO
               MOVE WS-COH-MONTO-ADELANTO (WS-COH-IDX)
                   TO VH-MONTO-ADELANTO
               WRITE VH-RECORD
           END-PERFORM
           CLOSE archivo-historia.

      *>   Relee la serie completa (ya con el mes) y toma, para cada
      *>   cosecha, el % 30+ en los meses en libros de cada columna.
       ArmaCurvas.
           OPEN INPUT archivo-historia
           IF WS-FS-HISTORIA NOT = "00"
               CLOSE archivo-historia
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-HISTORIA = "S"
               READ archivo-historia
                   AT END
                       MOVE "S" TO WS-EOF-HISTORIA
                   NOT AT END
                       PERFORM PegaHito
               END-READ
           END-PERFORM
           CLOSE archivo-historia.

       PegaHito.
           MOVE ZEROS TO WS-HITO-IDX
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > 6
               IF WS-HITO-MES (WS-CUR-IDX) = VH-MESES-LIBROS
                   MOVE WS-CUR-IDX TO WS-HITO-IDX
               END-IF
           END-PERFORM
           IF WS-HITO-IDX = 0 OR VH-PRESTAMOS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BuscaCurva
           IF WS-CUR-ENCONTRADA = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CUR-PCT (WS-CUR-ENCONTRADA, WS-HITO-IDX)
               ROUNDED = VH-CANT-30 * 100 / VH-PRESTAMOS
           MOVE "S" TO WS-CUR-TIENE (WS-CUR-ENCONTRADA, WS-HITO-IDX).

      *>   Mismo orden por AAAAMM que la tabla de cosechas.
       BuscaCurva.
           MOVE ZEROS TO WS-CUR-ENCONTRADA
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CANT-CURVAS
               OR WS-CUR-ENCONTRADA > 0
               OR WS-CUR-COHORTE (WS-CUR-IDX) > VH-COHORTE
               IF WS-CUR-COHORTE (WS-CUR-IDX) = VH-COHORTE
                   MOVE WS-CUR-IDX TO WS-CUR-ENCONTRADA
               END-IF
           END-PERFORM
           IF WS-CUR-ENCONTRADA > 0
               OR WS-CANT-CURVAS >= WS-MAX-COHORTES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-COH-MOVER FROM WS-CANT-CURVAS BY -1
               UNTIL WS-COH-MOVER < WS-CUR-IDX
               MOVE WS-CUR (WS-COH-MOVER) TO WS-CUR (WS-COH-MOVER + 1)
           END-PERFORM
           ADD 1 TO WS-CANT-CURVAS
           MOVE VH-COHORTE TO WS-CUR-COHORTE (WS-CUR-IDX)
           PERFORM VARYING WS-HITO-IDX FROM 1 BY 1
               UNTIL WS-HITO-IDX > 6
               MOVE ZEROS TO WS-CUR-PCT (WS-CUR-IDX, WS-HITO-IDX)
               MOVE "N" TO WS-CUR-TIENE (WS-CUR-IDX, WS-HITO-IDX)
           END-PERFORM
           MOVE WS-CUR-IDX TO WS-CUR-ENCONTRADA.

       ImprimeCohortes.
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS
           PERFORM VARYING WS-COH-IDX FROM 1 BY 1
               UNTIL WS-COH-IDX > WS-CANT-COHORTES
               PERFORM ImprimeUnaCohorte
           END-PERFORM
           MOVE WS-TOTAL-PRESTAMOS TO LT-PRESTAMOS
           MOVE WS-TOTAL-ORIGINAL TO LT-MONTO
           MOVE WS-TOTAL-CASTIGO TO LT-MONTO-CASTIGO
           MOVE WS-TOTAL-ADELANTO TO LT-ADELANTOS
           WRITE LINEA-REPORTE FROM LIN-TOTAL
           WRITE LINEA-REPORTE FROM SPACES.

       ImprimeUnaCohorte.
           MOVE WS-COH-COHORTE (WS-COH-IDX) TO LD-COHORTE
           MOVE WS-COH-MESES-LIBROS (WS-COH-IDX) TO LD-MESES
           MOVE WS-COH-PRESTAMOS (WS-COH-IDX) TO LD-PRESTAMOS
           MOVE WS-COH-MONTO-ORIGINAL (WS-COH-IDX) TO LD-MONTO
           MOVE WS-COH-PRESTAMOS (WS-COH-IDX) TO WS-BASE-PCT
           MOVE WS-COH-CANT-30 (WS-COH-IDX) TO WS-CANT-PCT
           PERFORM CalculaPorcentaje
           MOVE WS-PORCENTAJE TO LD-PCT-30
           MOVE WS-COH-CANT-60 (WS-COH-IDX) TO WS-CANT-PCT
           PERFORM CalculaPorcentaje
           MOVE WS-PORCENTAJE TO LD-PCT-60
           MOVE WS-COH-CANT-90 (WS-COH-IDX) TO WS-CANT-PCT
           PERFORM CalculaPorcentaje
           MOVE WS-PORCENTAJE TO LD-PCT-90
           MOVE WS-COH-CANT-CASTIGO (WS-COH-IDX) TO LD-CASTIGOS
           MOVE WS-COH-CANT-CASTIGO (WS-COH-IDX) TO WS-CANT-PCT
           PERFORM CalculaPorcentaje
           MOVE WS-PORCENTAJE TO LD-PCT-CASTIGO
           MOVE WS-COH-MONTO-CASTIGO (WS-COH-IDX) TO LD-MONTO-CASTIGO
           MOVE WS-COH-CANT-PREPAGO (WS-COH-IDX) TO LD-PREPAGOS
           MOVE WS-COH-CANT-PREPAGO (WS-COH-IDX) TO WS-CANT-PCT
           PERFORM CalculaPorcentaje
           MOVE WS-PORCENTAJE TO LD-PCT-PREPAGO
           MOVE WS-COH-MONTO-ADELANTO (WS-COH-IDX) TO LD-ADELANTOS
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD WS-COH-PRESTAMOS (WS-COH-IDX) TO WS-TOTAL-PRESTAMOS
           ADD WS-COH-MONTO-ORIGINAL (WS-COH-IDX) TO WS-TOTAL-ORIGINAL
           ADD WS-COH-MONTO-CASTIGO (WS-COH-IDX) TO WS-TOTAL-CASTIGO
           ADD WS-COH-MONTO-ADELANTO (WS-COH-IDX)
               TO WS-TOTAL-ADELANTO.

       CalculaPorcentaje.
           MOVE ZEROS TO WS-PORCENTAJE
           IF WS-BASE-PCT > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-CANT-PCT * 100 / WS-BASE-PCT
           END-IF.

      *>   Una celda sin foto a esos meses en libros (la cosecha es
      *>   mas joven, o la serie empezo despues) sale en blanco.
       ImprimeCurvas.
           WRITE LINEA-REPORTE FROM LIN-TITULO-CURVAS
           PERFORM VARYING WS-HITO-IDX FROM 1 BY 1
               UNTIL WS-HITO-IDX > 6
               MOVE WS-HITO-MES (WS-HITO-IDX) TO LCC-MES (WS-HITO-IDX)
           END-PERFORM
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS-CURVAS
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CANT-CURVAS
               MOVE WS-CUR-COHORTE (WS-CUR-IDX) TO LC-COHORTE
               PERFORM VARYING WS-HITO-IDX FROM 1 BY 1
                   UNTIL WS-HITO-IDX > 6
                   MOVE SPACES TO LC-PCT (WS-HITO-IDX)
                   IF WS-CUR-TIENE (WS-CUR-IDX, WS-HITO-IDX) = "S"
                       MOVE WS-CUR-PCT (WS-CUR-IDX, WS-HITO-IDX)
                           TO WS-PCT-EDITADO
                       MOVE WS-PCT-EDITADO TO LC-PCT (WS-HITO-IDX)
                   END-IF
               END-PERFORM
               WRITE LINEA-REPORTE FROM LIN-CURVA
           END-PERFORM.

       END PROGRAM VINTAGE.
