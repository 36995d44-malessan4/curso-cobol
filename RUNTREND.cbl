       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNTREND.
      *>   Tendencia semanal de tiempos del batch sobre la bitacora
      *>   de corridas (RUNLOG.cpy): OPSDASH dice como le fue a la
      *>   noche de ayer, este reporte dice hacia donde va. Sale el
      *>   dia de la semana de TRNDCTL.cpy y, por paso del stream
      *>   (solo renglones RL-ORIGEN "B"), da el tiempo promedio y el
      *>   peor, los registros por segundo (leidos mas escritos) y la
      *>   tendencia de ambos en las ultimas 4 semanas contra las
      *>   ultimas 12. Marca el paso cuyo tiempo crece mas que su
      *>   volumen (mas alla de la holgura de TRNDCTL.cpy). Proyecta
      *>   la hora de fin del NIGHTLY: arranque promedio de CALCHECK
      *>   mas el tiempo proyectado de los pasos de cada noche (los
      *>   que corrieron al menos la mitad de las noches, el stream
      *>   es serial), y si la proyeccion rebasa el cierre de la
      *>   ventana deja excepcion critica para el resumen matutino.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-runlog
               ASSIGN TO "runlog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNLOG.

               SELECT OPTIONAL archivo-control
               ASSIGN TO "trndctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT OPTIONAL archivo-excepciones
               ASSIGN TO "excepciones.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCIONES.

               SELECT archivo-reporte
               ASSIGN TO "runtrend.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-runlog.
           COPY RUNLOG.

       FD  archivo-control.
           COPY TRNDCTL.

       FD  archivo-excepciones.
           COPY EXCREC.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-FS-RUNLOG PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-EOF-RUNLOG PIC X VALUE "N".
           01 WS-HAY-MARCAS PIC X VALUE "N".
           01 WS-REBASA-VENTANA PIC X VALUE "N".

      *>   Parametros de TRNDCTL.cpy; sin archivo sale los lunes,
      *>   la ventana cierra a las 06:00 y la holgura es de 10
      *>   puntos. Dia 0 = todo dia habil, como en FEEDSCHD.cpy.
           01 WS-DIA-REPORTE PIC 9(1) VALUE 1.
           01 WS-HORA-CIERRE PIC X(6) VALUE "060000".
           01 WS-HOLGURA-PCT PIC 9(3) VALUE 10.

      *>   Dia de la semana por numero de dia juliano, misma
      *>   aritmetica que CALCHECK: MOD(dias 7) = 1 lunes ... 5
      *>   viernes, 6 sabado, 0 domingo.
           01 WS-HOY-ENTERO PIC 9(8) VALUE ZEROS.
           01 WS-DIA-SEMANA PIC 9 VALUE ZEROS.

      *>   Sello de RL-INICIO o RL-FIN desarmado para sacar segundos
      *>   absolutos (dia juliano por 86400 mas hora del dia).
           01 WS-SELLO.
               05 WS-SL-FECHA PIC 9(8).
               05 WS-SL-HORA PIC 99.
               05 WS-SL-MINUTO PIC 99.
               05 WS-SL-SEGUNDO PIC 99.
               05 FILLER PIC X(12).
           01 WS-SEG-INICIO PIC 9(12) VALUE ZEROS.
           01 WS-SEG-FIN PIC 9(12) VALUE ZEROS.
           01 WS-SEG-DEL-DIA PIC 9(6) VALUE ZEROS.
           01 WS-DIAS-ATRAS PIC S9(8) VALUE ZEROS.
           01 WS-TRANSCURRIDO PIC S9(7) VALUE ZEROS.
           01 WS-VOLUMEN PIC 9(9) VALUE ZEROS.

      *>   Las horas del stream se llevan relativas al mediodia
      *>   anterior (una hora antes de las 12:00 suma un dia) para
      *>   que una noche que cruza la medianoche se pueda promediar y
      *>   comparar contra el cierre de la ventana.
           01 WS-MEDIODIA PIC 9(5) VALUE 43200.
           01 WS-SEG-CIERRE PIC 9(6) VALUE ZEROS.
           01 WS-ULTIMA-NOCHE PIC X(8) VALUE SPACES.
           01 WS-NOCHES-4 PIC 9(4) VALUE ZEROS.
           01 WS-SUMA-ARRANQUE PIC 9(12) VALUE ZEROS.
           01 WS-ARRANQUE-PROM PIC 9(6) VALUE ZEROS.
           01 WS-SUMA-PROYECTADO PIC 9(9) VALUE ZEROS.
           01 WS-SUMA-PEOR PIC 9(9) VALUE ZEROS.
           01 WS-FIN-PROYECTADO PIC 9(9) VALUE ZEROS.
           01 WS-FIN-PEOR PIC 9(9) VALUE ZEROS.

      *>   Acumulados por paso: ventana de 12 semanas (84 dias) y su
      *>   parte reciente de 4 semanas (28 dias).
           01 WS-MAX-PASOS PIC 9(3) VALUE 300.
           01 WS-CANT-PASOS PIC 9(3) VALUE ZEROS.
           01 WS-PAS-IDX PIC 9(3) VALUE ZEROS.
           01 WS-PAS-ENCONTRADO PIC 9(3) VALUE ZEROS.
           01 WS-TABLA-PASOS.
               05 WS-PAS OCCURS 300 TIMES
                   DEPENDING ON WS-CANT-PASOS.
                   10 WS-PAS-PROGRAMA PIC X(8).
                   10 WS-PAS-CORRIDAS-12 PIC 9(5).
                   10 WS-PAS-SEGUNDOS-12 PIC 9(9).
                   10 WS-PAS-PEOR-12 PIC 9(7).
                   10 WS-PAS-VOLUMEN-12 PIC 9(13).
                   10 WS-PAS-CORRIDAS-4 PIC 9(5).
                   10 WS-PAS-SEGUNDOS-4 PIC 9(9).
                   10 WS-PAS-PEOR-4 PIC 9(7).
                   10 WS-PAS-VOLUMEN-4 PIC 9(13).

           01 WS-PROMEDIO-12 PIC 9(7)V9 VALUE ZEROS.
           01 WS-PROMEDIO-4 PIC 9(7)V9 VALUE ZEROS.
           01 WS-VOL-PROM-12 PIC 9(11)V9 VALUE ZEROS.
           01 WS-VOL-PROM-4 PIC 9(11)V9 VALUE ZEROS.
           01 WS-RPS-12 PIC 9(9)V9 VALUE ZEROS.
           01 WS-RPS-4 PIC 9(9)V9 VALUE ZEROS.
           01 WS-TEND-TIEMPO PIC S9(5)V9 VALUE ZEROS.
           01 WS-TEND-VOLUMEN PIC S9(5)V9 VALUE ZEROS.
           01 WS-PROYECTADO PIC S9(7)V9 VALUE ZEROS.
           01 WS-EN-RUTA PIC X VALUE "N".

           01 WS-TOTAL-RENGLONES PIC 9(8) VALUE ZEROS.
           01 WS-TOTAL-MARCADOS PIC 9(4) VALUE ZEROS.

      *>   Conversion de segundos a HH:MM:SS para el reporte.
           01 WS-SEG-A-EDITAR PIC 9(9) VALUE ZEROS.
           01 WS-SEG-RELOJ PIC 9(5) VALUE ZEROS.
           01 WS-HH PIC 99 VALUE ZEROS.
           01 WS-MM PIC 99 VALUE ZEROS.
           01 WS-SS PIC 99 VALUE ZEROS.
           01 WS-RESTO PIC 9(9) VALUE ZEROS.
           01 WS-HORA-EDITADA.
               05 WS-HE-HH PIC 99.
               05 FILLER PIC X VALUE ":".
               05 WS-HE-MM PIC 99.
               05 FILLER PIC X VALUE ":".
               05 WS-HE-SS PIC 99.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

           01 LIN-TITULO.
               05 FILLER PIC X(40) VALUE
                   "TENDENCIA DE TIEMPOS DEL BATCH - SEMANA ".
               05 LT-FECHA PIC X(8).
               05 FILLER PIC X(26) VALUE
                   "  (4 CONTRA 12 SEMANAS)".

           01 LIN-COLUMNAS.
               05 FILLER PIC X(14) VALUE "PASO      CORR".
               05 FILLER PIC X(10) VALUE "   PROM-12".
               05 FILLER PIC X(8) VALUE " PEOR-12".
               05 FILLER PIC X(10) VALUE "    PROM-4".
               05 FILLER PIC X(8) VALUE "  PEOR-4".
               05 FILLER PIC X(12) VALUE "  REG/SEG-12".
               05 FILLER PIC X(12) VALUE "   REG/SEG-4".
               05 FILLER PIC X(9) VALUE "  %T-TIEM".
               05 FILLER PIC X(9) VALUE "   %T-VOL".
               05 FILLER PIC X(8) VALUE "  PROYEC".
               05 FILLER PIC X(2) VALUE " R".
               05 FILLER PIC X(12) VALUE " OBSERVACION".

           01 LIN-DETALLE.
               05 LD-PASO PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-CORRIDAS PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-PROM-12 PIC ZZZZZZ9.9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-PEOR-12 PIC ZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-PROM-4 PIC ZZZZZZ9.9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-PEOR-4 PIC ZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-RPS-12 PIC ZZZZZZZZ9.9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-RPS-4 PIC ZZZZZZZZ9.9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-TEND-TIEMPO PIC -ZZZZ9.9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-TEND-VOLUMEN PIC -ZZZZ9.9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-PROYECTADO PIC ZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-EN-RUTA PIC X(1).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-OBSERVACION PIC X(26).

           01 LIN-NOCHES.
               05 FILLER PIC X(34) VALUE
                   "NOCHES EN 4 SEMANAS (CALCHECK):   ".
               05 LN-NOCHES PIC ZZZ9.
               05 FILLER PIC X(22) VALUE "   ARRANQUE PROMEDIO: ".
               05 LN-ARRANQUE PIC X(8).

           01 LIN-PROYECCION.
               05 FILLER PIC X(34) VALUE
                   "FIN PROYECTADO DEL NIGHTLY:       ".
               05 LP-FIN PIC X(8).
               05 FILLER PIC X(22) VALUE "   CIERRE DE VENTANA: ".
               05 LP-CIERRE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LP-OBSERVACION PIC X(30).

           01 LIN-PEOR.
               05 FILLER PIC X(36) VALUE
                   "FIN CON LOS PEORES TIEMPOS (4 SEM): ".
               05 LPE-FIN PIC X(8).

      *>   Bitacora de corrida (ver RUNLOGW).
           01 WS-RL-PROGRAMA PIC X(8) VALUE "RUNTREND".
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
           COMPUTE WS-HOY-ENTERO = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG))
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-HOY-ENTERO 7)
           PERFORM LeeControl
           IF WS-DIA-REPORTE NOT = 0
               AND WS-DIA-REPORTE NOT = WS-DIA-SEMANA
               DISPLAY "RUNTREND: hoy no toca la tendencia semanal, "
                   "no corre"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM AcumulaBitacora
           OPEN OUTPUT archivo-reporte
           MOVE WS-FECHA-PROCESO-NEG TO LT-FECHA
           WRITE LINEA-REPORTE FROM LIN-TITULO
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS
           PERFORM VARYING WS-PAS-IDX FROM 1 BY 1
               UNTIL WS-PAS-IDX > WS-CANT-PASOS
               PERFORM TabulaPaso
           END-PERFORM
           WRITE LINEA-REPORTE FROM SPACES
           PERFORM ProyectaVentana
           CLOSE archivo-reporte
           DISPLAY "RUNTREND: pasos " WS-CANT-PASOS
               " marcados " WS-TOTAL-MARCADOS
               " rebasa ventana " WS-REBASA-VENTANA
           MOVE WS-TOTAL-RENGLONES TO WS-RL-LEIDOS
           MOVE WS-CANT-PASOS TO WS-RL-ESCRITOS
           MOVE WS-TOTAL-MARCADOS TO WS-RL-RECHAZADOS
           IF WS-HAY-MARCAS = "S" OR WS-REBASA-VENTANA = "S"
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

       LeeControl.
           OPEN INPUT archivo-control
           IF WS-FS-CONTROL = "00"
               READ archivo-control
                   NOT AT END
                       MOVE TRC-DIA-SEMANA TO WS-DIA-REPORTE
                       IF TRC-HORA-CIERRE IS NUMERIC
                           MOVE TRC-HORA-CIERRE TO WS-HORA-CIERRE
                       END-IF
                       MOVE TRC-HOLGURA-PCT TO WS-HOLGURA-PCT
               END-READ
           END-IF
           CLOSE archivo-control.

      *>   Una sola pasada a la bitacora. Un renglon con sellos no
      *>   numericos o con fin antes que inicio no se puede medir y
      *>   se ignora.
       AcumulaBitacora.
           OPEN INPUT archivo-runlog
           IF WS-FS-RUNLOG NOT = "00"
               CLOSE archivo-runlog
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-RUNLOG = "S"
               READ archivo-runlog
                   AT END
                       MOVE "S" TO WS-EOF-RUNLOG
                   NOT AT END
                       IF RL-ORIGEN = "B"
                           AND RL-INICIO (1:14) IS NUMERIC
                           AND RL-FIN (1:14) IS NUMERIC
                           ADD 1 TO WS-TOTAL-RENGLONES
                           PERFORM AcumulaRenglon
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-runlog.

       AcumulaRenglon.
           MOVE RL-INICIO TO WS-SELLO
           COMPUTE WS-DIAS-ATRAS = WS-HOY-ENTERO
               - FUNCTION INTEGER-OF-DATE(WS-SL-FECHA)
           IF WS-DIAS-ATRAS < 0 OR WS-DIAS-ATRAS > 83
               EXIT PARAGRAPH
           END-IF
           PERFORM SegundosDelSello
           COMPUTE WS-SEG-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-SL-FECHA) * 86400
               + WS-SEG-DEL-DIA
           IF RL-PROGRAMA = "CALCHECK" AND WS-DIAS-ATRAS < 28
               AND RL-INICIO (1:8) NOT = WS-ULTIMA-NOCHE
               MOVE RL-INICIO (1:8) TO WS-ULTIMA-NOCHE
               ADD 1 TO WS-NOCHES-4
               IF WS-SEG-DEL-DIA < WS-MEDIODIA
                   ADD 86400 TO WS-SEG-DEL-DIA
               END-IF
               ADD WS-SEG-DEL-DIA TO WS-SUMA-ARRANQUE
           END-IF
           MOVE RL-FIN TO WS-SELLO
           PERFORM SegundosDelSello
           COMPUTE WS-SEG-FIN =
               FUNCTION INTEGER-OF-DATE(WS-SL-FECHA) * 86400
               + WS-SEG-DEL-DIA
           IF WS-SEG-FIN < WS-SEG-INICIO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TRANSCURRIDO = WS-SEG-FIN - WS-SEG-INICIO
               ON SIZE ERROR
                   EXIT PARAGRAPH
           END-COMPUTE
           COMPUTE WS-VOLUMEN = RL-LEIDOS + RL-ESCRITOS
           PERFORM BuscaPaso
           IF WS-PAS-ENCONTRADO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAS-ENCONTRADO TO WS-PAS-IDX
           ADD 1 TO WS-PAS-CORRIDAS-12 (WS-PAS-IDX)
           ADD WS-TRANSCURRIDO TO WS-PAS-SEGUNDOS-12 (WS-PAS-IDX)
           ADD WS-VOLUMEN TO WS-PAS-VOLUMEN-12 (WS-PAS-IDX)
           IF WS-TRANSCURRIDO > WS-PAS-PEOR-12 (WS-PAS-IDX)
               MOVE WS-TRANSCURRIDO TO WS-PAS-PEOR-12 (WS-PAS-IDX)
           END-IF
           IF WS-DIAS-ATRAS < 28
               ADD 1 TO WS-PAS-CORRIDAS-4 (WS-PAS-IDX)
               ADD WS-TRANSCURRIDO TO WS-PAS-SEGUNDOS-4 (WS-PAS-IDX)
               ADD WS-VOLUMEN TO WS-PAS-VOLUMEN-4 (WS-PAS-IDX)
               IF WS-TRANSCURRIDO > WS-PAS-PEOR-4 (WS-PAS-IDX)
                   MOVE WS-TRANSCURRIDO TO WS-PAS-PEOR-4 (WS-PAS-IDX)
               END-IF
           END-IF.

       SegundosDelSello.
           COMPUTE WS-SEG-DEL-DIA = WS-SL-HORA * 3600
               + WS-SL-MINUTO * 60 + WS-SL-SEGUNDO.

      *>   Los pasos quedan en el orden en que aparecen por primera
      *>   vez en la bitacora, que es el orden del stream.
       BuscaPaso.
           MOVE ZEROS TO WS-PAS-ENCONTRADO
           PERFORM VARYING WS-PAS-IDX FROM 1 BY 1
               UNTIL WS-PAS-IDX > WS-CANT-PASOS
               OR WS-PAS-ENCONTRADO > 0
               IF WS-PAS-PROGRAMA (WS-PAS-IDX) = RL-PROGRAMA
                   MOVE WS-PAS-IDX TO WS-PAS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-PAS-ENCONTRADO = 0
               AND WS-CANT-PASOS < WS-MAX-PASOS
               ADD 1 TO WS-CANT-PASOS
               MOVE RL-PROGRAMA TO WS-PAS-PROGRAMA (WS-CANT-PASOS)
               MOVE ZEROS TO WS-PAS-CORRIDAS-12 (WS-CANT-PASOS)
                   WS-PAS-SEGUNDOS-12 (WS-CANT-PASOS)
                   WS-PAS-PEOR-12 (WS-CANT-PASOS)
                   WS-PAS-VOLUMEN-12 (WS-CANT-PASOS)
                   WS-PAS-CORRIDAS-4 (WS-CANT-PASOS)
                   WS-PAS-SEGUNDOS-4 (WS-CANT-PASOS)
                   WS-PAS-PEOR-4 (WS-CANT-PASOS)
                   WS-PAS-VOLUMEN-4 (WS-CANT-PASOS)
               MOVE WS-CANT-PASOS TO WS-PAS-ENCONTRADO
           END-IF.

      *>   Tendencia = cambio porcentual del promedio de 4 semanas
      *>   contra el de 12, en tiempo por corrida y en volumen por
      *>   corrida. La proyeccion a la semana que entra extiende la
      *>   misma pendiente: los dos promedios estan centrados a unas
      *>   4 semanas de distancia, y la semana que entra queda a
      *>   media distancia del promedio reciente.
       TabulaPaso.
           MOVE ZEROS TO WS-PROMEDIO-12 WS-PROMEDIO-4 WS-VOL-PROM-12
               WS-VOL-PROM-4 WS-RPS-12 WS-RPS-4 WS-TEND-TIEMPO
               WS-TEND-VOLUMEN WS-PROYECTADO
           MOVE "N" TO WS-EN-RUTA
           MOVE SPACES TO LD-OBSERVACION
           IF WS-PAS-CORRIDAS-12 (WS-PAS-IDX) > 0
               COMPUTE WS-PROMEDIO-12 ROUNDED =
                   WS-PAS-SEGUNDOS-12 (WS-PAS-IDX)
                   / WS-PAS-CORRIDAS-12 (WS-PAS-IDX)
               COMPUTE WS-VOL-PROM-12 ROUNDED =
                   WS-PAS-VOLUMEN-12 (WS-PAS-IDX)
                   / WS-PAS-CORRIDAS-12 (WS-PAS-IDX)
           END-IF
           IF WS-PAS-SEGUNDOS-12 (WS-PAS-IDX) > 0
               COMPUTE WS-RPS-12 ROUNDED =
                   WS-PAS-VOLUMEN-12 (WS-PAS-IDX)
                   / WS-PAS-SEGUNDOS-12 (WS-PAS-IDX)
                   ON SIZE ERROR
                       MOVE 999999999.9 TO WS-RPS-12
               END-COMPUTE
           END-IF
           IF WS-PAS-CORRIDAS-4 (WS-PAS-IDX) > 0
               COMPUTE WS-PROMEDIO-4 ROUNDED =
                   WS-PAS-SEGUNDOS-4 (WS-PAS-IDX)
                   / WS-PAS-CORRIDAS-4 (WS-PAS-IDX)
               COMPUTE WS-VOL-PROM-4 ROUNDED =
                   WS-PAS-VOLUMEN-4 (WS-PAS-IDX)
                   / WS-PAS-CORRIDAS-4 (WS-PAS-IDX)
               COMPUTE WS-PROYECTADO ROUNDED = WS-PROMEDIO-4
                   + (WS-PROMEDIO-4 - WS-PROMEDIO-12) / 2
               IF WS-PROYECTADO < 0
                   MOVE ZEROS TO WS-PROYECTADO
               END-IF
           END-IF
           IF WS-PAS-SEGUNDOS-4 (WS-PAS-IDX) > 0
               COMPUTE WS-RPS-4 ROUNDED =
                   WS-PAS-VOLUMEN-4 (WS-PAS-IDX)
                   / WS-PAS-SEGUNDOS-4 (WS-PAS-IDX)
                   ON SIZE ERROR
                       MOVE 999999999.9 TO WS-RPS-4
               END-COMPUTE
           END-IF
           IF WS-PROMEDIO-12 > 0 AND WS-PAS-CORRIDAS-4 (WS-PAS-IDX) > 0
               COMPUTE WS-TEND-TIEMPO ROUNDED =
                   (WS-PROMEDIO-4 - WS-PROMEDIO-12) * 100
                   / WS-PROMEDIO-12
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-TEND-TIEMPO
               END-COMPUTE
           END-IF
           IF WS-VOL-PROM-12 > 0 AND WS-PAS-CORRIDAS-4 (WS-PAS-IDX) > 0
               COMPUTE WS-TEND-VOLUMEN ROUNDED =
                   (WS-VOL-PROM-4 - WS-VOL-PROM-12) * 100
                   / WS-VOL-PROM-12
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-TEND-VOLUMEN
               END-COMPUTE
           END-IF
      *>   Solo hay tendencia si el paso tiene corridas anteriores a
      *>   las 4 semanas; un paso nuevo no se marca.
           IF WS-PAS-CORRIDAS-4 (WS-PAS-IDX) > 0
               AND WS-PAS-CORRIDAS-12 (WS-PAS-IDX) >
                   WS-PAS-CORRIDAS-4 (WS-PAS-IDX)
               AND WS-TEND-TIEMPO > WS-TEND-VOLUMEN + WS-HOLGURA-PCT
               MOVE "** CRECE MAS QUE VOLUMEN" TO LD-OBSERVACION
               MOVE "S" TO WS-HAY-MARCAS
               ADD 1 TO WS-TOTAL-MARCADOS
           END-IF
           IF WS-NOCHES-4 > 0
               AND WS-PAS-CORRIDAS-4 (WS-PAS-IDX) * 2 >= WS-NOCHES-4
               MOVE "S" TO WS-EN-RUTA
               ADD WS-PROYECTADO TO WS-SUMA-PROYECTADO
               ADD WS-PAS-PEOR-4 (WS-PAS-IDX) TO WS-SUMA-PEOR
           END-IF
           MOVE WS-PAS-PROGRAMA (WS-PAS-IDX) TO LD-PASO
           MOVE WS-PAS-CORRIDAS-12 (WS-PAS-IDX) TO LD-CORRIDAS
           MOVE WS-PROMEDIO-12 TO LD-PROM-12
           MOVE WS-PAS-PEOR-12 (WS-PAS-IDX) TO LD-PEOR-12
           MOVE WS-PROMEDIO-4 TO LD-PROM-4
           MOVE WS-PAS-PEOR-4 (WS-PAS-IDX) TO LD-PEOR-4
           MOVE WS-RPS-12 TO LD-RPS-12
           MOVE WS-RPS-4 TO LD-RPS-4
           MOVE WS-TEND-TIEMPO TO LD-TEND-TIEMPO
           MOVE WS-TEND-VOLUMEN TO LD-TEND-VOLUMEN
           MOVE WS-PROYECTADO TO LD-PROYECTADO
           MOVE WS-EN-RUTA TO LD-EN-RUTA
           WRITE LINEA-REPORTE FROM LIN-DETALLE.

      *>   Fin proyectado = arranque promedio de CALCHECK en las 4
      *>   semanas mas la suma de los tiempos proyectados de los
      *>   pasos de cada noche (columna R). Sin noches en la
      *>   bitacora no hay nada que proyectar.
       ProyectaVentana.
           MOVE ZEROS TO WS-ARRANQUE-PROM
           IF WS-NOCHES-4 > 0
               COMPUTE WS-ARRANQUE-PROM ROUNDED =
                   WS-SUMA-ARRANQUE / WS-NOCHES-4
           END-IF
           MOVE WS-NOCHES-4 TO LN-NOCHES
           MOVE WS-ARRANQUE-PROM TO WS-SEG-A-EDITAR
           PERFORM EditaHora
           MOVE WS-HORA-EDITADA TO LN-ARRANQUE
           WRITE LINEA-REPORTE FROM LIN-NOCHES
           IF WS-NOCHES-4 = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HORA-CIERRE TO WS-SELLO (9:6)
           PERFORM SegundosDelSello
           MOVE WS-SEG-DEL-DIA TO WS-SEG-CIERRE
           IF WS-SEG-CIERRE < WS-MEDIODIA
               ADD 86400 TO WS-SEG-CIERRE
           END-IF
           COMPUTE WS-FIN-PROYECTADO =
               WS-ARRANQUE-PROM + WS-SUMA-PROYECTADO
           COMPUTE WS-FIN-PEOR = WS-ARRANQUE-PROM + WS-SUMA-PEOR
           MOVE WS-FIN-PROYECTADO TO WS-SEG-A-EDITAR
           PERFORM EditaHora
           MOVE WS-HORA-EDITADA TO LP-FIN
           MOVE WS-SEG-CIERRE TO WS-SEG-A-EDITAR
           PERFORM EditaHora
           MOVE WS-HORA-EDITADA TO LP-CIERRE
           MOVE SPACES TO LP-OBSERVACION
           IF WS-FIN-PROYECTADO > WS-SEG-CIERRE
               MOVE "** REBASA LA VENTANA **" TO LP-OBSERVACION
               MOVE "S" TO WS-REBASA-VENTANA
               PERFORM RegistraRebase
           END-IF
           WRITE LINEA-REPORTE FROM LIN-PROYECCION
           MOVE WS-FIN-PEOR TO WS-SEG-A-EDITAR
           PERFORM EditaHora
           MOVE WS-HORA-EDITADA TO LPE-FIN
           WRITE LINEA-REPORTE FROM LIN-PEOR.

      *>   Segundos relativos a la medianoche (o al dia siguiente)
      *>   a HH:MM:SS del reloj.
       EditaHora.
           DIVIDE WS-SEG-A-EDITAR BY 86400 GIVING WS-RESTO
               REMAINDER WS-SEG-RELOJ
           DIVIDE WS-SEG-RELOJ BY 3600 GIVING WS-HH
               REMAINDER WS-RESTO
           DIVIDE WS-RESTO BY 60 GIVING WS-MM REMAINDER WS-SS
           MOVE WS-HH TO WS-HE-HH
           MOVE WS-MM TO WS-HE-MM
           MOVE WS-SS TO WS-HE-SS.

       RegistraRebase.
           MOVE SPACES TO EXC-RECORD
           MOVE "RUNTREND" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           MOVE "VENTANA" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           STRING "NIGHTLY proyectado a " LP-FIN
               " rebasa el cierre " LP-CIERRE
               DELIMITED BY SIZE INTO EXC-DETALLE
           OPEN EXTEND archivo-excepciones
           IF WS-FS-EXCEPCIONES = "05" OR WS-FS-EXCEPCIONES = "35"
               OPEN OUTPUT archivo-excepciones
           END-IF
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

       END PROGRAM RUNTREND.
