      *>   ingreso ilegible, en cero o en blanco (registro historico
      *>   pendiente de la conversion EMPHIRCV) devuelve
      *>   LK-ANIOS-VALIDA "N" y el llamador decide su respaldo.
      *>   Con LK-EMP-ID, los periodos de servicio anteriores de un
      *>   recontratado (SERVHIST.cpy) se puentean segun las reglas
      *>   de senctl.dat (SENCTL.cpy): los dias puenteados recorren
      *>   hacia atras la fecha de ingreso antes de contar los anios.
      *>   Sin archivo de reglas, o con el puente en cero, la
      *>   antiguedad corre solo desde la fecha de ingreso vigente.
      *>   Las reglas se leen y la historia se abre una sola vez por
      *>   corrida (el estado del subprograma persiste entre CALLs),
      *>   igual que PROBDATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-control-antiguedad
               ASSIGN TO "senctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT OPTIONAL archivo-historia-servicio
               ASSIGN TO "servhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-CLAVE
               FILE STATUS IS WS-FS-HISTORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-control-antiguedad.
           COPY SENCTL.

       FD  archivo-historia-servicio.
           COPY SERVHIST.

       WORKING-STORAGE SECTION.
           01 WS-ING.
               05 WS-ING-ANIO PIC 9(4).
               05 WS-REF-MMDD PIC 9(4).
           01 WS-ANIOS PIC S9(4) VALUE ZEROS.

           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-HISTORIA PIC XX VALUE "00".
           01 WS-YA-LEIDO PIC X VALUE "N".
           01 WS-HAY-HISTORIA PIC X VALUE "N".
           01 WS-FIN-HISTORIA PIC X VALUE "N".
           01 WS-DIAS-PUENTE PIC 9(5) VALUE ZEROS.
           01 WS-PARIDAD PIC X VALUE "N".
           01 WS-MIN-DIAS-PERIODO PIC 9(5) VALUE ZEROS.

      *>   Periodos anteriores del empleado, en orden de ingreso, y
      *>   la aritmetica del puente en dias enteros.
           01 WS-MAX-PERIODOS PIC 99 VALUE 20.
           01 WS-CANT-PERIODOS PIC 99 VALUE ZEROS.
           01 WS-PER-IDX PIC 99 VALUE ZEROS.
           01 WS-TABLA-PERIODOS.
               05 WS-PER OCCURS 20 TIMES.
                   10 WS-PER-INGRESO PIC 9(8).
                   10 WS-PER-BAJA PIC 9(8).
           01 WS-INICIO-SIGUIENTE PIC 9(8) VALUE ZEROS.
           01 WS-DIAS-PERIODO PIC S9(7) VALUE ZEROS.
           01 WS-DIAS-INTERRUPCION PIC S9(7) VALUE ZEROS.
           01 WS-DIAS-PUENTEADOS PIC 9(7) VALUE ZEROS.
           01 WS-CORTA-CADENA PIC X VALUE "N".
           01 WS-ENTERO-AJUSTADO PIC 9(8) VALUE ZEROS.
           01 WS-FECHA-AJUSTADA PIC 9(8) VALUE ZEROS.

       LINKAGE SECTION.
           01 LK-FECHA-INGRESO PIC X(8).
           01 LK-FECHA-REF PIC X(8).
           01 LK-ANIOS PIC 9(3).
           01 LK-ANIOS-VALIDA PIC X.
           01 LK-EMP-ID PIC 9(6).

       PROCEDURE DIVISION USING LK-FECHA-INGRESO LK-FECHA-REF
           LK-ANIOS LK-ANIOS-VALIDA LK-EMP-ID.

       MAIN-PROCEDURE.
           IF WS-YA-LEIDO = "N"
               PERFORM LeeControl
               MOVE "S" TO WS-YA-LEIDO
           END-IF
           MOVE "N" TO LK-ANIOS-VALIDA
           MOVE ZEROS TO LK-ANIOS
           IF LK-FECHA-INGRESO IS NOT NUMERIC
           IF LK-FECHA-INGRESO = "00000000"
               GOBACK
           END-IF
           IF FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(LK-FECHA-INGRESO)) = 0
               GOBACK
           END-IF
           MOVE LK-FECHA-INGRESO TO WS-ING
           IF WS-HAY-HISTORIA = "S"
               PERFORM PuenteaPeriodos
           END-IF
           MOVE LK-FECHA-REF TO WS-REF
           COMPUTE WS-ANIOS = WS-REF-ANIO - WS-ING-ANIO
           IF WS-REF-MMDD < WS-ING-MMDD
           MOVE "S" TO LK-ANIOS-VALIDA
           GOBACK.

      *>   Reglas de puente; la historia solo se abre si hay algo
      *>   que puentear, y queda abierta para el resto de la corrida.
       LeeControl.
           OPEN INPUT archivo-control-antiguedad
           IF WS-FS-CONTROL = "00"
               READ archivo-control-antiguedad
                   NOT AT END
                       IF SCT-DIAS-PUENTE IS NUMERIC
                           MOVE SCT-DIAS-PUENTE TO WS-DIAS-PUENTE
                       END-IF
                       MOVE SCT-PARIDAD TO WS-PARIDAD
                       IF SCT-MIN-DIAS-PERIODO IS NUMERIC
                           MOVE SCT-MIN-DIAS-PERIODO
                               TO WS-MIN-DIAS-PERIODO
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-control-antiguedad
           IF WS-DIAS-PUENTE = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT archivo-historia-servicio
           IF WS-FS-HISTORIA = "00"
               MOVE "S" TO WS-HAY-HISTORIA
           ELSE
               CLOSE archivo-historia-servicio
           END-IF.

      *>   Carga los periodos anteriores de LK-EMP-ID y los recorre
      *>   del mas reciente hacia atras: cada uno que cumple las
      *>   reglas suma sus dias y mueve el inicio de la cadena a su
      *>   propio ingreso; el primero que no las cumple la corta.
      *>   WS-ING queda con la fecha de ingreso ajustada.
       PuenteaPeriodos.
           PERFORM CargaPeriodos
           IF WS-CANT-PERIODOS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-DIAS-PUENTEADOS
           MOVE "N" TO WS-CORTA-CADENA
           COMPUTE WS-INICIO-SIGUIENTE = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(LK-FECHA-INGRESO))
           PERFORM VARYING WS-PER-IDX FROM WS-CANT-PERIODOS BY -1
               UNTIL WS-PER-IDX < 1 OR WS-CORTA-CADENA = "S"
               COMPUTE WS-DIAS-PERIODO =
                   FUNCTION INTEGER-OF-DATE(WS-PER-BAJA (WS-PER-IDX))
                   - FUNCTION INTEGER-OF-DATE
                       (WS-PER-INGRESO (WS-PER-IDX))
               COMPUTE WS-DIAS-INTERRUPCION = WS-INICIO-SIGUIENTE
                   - FUNCTION INTEGER-OF-DATE(WS-PER-BAJA (WS-PER-IDX))
               IF WS-DIAS-PERIODO < 0 OR WS-DIAS-INTERRUPCION < 0
                   OR WS-DIAS-INTERRUPCION > WS-DIAS-PUENTE
                   OR WS-DIAS-PERIODO < WS-MIN-DIAS-PERIODO
                   MOVE "S" TO WS-CORTA-CADENA
               END-IF
               IF WS-PARIDAD = "S"
                   AND WS-DIAS-INTERRUPCION NOT < WS-DIAS-PERIODO
                   MOVE "S" TO WS-CORTA-CADENA
               END-IF
               IF WS-CORTA-CADENA = "N"
                   ADD WS-DIAS-PERIODO TO WS-DIAS-PUENTEADOS
                   COMPUTE WS-INICIO-SIGUIENTE =
                       FUNCTION INTEGER-OF-DATE
                           (WS-PER-INGRESO (WS-PER-IDX))
               END-IF
           END-PERFORM
           IF WS-DIAS-PUENTEADOS > 0
               COMPUTE WS-ENTERO-AJUSTADO = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(LK-FECHA-INGRESO))
                   - WS-DIAS-PUENTEADOS
               COMPUTE WS-FECHA-AJUSTADA =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-AJUSTADO)
               MOVE WS-FECHA-AJUSTADA TO WS-ING
           END-IF.

      *>   Solo entran los periodos con fechas legibles que cerraron
      *>   antes del ingreso vigente; la clave los entrega en orden.
       CargaPeriodos.
           MOVE ZEROS TO WS-CANT-PERIODOS
           MOVE "N" TO WS-FIN-HISTORIA
           MOVE LK-EMP-ID TO SH-ID
           MOVE LOW-VALUES TO SH-FECHA-INGRESO
           START archivo-historia-servicio KEY >= SH-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-HISTORIA
           END-START
           PERFORM UNTIL WS-FIN-HISTORIA = "S"
               READ archivo-historia-servicio NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-HISTORIA
                   NOT AT END
                       IF SH-ID NOT = LK-EMP-ID
                           MOVE "S" TO WS-FIN-HISTORIA
                       ELSE
                           PERFORM GuardaPeriodo
                       END-IF
               END-READ
           END-PERFORM.

       GuardaPeriodo.
           IF SH-FECHA-INGRESO NOT NUMERIC
               OR SH-FECHA-BAJA NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(SH-FECHA-INGRESO)) = 0
               OR FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(SH-FECHA-BAJA)) = 0
               EXIT PARAGRAPH
           END-IF
           IF SH-FECHA-BAJA > LK-FECHA-INGRESO
               EXIT PARAGRAPH
           END-IF
           IF WS-CANT-PERIODOS < WS-MAX-PERIODOS
               ADD 1 TO WS-CANT-PERIODOS
               MOVE SH-FECHA-INGRESO
                   TO WS-PER-INGRESO (WS-CANT-PERIODOS)
               MOVE SH-FECHA-BAJA TO WS-PER-BAJA (WS-CANT-PERIODOS)
           END-IF.

       END PROGRAM SENCALC.
