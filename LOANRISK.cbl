      *>   movimiento contra la foto del mes pasado (RISKPREV.cpy), y
      *>   el AJUSTE de provision sale como poliza balanceada
      *>   (gasto DR / reserva CR, cuentas de RISKGLC.cpy) en
      *>   registros GLINT. La provision se calcula sobre el saldo
      *>   neto del valor elegible de garantias que deja GARMON en
      *>   garval.dat (GARVAL.cpy); sin ese archivo, sobre el saldo
      *>   completo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-FOTO.

               SELECT OPTIONAL archivo-garantias
               ASSIGN TO "garval.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-GARANTIAS.

               SELECT archivo-interfaz
               ASSIGN TO "glintrsk.dat"
               ORGANIZATION IS SEQUENTIAL
       FD  archivo-foto-anterior.
           COPY RISKPREV.

       FD  archivo-garantias.
           COPY GARVAL.

       FD  archivo-interfaz.
           COPY GLINT.
           COPY GLINTRLR.
           01 WS-FS-CUENTAS PIC XX VALUE "00".
           01 WS-FS-FOTO PIC XX VALUE "00".
           01 WS-FS-INTERFAZ PIC XX VALUE "00".
           01 WS-FS-GARANTIAS PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-EOF-PRESTAMOS PIC X VALUE "N".
           01 WS-EOF-TABLA PIC X VALUE "N".
           01 WS-EOF-CONTROL PIC X VALUE "N".
           01 WS-EOF-FOTO PIC X VALUE "N".
           01 WS-EOF-GARANTIAS PIC X VALUE "N".
           01 WS-ES-FIN-DE-MES PIC X VALUE "N".

      *>   Umbrales de grado cargados del control; sin archivo se
                   10 WS-PRE-GRADO PIC 9(1).
                   10 WS-PRE-GRADO-ANT PIC 9(1).
                   10 WS-PRE-PROVISION PIC 9(11)V99.
                   10 WS-PRE-GARANTIA PIC 9(11)V99.
           01 WS-SALDO-NETO PIC S9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-GARANTIA PIC 9(13)V99 VALUE ZEROS.

      *>   Meses transcurridos para ubicar el renglon al corte.
           01 WS-FECHA-PROCESO.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-CUENTA-ANT PIC ZZ,ZZ9.

           01 LIN-GARANTIA.
               05 FILLER PIC X(22) VALUE "GARANTIA DESCONTADA: ".
               05 LG-GARANTIA PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-AJUSTE.
               05 FILLER PIC X(22) VALUE "AJUSTE DE PROVISION: ".
               05 LA-AJUSTE PIC ZZZ,ZZZ,ZZ9.99-.
           PERFORM LeeCuentas
           PERFORM CargaPrestamos
           PERFORM PegaTabla
           PERFORM PegaGarantias
           PERFORM CargaFotoAnterior
           PERFORM ClasificaCartera
           PERFORM ImprimeReporte
                               WS-PRE-GRADO-ANT (WS-CANT-PRESTAMOS)
                           MOVE ZEROS TO
                               WS-PRE-PROVISION (WS-CANT-PRESTAMOS)
                           MOVE ZEROS TO
                               WS-PRE-GARANTIA (WS-CANT-PRESTAMOS)
                       END-IF
               END-READ
           END-PERFORM
               END-IF
           END-PERFORM.

      *>   Valor elegible de garantias por prestamo (avaluo aforado
      *>   de las garantias con avaluo y seguro al dia, ver GARMON).
       PegaGarantias.
           OPEN INPUT archivo-garantias
           IF WS-FS-GARANTIAS NOT = "00"
               CLOSE archivo-garantias
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-GARANTIAS = "S"
               READ archivo-garantias
                   AT END
                       MOVE "S" TO WS-EOF-GARANTIAS
                   NOT AT END
                       PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                           UNTIL WS-PRE-IDX > WS-CANT-PRESTAMOS
                           IF WS-PRE-NUMERO (WS-PRE-IDX) = GV-NUMERO
                               MOVE GV-VALOR-ELEGIBLE TO
                                   WS-PRE-GARANTIA (WS-PRE-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE archivo-garantias.

       CargaFotoAnterior.
           OPEN INPUT archivo-foto-anterior
           IF WS-FS-FOTO NOT = "00"
                       MOVE 99999 TO WS-DIAS-ATRASO
               END-COMPUTE
           END-IF
      *>   La garantia solo cubre hasta el saldo: un prestamo
      *>   sobregarantizado provisiona cero, no negativo.
           COMPUTE WS-SALDO-NETO =
               WS-PRE-SALDO (WS-PRE-IDX) - WS-PRE-GARANTIA (WS-PRE-IDX)
           IF WS-SALDO-NETO < 0
               MOVE ZEROS TO WS-SALDO-NETO
           END-IF
           IF WS-PRE-SALDO (WS-PRE-IDX) > 0
               COMPUTE WS-TOTAL-GARANTIA = WS-TOTAL-GARANTIA
                   + WS-PRE-SALDO (WS-PRE-IDX) - WS-SALDO-NETO
           END-IF
           MOVE 1 TO WS-PRE-GRADO (WS-PRE-IDX)
           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
               UNTIL WS-GRD-IDX > WS-CANT-GRADOS
                   MOVE WS-GRD-GRADO (WS-GRD-IDX)
                       TO WS-PRE-GRADO (WS-PRE-IDX)
                   COMPUTE WS-PRE-PROVISION (WS-PRE-IDX) ROUNDED =
                       WS-SALDO-NETO
                       * WS-GRD-PCT (WS-GRD-IDX) / 100
               END-IF
           END-PERFORM
           END-PERFORM
           COMPUTE WS-AJUSTE-PROVISION =
               WS-PROVISION-TOTAL - WS-PROVISION-ANTERIOR
           MOVE WS-TOTAL-GARANTIA TO LG-GARANTIA
           WRITE LINEA-REPORTE FROM LIN-GARANTIA
           MOVE WS-AJUSTE-PROVISION TO LA-AJUSTE
           WRITE LINEA-REPORTE FROM LIN-AJUSTE
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
