      *>   banda de antiguedad, la historia de cartas de cobranza
      *>   (DUNREG, niveles y fechas), la promesa de pago abierta si
      *>   la hay (PTPREC) y los cargos moratorios aplicados
      *>   (LATEHIST) y las disputas de sus partidas (DISPUTA.cpy),
      *>   con la parte disputada del saldo aparte — en vez de
      *>   correr BALAGDTL, grepear el impreso de DUNREG y revisar el
      *>   log por cada llamada. La barra de acciones deja anotar una
      *>   nota de contacto (COLLNOTA.cpy) o tomar una promesa sin
      *>   salir de la pantalla.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CARGOS.

               SELECT OPTIONAL archivo-disputas
               ASSIGN TO "disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CLAVE
               FILE STATUS IS WS-FS-DISPUTAS.

               SELECT OPTIONAL archivo-notas
               ASSIGN TO "collnota.dat"
               ORGANIZATION IS SEQUENTIAL
       FD  archivo-historia-cargos.
           COPY LATEHIST.

       FD  archivo-disputas.
           COPY DISPUTA.

       FD  archivo-notas.
           COPY COLLNOTA.

           01 WS-FS-PROMESAS PIC XX VALUE "00".
           01 WS-FS-CARGOS PIC XX VALUE "00".
           01 WS-FS-NOTAS PIC XX VALUE "00".
           01 WS-FS-DISPUTAS PIC XX VALUE "00".
           01 WS-FIN-DISPUTAS PIC X VALUE "N".
           01 WS-EOF-ARCHIVO PIC X VALUE "N".
           01 WS-FIN-PROMESAS PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-CUENTA-TEXTO PIC X(8) VALUE SPACES.
           01 WS-CUENTA PIC 9(8) VALUE ZEROS.
           01 WS-SALDO PIC 9(10)V9(6) VALUE ZEROS.
           01 WS-SALDO-DISPUTA PIC 9(10)V9(6) VALUE ZEROS.
           01 WS-DIAS PIC 9(4) VALUE ZEROS.
           01 WS-BANDA PIC X(12) VALUE SPACES.
           01 WS-SALDO-HALLADO PIC X VALUE "N".
           PERFORM MuestraDunning
           PERFORM MuestraPromesas
           PERFORM MuestraCargos
           PERFORM MuestraDisputas
           PERFORM BarraAcciones.

       MuestraIdentidad.
                   NOT AT END
                       IF BT-CUENTA = WS-CUENTA
                           MOVE BT-SALDO TO WS-SALDO
                           MOVE BT-DISPUTA TO WS-SALDO-DISPUTA
                           MOVE BT-DIAS-VENCIDO TO WS-DIAS
                           MOVE "S" TO WS-SALDO-HALLADO
                       END-IF
           END-EVALUATE
           DISPLAY "Saldo: " WS-SALDO
               "  Dias vencido: " WS-DIAS
               "  Banda: " WS-BANDA
           IF WS-SALDO-DISPUTA > 0
               DISPLAY "  De ese saldo, en disputa: " WS-SALDO-DISPUTA
                   " (fuera de cobranza y moratorios)"
           END-IF.

       MuestraDunning.
           MOVE "N" TO WS-EOF-ARCHIVO
           END-PERFORM
           CLOSE archivo-historia-cargos.

      *>   Disputas de las partidas de la cuenta, abiertas y
      *>   resueltas, con su seguimiento o su resolucion.
       MuestraDisputas.
           OPEN INPUT archivo-disputas
           IF WS-FS-DISPUTAS NOT = "00"
               CLOSE archivo-disputas
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUENTA TO DSP-CUENTA
           MOVE ZEROS TO DSP-ITEM
           MOVE "N" TO WS-FIN-DISPUTAS
           START archivo-disputas KEY >= DSP-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-DISPUTAS
           END-START
           PERFORM UNTIL WS-FIN-DISPUTAS = "S"
               READ archivo-disputas NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-DISPUTAS
                   NOT AT END
                       IF DSP-CUENTA NOT = WS-CUENTA
                           MOVE "S" TO WS-FIN-DISPUTAS
                       ELSE
                           PERFORM MuestraUnaDisputa
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-disputas.

       MuestraUnaDisputa.
           EVALUATE DSP-ESTADO
               WHEN "A"
                   DISPLAY "Disputa ABIERTA partida " DSP-ITEM
                       " por " DSP-MONTO
                       " seguimiento " DSP-FECHA-SEGUIMIENTO
                       " (abrio " DSP-OPERADOR ")"
               WHEN "C"
                   DISPLAY "Disputa ACREDITADA partida " DSP-ITEM
                       " credito " DSP-MONTO-CREDITO
                       " el " DSP-FECHA-RESOLUCION
                       " (" DSP-OPER-RESOLUCION ")"
               WHEN OTHER
                   DISPLAY "Disputa REINSTALADA partida " DSP-ITEM
                       " el " DSP-FECHA-RESOLUCION
                       " (" DSP-OPER-RESOLUCION ")"
           END-EVALUATE
           DISPLAY "  Motivo: " DSP-MOTIVO.

      *>   Barra de acciones: N anota contacto, P toma promesa (se
      *>   graba con el saldo en pantalla como saldo-al-tomar, igual
      *>   que PROMMNT), cualquier otra tecla regresa a pedir cuenta.
