      *>   anterior + cargos = saldo nuevo) y SOLO si cuadran el
      *>   archivo de trabajo reemplaza a baltrans.dat; si no, el
      *>   archivo vivo queda intacto y la corrida termina con
      *>   RETURN-CODE 4. La parte del saldo en disputa (BT-DISPUTA)
      *>   no genera moratorio: la base del cargo es el saldo no
      *>   disputado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               05 TRB-SALDO              PIC 9(10)V9(6).
               05 TRB-DIAS-VENCIDO       PIC 9(4).
               05 TRB-MONEDA             PIC X(3).
               05 TRB-DISPUTA            PIC 9(10)V9(6).

       FD  archivo-control-moras.
           COPY LATECTL.
                   MOVE 4 TO WS-BANDA
           END-EVALUATE
           IF WS-TASA-BANDA (WS-BANDA) = 0
               OR BT-SALDO <= BT-DISPUTA
               MOVE ZEROS TO WS-CARGO
           ELSE
               COMPUTE WS-OPERANDO-1 = BT-SALDO - BT-DISPUTA
               MOVE WS-TASA-BANDA (WS-BANDA) TO WS-OPERANDO-2
               CALL "ARITCALC" USING WS-OPERANDO-1 WS-OPERANDO-2
                   WS-MODO-REDONDEO WS-R-SUMA WS-R-RESTA WS-R-MULTI
           MOVE WS-SALDO-NUEVO TO TRB-SALDO
           MOVE BT-DIAS-VENCIDO TO TRB-DIAS-VENCIDO
           MOVE BT-MONEDA TO TRB-MONEDA
           MOVE BT-DISPUTA TO TRB-DISPUTA
           WRITE TRABAJO-RECORD
           ADD 1 TO WS-TOTAL-CUENTAS
           ADD BT-SALDO TO WS-TOTAL-ANTERIOR
                       MOVE TRB-SALDO TO BT-SALDO
                       MOVE TRB-DIAS-VENCIDO TO BT-DIAS-VENCIDO
                       MOVE TRB-MONEDA TO BT-MONEDA
                       MOVE TRB-DISPUTA TO BT-DISPUTA
                       WRITE BT-RECORD
               END-READ
           END-PERFORM
