      *>   satelite de contacto (CN-ENTREGA: C correo, M mensajeria,
      *>   E electronica); sin registro de contacto el recibo va a la
      *>   pila de correo y el empleado queda en la pagina de
      *>   excepciones de esa pila. El detalle de una corrida de
      *>   pagos extraordinarios (PAYEXTR, trailer marcado O) sale
      *>   rotulado como tal y sin el desglose de enrolamientos: ese
      *>   pago no cobra deducciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           01 WS-CONTADOR-REAL PIC 9(6) VALUE ZEROS.
           01 WS-SUMA-REAL PIC S9(11)V99 VALUE ZEROS.
           01 WS-TRAILER-OK PIC X VALUE "N".
           01 WS-TIPO-CORRIDA PIC X VALUE SPACE.
           01 WS-HAY-CONTACTO PIC X VALUE "N".
           01 WS-HAY-ENROL PIC X VALUE "N".
           01 WS-FIN-ENROL-EMP PIC X VALUE "N".
               05 FILLER PIC X(24) VALUE
                   "------ RECIBO DE PAGO #".
               05 LS-ID PIC 9(6).
               05 LS-COLA PIC X(24) VALUE " ------".

           01 LIN-DEDUCCION.
               05 FILLER PIC X(12) VALUE "  DEDUCCION ".
               GOBACK
           END-IF
           PERFORM LeePlantilla
           IF WS-TIPO-CORRIDA = "O"
               MOVE " PAGO EXTRAORDINARIO ---" TO LS-COLA
           END-IF
           OPEN INPUT archivo-detalle-pago
           OPEN INPUT archivo-empleados
           OPEN INPUT archivo-contacto
                       MOVE "S" TO WS-EOF-VERIFICA
                   NOT AT END
                       IF PD-ID = 999999
                           MOVE PDT-TIPO-CORRIDA TO WS-TIPO-CORRIDA
                           IF PDT-CONTADOR = WS-CONTADOR-REAL
                               AND PDT-MONTO-TOTAL = WS-SUMA-REAL
                               MOVE "S" TO WS-TRAILER-OK
                   REPLACING ALL WS-MARCA-NETO BY WS-TXT-NETO
               PERFORM EscribeLinea-Trabajo
           END-PERFORM
           IF WS-HAY-ENROL = "S" AND WS-TIPO-CORRIDA NOT = "O"
               PERFORM EmiteRenglonesDeduccion
           END-IF
           EVALUATE WS-ENTREGA
