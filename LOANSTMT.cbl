       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSTMT.
      *>   Estado de cuenta periodico del prestatario: por cada prestamo
      *>   activo de LOANMAST, una pagina con la cuota exigible del
      *>   periodo (tabla AMORTSCH), los pagos recibidos en el periodo
      *>   con sus fechas (historia LOANPHIS que anexa LOANPAY) y
      *>   como se distribuyo cada uno entre interes, vencido,
      *>   capital y pago anticipado, junto con las devoluciones del
      *>   pago de mas que anexa REEMBPAG, la posicion de
      *>   adelanto/vencido de LOANPOS y la proxima cuota por vencer.
      *>   Encabezados estandar via RPTHDR y asiento en el catalogo
      *>   de reportes via RPTCATW, para que la reimpresion funcione
      *>   como en cualquier otro reporte. Entre la tabla
      *>   original y la carta de cobranza, esto es lo primero que el
      *>   prestatario recibe por escrito.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   10 WS-PAG-NUMERO PIC 9(8).
                   10 WS-PAG-FECHA PIC X(8).
                   10 WS-PAG-MONTO PIC 9(9)V99.
                   10 WS-PAG-TIPO PIC X(1).
                   10 WS-PAG-INTERES PIC 9(9)V99.
                   10 WS-PAG-VENCIDO PIC 9(9)V99.
                   10 WS-PAG-CAPITAL PIC 9(9)V99.
                   10 WS-PAG-ANTICIPO PIC 9(9)V99.
                   10 WS-PAG-DISTRIBUIDO PIC X(1).

           01 WS-FECHA-PROCESO.
               05 WS-FP-ANIO PIC 9(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LG-MONTO PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-DISTRIBUCION.
               05 FILLER PIC X(6) VALUE SPACES.
               05 FILLER PIC X(9) VALUE "INTERES ".
               05 LDI-INTERES PIC ZZZ,ZZ9.99.
               05 FILLER PIC X(10) VALUE "  VENCIDO ".
               05 LDI-VENCIDO PIC ZZZ,ZZ9.99.
               05 FILLER PIC X(10) VALUE "  CAPITAL ".
               05 LDI-CAPITAL PIC ZZZ,ZZ9.99.
               05 FILLER PIC X(11) VALUE "  ANTICIPO ".
               05 LDI-ANTICIPO PIC ZZZ,ZZ9.99.

           01 LIN-DEVOLUCION.
               05 FILLER PIC X(16) VALUE "  DEVOLUCION    ".
               05 LV2-FECHA PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LV2-MONTO PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-POSICION.
               05 FILLER PIC X(10) VALUE "ADELANTO: ".
               05 LO-ADELANTO PIC ZZZ,ZZZ,ZZ9.99.
                               WS-PAG-FECHA (WS-CANT-PAGOS)
                           MOVE LPH-MONTO TO
                               WS-PAG-MONTO (WS-CANT-PAGOS)
                           MOVE LPH-TIPO TO
                               WS-PAG-TIPO (WS-CANT-PAGOS)
                           PERFORM CargaDistribucion
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-historia-pagos.

      *>   La distribucion solo existe en los pagos que LOANPAY ya
      *>   repartio por prelacion; los renglones anteriores la traen
      *>   en blanco y se imprimen sin ella.
       CargaDistribucion.
           IF LPH-TIPO NOT = "D"
               AND LPH-INTERES IS NUMERIC
               AND LPH-VENCIDO IS NUMERIC
               AND LPH-CAPITAL IS NUMERIC
               AND LPH-ANTICIPO IS NUMERIC
               MOVE "S" TO WS-PAG-DISTRIBUIDO (WS-CANT-PAGOS)
               MOVE LPH-INTERES TO WS-PAG-INTERES (WS-CANT-PAGOS)
               MOVE LPH-VENCIDO TO WS-PAG-VENCIDO (WS-CANT-PAGOS)
               MOVE LPH-CAPITAL TO WS-PAG-CAPITAL (WS-CANT-PAGOS)
               MOVE LPH-ANTICIPO TO WS-PAG-ANTICIPO (WS-CANT-PAGOS)
           ELSE
               MOVE "N" TO WS-PAG-DISTRIBUIDO (WS-CANT-PAGOS)
           END-IF.

      *>   Una pagina por prestamo: cuota del periodo, pagos
      *>   recibidos, posicion y proxima cuota.
       EmiteEstado.
               UNTIL WS-PAG-IDX > WS-CANT-PAGOS
               IF WS-PAG-NUMERO (WS-PAG-IDX)
                   = WS-PRE-NUMERO (WS-PRE-IDX)
                   IF WS-PAG-TIPO (WS-PAG-IDX) = "D"
                       MOVE WS-PAG-FECHA (WS-PAG-IDX) TO LV2-FECHA
                       MOVE WS-PAG-MONTO (WS-PAG-IDX) TO LV2-MONTO
                       WRITE LINEA-REPORTE FROM LIN-DEVOLUCION
                   ELSE
                       MOVE WS-PAG-FECHA (WS-PAG-IDX) TO LG-FECHA
                       MOVE WS-PAG-MONTO (WS-PAG-IDX) TO LG-MONTO
                       WRITE LINEA-REPORTE FROM LIN-PAGO
                       IF WS-PAG-DISTRIBUIDO (WS-PAG-IDX) = "S"
                           MOVE WS-PAG-INTERES (WS-PAG-IDX)
                               TO LDI-INTERES
                           MOVE WS-PAG-VENCIDO (WS-PAG-IDX)
                               TO LDI-VENCIDO
                           MOVE WS-PAG-CAPITAL (WS-PAG-IDX)
                               TO LDI-CAPITAL
                           MOVE WS-PAG-ANTICIPO (WS-PAG-IDX)
                               TO LDI-ANTICIPO
                           WRITE LINEA-REPORTE FROM LIN-DISTRIBUCION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZEROS TO LO-ADELANTO LO-VENCIDO
