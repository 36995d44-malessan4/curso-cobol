      *>   las cuentas que no estan dadas de alta en el maestro.
      *>   BALAGE se conserva como el resumen ejecutivo; este reporte
      *>   es el que responde "quienes estan en la banda de 91+".
      *>   Lo que esta en disputa (BT-DISPUTA) sigue dentro del saldo
      *>   de su banda, y ademas se lista aparte al final por cuenta,
      *>   para que el 91+ no se lea como cobrable cuando no lo es.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           01 WS-TASA-HALLADA PIC X VALUE "N".
           01 WS-TASA-USO PIC 9(5)V9(6) VALUE ZEROS.
           01 WS-SALDO-CONVERTIDO PIC 9(10)V9(6) VALUE ZEROS.
           01 WS-DISPUTA-CONVERTIDA PIC 9(10)V9(6) VALUE ZEROS.
           01 WS-TOTAL-SIN-TASA PIC 9(6) VALUE ZEROS.
           01 WS-EOF-SALDOS PIC X VALUE "N".
           01 WS-HAY-MAESTRO PIC X VALUE "N".
                   10 WS-SAL-DIAS PIC 9(4).
                   10 WS-SAL-MONEDA PIC X(3).
                   10 WS-SAL-BANDA PIC 9.
                   10 WS-SAL-DISPUTA PIC 9(10)V9(6).
           01 WS-BANDA-ACTUAL PIC 9 VALUE ZEROS.
           01 WS-BANDA-CANTIDAD PIC 9(6) VALUE ZEROS.
           01 WS-BANDA-IMPORTE PIC 9(11)V99 VALUE ZEROS.
               UNTIL WS-BANDA-ACTUAL > 4
               PERFORM ImprimeBanda
           END-PERFORM
           PERFORM ImprimeDisputas
           CLOSE archivo-reporte
           IF WS-HAY-MAESTRO = "S"
               CLOSE archivo-cuentas
                               TO WS-SAL-CUENTA (WS-CANT-SALDOS)
                           MOVE WS-SALDO-CONVERTIDO
                               TO WS-SAL-SALDO (WS-CANT-SALDOS)
                           MOVE WS-DISPUTA-CONVERTIDA
                               TO WS-SAL-DISPUTA (WS-CANT-SALDOS)
                           MOVE BT-MONEDA
                               TO WS-SAL-MONEDA (WS-CANT-SALDOS)
                           MOVE BT-DIAS-VENCIDO
       ConvierteMoneda.
           MOVE "S" TO WS-TASA-HALLADA
           MOVE BT-SALDO TO WS-SALDO-CONVERTIDO
           MOVE BT-DISPUTA TO WS-DISPUTA-CONVERTIDA
           IF BT-MONEDA = SPACES
               EXIT PARAGRAPH
           END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-CONVERTIDO ROUNDED =
               BT-SALDO * WS-TASA-USO
           COMPUTE WS-DISPUTA-CONVERTIDA ROUNDED =
               BT-DISPUTA * WS-TASA-USO.

       RegistraSinTasa.
           ADD 1 TO WS-TOTAL-SIN-TASA
      *>   corrida termina con RETURN-CODE 4 para que alguien la de
      *>   de alta.
       ImprimeDetalle.
           PERFORM ResuelveTitular
           MOVE WS-SAL-DIAS (WS-IDX) TO LD-DIAS
           MOVE WS-SAL-SALDO (WS-IDX) TO LD-SALDO
           MOVE WS-SAL-MONEDA (WS-IDX) TO LD-MONEDA
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-BANDA-CANTIDAD
           ADD WS-SAL-SALDO (WS-IDX) TO WS-BANDA-IMPORTE.

       ResuelveTitular.
           MOVE WS-SAL-CUENTA (WS-IDX) TO LD-CUENTA
           MOVE "** SIN CUENTA EN MAESTRO **" TO LD-TITULAR
           IF WS-HAY-MAESTRO = "S"
               END-READ
           ELSE
               MOVE "S" TO WS-HUBO-SIN-MAESTRO
           END-IF.

      *>   Seccion aparte con la parte disputada de cada cuenta (en
      *>   moneda local, ya incluida en el saldo de su banda): los
      *>   dias son los de lo no disputado, por eso la columna va en
      *>   blanco.
       ImprimeDisputas.
           MOVE "EN DISPUTA (INCLUIDO EN LAS BANDAS)"
               TO LIN-BANDA-TITULO
           WRITE LINEA-REPORTE FROM LIN-BANDA-TITULO
           WRITE LINEA-REPORTE FROM LIN-ENCABEZADO
           MOVE ZEROS TO WS-BANDA-CANTIDAD WS-BANDA-IMPORTE
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-SALDOS
               IF WS-SAL-DISPUTA (WS-IDX) > 0
                   PERFORM ResuelveTitular
                   MOVE ZEROS TO LD-DIAS
                   MOVE WS-SAL-DISPUTA (WS-IDX) TO LD-SALDO
                   MOVE WS-SAL-MONEDA (WS-IDX) TO LD-MONEDA
                   WRITE LINEA-REPORTE FROM LIN-DETALLE
                   ADD 1 TO WS-BANDA-CANTIDAD
                   ADD WS-SAL-DISPUTA (WS-IDX) TO WS-BANDA-IMPORTE
               END-IF
           END-PERFORM
           MOVE WS-BANDA-CANTIDAD TO LS-CANTIDAD
           MOVE WS-BANDA-IMPORTE TO LS-IMPORTE
           WRITE LINEA-REPORTE FROM LIN-SUBTOTAL.

       END PROGRAM BALAGDTL.
