      *>   cierre de mes deja de columpiarse con la fecha de las
      *>   cuotas; LOANPAY releva el devengo cuando el pago entra.
      *>   ACR-FECHA-ULT hace la corrida idempotente: un prestamo ya
      *>   devengado hoy no se devenga dos veces. Las dos cuentas de
      *>   ACCRGLC.cpy se validan contra el catalogo de cuentas
      *>   (CTACHK) al leerlas: si alguna no pasa, la poliza no se
      *>   emite, igual que sin cuentas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           01 WS-CUENTA-INGRESO PIC X(8) VALUE SPACES.
           01 WS-HAY-CUENTAS PIC X VALUE "N".

      *>   Validacion de las cuentas de los mapeos contra el catalogo
      *>   de cuentas al cargarlos (ver CTACHK).
           01 WS-CTA-CUENTA PIC X(8) VALUE SPACES.
           01 WS-CTA-VALIDA PIC X VALUE "S".
           01 WS-CTA-MOTIVO PIC X(30) VALUE SPACES.

      *>   Prestamos activos con su saldo al corte, mismas dos
      *>   pasadas que LOANRISK.
           01 WS-MAX-PRESTAMOS PIC 9(4) VALUE 2000.
                       MOVE "S" TO WS-HAY-CUENTAS
               END-READ
           END-IF
           CLOSE archivo-cuentas
           IF WS-HAY-CUENTAS = "S"
               MOVE WS-CUENTA-POR-COBRAR TO WS-CTA-CUENTA
               PERFORM ValidaCuentaCatalogo
               MOVE WS-CUENTA-INGRESO TO WS-CTA-CUENTA
               PERFORM ValidaCuentaCatalogo
           END-IF.

      *>   Una cuenta de devengo que no pasa el catalogo deja su
      *>   excepcion y apaga WS-HAY-CUENTAS.
       ValidaCuentaCatalogo.
           CALL "CTACHK" USING WS-CTA-CUENTA WS-CTA-VALIDA
               WS-CTA-MOTIVO
           IF WS-CTA-VALIDA NOT = "S"
               MOVE "N" TO WS-HAY-CUENTAS
               MOVE "ACCRPOST" TO EXC-PROGRAMA
               MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
               MOVE "CTA-INVAL" TO EXC-TIPO
               MOVE "C" TO EXC-SEVERIDAD
               MOVE SPACES TO EXC-DETALLE
               STRING "Cuenta de devengo " WS-CTA-CUENTA ": "
                   WS-CTA-MOTIVO
                   DELIMITED BY SIZE INTO EXC-DETALLE
               OPEN EXTEND archivo-excepciones
               IF WS-FS-EXCEPCIONES = "05"
                   OR WS-FS-EXCEPCIONES = "35"
                   OPEN OUTPUT archivo-excepciones
               END-IF
               WRITE EXC-RECORD
               CLOSE archivo-excepciones
           END-IF.

       CargaPrestamos.
           OPEN INPUT archivo-prestamos
