       IDENTIFICATION DIVISION.
       PROGRAM-ID. YECLOSE.
      *>   Cierre anual del mayor propio (GLMAST.cpy), paso del
      *>   stream de cierre mensual (MONTHLY.jcl) despues de
      *>   PERCLOSE: solo en diciembre, y solo si el candado de
      *>   diciembre (PERLOCK.cpy) ya esta puesto. El anio es el de la
      *>   fecha de proceso, o YECLOSE-ANIO (AAAA) para cerrar uno
      *>   atrasado. La poliza de cierre salda cada cuenta de
      *>   ingreso y gasto contra la cuenta de resultados acumulados
      *>   del parametro YECLCTL.cpy, en el periodo AAAA13, y queda
      *>   en la historia glhist.dat con fecha AAAA1331 para que GLINQ
      *>   la muestre; despues, el saldo de cada cuenta de activo,
      *>   pasivo y capital pasa como saldo inicial AAAA00 del anio
      *>   siguiente. Al terminar se asienta el candado AAAA13, que
      *>   PERCHECK toma como anio cerrado: nada vuelve a postear
      *>   dentro de el. No se cierra (RC 8, excepcion critica) un
      *>   mayor con cuentas fuera del catalogo, descuadrado, o sin
      *>   cuenta de resultados valida; un anio ya cerrado termina
      *>   con RC 4, como la doble corrida de PERCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-mayor
               ASSIGN TO "glmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-CLAVE
               FILE STATUS IS WS-FS-MAYOR.

               SELECT OPTIONAL archivo-catalogo
               ASSIGN TO "coamast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-FS-CATALOGO.

               SELECT OPTIONAL archivo-control
               ASSIGN TO "yeclctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT archivo-candados
               ASSIGN TO "perlock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PERIODO
               FILE STATUS IS WS-FS-CANDADOS.

               SELECT OPTIONAL archivo-historia
               ASSIGN TO "glhist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIA.

               SELECT OPTIONAL archivo-excepciones
               ASSIGN TO "excepciones.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCIONES.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-mayor.
           COPY GLMAST.

       FD  archivo-catalogo.
           COPY COAMAST.

       FD  archivo-control.
           COPY YECLCTL.

       FD  archivo-candados.
           COPY PERLOCK.

      *>   Historia de asientos aplicados, mismo layout que anexa
      *>   GLUPDT y lee GLINQ.
       FD  archivo-historia.
           01 GLH-RECORD.
               05 GLH-CUENTA             PIC X(8).
               05 GLH-IND-DRCR           PIC X(2).
               05 GLH-MONTO              PIC 9(9)V99.
               05 GLH-FECHA              PIC X(8).

       FD  archivo-excepciones.
           COPY EXCREC.

       WORKING-STORAGE SECTION.
           01 WS-FS-MAYOR PIC XX VALUE "00".
           01 WS-FS-CATALOGO PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-CANDADOS PIC XX VALUE "00".
           01 WS-FS-HISTORIA PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-EOF-MAYOR PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-MOTIVO PIC X(50) VALUE SPACES.

           01 WS-ANIO PIC X(4) VALUE SPACES.
           01 WS-ANIO-NUM REDEFINES WS-ANIO PIC 9(4).
           01 WS-ANIO-SIGUIENTE PIC 9(4) VALUE ZEROS.
           01 WS-PERIODO-DIC PIC X(6) VALUE SPACES.
           01 WS-PERIODO-CIERRE PIC X(6) VALUE SPACES.
           01 WS-PERIODO-INICIAL PIC X(6) VALUE SPACES.
           01 WS-FECHA-CIERRE PIC X(8) VALUE SPACES.

           01 WS-CUENTA-RESULTADOS PIC X(8) VALUE SPACES.
           01 WS-IDX-RESULTADOS PIC 9(4) VALUE ZEROS.

      *>   Saldo al cierre de diciembre por cuenta (cargos - abonos),
      *>   del saldo inicial del anio mas sus meses.
           01 WS-CUENTA-ACTUAL PIC X(8) VALUE SPACES.
           01 WS-SALDO-CUENTA PIC S9(13)V99 VALUE ZEROS.
           01 WS-MAX-CUENTAS PIC 9(4) VALUE 3000.
           01 WS-CANT-CUENTAS PIC 9(4) VALUE ZEROS.
           01 WS-CTA-IDX PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-CUENTAS.
               05 WS-CTA OCCURS 3000 TIMES.
                   10 WS-CTA-CUENTA PIC X(8).
                   10 WS-CTA-TIPO PIC X.
                   10 WS-CTA-SALDO PIC S9(13)V99.

           01 WS-SUMA-SALDOS PIC S9(15)V99 VALUE ZEROS.
           01 WS-RESULTADO-ANIO PIC S9(15)V99 VALUE ZEROS.
           01 WS-CUENTAS-SIN-CATALOGO PIC 9(6) VALUE ZEROS.
           01 WS-TABLA-LLENA PIC X VALUE "N".

      *>   Movimiento a aplicar al mayor: S suma (poliza de cierre),
      *>   R reemplaza (saldo inicial).
           01 WS-MOV-MODO PIC X VALUE SPACE.
           01 WS-MOV-CUENTA PIC X(8) VALUE SPACES.
           01 WS-MOV-PERIODO PIC X(6) VALUE SPACES.
           01 WS-MOV-CARGOS PIC 9(13)V99 VALUE ZEROS.
           01 WS-MOV-ABONOS PIC 9(13)V99 VALUE ZEROS.

           01 WS-TOTAL-CIERRE PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-INICIALES PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "YECLOSE-OPERADOR"
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           ACCEPT WS-ANIO FROM ENVIRONMENT "YECLOSE-ANIO"
           IF WS-ANIO = SPACES
               IF WS-FECHA-PROCESO-NEG (5:2) NOT = "12"
                   DISPLAY "YECLOSE: el periodo de proceso no es "
                       "diciembre, no hay cierre anual"
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-FECHA-PROCESO-NEG (1:4) TO WS-ANIO
           END-IF
           IF WS-ANIO IS NOT NUMERIC
               DISPLAY "Anio invalido en YECLOSE-ANIO: " WS-ANIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-ANIO-SIGUIENTE = WS-ANIO-NUM + 1
           STRING WS-ANIO "12" DELIMITED BY SIZE INTO WS-PERIODO-DIC
           STRING WS-ANIO "13" DELIMITED BY SIZE
               INTO WS-PERIODO-CIERRE
           STRING WS-ANIO-SIGUIENTE "00" DELIMITED BY SIZE
               INTO WS-PERIODO-INICIAL
           STRING WS-ANIO "1331" DELIMITED BY SIZE
               INTO WS-FECHA-CIERRE
           OPEN I-O archivo-candados
           IF WS-FS-CANDADOS NOT = "00"
               MOVE "SIN CANDADOS DE PERIODO, DICIEMBRE NO CERRADO"
                   TO WS-MOTIVO
               PERFORM RehusaCierre
               GOBACK
           END-IF
           MOVE WS-PERIODO-CIERRE TO PL-PERIODO
           READ archivo-candados
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PL-ESTADO = "C"
                       DISPLAY "El anio ya estaba cerrado: " WS-ANIO
                       CLOSE archivo-candados
                       MOVE 4 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ
           MOVE WS-PERIODO-DIC TO PL-PERIODO
           READ archivo-candados
               INVALID KEY
                   MOVE "N" TO PL-ESTADO
           END-READ
           IF PL-ESTADO NOT = "C"
               CLOSE archivo-candados
               MOVE "DICIEMBRE SIN CANDADO DE CIERRE MENSUAL"
                   TO WS-MOTIVO
               PERFORM RehusaCierre
               GOBACK
           END-IF
           PERFORM LeeControl
           PERFORM CargaSaldos
           PERFORM ValidaCierre
           IF WS-MOTIVO NOT = SPACES
               CLOSE archivo-candados
               PERFORM RehusaCierre
               GOBACK
           END-IF
           OPEN I-O archivo-mayor
           OPEN EXTEND archivo-historia
           IF WS-FS-HISTORIA = "05" OR WS-FS-HISTORIA = "35"
               OPEN OUTPUT archivo-historia
           END-IF
           PERFORM PolizaCierre
           PERFORM SaldosIniciales
           CLOSE archivo-historia
           CLOSE archivo-mayor
           PERFORM MarcaAnioCerrado
           CLOSE archivo-candados
           DISPLAY "Anio cerrado: " WS-ANIO
               " Cuentas de resultados saldadas: " WS-TOTAL-CIERRE
               " Saldos iniciales " WS-PERIODO-INICIAL ": "
               WS-TOTAL-INICIALES
           DISPLAY "Resultado del ejercicio (cargos - abonos): "
               WS-RESULTADO-ANIO
           MOVE 0 TO RETURN-CODE
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al
      *>   controlador cuando lo invoca via CALL (NITECTRL).
           GOBACK.

       LeeControl.
           OPEN INPUT archivo-control
           IF WS-FS-CONTROL = "00"
               READ archivo-control
                   NOT AT END
                       MOVE YEC-CUENTA-RESULTADOS
                           TO WS-CUENTA-RESULTADOS
               END-READ
           END-IF
           CLOSE archivo-control.

      *>   Primer pase sobre el mayor, sin tocarlo: el saldo de cada
      *>   cuenta a diciembre y su tipo en el catalogo.
       CargaSaldos.
           OPEN INPUT archivo-catalogo
           OPEN INPUT archivo-mayor
           IF WS-FS-MAYOR = "00"
               PERFORM UNTIL WS-EOF-MAYOR = "S"
                   READ archivo-mayor NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-MAYOR
                       NOT AT END
                           IF GLM-CUENTA NOT = WS-CUENTA-ACTUAL
                               PERFORM GuardaCuenta
                               MOVE GLM-CUENTA TO WS-CUENTA-ACTUAL
                           END-IF
                           PERFORM AcumulaPeriodo
                   END-READ
               END-PERFORM
               PERFORM GuardaCuenta
           END-IF
           CLOSE archivo-mayor
           PERFORM BuscaCuentaResultados
           CLOSE archivo-catalogo.

      *>   Un saldo inicial AAAA00 reemplaza todo lo anterior de la
      *>   cuenta; lo posterior a diciembre del anio no cuenta.
       AcumulaPeriodo.
           IF GLM-PERIODO > WS-PERIODO-DIC
               EXIT PARAGRAPH
           END-IF
           IF GLM-PERIODO (5:2) = "00"
               MOVE ZEROS TO WS-SALDO-CUENTA
           END-IF
           COMPUTE WS-SALDO-CUENTA = WS-SALDO-CUENTA + GLM-CARGOS
               - GLM-ABONOS.

       GuardaCuenta.
           IF WS-CUENTA-ACTUAL = SPACES OR WS-SALDO-CUENTA = ZEROS
               MOVE ZEROS TO WS-SALDO-CUENTA
               EXIT PARAGRAPH
           END-IF
           IF WS-CANT-CUENTAS >= WS-MAX-CUENTAS
               MOVE "S" TO WS-TABLA-LLENA
               MOVE ZEROS TO WS-SALDO-CUENTA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANT-CUENTAS
           MOVE WS-CUENTA-ACTUAL TO WS-CTA-CUENTA (WS-CANT-CUENTAS)
           MOVE WS-SALDO-CUENTA TO WS-CTA-SALDO (WS-CANT-CUENTAS)
           ADD WS-SALDO-CUENTA TO WS-SUMA-SALDOS
           PERFORM TipoCuenta
           MOVE CTA-TIPO TO WS-CTA-TIPO (WS-CANT-CUENTAS)
           IF CTA-TIPO NOT = "A" AND CTA-TIPO NOT = "P"
               AND CTA-TIPO NOT = "C" AND CTA-TIPO NOT = "I"
               AND CTA-TIPO NOT = "G"
               ADD 1 TO WS-CUENTAS-SIN-CATALOGO
               DISPLAY "Cuenta con saldo fuera del catalogo: "
                   WS-CUENTA-ACTUAL
           END-IF
           MOVE ZEROS TO WS-SALDO-CUENTA.

       TipoCuenta.
           MOVE SPACE TO CTA-TIPO
           IF WS-FS-CATALOGO = "00"
               MOVE WS-CUENTA-ACTUAL TO CTA-CUENTA
               READ archivo-catalogo
                   INVALID KEY
                       MOVE SPACE TO CTA-TIPO
               END-READ
           END-IF.

      *>   La cuenta de resultados entra a la tabla aunque no traiga
      *>   saldo: es la que recibe la poliza de cierre.
       BuscaCuentaResultados.
           MOVE ZEROS TO WS-IDX-RESULTADOS
           IF WS-CUENTA-RESULTADOS = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
               UNTIL WS-CTA-IDX > WS-CANT-CUENTAS
               IF WS-CTA-CUENTA (WS-CTA-IDX) = WS-CUENTA-RESULTADOS
                   MOVE WS-CTA-IDX TO WS-IDX-RESULTADOS
               END-IF
           END-PERFORM
           IF WS-IDX-RESULTADOS > 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUENTA-RESULTADOS TO WS-CUENTA-ACTUAL
           PERFORM TipoCuenta
           IF WS-CANT-CUENTAS < WS-MAX-CUENTAS
               ADD 1 TO WS-CANT-CUENTAS
               MOVE WS-CANT-CUENTAS TO WS-IDX-RESULTADOS
               MOVE WS-CUENTA-RESULTADOS
                   TO WS-CTA-CUENTA (WS-IDX-RESULTADOS)
               MOVE CTA-TIPO TO WS-CTA-TIPO (WS-IDX-RESULTADOS)
               MOVE ZEROS TO WS-CTA-SALDO (WS-IDX-RESULTADOS)
           ELSE
               MOVE "S" TO WS-TABLA-LLENA
           END-IF.

       ValidaCierre.
           MOVE SPACES TO WS-MOTIVO
           IF WS-TABLA-LLENA = "S"
               MOVE "TABLA DE CUENTAS LLENA" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-CUENTAS-SIN-CATALOGO > 0
               MOVE "CUENTAS CON SALDO FUERA DEL CATALOGO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-SUMA-SALDOS NOT = ZEROS
               MOVE "MAYOR DESCUADRADO, CARGOS <> ABONOS" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-IDX-RESULTADOS = 0
               MOVE "SIN CUENTA DE RESULTADOS EN YECLCTL" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-CTA-TIPO (WS-IDX-RESULTADOS) NOT = "C"
               MOVE "LA CUENTA DE RESULTADOS NO ES DE CAPITAL"
                   TO WS-MOTIVO
           END-IF.

      *>   Cada cuenta de ingreso y gasto se salda en AAAA13 con el
      *>   movimiento contrario a su saldo; la suma va a resultados
      *>   acumulados en el mismo periodo.
       PolizaCierre.
           MOVE ZEROS TO WS-RESULTADO-ANIO
           MOVE "S" TO WS-MOV-MODO
           MOVE WS-PERIODO-CIERRE TO WS-MOV-PERIODO
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
               UNTIL WS-CTA-IDX > WS-CANT-CUENTAS
               IF (WS-CTA-TIPO (WS-CTA-IDX) = "I"
                   OR WS-CTA-TIPO (WS-CTA-IDX) = "G")
                   AND WS-CTA-SALDO (WS-CTA-IDX) NOT = ZEROS
                   PERFORM SaldaCuenta
               END-IF
           END-PERFORM
           IF WS-RESULTADO-ANIO NOT = ZEROS
               MOVE WS-CUENTA-RESULTADOS TO WS-MOV-CUENTA
               MOVE ZEROS TO WS-MOV-CARGOS WS-MOV-ABONOS
               IF WS-RESULTADO-ANIO > ZEROS
                   MOVE WS-RESULTADO-ANIO TO WS-MOV-CARGOS
               ELSE
                   COMPUTE WS-MOV-ABONOS = 0 - WS-RESULTADO-ANIO
               END-IF
               PERFORM AplicaMovimiento
               PERFORM GrabaHistoria
               ADD WS-RESULTADO-ANIO
                   TO WS-CTA-SALDO (WS-IDX-RESULTADOS)
           END-IF.

       SaldaCuenta.
           MOVE WS-CTA-CUENTA (WS-CTA-IDX) TO WS-MOV-CUENTA
           MOVE ZEROS TO WS-MOV-CARGOS WS-MOV-ABONOS
           IF WS-CTA-SALDO (WS-CTA-IDX) > ZEROS
               MOVE WS-CTA-SALDO (WS-CTA-IDX) TO WS-MOV-ABONOS
           ELSE
               COMPUTE WS-MOV-CARGOS = 0 - WS-CTA-SALDO (WS-CTA-IDX)
           END-IF
           PERFORM AplicaMovimiento
           PERFORM GrabaHistoria
           ADD WS-CTA-SALDO (WS-CTA-IDX) TO WS-RESULTADO-ANIO
           MOVE ZEROS TO WS-CTA-SALDO (WS-CTA-IDX)
           ADD 1 TO WS-TOTAL-CIERRE.

      *>   Activo, pasivo y capital (resultados acumulados ya con la
      *>   poliza de cierre) abren el anio siguiente con su saldo.
       SaldosIniciales.
           MOVE "R" TO WS-MOV-MODO
           MOVE WS-PERIODO-INICIAL TO WS-MOV-PERIODO
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
               UNTIL WS-CTA-IDX > WS-CANT-CUENTAS
               IF (WS-CTA-TIPO (WS-CTA-IDX) = "A"
                   OR WS-CTA-TIPO (WS-CTA-IDX) = "P"
                   OR WS-CTA-TIPO (WS-CTA-IDX) = "C")
                   AND WS-CTA-SALDO (WS-CTA-IDX) NOT = ZEROS
                   MOVE WS-CTA-CUENTA (WS-CTA-IDX) TO WS-MOV-CUENTA
                   MOVE ZEROS TO WS-MOV-CARGOS WS-MOV-ABONOS
                   IF WS-CTA-SALDO (WS-CTA-IDX) > ZEROS
                       MOVE WS-CTA-SALDO (WS-CTA-IDX) TO WS-MOV-CARGOS
                   ELSE
                       COMPUTE WS-MOV-ABONOS =
                           0 - WS-CTA-SALDO (WS-CTA-IDX)
                   END-IF
                   PERFORM AplicaMovimiento
                   ADD 1 TO WS-TOTAL-INICIALES
               END-IF
           END-PERFORM.

       AplicaMovimiento.
           MOVE WS-MOV-CUENTA TO GLM-CUENTA
           MOVE WS-MOV-PERIODO TO GLM-PERIODO
           READ archivo-mayor
               INVALID KEY
                   MOVE WS-MOV-CARGOS TO GLM-CARGOS
                   MOVE WS-MOV-ABONOS TO GLM-ABONOS
                   WRITE GLM-RECORD
               NOT INVALID KEY
                   IF WS-MOV-MODO = "R"
                       MOVE WS-MOV-CARGOS TO GLM-CARGOS
                       MOVE WS-MOV-ABONOS TO GLM-ABONOS
                   ELSE
                       ADD WS-MOV-CARGOS TO GLM-CARGOS
                       ADD WS-MOV-ABONOS TO GLM-ABONOS
                   END-IF
                   REWRITE GLM-RECORD
           END-READ.

       GrabaHistoria.
           MOVE WS-MOV-CUENTA TO GLH-CUENTA
           IF WS-MOV-CARGOS > ZEROS
               MOVE "DR" TO GLH-IND-DRCR
               MOVE WS-MOV-CARGOS TO GLH-MONTO
           ELSE
               MOVE "CR" TO GLH-IND-DRCR
               MOVE WS-MOV-ABONOS TO GLH-MONTO
           END-IF
           MOVE WS-FECHA-CIERRE TO GLH-FECHA
           WRITE GLH-RECORD.

      *>   El candado AAAA13 es el del anio: PERCHECK rehusa desde
      *>   aqui cualquier fecha del anio cerrado.
       MarcaAnioCerrado.
           MOVE WS-PERIODO-CIERRE TO PL-PERIODO
           MOVE "C" TO PL-ESTADO
           MOVE WS-FECHA-PROCESO-NEG TO PL-FECHA-CIERRE
           MOVE WS-OPERADOR TO PL-OPERADOR
           WRITE PL-RECORD
               INVALID KEY
                   REWRITE PL-RECORD
           END-WRITE.

       RehusaCierre.
           DISPLAY "Cierre anual " WS-ANIO " rehusado: " WS-MOTIVO
           MOVE "CIERRE-AN" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           MOVE SPACES TO EXC-DETALLE
           STRING "Anio " WS-ANIO ": " WS-MOTIVO
               DELIMITED BY SIZE INTO EXC-DETALLE
           PERFORM GrabaExcepcion
           MOVE 8 TO RETURN-CODE.

      *>   Asienta en el log comun de excepciones (EXCREC.cpy).
       GrabaExcepcion.
           MOVE "YECLOSE" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           OPEN EXTEND archivo-excepciones
           IF WS-FS-EXCEPCIONES = "05" OR WS-FS-EXCEPCIONES = "35"
               OPEN OUTPUT archivo-excepciones
           END-IF
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

       END PROGRAM YECLOSE.
