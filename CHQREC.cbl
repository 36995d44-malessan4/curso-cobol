       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQREC.
      *>   Conciliacion del registro de cheques de nomina (CHQREG.cpy)
      *>   contra el archivo de cheques pagados del banco (CHQPAG.cpy,
      *>   con trailer de conteo y suma que se verifica antes de
      *>   tocar nada). Cada cheque cobrado se casa por numero: si
      *>   estaba en transito y el monto coincide queda pagado (P)
      *>   con la fecha de pago; un numero que no existe, un monto
      *>   distinto, un cheque ya conciliado o uno anulado que el
      *>   banco pago van a la pagina de excepciones (el anulado
      *>   pagado ademas como excepcion critica en EXCREC.cpy).
      *>   Despues recorre los cheques que siguen en transito y saca
      *>   la antiguedad por tramos (0-30, 31-60, 61-90, 91-180 y
      *>   mas de 180 dias desde la emision); el que pasa de la
      *>   vigencia de CHQCTL.cpy (180 dias si no esta capturada)
      *>   queda marcado vencido y listado en la pagina de revision
      *>   para abandono.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-pagados
               ASSIGN TO "chqpag.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAGADOS.

               SELECT archivo-cheques
               ASSIGN TO "chqreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-NUMERO
               ALTERNATE RECORD KEY IS CHQ-CLAVE-PAGO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CHEQUES.

               SELECT OPTIONAL archivo-control
               ASSIGN TO "chqctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT archivo-reporte
               ASSIGN TO "chqrec.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-excepciones
               ASSIGN TO "excepciones.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCIONES.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-pagados.
           COPY CHQPAG.

       FD  archivo-cheques.
           COPY CHQREG.

       FD  archivo-control.
           COPY CHQCTL.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-excepciones.
           COPY EXCREC.

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-PAGADOS PIC XX VALUE "00".
           01 WS-FS-CHEQUES PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-PAGADOS PIC X VALUE "N".
           01 WS-EOF-VERIFICA PIC X VALUE "N".
           01 WS-FIN-CHEQUES PIC X VALUE "N".
           01 WS-EXISTE-CHEQUE PIC X VALUE "N".

      *>   Verificacion del trailer del archivo del banco, misma
      *>   disciplina que DISPDEV con devbanco.dat: un archivo
      *>   truncado o descuadrado no se concilia, ni a medias.
           01 WS-HAY-PAGADOS PIC X VALUE "N".
           01 WS-CONTADOR-REAL PIC 9(6) VALUE ZEROS.
           01 WS-SUMA-REAL PIC 9(11)V99 VALUE ZEROS.
           01 WS-TRAILER-HALLADO PIC X VALUE "N".
           01 WS-TRAILER-OK PIC X VALUE "N".

      *>   Vigencia del cheque (CHQCTL.cpy) y antiguedad del que se
      *>   esta revisando.
           01 WS-DIAS-VIGENCIA PIC 9(3) VALUE 180.
           01 WS-DIAS-ANTIGUEDAD PIC S9(6) VALUE ZEROS.
           01 WS-IDX-TRAMO PIC 9 VALUE ZEROS.
           01 WS-TABLA-TRAMOS.
               05 WS-TRAMO OCCURS 5 TIMES.
                   10 WS-TRAMO-CONTADOR PIC 9(6).
                   10 WS-TRAMO-MONTO PIC 9(11)V99.
           01 WS-NOMBRES-TRAMO.
               05 FILLER PIC X(26) VALUE "EN TRANSITO 0-30 DIAS".
               05 FILLER PIC X(26) VALUE "EN TRANSITO 31-60 DIAS".
               05 FILLER PIC X(26) VALUE "EN TRANSITO 61-90 DIAS".
               05 FILLER PIC X(26) VALUE "EN TRANSITO 91-180 DIAS".
               05 FILLER PIC X(26) VALUE "EN TRANSITO MAS DE 180".
           01 WS-NOMBRES-TRAMO-R REDEFINES WS-NOMBRES-TRAMO.
               05 WS-NOMBRE-TRAMO PIC X(26) OCCURS 5 TIMES.

      *>   Totales de la corrida.
           01 WS-TOTAL-CONCILIADOS PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-CONCILIADOS PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-TRANSITO PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-TRANSITO PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-VENCIDOS PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-VENCIDOS PIC 9(11)V99 VALUE ZEROS.
           01 WS-NUEVOS-VENCIDOS PIC 9(6) VALUE ZEROS.

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR, igual que DISPDEV.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "CHQREC - CONCILIACION DE CHEQUES".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 20.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-COLUMNAS.
               05 FILLER PIC X(40) VALUE
                   "CHEQUE   ID     EMISION    DIAS".
               05 FILLER PIC X(40) VALUE
                   "          MONTO RESULTADO".

           01 LIN-DETALLE.
               05 LD-NUMERO PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-EMISION PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-DIAS PIC ZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-MONTO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-RESULTADO PIC X(24).

           01 LIN-TOTALES.
               05 LT-TEXTO PIC X(26).
               05 LT-CONTADOR PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LT-MONTO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           01 LIN-EXCEPCION.
               05 LE-TEXTO PIC X(40).
               05 LE-NUMERO PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-MONTO PIC ZZZ,ZZZ,ZZ9.99.

      *>   Pagina de excepciones al final del reporte, mismo
      *>   esquema de tabla que DISPDEV.
           01 WS-MAX-EXCEPCIONES PIC 9(4) VALUE 1000.
           01 WS-CANT-EXCEPCIONES PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-EXCEPCIONES.
               05 WS-EXC OCCURS 1000 TIMES
                   DEPENDING ON WS-CANT-EXCEPCIONES.
                   10 WS-EXC-TEXTO PIC X(40).
                   10 WS-EXC-NUMERO PIC 9(8).
                   10 WS-EXC-ID PIC 9(6).
                   10 WS-EXC-MONTO PIC 9(9)V99.
           01 WS-EXC-IDX PIC 9(4) VALUE ZEROS.

      *>   Bitacora de corrida (ver RUNLOGW), igual que DISPDEV.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "CHQREC".
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
           PERFORM LeePerfilEmpresa
           PERFORM LeeControlChequera
           PERFORM VerificaTrailerPagados
           OPEN I-O archivo-cheques
           IF WS-FS-CHEQUES = "35"
               OPEN OUTPUT archivo-cheques
               CLOSE archivo-cheques
               OPEN I-O archivo-cheques
           END-IF
           OPEN OUTPUT archivo-reporte
           INITIALIZE WS-TABLA-TRAMOS
           IF WS-HAY-PAGADOS = "S"
               IF WS-TRAILER-OK = "S"
                   PERFORM ConciliaPagados
               ELSE
                   PERFORM RegistraTrailerMalo
               END-IF
           END-IF
           PERFORM AntiguedadEnTransito
           PERFORM ImprimeTotales
           PERFORM ImprimeVencidos
           CLOSE archivo-cheques
           PERFORM ImprimeExcepciones
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Conciliados: " WS-TOTAL-CONCILIADOS
               " En transito: " WS-TOTAL-TRANSITO
               " Vencidos: " WS-TOTAL-VENCIDOS
               " (nuevos " WS-NUEVOS-VENCIDOS ")"
           MOVE WS-TOTAL-CONCILIADOS TO WS-RL-ESCRITOS
           MOVE WS-CANT-EXCEPCIONES TO WS-RL-RECHAZADOS
           IF WS-CANT-EXCEPCIONES > 0
               OR (WS-HAY-PAGADOS = "S" AND WS-TRAILER-OK = "N")
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

      *>   Lee el perfil de empresa para el encabezado estandar (ver
      *>   COMPANY.cpy); si company.dat todavia no existe se queda con
      *>   el rotulo generico declarado en WORKING-STORAGE.
       LeePerfilEmpresa.
           OPEN INPUT archivo-perfil-empresa
           IF WS-FS-PERFIL = "00"
               READ archivo-perfil-empresa
                   NOT AT END
                       MOVE CO-NOMBRE TO WS-NOMBRE-EMPRESA
               END-READ
           END-IF
           CLOSE archivo-perfil-empresa.

      *>   Sin control de chequera o sin vigencia capturada se usan
      *>   los 180 dias declarados en WORKING-STORAGE.
       LeeControlChequera.
           OPEN INPUT archivo-control
           IF WS-FS-CONTROL = "00"
               READ archivo-control
                   NOT AT END
                       IF CHC-DIAS-VIGENCIA > 0
                           MOVE CHC-DIAS-VIGENCIA TO WS-DIAS-VIGENCIA
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-control.

      *>   Pre-pasada de verificacion: cuenta los detalles y suma
      *>   los montos contra el trailer tipo 9. Sin archivo del banco
      *>   solo se saca la antiguedad de lo que sigue en transito.
       VerificaTrailerPagados.
           MOVE "N" TO WS-TRAILER-OK
           OPEN INPUT archivo-pagados
           IF WS-FS-PAGADOS NOT = "00"
               CLOSE archivo-pagados
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-VERIFICA = "S"
               READ archivo-pagados
                   AT END
                       MOVE "S" TO WS-EOF-VERIFICA
                   NOT AT END
                       MOVE "S" TO WS-HAY-PAGADOS
                       EVALUATE CPG-D-TIPO
                           WHEN "2"
                               ADD 1 TO WS-CONTADOR-REAL
                               ADD CPG-D-MONTO TO WS-SUMA-REAL
                           WHEN "9"
                               MOVE "S" TO WS-TRAILER-HALLADO
                               IF CPG-T-CONTADOR = WS-CONTADOR-REAL
                                   AND CPG-T-MONTO-TOTAL =
                                       WS-SUMA-REAL
                                   MOVE "S" TO WS-TRAILER-OK
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE archivo-pagados.

       ConciliaPagados.
           PERFORM ImprimeEncabezado
           MOVE "CHEQUES PAGADOS POR EL BANCO" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           OPEN INPUT archivo-pagados
           PERFORM UNTIL WS-EOF-PAGADOS = "S"
               READ archivo-pagados
                   AT END
                       MOVE "S" TO WS-EOF-PAGADOS
                   NOT AT END
                       IF CPG-D-TIPO = "2"
                           ADD 1 TO WS-RL-LEIDOS
                           PERFORM ConciliaUnCheque
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-pagados.

      *>   Casa el cheque cobrado por numero. Solo el que sigue en
      *>   transito y con el mismo monto se da por pagado; cualquier
      *>   otro caso se reporta y el registro no se toca.
       ConciliaUnCheque.
           MOVE "S" TO WS-EXISTE-CHEQUE
           MOVE CPG-D-NUMERO TO CHQ-NUMERO
           READ archivo-cheques
               INVALID KEY
                   MOVE "N" TO WS-EXISTE-CHEQUE
           END-READ
           MOVE CPG-D-NUMERO TO LD-NUMERO
           MOVE CPG-D-MONTO TO LD-MONTO
           MOVE SPACES TO LD-EMISION
           MOVE ZEROS TO LD-DIAS
           MOVE ZEROS TO LD-ID
           IF WS-EXISTE-CHEQUE = "N"
               MOVE "NO EXISTE EN REGISTRO" TO LD-RESULTADO
               MOVE "CHEQUE PAGADO NO EXISTE EN REGISTRO"
                   TO LE-TEXTO
               PERFORM AgregaExcepcion
               PERFORM ImprimeDetalle
               EXIT PARAGRAPH
           END-IF
           MOVE CHQ-ID TO LD-ID
           MOVE CHQ-FECHA-EMISION TO LD-EMISION
           EVALUATE TRUE
               WHEN CHQ-ESTADO = "A"
                   MOVE "ANULADO Y PAGADO" TO LD-RESULTADO
                   MOVE "CHEQUE ANULADO PAGADO POR EL BANCO"
                       TO LE-TEXTO
                   PERFORM AgregaExcepcion
                   PERFORM RegistraAnuladoPagado
               WHEN CHQ-ESTADO = "P"
                   MOVE "YA CONCILIADO" TO LD-RESULTADO
                   MOVE "CHEQUE YA CONCILIADO - NO SE APLICA"
                       TO LE-TEXTO
                   PERFORM AgregaExcepcion
               WHEN CHQ-MONTO NOT = CPG-D-MONTO
                   MOVE "MONTO DISTINTO" TO LD-RESULTADO
                   MOVE "MONTO PAGADO DISTINTO AL EMITIDO"
                       TO LE-TEXTO
                   PERFORM AgregaExcepcion
               WHEN OTHER
                   MOVE "P" TO CHQ-ESTADO
                   MOVE CPG-D-FECHA-PAGO TO CHQ-FECHA-PAGO
                   REWRITE CHQ-RECORD
                   ADD 1 TO WS-TOTAL-CONCILIADOS
                   ADD CHQ-MONTO TO WS-MONTO-CONCILIADOS
                   MOVE "PAGADO" TO LD-RESULTADO
           END-EVALUATE
           PERFORM ImprimeDetalle.

      *>   Recorre el registro completo: cada cheque en transito cae
      *>   en su tramo de antiguedad y, pasada la vigencia, queda
      *>   marcado vencido para la revision de abandono.
       AntiguedadEnTransito.
           PERFORM ImprimeEncabezado
           MOVE "CHEQUES EN TRANSITO POR ANTIGUEDAD" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "N" TO WS-FIN-CHEQUES
           MOVE ZEROS TO CHQ-NUMERO
           START archivo-cheques KEY >= CHQ-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-CHEQUES
           END-START
           PERFORM UNTIL WS-FIN-CHEQUES = "S"
               READ archivo-cheques NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-CHEQUES
                   NOT AT END
                       IF CHQ-ESTADO = "E"
                           PERFORM ClasificaEnTransito
                       END-IF
               END-READ
           END-PERFORM.

       ClasificaEnTransito.
           COMPUTE WS-DIAS-ANTIGUEDAD =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(CHQ-FECHA-EMISION))
           IF WS-DIAS-ANTIGUEDAD < 0
               MOVE 0 TO WS-DIAS-ANTIGUEDAD
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS-ANTIGUEDAD <= 30
                   MOVE 1 TO WS-IDX-TRAMO
               WHEN WS-DIAS-ANTIGUEDAD <= 60
                   MOVE 2 TO WS-IDX-TRAMO
               WHEN WS-DIAS-ANTIGUEDAD <= 90
                   MOVE 3 TO WS-IDX-TRAMO
               WHEN WS-DIAS-ANTIGUEDAD <= 180
                   MOVE 4 TO WS-IDX-TRAMO
               WHEN OTHER
                   MOVE 5 TO WS-IDX-TRAMO
           END-EVALUATE
           ADD 1 TO WS-TRAMO-CONTADOR (WS-IDX-TRAMO)
           ADD CHQ-MONTO TO WS-TRAMO-MONTO (WS-IDX-TRAMO)
           ADD 1 TO WS-TOTAL-TRANSITO
           ADD CHQ-MONTO TO WS-MONTO-TRANSITO
           MOVE CHQ-NUMERO TO LD-NUMERO
           MOVE CHQ-ID TO LD-ID
           MOVE CHQ-FECHA-EMISION TO LD-EMISION
           MOVE WS-DIAS-ANTIGUEDAD TO LD-DIAS
           MOVE CHQ-MONTO TO LD-MONTO
           MOVE "EN TRANSITO" TO LD-RESULTADO
           IF WS-DIAS-ANTIGUEDAD > WS-DIAS-VIGENCIA
               MOVE "VENCIDO - REV. ABANDONO" TO LD-RESULTADO
               ADD 1 TO WS-TOTAL-VENCIDOS
               ADD CHQ-MONTO TO WS-MONTO-VENCIDOS
               IF CHQ-VENCIDO NOT = "S"
                   MOVE "S" TO CHQ-VENCIDO
                   REWRITE CHQ-RECORD
                   ADD 1 TO WS-NUEVOS-VENCIDOS
               END-IF
           END-IF
           PERFORM ImprimeDetalle.

      *>   Pagina de revision para abandono: segunda pasada por los
      *>   cheques en transito ya marcados vencidos.
       ImprimeVencidos.
           IF WS-TOTAL-VENCIDOS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ImprimeEncabezado
           MOVE "CHEQUES VENCIDOS EN REVISION PARA ABANDONO"
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "N" TO WS-FIN-CHEQUES
           MOVE ZEROS TO CHQ-NUMERO
           START archivo-cheques KEY >= CHQ-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-CHEQUES
           END-START
           PERFORM UNTIL WS-FIN-CHEQUES = "S"
               READ archivo-cheques NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-CHEQUES
                   NOT AT END
                       IF CHQ-ESTADO = "E" AND CHQ-VENCIDO = "S"
                           PERFORM ImprimeUnVencido
                       END-IF
               END-READ
           END-PERFORM
           MOVE "TOTAL VENCIDOS" TO LT-TEXTO
           MOVE WS-TOTAL-VENCIDOS TO LT-CONTADOR
           MOVE WS-MONTO-VENCIDOS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES.

       ImprimeUnVencido.
           COMPUTE WS-DIAS-ANTIGUEDAD =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(CHQ-FECHA-EMISION))
           MOVE CHQ-NUMERO TO LD-NUMERO
           MOVE CHQ-ID TO LD-ID
           MOVE CHQ-FECHA-EMISION TO LD-EMISION
           MOVE WS-DIAS-ANTIGUEDAD TO LD-DIAS
           MOVE CHQ-MONTO TO LD-MONTO
           MOVE SPACES TO LD-RESULTADO
           IF CHQ-REEMPLAZA NOT = ZEROS
               STRING "REPONE AL " CHQ-REEMPLAZA
                   DELIMITED BY SIZE INTO LD-RESULTADO
           END-IF
           WRITE LINEA-REPORTE FROM LIN-DETALLE.

       RegistraTrailerMalo.
           MOVE "CHQREC" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           MOVE "TRAILER" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           IF WS-TRAILER-HALLADO = "S"
               MOVE "Trailer de chqpag.dat fuera de balance"
                   TO EXC-DETALLE
           ELSE
               MOVE "chqpag.dat sin trailer de control"
                   TO EXC-DETALLE
           END-IF
           PERFORM GrabaExcepcionRegistro
           DISPLAY "CHQREC: trailer de chqpag.dat ausente o "
               "descuadrado, cheques pagados no conciliados".

      *>   Un cheque anulado que el banco pago es dinero que salio
      *>   dos veces si ya se repuso: excepcion critica para
      *>   tesoreria, ademas de la pagina del reporte.
       RegistraAnuladoPagado.
           MOVE "CHQREC" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           MOVE "CHEQUE" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           MOVE SPACES TO EXC-DETALLE
           STRING "Cheque anulado pagado por el banco: "
               CHQ-NUMERO DELIMITED BY SIZE INTO EXC-DETALLE
           PERFORM GrabaExcepcionRegistro.

       GrabaExcepcionRegistro.
           OPEN EXTEND archivo-excepciones
           IF WS-FS-EXCEPCIONES = "05" OR WS-FS-EXCEPCIONES = "35"
               OPEN OUTPUT archivo-excepciones
           END-IF
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

       ImprimeDetalle.
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-CONTADOR-LINEAS.

       ImprimeEncabezado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS
           MOVE ZEROS TO WS-CONTADOR-LINEAS.

      *>   Resumen de la conciliacion y de la antiguedad por tramos.
       ImprimeTotales.
           PERFORM ImprimeEncabezado
           MOVE "CHEQUES CONCILIADOS" TO LT-TEXTO
           MOVE WS-TOTAL-CONCILIADOS TO LT-CONTADOR
           MOVE WS-MONTO-CONCILIADOS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
               UNTIL WS-IDX-TRAMO > 5
               MOVE WS-NOMBRE-TRAMO (WS-IDX-TRAMO) TO LT-TEXTO
               MOVE WS-TRAMO-CONTADOR (WS-IDX-TRAMO) TO LT-CONTADOR
               MOVE WS-TRAMO-MONTO (WS-IDX-TRAMO) TO LT-MONTO
               WRITE LINEA-REPORTE FROM LIN-TOTALES
           END-PERFORM
           MOVE "TOTAL EN TRANSITO" TO LT-TEXTO
           MOVE WS-TOTAL-TRANSITO TO LT-CONTADOR
           MOVE WS-MONTO-TRANSITO TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES.

       AgregaExcepcion.
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE LE-TEXTO TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE CPG-D-NUMERO
                   TO WS-EXC-NUMERO (WS-CANT-EXCEPCIONES)
               MOVE LD-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
               MOVE CPG-D-MONTO TO WS-EXC-MONTO (WS-CANT-EXCEPCIONES)
           END-IF.

      *>   Pagina de excepciones al final del reporte.
       ImprimeExcepciones.
           IF WS-CANT-EXCEPCIONES = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ImprimeEncabezado
           MOVE "EXCEPCIONES DE LA CONCILIACION DE CHEQUES"
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-CANT-EXCEPCIONES
               MOVE WS-EXC-TEXTO (WS-EXC-IDX) TO LE-TEXTO
               MOVE WS-EXC-NUMERO (WS-EXC-IDX) TO LE-NUMERO
               MOVE WS-EXC-ID (WS-EXC-IDX) TO LE-ID
               MOVE WS-EXC-MONTO (WS-EXC-IDX) TO LE-MONTO
               WRITE LINEA-REPORTE FROM LIN-EXCEPCION
           END-PERFORM.

       END PROGRAM CHQREC.
