       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMBPAG.
      *>   Pago nocturno de devoluciones de saldos a favor. Primero
      *>   consume (X) la cola de control dual de la clase REEMBOLS
      *>   (APPRQUE.cpy), como JEREL: la propuesta APROBADA por otro
      *>   operador pasa a A en el registro de devoluciones
      *>   (REEMBOLS.cpy) y la RECHAZADA a R. Despues paga todas las
      *>   aprobadas: se revalida que el saldo todavia la sostenga —
      *>   la cuenta no debe tener partidas abiertas, el suspenso
      *>   sigue marcado para devolucion, el prestamo sigue con el
      *>   pago de mas — y la que ya no pasa queda rehusada (E) con
      *>   excepcion critica. Cada devolucion pagada sale como un
      *>   detalle del archivo bancario reembdsp.dat en el formato de
      *>   la dispersion (DISPREC.cpy, encabezado y trailer de
      *>   control, DSP-D-ID = numero de devolucion) a la cuenta de
      *>   deposito de la cuenta de cobranza (AC-DEPOSITO, ACCTMNT
      *>   accion B) o, en prestamos al personal, a la cuenta de
      *>   nomina del empleado (EMPLOAN.cpy / EMPBANK.cpy, vigente);
      *>   sin cuenta de deposito la devolucion sigue aprobada y sale
      *>   en la pagina de excepciones hasta que se capture. La poliza
      *>   va a glintrmb.dat (GLINT.cpy con su trailer GLINTRLR.cpy),
      *>   un cargo a la cuenta de origen y un abono al banco por
      *>   devolucion (REEMBCTL.cpy; el suspenso con su cuenta de
      *>   SUSPCTL.cpy). La devolucion queda asentada donde el
      *>   cliente la ve: movimiento D en oimov.dat para el estado de
      *>   cuenta (ACCTSTMT), renglon D en la historia de pagos del
      *>   prestamo (LOANPHIS.cpy, LOANSTMT) restando de lo pagado y
      *>   del adelanto en LOANPOS.cpy, y el suspenso en E (devuelto).
      *>   El archivo bancario y la poliza se escriben OUTPUT por
      *>   corrida, con trailer aun sin devoluciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-cola
               ASSIGN TO "apprque.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-CLAVE
               FILE STATUS IS WS-FS-COLA.

               SELECT OPTIONAL archivo-registro
               ASSIGN TO "reembols.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-NUMERO
               FILE STATUS IS WS-FS-REGISTRO.

               SELECT OPTIONAL archivo-control
               ASSIGN TO "reembctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT OPTIONAL archivo-control-suspenso
               ASSIGN TO "suspctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL-SUSPENSO.

               SELECT OPTIONAL archivo-cuentas
               ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-CUENTA
               FILE STATUS IS WS-FS-CUENTAS.

               SELECT OPTIONAL archivo-partidas
               ASSIGN TO "openitem.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-CLAVE
               FILE STATUS IS WS-FS-PARTIDAS.

               SELECT OPTIONAL archivo-suspenso
               ASSIGN TO "cshsusp.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-NUMERO
               FILE STATUS IS WS-FS-SUSPENSO.

               SELECT OPTIONAL archivo-prestamos
               ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-NUMERO
               FILE STATUS IS WS-FS-PRESTAMOS.

               SELECT OPTIONAL archivo-posicion
               ASSIGN TO "loanpos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LP-NUMERO
               FILE STATUS IS WS-FS-POSICION.

               SELECT OPTIONAL archivo-tabla
               ASSIGN TO "amortsch.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TABLA.

               SELECT OPTIONAL archivo-enlace-prestamos
               ASSIGN TO "emploan.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ENLACE.

               SELECT OPTIONAL archivo-bancos
               ASSIGN TO "bancos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-ID
               FILE STATUS IS WS-FS-BANCOS.

               SELECT OPTIONAL archivo-historia-pagos
               ASSIGN TO "paghist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIA.

               SELECT OPTIONAL archivo-movimientos
               ASSIGN TO "oimov.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMIENTOS.

               SELECT archivo-banco
               ASSIGN TO "reembdsp.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BANCO.

               SELECT archivo-interfaz
               ASSIGN TO "glintrmb.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-INTERFAZ.

               SELECT OPTIONAL archivo-excepciones
               ASSIGN TO "excepciones.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCIONES.

               SELECT archivo-reporte
               ASSIGN TO "reembpag.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cola.
           COPY APPRQUE.

       FD  archivo-registro.
           COPY REEMBOLS.

       FD  archivo-control.
           COPY REEMBCTL.

       FD  archivo-control-suspenso.
           COPY SUSPCTL.

       FD  archivo-cuentas.
           COPY ACCTMAST.

       FD  archivo-partidas.
           COPY OPENITEM.

       FD  archivo-suspenso.
           COPY CSHSUSP.

       FD  archivo-prestamos.
           COPY LOANMAST.

       FD  archivo-posicion.
           COPY LOANPOS.

       FD  archivo-tabla.
           COPY AMORTSCH.

       FD  archivo-enlace-prestamos.
           COPY EMPLOAN.

       FD  archivo-bancos.
           COPY EMPBANK.

       FD  archivo-historia-pagos.
           COPY LOANPHIS.

       FD  archivo-movimientos.
           COPY OIMOV.

       FD  archivo-banco.
           COPY DISPREC.

       FD  archivo-interfaz.
           COPY GLINT.
           COPY GLINTRLR.

       FD  archivo-excepciones.
           COPY EXCREC.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(132).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-COLA PIC XX VALUE "00".
           01 WS-FS-REGISTRO PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-CTL-SUSPENSO PIC XX VALUE "00".
           01 WS-FS-CUENTAS PIC XX VALUE "00".
           01 WS-FS-PARTIDAS PIC XX VALUE "00".
           01 WS-FS-SUSPENSO PIC XX VALUE "00".
           01 WS-FS-PRESTAMOS PIC XX VALUE "00".
           01 WS-FS-POSICION PIC XX VALUE "00".
           01 WS-FS-TABLA PIC XX VALUE "00".
           01 WS-FS-ENLACE PIC XX VALUE "00".
           01 WS-FS-BANCOS PIC XX VALUE "00".
           01 WS-FS-HISTORIA PIC XX VALUE "00".
           01 WS-FS-MOVIMIENTOS PIC XX VALUE "00".
           01 WS-FS-BANCO PIC XX VALUE "00".
           01 WS-FS-INTERFAZ PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-FIN-COLA PIC X VALUE "N".
           01 WS-FIN-REGISTRO PIC X VALUE "N".
           01 WS-EOF-PARTIDAS PIC X VALUE "N".
           01 WS-EOF-TABLA PIC X VALUE "N".
           01 WS-EOF-ENLACE PIC X VALUE "N".
           01 WS-HAY-CONTROL PIC X VALUE "N".
           01 WS-HAY-REGISTRO PIC X VALUE "N".
           01 WS-HAY-CUENTAS PIC X VALUE "N".
           01 WS-HAY-PARTIDAS PIC X VALUE "N".
           01 WS-HAY-SUSPENSO PIC X VALUE "N".
           01 WS-HAY-PRESTAMOS PIC X VALUE "N".
           01 WS-HAY-POSICION PIC X VALUE "N".
           01 WS-HAY-BANCOS PIC X VALUE "N".
           01 WS-MOTIVO PIC X(30) VALUE SPACES.
           01 WS-HAY-DEPOSITO PIC X VALUE "N".

      *>   Cuentas de mayor de la poliza (REEMBCTL.cpy, SUSPCTL.cpy).
           01 WS-CUENTA-BANCO PIC X(8) VALUE SPACES.
           01 WS-CUENTA-CLIENTES PIC X(8) VALUE SPACES.
           01 WS-CUENTA-PRESTAMOS PIC X(8) VALUE SPACES.
           01 WS-CUENTA-SUSPENSO PIC X(8) VALUE SPACES.
           01 WS-CUENTA-ORIGEN PIC X(8) VALUE SPACES.

      *>   Revalidacion del saldo que sostiene la devolucion.
           01 WS-ABIERTO-CUENTA PIC 9(10)V99 VALUE ZEROS.
           01 WS-DISPONIBLE PIC S9(11)V99 VALUE ZEROS.
           01 WS-DEPOSITO PIC X(27) VALUE SPACES.

      *>   Enlace prestamo-empleado (EMPLOAN.cpy) en memoria.
           01 WS-MAX-ENLACES PIC 9(4) VALUE 2000.
           01 WS-CANT-ENLACES PIC 9(4) VALUE ZEROS.
           01 WS-ENL-IDX PIC 9(4) VALUE ZEROS.
           01 WS-ENL-ID PIC 9(6) VALUE ZEROS.
           01 WS-TABLA-ENLACES.
               05 WS-ENL OCCURS 2000 TIMES.
                   10 WS-ENL-NUMERO PIC 9(8).
                   10 WS-ENL-EMPLEADO PIC 9(6).

      *>   Total de cuotas de la tabla de amortizacion por prestamo.
           01 WS-MAX-CALENDARIO PIC 9(4) VALUE 5000.
           01 WS-CANT-CALENDARIO PIC 9(4) VALUE ZEROS.
           01 WS-CAL-IDX PIC 9(4) VALUE ZEROS.
           01 WS-CAL-HALLADO PIC 9(4) VALUE ZEROS.
           01 WS-BUS-PRESTAMO PIC 9(8) VALUE ZEROS.
           01 WS-TABLA-CALENDARIO.
               05 WS-CAL OCCURS 5000 TIMES.
                   10 WS-CAL-NUMERO PIC 9(8).
                   10 WS-CAL-TOTAL PIC 9(11)V99.

           01 WS-TOTAL-APROBADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RECHAZADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-PAGADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-REHUSADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-EN-ESPERA PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-DESBORDE PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-PAGADO PIC 9(11)V99 VALUE ZEROS.
           01 WS-MONTO-REHUSADO PIC 9(12)V99 VALUE ZEROS.
           01 WS-MONTO-EN-ESPERA PIC 9(12)V99 VALUE ZEROS.

           01 WS-CONT-INTERFAZ PIC 9(6) VALUE ZEROS.
           01 WS-SUMA-INTERFAZ PIC 9(13)V99 VALUE ZEROS.

      *>   Devoluciones en espera o rehusadas para la pagina de
      *>   excepciones.
           01 WS-MAX-EXCEPCIONES PIC 9(4) VALUE 1000.
           01 WS-CANT-EXCEPCIONES PIC 9(4) VALUE ZEROS.
           01 WS-EXC-IDX PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-EXCEPCIONES.
               05 WS-EXC OCCURS 1000 TIMES.
                   10 WS-EXC-NUMERO PIC 9(6).
                   10 WS-EXC-TIPO PIC X(1).
                   10 WS-EXC-REFERENCIA PIC 9(8).
                   10 WS-EXC-MONTO PIC 9(9)V99.
                   10 WS-EXC-TEXTO PIC X(30).

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR, igual que REEMBPRO.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "REEMBPAG - DEVOLUCIONES PAGADAS".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 20.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-COLUMNAS.
               05 FILLER PIC X(44) VALUE
                   "NUMERO T REFERENCIA BANC SUCU CUENTA DEPOSIT".
               05 FILLER PIC X(32) VALUE
                   "O         T          MONTO".

           01 LIN-DETALLE.
               05 LD-NUMERO PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-TIPO PIC X(1).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-REFERENCIA PIC 9(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 LD-BANCO PIC X(4).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-SUCURSAL PIC X(4).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-CUENTA-BANCO PIC X(18).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-TIPO-CUENTA PIC X(1).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-MONTO PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-EXCEPCION.
               05 LE-NUMERO PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-TIPO PIC X(1).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-REFERENCIA PIC 9(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 LE-TEXTO PIC X(30).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-MONTO PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-TOTALES.
               05 LT-TEXTO PIC X(34).
               05 LT-CONTADOR PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LT-MONTO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *>   Bitacora de corrida (ver RUNLOGW), igual que JEREL.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "REEMBPAG".
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
           PERFORM LeeControl
           IF WS-HAY-CONTROL NOT = "S"
               DISPLAY "Sin cuentas de banco y de origen en "
                   "reembctl.dat: no se paga ninguna devolucion"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LeeControlSuspenso
           PERFORM LeePerfilEmpresa
           PERFORM CargaEnlaces
           PERFORM CargaCalendario
           OPEN OUTPUT archivo-banco
           PERFORM GrabaEncabezadoBanco
           OPEN OUTPUT archivo-interfaz
           OPEN OUTPUT archivo-reporte
           PERFORM ImprimeEncabezado
           OPEN I-O archivo-registro
           IF WS-FS-REGISTRO = "00"
               MOVE "S" TO WS-HAY-REGISTRO
           ELSE
               CLOSE archivo-registro
           END-IF
           IF WS-HAY-REGISTRO = "S"
               PERFORM ConsumeCola
               PERFORM AbreArchivosPago
               PERFORM PagaAprobadas
               PERFORM CierraArchivosPago
               CLOSE archivo-registro
           END-IF
           PERFORM GrabaTrailerBanco
           CLOSE archivo-banco
           PERFORM GrabaTrailerInterfaz
           CLOSE archivo-interfaz
           PERFORM ImprimeExcepciones
           PERFORM ImprimeTotales
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Devoluciones aprobadas: " WS-TOTAL-APROBADAS
               " Rechazadas: " WS-TOTAL-RECHAZADAS
               " Pagadas: " WS-TOTAL-PAGADAS
               " Rehusadas: " WS-TOTAL-REHUSADAS
               " Sin cuenta de deposito: " WS-TOTAL-EN-ESPERA
           MOVE WS-TOTAL-PAGADAS TO WS-RL-ESCRITOS
           MOVE WS-TOTAL-REHUSADAS TO WS-RL-RECHAZADOS
           IF WS-TOTAL-REHUSADAS > 0 OR WS-TOTAL-EN-ESPERA > 0
               OR WS-TOTAL-DESBORDE > 0
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

      *>   Sin cuenta de banco no hay contra que pagar: la corrida no
      *>   se hace.
       LeeControl.
           OPEN INPUT archivo-control
           IF WS-FS-CONTROL = "00"
               READ archivo-control
                   NOT AT END
                       MOVE RBC-CUENTA-BANCO TO WS-CUENTA-BANCO
                       MOVE RBC-CUENTA-CLIENTES TO WS-CUENTA-CLIENTES
                       MOVE RBC-CUENTA-PRESTAMOS
                           TO WS-CUENTA-PRESTAMOS
               END-READ
           END-IF
           CLOSE archivo-control
           IF WS-CUENTA-BANCO NOT = SPACES
               MOVE "S" TO WS-HAY-CONTROL
           END-IF.

       LeeControlSuspenso.
           OPEN INPUT archivo-control-suspenso
           IF WS-FS-CTL-SUSPENSO = "00"
               READ archivo-control-suspenso
                   NOT AT END
                       MOVE SCC-CUENTA-SUSPENSO TO WS-CUENTA-SUSPENSO
               END-READ
           END-IF
           CLOSE archivo-control-suspenso.

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

       CargaEnlaces.
           OPEN INPUT archivo-enlace-prestamos
           IF WS-FS-ENLACE NOT = "00"
               CLOSE archivo-enlace-prestamos
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-ENLACE = "S"
               READ archivo-enlace-prestamos
                   AT END
                       MOVE "S" TO WS-EOF-ENLACE
                   NOT AT END
                       IF WS-CANT-ENLACES < WS-MAX-ENLACES
                           ADD 1 TO WS-CANT-ENLACES
                           MOVE EL-NUMERO
                               TO WS-ENL-NUMERO (WS-CANT-ENLACES)
                           MOVE EL-ID
                               TO WS-ENL-EMPLEADO (WS-CANT-ENLACES)
                       ELSE
                           ADD 1 TO WS-TOTAL-DESBORDE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-enlace-prestamos.

       CargaCalendario.
           OPEN INPUT archivo-tabla
           IF WS-FS-TABLA NOT = "00"
               CLOSE archivo-tabla
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-TABLA = "S"
               READ archivo-tabla
                   AT END
                       MOVE "S" TO WS-EOF-TABLA
                   NOT AT END
                       PERFORM AcumulaCuota
               END-READ
           END-PERFORM
           CLOSE archivo-tabla.

       AcumulaCuota.
           MOVE SCH-NUMERO TO WS-BUS-PRESTAMO
           PERFORM BuscaCalendario
           IF WS-CAL-HALLADO = 0
               IF WS-CANT-CALENDARIO >= WS-MAX-CALENDARIO
                   ADD 1 TO WS-TOTAL-DESBORDE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CANT-CALENDARIO
               MOVE WS-CANT-CALENDARIO TO WS-CAL-HALLADO
               MOVE SCH-NUMERO TO WS-CAL-NUMERO (WS-CAL-HALLADO)
               MOVE ZEROS TO WS-CAL-TOTAL (WS-CAL-HALLADO)
           END-IF
           ADD SCH-CUOTA TO WS-CAL-TOTAL (WS-CAL-HALLADO).

       BuscaCalendario.
           MOVE ZEROS TO WS-CAL-HALLADO
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CANT-CALENDARIO
                   OR WS-CAL-HALLADO > 0
               IF WS-CAL-NUMERO (WS-CAL-IDX) = WS-BUS-PRESTAMO
                   MOVE WS-CAL-IDX TO WS-CAL-HALLADO
               END-IF
           END-PERFORM.

      *>   Solo las entradas ya decididas se consumen; la pendiente
      *>   espera a APPROVE otra noche.
       ConsumeCola.
           OPEN I-O archivo-cola
           IF WS-FS-COLA NOT = "00"
               CLOSE archivo-cola
               EXIT PARAGRAPH
           END-IF
           MOVE "REEMBOLS" TO AQ-CLASE
           MOVE ZEROS TO AQ-REFERENCIA
           MOVE ZEROS TO AQ-SECUENCIA
           START archivo-cola KEY >= AQ-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-COLA
           END-START
           PERFORM UNTIL WS-FIN-COLA = "S"
               READ archivo-cola NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-COLA
                   NOT AT END
                       IF AQ-CLASE NOT = "REEMBOLS"
                           MOVE "S" TO WS-FIN-COLA
                       ELSE
                           PERFORM DisponeEntrada
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-cola.

       DisponeEntrada.
           IF AQ-ESTADO NOT = "A" AND AQ-ESTADO NOT = "R"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RL-LEIDOS
           MOVE AQ-REFERENCIA TO RB-NUMERO
           READ archivo-registro
               INVALID KEY
                   DISPLAY "Entrada de devolucion sin registro: "
                       AQ-REFERENCIA
                   MOVE "X" TO AQ-ESTADO
                   REWRITE AQ-RECORD
                   EXIT PARAGRAPH
           END-READ
           IF RB-ESTADO = "P"
               MOVE AQ-APROBADOR TO RB-APROBADOR
               IF AQ-ESTADO = "R"
                   MOVE "R" TO RB-ESTADO
                   ADD 1 TO WS-TOTAL-RECHAZADAS
               ELSE
                   IF AQ-APROBADOR = RB-PROPUSO
                       MOVE "APROBADA POR EL MISMO INICIADOR"
                           TO WS-MOTIVO
                       PERFORM RehusaDevolucion
                   ELSE
                       MOVE "A" TO RB-ESTADO
                       ADD 1 TO WS-TOTAL-APROBADAS
                   END-IF
               END-IF
               REWRITE RB-RECORD
           END-IF
           MOVE "X" TO AQ-ESTADO
           REWRITE AQ-RECORD.

       AbreArchivosPago.
           OPEN INPUT archivo-cuentas
           IF WS-FS-CUENTAS = "00"
               MOVE "S" TO WS-HAY-CUENTAS
           ELSE
               CLOSE archivo-cuentas
           END-IF
           OPEN INPUT archivo-partidas
           IF WS-FS-PARTIDAS = "00"
               MOVE "S" TO WS-HAY-PARTIDAS
           ELSE
               CLOSE archivo-partidas
           END-IF
           OPEN I-O archivo-suspenso
           IF WS-FS-SUSPENSO = "00"
               MOVE "S" TO WS-HAY-SUSPENSO
           ELSE
               CLOSE archivo-suspenso
           END-IF
           OPEN INPUT archivo-prestamos
           IF WS-FS-PRESTAMOS = "00"
               MOVE "S" TO WS-HAY-PRESTAMOS
           ELSE
               CLOSE archivo-prestamos
           END-IF
           OPEN I-O archivo-posicion
           IF WS-FS-POSICION = "00"
               MOVE "S" TO WS-HAY-POSICION
           ELSE
               CLOSE archivo-posicion
           END-IF
           OPEN INPUT archivo-bancos
           IF WS-FS-BANCOS = "00"
               MOVE "S" TO WS-HAY-BANCOS
           ELSE
               CLOSE archivo-bancos
           END-IF
           OPEN EXTEND archivo-movimientos
           IF WS-FS-MOVIMIENTOS = "05" OR WS-FS-MOVIMIENTOS = "35"
               OPEN OUTPUT archivo-movimientos
           END-IF
           OPEN EXTEND archivo-historia-pagos
           IF WS-FS-HISTORIA = "05" OR WS-FS-HISTORIA = "35"
               OPEN OUTPUT archivo-historia-pagos
           END-IF.

       CierraArchivosPago.
           IF WS-HAY-CUENTAS = "S"
               CLOSE archivo-cuentas
           END-IF
           IF WS-HAY-PARTIDAS = "S"
               CLOSE archivo-partidas
           END-IF
           IF WS-HAY-SUSPENSO = "S"
               CLOSE archivo-suspenso
           END-IF
           IF WS-HAY-PRESTAMOS = "S"
               CLOSE archivo-prestamos
           END-IF
           IF WS-HAY-POSICION = "S"
               CLOSE archivo-posicion
           END-IF
           IF WS-HAY-BANCOS = "S"
               CLOSE archivo-bancos
           END-IF
           CLOSE archivo-movimientos
           CLOSE archivo-historia-pagos.

      *>   Todas las aprobadas, las de esta noche y las que esperaban
      *>   cuenta de deposito de noches anteriores.
       PagaAprobadas.
           MOVE "N" TO WS-FIN-REGISTRO
           MOVE ZEROS TO RB-NUMERO
           START archivo-registro KEY >= RB-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-REGISTRO
           END-START
           PERFORM UNTIL WS-FIN-REGISTRO = "S"
               READ archivo-registro NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-REGISTRO
                   NOT AT END
                       IF RB-ESTADO = "A"
                           PERFORM PagaDevolucion
                       END-IF
               END-READ
           END-PERFORM.

       PagaDevolucion.
           PERFORM RevalidaSaldo
           IF WS-MOTIVO NOT = SPACES
               PERFORM RehusaDevolucion
               REWRITE RB-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM BuscaDeposito
           IF WS-HAY-DEPOSITO NOT = "S"
               ADD 1 TO WS-TOTAL-EN-ESPERA
               ADD RB-MONTO TO WS-MONTO-EN-ESPERA
               PERFORM AnotaExcepcion
               EXIT PARAGRAPH
           END-IF
           PERFORM FijaCuentaOrigen
           IF WS-CUENTA-ORIGEN = SPACES
               MOVE "SIN CUENTA DE MAYOR DE ORIGEN" TO WS-MOTIVO
               ADD 1 TO WS-TOTAL-EN-ESPERA
               ADD RB-MONTO TO WS-MONTO-EN-ESPERA
               PERFORM AnotaExcepcion
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEPOSITO TO RB-DEPOSITO
           PERFORM GrabaDetalleBanco
           PERFORM GrabaPoliza
           EVALUATE RB-TIPO
               WHEN "C"
                   PERFORM AsientaCuenta
               WHEN "S"
                   PERFORM AsientaSuspenso
               WHEN "P"
                   PERFORM AsientaPrestamo
           END-EVALUATE
           MOVE "G" TO RB-ESTADO
           MOVE WS-FECHA-PROCESO-NEG TO RB-FECHA-PAGO
           REWRITE RB-RECORD
           ADD 1 TO WS-TOTAL-PAGADAS
           ADD RB-MONTO TO WS-MONTO-PAGADO
           PERFORM ImprimeDetalle.

      *>   El saldo pudo cambiar entre la propuesta y el pago.
       RevalidaSaldo.
           MOVE SPACES TO WS-MOTIVO
           EVALUATE RB-TIPO
               WHEN "C"
                   PERFORM RevalidaCuenta
               WHEN "S"
                   PERFORM RevalidaSuspenso
               WHEN "P"
                   PERFORM RevalidaPrestamo
               WHEN OTHER
                   MOVE "TIPO DE DEVOLUCION INVALIDO" TO WS-MOTIVO
           END-EVALUATE.

       RevalidaCuenta.
           MOVE ZEROS TO WS-ABIERTO-CUENTA
           IF WS-HAY-PARTIDAS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE RB-REFERENCIA TO OI-CUENTA
           MOVE ZEROS TO OI-ITEM
           MOVE "N" TO WS-EOF-PARTIDAS
           START archivo-partidas KEY >= OI-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-PARTIDAS
           END-START
           PERFORM UNTIL WS-EOF-PARTIDAS = "S"
               READ archivo-partidas NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PARTIDAS
                   NOT AT END
                       IF OI-CUENTA NOT = RB-REFERENCIA
                           MOVE "S" TO WS-EOF-PARTIDAS
                       ELSE
                           IF OI-ESTADO = "A" OR OI-ESTADO = "D"
                               ADD OI-MONTO-ABIERTO
                                   TO WS-ABIERTO-CUENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ABIERTO-CUENTA > 0
               MOVE "CUENTA CON CARGOS ABIERTOS" TO WS-MOTIVO
           END-IF.

       RevalidaSuspenso.
           IF WS-HAY-SUSPENSO NOT = "S"
               MOVE "SUSPENSO NO DISPONIBLE" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE RB-REFERENCIA TO SU-NUMERO
           READ archivo-suspenso
               INVALID KEY
                   MOVE "RECIBO NO ESTA EN SUSPENSO" TO WS-MOTIVO
               NOT INVALID KEY
                   IF SU-ESTADO NOT = "D"
                       MOVE "SUSPENSO YA NO ES PARA DEVOLVER"
                           TO WS-MOTIVO
                   END-IF
           END-READ.

       RevalidaPrestamo.
           IF WS-HAY-PRESTAMOS NOT = "S" OR WS-HAY-POSICION NOT = "S"
               MOVE "CARTERA NO DISPONIBLE" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE RB-REFERENCIA TO LN-NUMERO
           READ archivo-prestamos
               INVALID KEY
                   MOVE "PRESTAMO NO EXISTE" TO WS-MOTIVO
                   EXIT PARAGRAPH
           END-READ
           MOVE RB-REFERENCIA TO LP-NUMERO
           READ archivo-posicion
               INVALID KEY
                   MOVE "PRESTAMO SIN POSICION" TO WS-MOTIVO
                   EXIT PARAGRAPH
           END-READ
           MOVE ZEROS TO WS-DISPONIBLE
           IF LN-ESTADO = "A"
               MOVE LN-NUMERO TO WS-BUS-PRESTAMO
               PERFORM BuscaCalendario
               IF WS-CAL-HALLADO > 0
                   COMPUTE WS-DISPONIBLE = LP-PAGADO-ACUM
                       - WS-CAL-TOTAL (WS-CAL-HALLADO)
               END-IF
           ELSE
               MOVE LP-ADELANTO TO WS-DISPONIBLE
           END-IF
           IF WS-DISPONIBLE < RB-MONTO
               MOVE "PAGO DE MAS YA NO LA CUBRE" TO WS-MOTIVO
           END-IF.

      *>   Cuenta de deposito: la de la cuenta de cobranza, o la de
      *>   nomina vigente del empleado en los prestamos al personal.
       BuscaDeposito.
           MOVE "N" TO WS-HAY-DEPOSITO
           MOVE SPACES TO WS-DEPOSITO
           MOVE SPACES TO WS-MOTIVO
           IF RB-TIPO = "P"
               PERFORM DepositoEmpleado
           ELSE
               PERFORM DepositoCuenta
           END-IF
           IF WS-HAY-DEPOSITO NOT = "S" AND WS-MOTIVO = SPACES
               MOVE "SIN CUENTA DE DEPOSITO" TO WS-MOTIVO
           END-IF.

       DepositoCuenta.
           IF WS-HAY-CUENTAS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE RB-CUENTA TO AC-CUENTA
           READ archivo-cuentas
               INVALID KEY
                   MOVE "CUENTA NO EN EL MAESTRO" TO WS-MOTIVO
               NOT INVALID KEY
                   IF AC-BANCO NOT = SPACES
                       AND AC-CUENTA-BANCO NOT = SPACES
                       MOVE AC-DEPOSITO TO WS-DEPOSITO
                       MOVE "S" TO WS-HAY-DEPOSITO
                   END-IF
           END-READ.

       DepositoEmpleado.
           MOVE ZEROS TO WS-ENL-ID
           PERFORM VARYING WS-ENL-IDX FROM 1 BY 1
               UNTIL WS-ENL-IDX > WS-CANT-ENLACES
               IF WS-ENL-NUMERO (WS-ENL-IDX) = RB-REFERENCIA
                   MOVE WS-ENL-EMPLEADO (WS-ENL-IDX) TO WS-ENL-ID
               END-IF
           END-PERFORM
           IF WS-ENL-ID = ZEROS
               MOVE "PRESTAMO SIN EMPLEADO (EMPLOAN)" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-HAY-BANCOS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENL-ID TO BK-ID
           READ archivo-bancos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BK-ESTADO = "I"
                       MOVE "CUENTA DE NOMINA INVALIDADA" TO WS-MOTIVO
                   ELSE
                       STRING BK-BANCO BK-SUCURSAL BK-CUENTA BK-TIPO
                           DELIMITED BY SIZE INTO WS-DEPOSITO
                       MOVE "S" TO WS-HAY-DEPOSITO
                   END-IF
           END-READ.

       FijaCuentaOrigen.
           EVALUATE RB-TIPO
               WHEN "C"
                   MOVE WS-CUENTA-CLIENTES TO WS-CUENTA-ORIGEN
               WHEN "S"
                   MOVE WS-CUENTA-SUSPENSO TO WS-CUENTA-ORIGEN
               WHEN OTHER
                   MOVE WS-CUENTA-PRESTAMOS TO WS-CUENTA-ORIGEN
           END-EVALUATE.

      *>   La rehusada no se vuelve a intentar: si el saldo a favor
      *>   reaparece, REEMBPRO la propone de nuevo.
       RehusaDevolucion.
           MOVE "E" TO RB-ESTADO
           MOVE WS-MOTIVO TO RB-MOTIVO
           ADD 1 TO WS-TOTAL-REHUSADAS
           ADD RB-MONTO TO WS-MONTO-REHUSADO
           PERFORM AnotaExcepcion
           MOVE "REEMB-REH" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           MOVE SPACES TO EXC-DETALLE
           STRING "Devolucion " RB-NUMERO " " RB-TIPO " "
               RB-REFERENCIA ": " WS-MOTIVO
               DELIMITED BY SIZE INTO EXC-DETALLE
           PERFORM GrabaExcepcion.

       AnotaExcepcion.
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE RB-NUMERO TO WS-EXC-NUMERO (WS-CANT-EXCEPCIONES)
               MOVE RB-TIPO TO WS-EXC-TIPO (WS-CANT-EXCEPCIONES)
               MOVE RB-REFERENCIA
                   TO WS-EXC-REFERENCIA (WS-CANT-EXCEPCIONES)
               MOVE RB-MONTO TO WS-EXC-MONTO (WS-CANT-EXCEPCIONES)
               MOVE WS-MOTIVO TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
           END-IF.

       GrabaEncabezadoBanco.
           MOVE SPACES TO DSP-HEADER-RECORD
           MOVE "1" TO DSP-H-TIPO
           MOVE WS-FECHA-PROCESO-NEG TO DSP-H-FECHA
           WRITE DSP-HEADER-RECORD.

       GrabaDetalleBanco.
           MOVE SPACES TO DSP-DETAIL-RECORD
           MOVE "2" TO DSP-D-TIPO
           MOVE RB-NUMERO TO DSP-D-ID
           MOVE RB-BANCO TO DSP-D-BANCO
           MOVE RB-SUCURSAL TO DSP-D-SUCURSAL
           MOVE RB-CUENTA-BANCO TO DSP-D-CUENTA
           MOVE RB-TIPO-CUENTA TO DSP-D-TIPO-CUENTA
           MOVE RB-MONTO TO DSP-D-MONTO
           WRITE DSP-DETAIL-RECORD.

       GrabaTrailerBanco.
           MOVE SPACES TO DSP-TRAILER-RECORD
           MOVE "9" TO DSP-T-TIPO
           MOVE WS-TOTAL-PAGADAS TO DSP-T-CONTADOR
           MOVE WS-MONTO-PAGADO TO DSP-T-MONTO-TOTAL
           WRITE DSP-TRAILER-RECORD.

      *>   Cargo a la cuenta de origen, abono al banco.
       GrabaPoliza.
           MOVE WS-CUENTA-ORIGEN TO GL-CUENTA
           MOVE "DR" TO GL-IND-DRCR
           MOVE RB-MONTO TO GL-MONTO
           MOVE WS-FECHA-PROCESO-NEG TO GL-FECHA
           WRITE GL-RECORD
           MOVE WS-CUENTA-BANCO TO GL-CUENTA
           MOVE "CR" TO GL-IND-DRCR
           WRITE GL-RECORD
           ADD 2 TO WS-CONT-INTERFAZ
           ADD RB-MONTO TO WS-SUMA-INTERFAZ
           ADD RB-MONTO TO WS-SUMA-INTERFAZ.

      *>   Movimiento D (devolucion) para el estado de cuenta.
       AsientaCuenta.
           MOVE RB-REFERENCIA TO OM-CUENTA
           MOVE ZEROS TO OM-ITEM
           MOVE WS-FECHA-PROCESO-NEG TO OM-FECHA
           MOVE "D" TO OM-TIPO
           MOVE RB-MONTO TO OM-MONTO
           WRITE OM-RECORD.

       AsientaSuspenso.
           MOVE "E" TO SU-ESTADO
           MOVE WS-FECHA-PROCESO-NEG TO SU-FECHA-RESOLUCION
           MOVE SPACES TO SU-NOTA
           STRING "DEVUELTO, DEVOLUCION " RB-NUMERO
               DELIMITED BY SIZE INTO SU-NOTA
           REWRITE SU-RECORD.

      *>   Lo devuelto sale de lo pagado: la siguiente corrida de
      *>   LOANPAY recalcula el adelanto sobre lo que de verdad queda.
       AsientaPrestamo.
           SUBTRACT RB-MONTO FROM LP-PAGADO-ACUM
           IF LP-ADELANTO > RB-MONTO
               SUBTRACT RB-MONTO FROM LP-ADELANTO
           ELSE
               MOVE ZEROS TO LP-ADELANTO
           END-IF
           REWRITE LP-RECORD
           MOVE RB-REFERENCIA TO LPH-NUMERO
           MOVE WS-FECHA-PROCESO-NEG TO LPH-FECHA
           MOVE RB-MONTO TO LPH-MONTO
           MOVE "D" TO LPH-TIPO
           MOVE ZEROS TO LPH-INTERES LPH-VENCIDO LPH-CAPITAL
               LPH-ANTICIPO
           WRITE LPH-RECORD.

      *>   Trailer de control de la interfaz (GLINTRLR.cpy), misma
      *>   disciplina que GLPOST: se escribe aun con cero registros,
      *>   para que GLUPDT distinga "sin movimientos" de "truncado".
       GrabaTrailerInterfaz.
           MOVE "*TRAILER" TO GLT-CUENTA
           MOVE WS-CONT-INTERFAZ TO GLT-CONTADOR
           MOVE WS-SUMA-INTERFAZ TO GLT-MONTO-TOTAL
           WRITE GL-TRAILER-RECORD.

      *>   Asienta en el log comun de excepciones (EXCREC.cpy).
       GrabaExcepcion.
           MOVE "REEMBPAG" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
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
           MOVE RB-NUMERO TO LD-NUMERO
           MOVE RB-TIPO TO LD-TIPO
           MOVE RB-REFERENCIA TO LD-REFERENCIA
           MOVE RB-BANCO TO LD-BANCO
           MOVE RB-SUCURSAL TO LD-SUCURSAL
           MOVE RB-CUENTA-BANCO TO LD-CUENTA-BANCO
           MOVE RB-TIPO-CUENTA TO LD-TIPO-CUENTA
           MOVE RB-MONTO TO LD-MONTO
           WRITE LINEA-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-CONTADOR-LINEAS.

       ImprimeEncabezado.
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS
           MOVE ZEROS TO WS-CONTADOR-LINEAS.

      *>   Pagina de excepciones: las que esperan cuenta de deposito
      *>   (siguen aprobadas) y las rehusadas esta noche.
       ImprimeExcepciones.
           IF WS-CANT-EXCEPCIONES = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ImprimeEncabezado
           MOVE "EXCEPCIONES DE DEVOLUCIONES" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-CANT-EXCEPCIONES
               MOVE WS-EXC-NUMERO (WS-EXC-IDX) TO LE-NUMERO
               MOVE WS-EXC-TIPO (WS-EXC-IDX) TO LE-TIPO
               MOVE WS-EXC-REFERENCIA (WS-EXC-IDX) TO LE-REFERENCIA
               MOVE WS-EXC-TEXTO (WS-EXC-IDX) TO LE-TEXTO
               MOVE WS-EXC-MONTO (WS-EXC-IDX) TO LE-MONTO
               WRITE LINEA-REPORTE FROM LIN-EXCEPCION
           END-PERFORM.

       ImprimeTotales.
           PERFORM ImprimeEncabezado
           MOVE "APROBADAS EN APPROVE" TO LT-TEXTO
           MOVE WS-TOTAL-APROBADAS TO LT-CONTADOR
           MOVE ZEROS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "RECHAZADAS EN APPROVE" TO LT-TEXTO
           MOVE WS-TOTAL-RECHAZADAS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "PAGADAS (ARCHIVO BANCARIO)" TO LT-TEXTO
           MOVE WS-TOTAL-PAGADAS TO LT-CONTADOR
           MOVE WS-MONTO-PAGADO TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "EN ESPERA DE CUENTA DE DEPOSITO" TO LT-TEXTO
           MOVE WS-TOTAL-EN-ESPERA TO LT-CONTADOR
           MOVE WS-MONTO-EN-ESPERA TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "REHUSADAS AL PAGAR" TO LT-TEXTO
           MOVE WS-TOTAL-REHUSADAS TO LT-CONTADOR
           MOVE WS-MONTO-REHUSADO TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           IF WS-TOTAL-DESBORDE > 0
               MOVE "DESBORDE DE TABLAS (REVISAR)" TO LT-TEXTO
               MOVE WS-TOTAL-DESBORDE TO LT-CONTADOR
               MOVE ZEROS TO LT-MONTO
               WRITE LINEA-REPORTE FROM LIN-TOTALES
           END-IF.

       END PROGRAM REEMBPAG.
