       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMBPRO.
      *>   Propuesta nocturna de devoluciones de saldos a favor: busca
      *>   el dinero del cliente que ya no tiene contra que aplicarse
      *>   y lo propone para devolver, cada propuesta en el registro
      *>   de devoluciones (REEMBOLS.cpy, estado P) y en la cola de
      *>   control dual (APPRW, clase REEMBOLS) para que OTRO
      *>   operador la apruebe en APPROVE; REEMBPAG paga las
      *>   aprobadas. Se propone:
      *>   - la cuenta de cobranza con efectivo sin aplicar
      *>     (UNAPPCSH.cpy, menos lo ya propuesto o devuelto) arriba
      *>     del umbral de REEMBCTL.cpy y sin ninguna partida abierta
      *>     ni en disputa en el auxiliar (OPENITEM.cpy);
      *>   - el recibo en suspenso que el cobrador marco para
      *>     devolucion en SUSPRES (CSHSUSP.cpy, estado D), sin
      *>     umbral;
      *>   - el prestamo con pago de mas arriba del umbral: activo
      *>     con lo pagado (LOANPOS.cpy) arriba del total de su tabla
      *>     de amortizacion (AMORTSCH.cpy), es decir sin cuota por
      *>     cubrir, o cancelado con adelanto en su posicion.
      *>   Una cuenta o prestamo con una devolucion todavia pendiente
      *>   (P o A) no recibe otra hasta que esa se pague o se
      *>   rechace. El iniciador en la cola es REEMBPRO-OPERADOR (en
      *>   blanco, REEMBPRO). Sin control de devoluciones no se
      *>   propone nada (RC 8).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-control
               ASSIGN TO "reembctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT archivo-registro
               ASSIGN TO "reembols.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-NUMERO
               FILE STATUS IS WS-FS-REGISTRO.

               SELECT OPTIONAL archivo-sin-aplicar
               ASSIGN TO "unappcsh.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SIN-APLICAR.

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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-NUMERO
               FILE STATUS IS WS-FS-SUSPENSO.

               SELECT OPTIONAL archivo-prestamos
               ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

               SELECT archivo-reporte
               ASSIGN TO "reembpro.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-control.
           COPY REEMBCTL.

       FD  archivo-registro.
           COPY REEMBOLS.

       FD  archivo-sin-aplicar.
           COPY UNAPPCSH.

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

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(132).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-REGISTRO PIC XX VALUE "00".
           01 WS-FS-SIN-APLICAR PIC XX VALUE "00".
           01 WS-FS-CUENTAS PIC XX VALUE "00".
           01 WS-FS-PARTIDAS PIC XX VALUE "00".
           01 WS-FS-SUSPENSO PIC XX VALUE "00".
           01 WS-FS-PRESTAMOS PIC XX VALUE "00".
           01 WS-FS-POSICION PIC XX VALUE "00".
           01 WS-FS-TABLA PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-REGISTRO PIC X VALUE "N".
           01 WS-EOF-SIN-APLICAR PIC X VALUE "N".
           01 WS-EOF-PARTIDAS PIC X VALUE "N".
           01 WS-EOF-SUSPENSO PIC X VALUE "N".
           01 WS-EOF-PRESTAMOS PIC X VALUE "N".
           01 WS-EOF-TABLA PIC X VALUE "N".
           01 WS-HAY-CONTROL PIC X VALUE "N".
           01 WS-HAY-CUENTAS PIC X VALUE "N".
           01 WS-HAY-PARTIDAS PIC X VALUE "N".
           01 WS-HAY-POSICION PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.

           01 WS-UMBRAL PIC 9(7)V99 VALUE ZEROS.
           01 WS-ULTIMO-NUMERO PIC 9(6) VALUE ZEROS.
           01 WS-DISPONIBLE PIC S9(11)V99 VALUE ZEROS.
           01 WS-ABIERTO-CUENTA PIC 9(10)V99 VALUE ZEROS.
           01 WS-MAX-MONTO PIC 9(9)V99 VALUE 999999999.99.

      *>   Propuesta en armado.
           01 WS-PRO-TIPO PIC X VALUE SPACE.
           01 WS-PRO-REFERENCIA PIC 9(8) VALUE ZEROS.
           01 WS-PRO-CUENTA PIC 9(8) VALUE ZEROS.
           01 WS-PRO-MONTO PIC 9(9)V99 VALUE ZEROS.
           01 WS-PRO-TITULAR PIC X(30) VALUE SPACES.

      *>   Devoluciones ya en el registro por origen (tipo +
      *>   referencia): lo comprometido (P, A y G) y si alguna sigue
      *>   pendiente (P o A).
           01 WS-MAX-COMPROMISOS PIC 9(4) VALUE 5000.
           01 WS-CANT-COMPROMISOS PIC 9(4) VALUE ZEROS.
           01 WS-COM-IDX PIC 9(4) VALUE ZEROS.
           01 WS-COM-HALLADO PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-COMPROMISOS.
               05 WS-COM OCCURS 5000 TIMES.
                   10 WS-COM-TIPO PIC X(1).
                   10 WS-COM-REFERENCIA PIC 9(8).
                   10 WS-COM-MONTO PIC 9(11)V99.
                   10 WS-COM-PENDIENTE PIC X(1).
           01 WS-BUS-TIPO PIC X VALUE SPACE.
           01 WS-BUS-REFERENCIA PIC 9(8) VALUE ZEROS.
           01 WS-BUS-PRESTAMO PIC 9(8) VALUE ZEROS.

      *>   Efectivo sin aplicar acumulado por cuenta.
           01 WS-MAX-FAVOR PIC 9(4) VALUE 5000.
           01 WS-CANT-FAVOR PIC 9(4) VALUE ZEROS.
           01 WS-FAV-IDX PIC 9(4) VALUE ZEROS.
           01 WS-FAV-HALLADO PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-FAVOR.
               05 WS-FAV OCCURS 5000 TIMES.
                   10 WS-FAV-CUENTA PIC 9(8).
                   10 WS-FAV-MONTO PIC 9(11)V99.

      *>   Total de cuotas de la tabla de amortizacion por prestamo.
           01 WS-MAX-CALENDARIO PIC 9(4) VALUE 5000.
           01 WS-CANT-CALENDARIO PIC 9(4) VALUE ZEROS.
           01 WS-CAL-IDX PIC 9(4) VALUE ZEROS.
           01 WS-CAL-HALLADO PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-CALENDARIO.
               05 WS-CAL OCCURS 5000 TIMES.
                   10 WS-CAL-NUMERO PIC 9(8).
                   10 WS-CAL-TOTAL PIC 9(11)V99.

           01 WS-TOTAL-PROPUESTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-PROP-CUENTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-PROP-SUSPENSO PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-PROP-PRESTAMOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-PENDIENTES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CON-ABIERTO PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-DESBORDE PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-ERRORES PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-PROPUESTO PIC 9(12)V99 VALUE ZEROS.
           01 WS-MONTO-CON-ABIERTO PIC 9(12)V99 VALUE ZEROS.

      *>   Solicitud de control dual (ver APPRW).
           01 WS-AP-CLASE PIC X(8) VALUE "REEMBOLS".
           01 WS-AP-REFERENCIA PIC 9(8) VALUE ZEROS.
           01 WS-AP-DETALLE PIC X(60) VALUE SPACES.
           01 WS-IMPORTE-EDIT PIC ZZZ,ZZZ,ZZ9.99.

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR, igual que CREDEXP.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "REEMBPRO - DEVOLUCIONES PROPUESTAS".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 20.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-COLUMNAS.
               05 FILLER PIC X(42) VALUE
                   "NUMERO T REFERENCIA CUENTA   TITULAR".
               05 FILLER PIC X(33) VALUE
                   "                           MONTO".

           01 LIN-DETALLE.
               05 LD-NUMERO PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-TIPO PIC X(1).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-REFERENCIA PIC 9(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 LD-CUENTA PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-TITULAR PIC X(30).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-MONTO PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-TOTALES.
               05 LT-TEXTO PIC X(34).
               05 LT-CONTADOR PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LT-MONTO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *>   Bitacora de corrida (ver RUNLOGW), igual que CREDEXP.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "REEMBPRO".
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
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "REEMBPRO-OPERADOR"
           IF WS-OPERADOR = SPACES
               MOVE "REEMBPRO" TO WS-OPERADOR
           END-IF
           PERFORM LeeControl
           IF WS-HAY-CONTROL NOT = "S"
               DISPLAY "Sin control de devoluciones en reembctl.dat: "
                   "no se propone nada"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LeePerfilEmpresa
           OPEN I-O archivo-registro
           IF WS-FS-REGISTRO = "35"
               OPEN OUTPUT archivo-registro
               CLOSE archivo-registro
               OPEN I-O archivo-registro
           END-IF
           PERFORM CargaCompromisos
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
           OPEN OUTPUT archivo-reporte
           PERFORM ImprimeEncabezado
           PERFORM ProponeCuentas
           PERFORM ProponeSuspenso
           PERFORM ProponePrestamos
           IF WS-HAY-CUENTAS = "S"
               CLOSE archivo-cuentas
           END-IF
           IF WS-HAY-PARTIDAS = "S"
               CLOSE archivo-partidas
           END-IF
           CLOSE archivo-registro
           PERFORM ImprimeTotales
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Devoluciones propuestas: " WS-TOTAL-PROPUESTAS
               " Cuentas: " WS-TOTAL-PROP-CUENTAS
               " Suspenso: " WS-TOTAL-PROP-SUSPENSO
               " Prestamos: " WS-TOTAL-PROP-PRESTAMOS
               " Con cargos abiertos: " WS-TOTAL-CON-ABIERTO
               " Errores: " WS-TOTAL-ERRORES
           MOVE WS-TOTAL-PROPUESTAS TO WS-RL-ESCRITOS
           MOVE WS-TOTAL-ERRORES TO WS-RL-RECHAZADOS
           IF WS-TOTAL-ERRORES > 0 OR WS-TOTAL-DESBORDE > 0
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

       LeeControl.
           OPEN INPUT archivo-control
           IF WS-FS-CONTROL = "00"
               READ archivo-control
                   NOT AT END
                       MOVE "S" TO WS-HAY-CONTROL
                       MOVE RBC-UMBRAL TO WS-UMBRAL
               END-READ
           END-IF
           CLOSE archivo-control.

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

      *>   Recorre el registro de devoluciones: deja el ultimo numero
      *>   usado y lo comprometido por origen. Las rechazadas (R) y
      *>   rehusadas (E) no comprometen nada.
       CargaCompromisos.
           MOVE ZEROS TO RB-NUMERO
           START archivo-registro KEY >= RB-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF-REGISTRO
           END-START
           PERFORM UNTIL WS-EOF-REGISTRO = "S"
               READ archivo-registro NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-REGISTRO
                   NOT AT END
                       MOVE RB-NUMERO TO WS-ULTIMO-NUMERO
                       IF RB-ESTADO = "P" OR RB-ESTADO = "A"
                           OR RB-ESTADO = "G"
                           PERFORM AnotaCompromiso
                       END-IF
               END-READ
           END-PERFORM.

       AnotaCompromiso.
           MOVE RB-TIPO TO WS-BUS-TIPO
           MOVE RB-REFERENCIA TO WS-BUS-REFERENCIA
           PERFORM BuscaCompromiso
           IF WS-COM-HALLADO = 0
               IF WS-CANT-COMPROMISOS >= WS-MAX-COMPROMISOS
                   ADD 1 TO WS-TOTAL-DESBORDE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CANT-COMPROMISOS
               MOVE WS-CANT-COMPROMISOS TO WS-COM-HALLADO
               MOVE RB-TIPO TO WS-COM-TIPO (WS-COM-HALLADO)
               MOVE RB-REFERENCIA TO WS-COM-REFERENCIA (WS-COM-HALLADO)
               MOVE ZEROS TO WS-COM-MONTO (WS-COM-HALLADO)
               MOVE "N" TO WS-COM-PENDIENTE (WS-COM-HALLADO)
           END-IF
           ADD RB-MONTO TO WS-COM-MONTO (WS-COM-HALLADO)
           IF RB-ESTADO = "P" OR RB-ESTADO = "A"
               MOVE "S" TO WS-COM-PENDIENTE (WS-COM-HALLADO)
           END-IF.

       BuscaCompromiso.
           MOVE ZEROS TO WS-COM-HALLADO
           PERFORM VARYING WS-COM-IDX FROM 1 BY 1
               UNTIL WS-COM-IDX > WS-CANT-COMPROMISOS
                   OR WS-COM-HALLADO > 0
               IF WS-COM-TIPO (WS-COM-IDX) = WS-BUS-TIPO
                   AND WS-COM-REFERENCIA (WS-COM-IDX)
                       = WS-BUS-REFERENCIA
                   MOVE WS-COM-IDX TO WS-COM-HALLADO
               END-IF
           END-PERFORM.

      *>   Saldos a favor de cuentas: el efectivo sin aplicar de cada
      *>   cuenta, menos lo ya comprometido en devoluciones.
       ProponeCuentas.
           PERFORM CargaSaldosFavor
           PERFORM VARYING WS-FAV-IDX FROM 1 BY 1
               UNTIL WS-FAV-IDX > WS-CANT-FAVOR
               PERFORM EvaluaSaldoFavor
           END-PERFORM.

       CargaSaldosFavor.
           OPEN INPUT archivo-sin-aplicar
           IF WS-FS-SIN-APLICAR NOT = "00"
               CLOSE archivo-sin-aplicar
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-SIN-APLICAR = "S"
               READ archivo-sin-aplicar
                   AT END
                       MOVE "S" TO WS-EOF-SIN-APLICAR
                   NOT AT END
                       ADD 1 TO WS-RL-LEIDOS
                       PERFORM AcumulaSaldoFavor
               END-READ
           END-PERFORM
           CLOSE archivo-sin-aplicar.

       AcumulaSaldoFavor.
           MOVE ZEROS TO WS-FAV-HALLADO
           PERFORM VARYING WS-FAV-IDX FROM 1 BY 1
               UNTIL WS-FAV-IDX > WS-CANT-FAVOR
                   OR WS-FAV-HALLADO > 0
               IF WS-FAV-CUENTA (WS-FAV-IDX) = UC-CUENTA
                   MOVE WS-FAV-IDX TO WS-FAV-HALLADO
               END-IF
           END-PERFORM
           IF WS-FAV-HALLADO = 0
               IF WS-CANT-FAVOR >= WS-MAX-FAVOR
                   ADD 1 TO WS-TOTAL-DESBORDE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CANT-FAVOR
               MOVE WS-CANT-FAVOR TO WS-FAV-HALLADO
               MOVE UC-CUENTA TO WS-FAV-CUENTA (WS-FAV-HALLADO)
               MOVE ZEROS TO WS-FAV-MONTO (WS-FAV-HALLADO)
           END-IF
           ADD UC-MONTO TO WS-FAV-MONTO (WS-FAV-HALLADO).

       EvaluaSaldoFavor.
           MOVE WS-FAV-MONTO (WS-FAV-IDX) TO WS-DISPONIBLE
           MOVE "C" TO WS-BUS-TIPO
           MOVE WS-FAV-CUENTA (WS-FAV-IDX) TO WS-BUS-REFERENCIA
           PERFORM BuscaCompromiso
           IF WS-COM-HALLADO > 0
               IF WS-COM-PENDIENTE (WS-COM-HALLADO) = "S"
                   ADD 1 TO WS-TOTAL-PENDIENTES
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WS-COM-MONTO (WS-COM-HALLADO)
                   FROM WS-DISPONIBLE
           END-IF
           IF WS-DISPONIBLE NOT > WS-UMBRAL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FAV-CUENTA (WS-FAV-IDX) TO AC-CUENTA
           PERFORM ChecaAbiertoCuenta
           IF WS-ABIERTO-CUENTA > 0
               ADD 1 TO WS-TOTAL-CON-ABIERTO
               ADD WS-DISPONIBLE TO WS-MONTO-CON-ABIERTO
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO WS-PRO-TIPO
           MOVE WS-FAV-CUENTA (WS-FAV-IDX) TO WS-PRO-REFERENCIA
           MOVE WS-FAV-CUENTA (WS-FAV-IDX) TO WS-PRO-CUENTA
           PERFORM TitularCuenta
           PERFORM FijaMontoPropuesta
           PERFORM Propone
           ADD 1 TO WS-TOTAL-PROP-CUENTAS.

      *>   Lo abierto de la cuenta en el auxiliar (partidas A y D): la
      *>   cuenta que todavia debe algo no recibe devolucion.
       ChecaAbiertoCuenta.
           MOVE ZEROS TO WS-ABIERTO-CUENTA
           IF WS-HAY-PARTIDAS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE AC-CUENTA TO OI-CUENTA
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
                       IF OI-CUENTA NOT = AC-CUENTA
                           MOVE "S" TO WS-EOF-PARTIDAS
                       ELSE
                           IF OI-ESTADO = "A" OR OI-ESTADO = "D"
                               ADD OI-MONTO-ABIERTO
                                   TO WS-ABIERTO-CUENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TitularCuenta.
           MOVE "CUENTA NO EN EL MAESTRO" TO WS-PRO-TITULAR
           IF WS-HAY-CUENTAS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRO-CUENTA TO AC-CUENTA
           READ archivo-cuentas
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AC-NOMBRE TO WS-PRO-TITULAR
           END-READ.

      *>   Recibos en suspenso marcados para devolucion que todavia
      *>   no estan en el registro.
       ProponeSuspenso.
           OPEN INPUT archivo-suspenso
           IF WS-FS-SUSPENSO NOT = "00"
               CLOSE archivo-suspenso
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-SUSPENSO = "S"
               READ archivo-suspenso NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-SUSPENSO
                   NOT AT END
                       ADD 1 TO WS-RL-LEIDOS
                       IF SU-ESTADO = "D"
                           PERFORM EvaluaSuspenso
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-suspenso.

       EvaluaSuspenso.
           MOVE "S" TO WS-BUS-TIPO
           MOVE SU-NUMERO TO WS-BUS-REFERENCIA
           PERFORM BuscaCompromiso
           IF WS-COM-HALLADO > 0
               IF WS-COM-PENDIENTE (WS-COM-HALLADO) = "S"
                   ADD 1 TO WS-TOTAL-PENDIENTES
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-PRO-TIPO
           MOVE SU-NUMERO TO WS-PRO-REFERENCIA
           MOVE SU-CUENTA-ORIGEN TO WS-PRO-CUENTA
           PERFORM TitularCuenta
           MOVE SU-MONTO TO WS-DISPONIBLE
           PERFORM FijaMontoPropuesta
           PERFORM Propone
           ADD 1 TO WS-TOTAL-PROP-SUSPENSO.

      *>   Prestamos con pago de mas: el activo sin cuota por cubrir
      *>   devuelve lo pagado arriba del total de su tabla; el
      *>   cancelado, el adelanto que quedo en su posicion.
       ProponePrestamos.
           PERFORM CargaCalendario
           OPEN INPUT archivo-posicion
           IF WS-FS-POSICION = "00"
               MOVE "S" TO WS-HAY-POSICION
           ELSE
               CLOSE archivo-posicion
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT archivo-prestamos
           IF WS-FS-PRESTAMOS = "00"
               PERFORM UNTIL WS-EOF-PRESTAMOS = "S"
                   READ archivo-prestamos NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-PRESTAMOS
                       NOT AT END
                           ADD 1 TO WS-RL-LEIDOS
                           PERFORM EvaluaPrestamo
                   END-READ
               END-PERFORM
           END-IF
           CLOSE archivo-prestamos
           CLOSE archivo-posicion.

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

       EvaluaPrestamo.
           MOVE LN-NUMERO TO LP-NUMERO
           READ archivo-posicion
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ZEROS TO WS-DISPONIBLE
           EVALUATE LN-ESTADO
               WHEN "A"
                   MOVE LN-NUMERO TO WS-BUS-PRESTAMO
                   PERFORM BuscaCalendario
                   IF WS-CAL-HALLADO = 0
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-DISPONIBLE = LP-PAGADO-ACUM
                       - WS-CAL-TOTAL (WS-CAL-HALLADO)
               WHEN "C"
                   MOVE LP-ADELANTO TO WS-DISPONIBLE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-DISPONIBLE NOT > WS-UMBRAL
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WS-BUS-TIPO
           MOVE LN-NUMERO TO WS-BUS-REFERENCIA
           PERFORM BuscaCompromiso
           IF WS-COM-HALLADO > 0
               IF WS-COM-PENDIENTE (WS-COM-HALLADO) = "S"
                   ADD 1 TO WS-TOTAL-PENDIENTES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "P" TO WS-PRO-TIPO
           MOVE LN-NUMERO TO WS-PRO-REFERENCIA
           MOVE ZEROS TO WS-PRO-CUENTA
           MOVE LN-PRESTATARIO TO WS-PRO-TITULAR
           PERFORM FijaMontoPropuesta
           PERFORM Propone
           ADD 1 TO WS-TOTAL-PROP-PRESTAMOS.

      *>   Una devolucion viaja al banco como un solo detalle: lo que
      *>   pase del campo del archivo queda para la corrida siguiente.
       FijaMontoPropuesta.
           IF WS-DISPONIBLE > WS-MAX-MONTO
               MOVE WS-MAX-MONTO TO WS-PRO-MONTO
           ELSE
               MOVE WS-DISPONIBLE TO WS-PRO-MONTO
           END-IF.

      *>   Alta de la propuesta en el registro (P) y en la cola de
      *>   control dual.
       Propone.
           IF WS-ULTIMO-NUMERO >= 999999
               DISPLAY "Registro de devoluciones sin numeros libres"
               ADD 1 TO WS-TOTAL-ERRORES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE WS-ULTIMO-NUMERO TO RB-NUMERO
           MOVE WS-PRO-TIPO TO RB-TIPO
           MOVE WS-PRO-REFERENCIA TO RB-REFERENCIA
           MOVE WS-PRO-CUENTA TO RB-CUENTA
           MOVE WS-PRO-MONTO TO RB-MONTO
           MOVE "P" TO RB-ESTADO
           MOVE WS-FECHA-PROCESO-NEG TO RB-FECHA-PROPUESTA
           MOVE WS-OPERADOR TO RB-PROPUSO
           MOVE SPACES TO RB-APROBADOR
           MOVE SPACES TO RB-FECHA-PAGO
           MOVE SPACES TO RB-DEPOSITO
           MOVE SPACES TO RB-MOTIVO
           WRITE RB-RECORD
               INVALID KEY
                   DISPLAY "Devolucion ya registrada: " RB-NUMERO
                   ADD 1 TO WS-TOTAL-ERRORES
                   EXIT PARAGRAPH
           END-WRITE
           MOVE RB-NUMERO TO WS-AP-REFERENCIA
           MOVE RB-MONTO TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-AP-DETALLE
           STRING "DEVOLUCION " RB-TIPO " " RB-REFERENCIA " "
               WS-IMPORTE-EDIT " " WS-PRO-TITULAR
               DELIMITED BY SIZE INTO WS-AP-DETALLE
           CALL "APPRW" USING WS-AP-CLASE WS-AP-REFERENCIA
               WS-OPERADOR WS-AP-DETALLE
           ADD 1 TO WS-TOTAL-PROPUESTAS
           ADD RB-MONTO TO WS-MONTO-PROPUESTO
           MOVE RB-NUMERO TO LD-NUMERO
           MOVE RB-TIPO TO LD-TIPO
           MOVE RB-REFERENCIA TO LD-REFERENCIA
           MOVE RB-CUENTA TO LD-CUENTA
           MOVE WS-PRO-TITULAR TO LD-TITULAR
           MOVE RB-MONTO TO LD-MONTO
           PERFORM ImprimeDetalle.

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

       ImprimeTotales.
           PERFORM ImprimeEncabezado
           MOVE "DEVOLUCIONES PROPUESTAS" TO LT-TEXTO
           MOVE WS-TOTAL-PROPUESTAS TO LT-CONTADOR
           MOVE WS-MONTO-PROPUESTO TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "  SALDOS A FAVOR DE CUENTAS" TO LT-TEXTO
           MOVE WS-TOTAL-PROP-CUENTAS TO LT-CONTADOR
           MOVE ZEROS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "  RECIBOS EN SUSPENSO" TO LT-TEXTO
           MOVE WS-TOTAL-PROP-SUSPENSO TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "  PAGOS DE MAS EN PRESTAMOS" TO LT-TEXTO
           MOVE WS-TOTAL-PROP-PRESTAMOS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "A FAVOR CON CARGOS ABIERTOS" TO LT-TEXTO
           MOVE WS-TOTAL-CON-ABIERTO TO LT-CONTADOR
           MOVE WS-MONTO-CON-ABIERTO TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "CON DEVOLUCION YA PENDIENTE" TO LT-TEXTO
           MOVE WS-TOTAL-PENDIENTES TO LT-CONTADOR
           MOVE ZEROS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           IF WS-TOTAL-DESBORDE > 0
               MOVE "DESBORDE DE TABLAS (REVISAR)" TO LT-TEXTO
               MOVE WS-TOTAL-DESBORDE TO LT-CONTADOR
               WRITE LINEA-REPORTE FROM LIN-TOTALES
           END-IF.

       END PROGRAM REEMBPRO.
