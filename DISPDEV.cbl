       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPDEV.
      *>   Devoluciones y rechazos bancarios de la dispersion de
      *>   nomina. Carga el archivo de devoluciones del banco
      *>   (DEVBANCO.cpy, con trailer de conteo y suma que se
      *>   verifica antes de tocar nada) y casa cada devolucion con
      *>   el deposito original en la historia de la dispersion
      *>   (DISPHIST.cpy) por fecha de la dispersion, DSP-D-ID y
      *>   monto. Una devolucion casada marca el deposito como
      *>   devuelto, invalida la cuenta bancaria del empleado
      *>   (BK-ESTADO I en EMPBANK.cpy, con su asiento en la
      *>   bitacora BANKAUD.cpy) si sigue siendo la misma a la que
      *>   se deposito, y deja el neto en la cola de reexpedicion
      *>   (REEXPQ.cpy) para que nomina decida en REEXPWRK si sale
      *>   por cheque fisico o por transferencia a la cuenta
      *>   corregida. Una devolucion que no casa, o que ya se habia
      *>   registrado, va a la pagina de excepciones.
      *>   En la misma corrida se reexpiden los renglones de la cola
      *>   ya decididos (L): las transferencias salen en un archivo
      *>   de dispersion propio (reexdisp.dat, formato DISPREC.cpy) y
      *>   quedan en la historia con tipo R, los cheques toman folio
      *>   en el registro de cheques (CHQREG.cpy, via CHQASIG) para
      *>   que CHQPRT los imprima. Cada devolucion y cada
      *>   reexpedicion deja su renglon en dispdev.dat (DEVDET.cpy)
      *>   para que PAYGL postee el movimiento en la cuenta puente
      *>   del banco. Una transferencia a una cuenta todavia dentro
      *>   del periodo de espera de BANKCTL.cpy (dada de alta o
      *>   cambiada hace menos dias) se retiene igual que en PAYDISP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-devoluciones
               ASSIGN TO "devbanco.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEVOLUCIONES.

               SELECT archivo-historial
               ASSIGN TO "disphist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPH-CLAVE
               FILE STATUS IS WS-FS-HISTORIAL.

               SELECT archivo-bancos
               ASSIGN TO "bancos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-ID
               FILE STATUS IS WS-FS-BANCOS.

               SELECT OPTIONAL archivo-auditoria
               ASSIGN TO "bankaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

               SELECT archivo-cola
               ASSIGN TO "reexpq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RXQ-CLAVE
               FILE STATUS IS WS-FS-COLA.

               SELECT OPTIONAL archivo-control-espera
               ASSIGN TO "bankctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ESPERA.

               SELECT archivo-reexpedicion
               ASSIGN TO "reexdisp.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REEXPEDICION.

               SELECT archivo-detalle-dev
               ASSIGN TO "dispdev.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DETALLE-DEV.

               SELECT archivo-reporte
               ASSIGN TO "dispdev.prt"
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
       FD  archivo-devoluciones.
           COPY DEVBANCO.

       FD  archivo-historial.
           COPY DISPHIST.

       FD  archivo-bancos.
           COPY EMPBANK.

       FD  archivo-auditoria.
           COPY BANKAUD.

       FD  archivo-cola.
           COPY REEXPQ.

       FD  archivo-control-espera.
           COPY BANKCTL.

       FD  archivo-reexpedicion.
           COPY DISPREC.

       FD  archivo-detalle-dev.
           COPY DEVDET.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-excepciones.
           COPY EXCREC.

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-DEVOLUCIONES PIC XX VALUE "00".
           01 WS-FS-HISTORIAL PIC XX VALUE "00".
           01 WS-FS-BANCOS PIC XX VALUE "00".
           01 WS-FS-AUDITORIA PIC XX VALUE "00".
           01 WS-FS-COLA PIC XX VALUE "00".
           01 WS-FS-REEXPEDICION PIC XX VALUE "00".
           01 WS-FS-DETALLE-DEV PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-FS-ESPERA PIC XX VALUE "00".
           01 WS-EOF-DEVOLUCIONES PIC X VALUE "N".
           01 WS-EOF-VERIFICA PIC X VALUE "N".
           01 WS-FIN-HISTORIAL PIC X VALUE "N".
           01 WS-FIN-COLA PIC X VALUE "N".

      *>   Verificacion del trailer del archivo del banco, misma
      *>   disciplina que PAYDISP con paydet.dat: un archivo truncado
      *>   o descuadrado no se aplica, ni a medias.
           01 WS-HAY-DEVOLUCIONES PIC X VALUE "N".
           01 WS-CONTADOR-REAL PIC 9(6) VALUE ZEROS.
           01 WS-SUMA-REAL PIC 9(11)V99 VALUE ZEROS.
           01 WS-TRAILER-HALLADO PIC X VALUE "N".
           01 WS-TRAILER-OK PIC X VALUE "N".

      *>   Resultado del casado de una devolucion contra la
      *>   historia: S casada, Y ya devuelta antes, N sin deposito.
           01 WS-CASADO PIC X VALUE "N".
           01 WS-RESULTADO PIC X(20) VALUE SPACES.
           01 WS-CUENTA-VIGENTE PIC X VALUE "N".

      *>   Periodo de espera de cuentas cambiadas (BANKCTL.cpy): la
      *>   reexpedicion se paga el dia de proceso.
           01 WS-DIAS-ESPERA PIC 9(3) VALUE 5.
           01 WS-DIAS-DESDE-CAMBIO PIC S9(6) VALUE ZEROS.

      *>   Parametros de CHQASIG para la reexpedicion por cheque.
           01 WS-CHQ-ID PIC 9(6) VALUE ZEROS.
           01 WS-CHQ-MONTO PIC 9(9)V99 VALUE ZEROS.
           01 WS-CHQ-ORIGEN PIC X(1) VALUE "R".
           01 WS-CHQ-REEMPLAZA PIC 9(8) VALUE ZEROS.
           01 WS-CHQ-NUMERO PIC 9(8) VALUE ZEROS.

      *>   Totales de la corrida.
           01 WS-TOTAL-DEVOLUCIONES PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-DEVOLUCIONES PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-INVALIDADAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-TRANSFER PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-TRANSFER PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-CHEQUES PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-CHEQUES PIC 9(11)V99 VALUE ZEROS.
           01 WS-CONT-DETALLE-DEV PIC 9(6) VALUE ZEROS.
           01 WS-SUMA-DETALLE-DEV PIC 9(11)V99 VALUE ZEROS.

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR, igual que PAYDISP.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "DISPDEV - DEVOLUCIONES Y REEXPEDICION".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 20.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-COLUMNAS.
               05 FILLER PIC X(44) VALUE
                   "ID     FECHA DISP CUENTA             MOT ".
               05 FILLER PIC X(36) VALUE
                   "           MONTO RESULTADO".

           01 LIN-DETALLE.
               05 LD-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-FECHA PIC X(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 LD-CUENTA PIC X(18).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-MOTIVO PIC X(2).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-MONTO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-RESULTADO PIC X(20).

           01 LIN-TOTALES.
               05 LT-TEXTO PIC X(26).
               05 LT-CONTADOR PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LT-MONTO PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-EXCEPCION.
               05 LE-TEXTO PIC X(40).
               05 LE-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LE-NETO PIC ZZZ,ZZZ,ZZ9.99-.

      *>   Pagina de excepciones al final del registro, mismo
      *>   esquema de tabla que PAYDISP.
           01 WS-MAX-EXCEPCIONES PIC 9(4) VALUE 1000.
           01 WS-CANT-EXCEPCIONES PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-EXCEPCIONES.
               05 WS-EXC OCCURS 1000 TIMES
                   DEPENDING ON WS-CANT-EXCEPCIONES.
                   10 WS-EXC-TEXTO PIC X(40).
                   10 WS-EXC-ID PIC 9(6).
                   10 WS-EXC-NETO PIC S9(7)V99.
           01 WS-EXC-IDX PIC 9(4) VALUE ZEROS.

      *>   Bitacora de corrida (ver RUNLOGW), igual que PAYDISP.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "DISPDEV".
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
           PERFORM LeeControlEspera
           PERFORM VerificaTrailerDevoluciones
           PERFORM AbreArchivos
           IF WS-HAY-DEVOLUCIONES = "S"
               IF WS-TRAILER-OK = "S"
                   PERFORM ProcesaDevoluciones
               ELSE
                   PERFORM RegistraTrailerMalo
               END-IF
           END-IF
           PERFORM ReexpideDecididos
           PERFORM GrabaTrailerReexpedicion
           PERFORM GrabaTrailerDetalleDev
           CLOSE archivo-historial
           CLOSE archivo-bancos
           CLOSE archivo-cola
           CLOSE archivo-reexpedicion
           CLOSE archivo-detalle-dev
           PERFORM ImprimeTotales
           PERFORM ImprimeExcepciones
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Devoluciones: " WS-TOTAL-DEVOLUCIONES
               " Cuentas invalidadas: " WS-TOTAL-INVALIDADAS
               " Reexpedidas: " WS-TOTAL-TRANSFER
               " transferencias, " WS-TOTAL-CHEQUES " cheques"
           COMPUTE WS-RL-ESCRITOS = WS-TOTAL-DEVOLUCIONES
               + WS-TOTAL-TRANSFER + WS-TOTAL-CHEQUES
           MOVE WS-CANT-EXCEPCIONES TO WS-RL-RECHAZADOS
           IF WS-CANT-EXCEPCIONES > 0
               OR (WS-HAY-DEVOLUCIONES = "S" AND WS-TRAILER-OK = "N")
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

      *>   Sin control de espera, o sin dias capturados, se quedan
      *>   los 5 dias declarados en WORKING-STORAGE, igual que PAYDISP.
       LeeControlEspera.
           OPEN INPUT archivo-control-espera
           IF WS-FS-ESPERA = "00"
               READ archivo-control-espera
                   NOT AT END
                       IF BKC-DIAS-ESPERA > 0
                           MOVE BKC-DIAS-ESPERA TO WS-DIAS-ESPERA
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-control-espera.

      *>   Pre-pasada de verificacion: cuenta los detalles y suma
      *>   los montos contra el trailer tipo 9. Sin archivo del banco
      *>   (dia sin devoluciones) solo se reexpide lo decidido.
       VerificaTrailerDevoluciones.
           MOVE "N" TO WS-TRAILER-OK
           OPEN INPUT archivo-devoluciones
           IF WS-FS-DEVOLUCIONES NOT = "00"
               CLOSE archivo-devoluciones
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-VERIFICA = "S"
               READ archivo-devoluciones
                   AT END
                       MOVE "S" TO WS-EOF-VERIFICA
                   NOT AT END
                       MOVE "S" TO WS-HAY-DEVOLUCIONES
                       EVALUATE DVB-D-TIPO
                           WHEN "2"
                               ADD 1 TO WS-CONTADOR-REAL
                               ADD DVB-D-MONTO TO WS-SUMA-REAL
                           WHEN "9"
                               MOVE "S" TO WS-TRAILER-HALLADO
                               IF DVB-T-CONTADOR = WS-CONTADOR-REAL
                                   AND DVB-T-MONTO-TOTAL =
                                       WS-SUMA-REAL
                                   MOVE "S" TO WS-TRAILER-OK
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE archivo-devoluciones.

      *>   La historia y la cola se crean la primera vez; los dos
      *>   archivos de salida se abren siempre, vacios si no hay
      *>   movimiento, para que el paso siguiente no tome los de la
      *>   corrida anterior.
       AbreArchivos.
           OPEN I-O archivo-historial
           IF WS-FS-HISTORIAL = "35"
               OPEN OUTPUT archivo-historial
               CLOSE archivo-historial
               OPEN I-O archivo-historial
           END-IF
           OPEN I-O archivo-cola
           IF WS-FS-COLA = "35"
               OPEN OUTPUT archivo-cola
               CLOSE archivo-cola
               OPEN I-O archivo-cola
           END-IF
           OPEN I-O archivo-bancos
           OPEN OUTPUT archivo-reexpedicion
           OPEN OUTPUT archivo-detalle-dev
           OPEN OUTPUT archivo-reporte
           MOVE SPACES TO DSP-HEADER-RECORD
           MOVE "1" TO DSP-H-TIPO
           MOVE WS-FECHA-PROCESO-NEG TO DSP-H-FECHA
           WRITE DSP-HEADER-RECORD.

       ProcesaDevoluciones.
           OPEN INPUT archivo-devoluciones
           PERFORM UNTIL WS-EOF-DEVOLUCIONES = "S"
               READ archivo-devoluciones
                   AT END
                       MOVE "S" TO WS-EOF-DEVOLUCIONES
                   NOT AT END
                       IF DVB-D-TIPO = "2"
                           ADD 1 TO WS-RL-LEIDOS
                           PERFORM AplicaUnaDevolucion
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-devoluciones.

      *>   Casa la devolucion con el deposito original: misma fecha
      *>   de dispersion y mismo ID (cualquier tipo de corrida) y el
      *>   mismo monto. Si el deposito ya estaba devuelto es un
      *>   archivo del banco repetido y no se vuelve a aplicar.
       AplicaUnaDevolucion.
           PERFORM BuscaDepositoOriginal
           EVALUATE WS-CASADO
               WHEN "N"
                   MOVE "SIN DEPOSITO ORIG." TO WS-RESULTADO
                   PERFORM ExcepcionSinDeposito
               WHEN "Y"
                   MOVE "YA REGISTRADA" TO WS-RESULTADO
                   PERFORM ExcepcionYaRegistrada
               WHEN OTHER
                   PERFORM MarcaDevuelto
                   PERFORM InvalidaCuenta
                   PERFORM EncolaReexpedicion
                   MOVE "D" TO DVD-TIPO
                   MOVE DPH-ID TO DVD-ID
                   MOVE DPH-MONTO TO DVD-MONTO
                   PERFORM GrabaDetalleDev
                   ADD 1 TO WS-TOTAL-DEVOLUCIONES
                   ADD DPH-MONTO TO WS-MONTO-DEVOLUCIONES
           END-EVALUATE
           MOVE DVB-D-ID TO LD-ID
           MOVE DVB-D-FECHA-DISP TO LD-FECHA
           MOVE DVB-D-CUENTA TO LD-CUENTA
           MOVE DVB-D-MOTIVO TO LD-MOTIVO
           MOVE DVB-D-MONTO TO LD-MONTO
           MOVE WS-RESULTADO TO LD-RESULTADO
           PERFORM ImprimeDetalle.

       BuscaDepositoOriginal.
           MOVE "N" TO WS-CASADO
           MOVE "N" TO WS-FIN-HISTORIAL
           MOVE DVB-D-FECHA-DISP TO DPH-FECHA
           MOVE DVB-D-ID TO DPH-ID
           MOVE LOW-VALUES TO DPH-TIPO-CORRIDA
           START archivo-historial KEY >= DPH-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-HISTORIAL
           END-START
           PERFORM UNTIL WS-FIN-HISTORIAL = "S"
               READ archivo-historial NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-HISTORIAL
                   NOT AT END
                       IF DPH-FECHA NOT = DVB-D-FECHA-DISP
                           OR DPH-ID NOT = DVB-D-ID
                           MOVE "S" TO WS-FIN-HISTORIAL
                       ELSE
                           IF DPH-MONTO = DVB-D-MONTO
                               IF DPH-ESTADO = "D"
                                   MOVE "Y" TO WS-CASADO
                               ELSE
                                   MOVE "S" TO WS-CASADO
                                   MOVE "S" TO WS-FIN-HISTORIAL
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MarcaDevuelto.
           MOVE "D" TO DPH-ESTADO
           MOVE WS-FECHA-PROCESO-NEG TO DPH-FECHA-DEVOLUCION
           MOVE DVB-D-MOTIVO TO DPH-MOTIVO
           REWRITE DPH-RECORD.

      *>   Se invalida la cuenta solo si sigue siendo a la que se
      *>   deposito: si nomina ya la cambio por BANKMNT despues de la
      *>   dispersion, la nueva no tiene la culpa de la devolucion.
       InvalidaCuenta.
           MOVE "S" TO WS-CUENTA-VIGENTE
           MOVE DPH-ID TO BK-ID
           READ archivo-bancos
               INVALID KEY
                   MOVE "N" TO WS-CUENTA-VIGENTE
           END-READ
           IF WS-CUENTA-VIGENTE = "N"
               MOVE "SIN CUENTA EN BANCOS" TO WS-RESULTADO
               EXIT PARAGRAPH
           END-IF
           IF BK-CUENTA NOT = DPH-CUENTA
               MOVE "CUENTA YA CAMBIADA" TO WS-RESULTADO
               EXIT PARAGRAPH
           END-IF
           MOVE "CUENTA INVALIDADA" TO WS-RESULTADO
           IF BK-ESTADO = "I"
               EXIT PARAGRAPH
           END-IF
           MOVE "I" TO BK-ESTADO
           MOVE WS-FECHA-PROCESO-NEG TO BK-FECHA-INVALIDA
           REWRITE BK-RECORD
           ADD 1 TO WS-TOTAL-INVALIDADAS
           PERFORM GrabaAuditoria.

      *>   Mismo asiento que BANKMNT, con la accion V (invalidada por
      *>   devolucion) y el programa como operador.
       GrabaAuditoria.
           MOVE "DISPDEV" TO BAU-OPERADOR
           MOVE WS-FECHA-HORA-PROCESO TO BAU-FECHA-HORA
           MOVE "V" TO BAU-ACCION
           MOVE BK-ID TO BAU-ID
           MOVE BK-BANCO TO BAU-BANCO-DESPUES
           MOVE BK-CUENTA TO BAU-CUENTA-DESPUES
           OPEN EXTEND archivo-auditoria
           IF WS-FS-AUDITORIA = "05" OR WS-FS-AUDITORIA = "35"
               OPEN OUTPUT archivo-auditoria
           END-IF
           WRITE BAU-RECORD
           CLOSE archivo-auditoria.

       EncolaReexpedicion.
           MOVE DPH-ID TO RXQ-ID
           MOVE DPH-FECHA TO RXQ-FECHA-DISP
           MOVE DPH-TIPO-CORRIDA TO RXQ-TIPO-CORRIDA
           MOVE DPH-CUENTA TO RXQ-CUENTA-ORIGEN
           MOVE DPH-MONTO TO RXQ-MONTO
           MOVE DVB-D-MOTIVO TO RXQ-MOTIVO
           MOVE WS-FECHA-PROCESO-NEG TO RXQ-FECHA-DEVOLUCION
           MOVE "P" TO RXQ-ESTADO
           MOVE SPACES TO RXQ-FORMA
           MOVE SPACES TO RXQ-OPERADOR
           MOVE SPACES TO RXQ-FECHA-DECISION
           MOVE SPACES TO RXQ-FECHA-REEXP
           MOVE ZEROS TO RXQ-NUMERO-CHEQUE
           WRITE RXQ-RECORD
               INVALID KEY
                   PERFORM ExcepcionYaEnCola
           END-WRITE.

      *>   Recorre la cola completa y reexpide lo que nomina ya
      *>   decidio en REEXPWRK.
       ReexpideDecididos.
           MOVE LOW-VALUES TO RXQ-CLAVE
           MOVE "N" TO WS-FIN-COLA
           START archivo-cola KEY >= RXQ-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-COLA
           END-START
           PERFORM UNTIL WS-FIN-COLA = "S"
               READ archivo-cola NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-COLA
                   NOT AT END
                       IF RXQ-ESTADO = "L"
                           PERFORM ReexpideUno
                       END-IF
               END-READ
           END-PERFORM.

      *>   Una transferencia solo sale si la cuenta del empleado ya
      *>   esta vigente (corregida por BANKMNT despues de la
      *>   devolucion); si no, el renglon se queda listo y se
      *>   reporta. El cheque toma su folio de la chequera via
      *>   CHQASIG (origen R); sin folio el renglon tambien se queda
      *>   listo para la corrida siguiente.
       ReexpideUno.
           IF RXQ-FORMA = "T"
               MOVE "S" TO WS-CUENTA-VIGENTE
               MOVE RXQ-ID TO BK-ID
               READ archivo-bancos
                   INVALID KEY
                       MOVE "N" TO WS-CUENTA-VIGENTE
               END-READ
               IF WS-CUENTA-VIGENTE = "S" AND BK-ESTADO = "I"
                   MOVE "N" TO WS-CUENTA-VIGENTE
               END-IF
               IF WS-CUENTA-VIGENTE = "N"
                   PERFORM ExcepcionCuentaNoVigente
                   EXIT PARAGRAPH
               END-IF
               IF BK-FECHA-CAMBIO IS NUMERIC
                   COMPUTE WS-DIAS-DESDE-CAMBIO =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG))
                       - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(BK-FECHA-CAMBIO))
                   IF WS-DIAS-DESDE-CAMBIO < WS-DIAS-ESPERA
                       PERFORM ExcepcionCuentaEnEspera
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM ReexpideTransferencia
               MOVE BK-CUENTA TO LD-CUENTA
               MOVE "REEXP. TRANSFERENCIA" TO LD-RESULTADO
           ELSE
               MOVE RXQ-ID TO WS-CHQ-ID
               MOVE RXQ-MONTO TO WS-CHQ-MONTO
               CALL "CHQASIG" USING WS-CHQ-ID WS-CHQ-MONTO
                   WS-CHQ-ORIGEN WS-CHQ-REEMPLAZA WS-CHQ-NUMERO
               IF WS-CHQ-NUMERO = ZEROS
                   PERFORM ExcepcionSinFolio
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CHQ-NUMERO TO RXQ-NUMERO-CHEQUE
               ADD 1 TO WS-TOTAL-CHEQUES
               ADD RXQ-MONTO TO WS-MONTO-CHEQUES
               MOVE SPACES TO LD-CUENTA
               MOVE SPACES TO LD-RESULTADO
               STRING "CHEQUE NUM " WS-CHQ-NUMERO
                   DELIMITED BY SIZE INTO LD-RESULTADO
           END-IF
           MOVE "R" TO RXQ-ESTADO
           MOVE WS-FECHA-PROCESO-NEG TO RXQ-FECHA-REEXP
           REWRITE RXQ-RECORD
           MOVE "R" TO DVD-TIPO
           MOVE RXQ-ID TO DVD-ID
           MOVE RXQ-MONTO TO DVD-MONTO
           PERFORM GrabaDetalleDev
           MOVE RXQ-ID TO LD-ID
           MOVE RXQ-FECHA-DISP TO LD-FECHA
           MOVE RXQ-MOTIVO TO LD-MOTIVO
           MOVE RXQ-MONTO TO LD-MONTO
           PERFORM ImprimeDetalle.

      *>   La transferencia queda tambien en la historia, tipo R,
      *>   para que una segunda devolucion se case igual.
       ReexpideTransferencia.
           MOVE SPACES TO DSP-DETAIL-RECORD
           MOVE "2" TO DSP-D-TIPO
           MOVE RXQ-ID TO DSP-D-ID
           MOVE BK-BANCO TO DSP-D-BANCO
           MOVE BK-SUCURSAL TO DSP-D-SUCURSAL
           MOVE BK-CUENTA TO DSP-D-CUENTA
           MOVE BK-TIPO TO DSP-D-TIPO-CUENTA
           MOVE RXQ-MONTO TO DSP-D-MONTO
           WRITE DSP-DETAIL-RECORD
           ADD 1 TO WS-TOTAL-TRANSFER
           ADD RXQ-MONTO TO WS-MONTO-TRANSFER
           MOVE WS-FECHA-PROCESO-NEG TO DPH-FECHA
           MOVE RXQ-ID TO DPH-ID
           MOVE "R" TO DPH-TIPO-CORRIDA
           MOVE BK-BANCO TO DPH-BANCO
           MOVE BK-SUCURSAL TO DPH-SUCURSAL
           MOVE BK-CUENTA TO DPH-CUENTA
           MOVE BK-TIPO TO DPH-TIPO-CUENTA
           MOVE RXQ-MONTO TO DPH-MONTO
           MOVE "E" TO DPH-ESTADO
           MOVE SPACES TO DPH-FECHA-DEVOLUCION
           MOVE SPACES TO DPH-MOTIVO
           WRITE DPH-RECORD
               INVALID KEY
                   REWRITE DPH-RECORD
           END-WRITE.

       GrabaDetalleDev.
           MOVE WS-FECHA-PROCESO-NEG TO DVD-FECHA
           WRITE DVD-RECORD
           ADD 1 TO WS-CONT-DETALLE-DEV
           ADD DVD-MONTO TO WS-SUMA-DETALLE-DEV.

       GrabaTrailerReexpedicion.
           MOVE SPACES TO DSP-TRAILER-RECORD
           MOVE "9" TO DSP-T-TIPO
           MOVE WS-TOTAL-TRANSFER TO DSP-T-CONTADOR
           MOVE WS-MONTO-TRANSFER TO DSP-T-MONTO-TOTAL
           WRITE DSP-TRAILER-RECORD.

       GrabaTrailerDetalleDev.
           MOVE SPACES TO DVD-TRAILER-RECORD
           MOVE 999999 TO DVT-ID
           MOVE WS-CONT-DETALLE-DEV TO DVT-CONTADOR
           MOVE WS-SUMA-DETALLE-DEV TO DVT-MONTO-TOTAL
           WRITE DVD-TRAILER-RECORD.

       RegistraTrailerMalo.
           MOVE "DISPDEV" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           MOVE "TRAILER" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           IF WS-TRAILER-HALLADO = "S"
               MOVE "Trailer de devbanco.dat fuera de balance"
                   TO EXC-DETALLE
           ELSE
               MOVE "devbanco.dat sin trailer de control"
                   TO EXC-DETALLE
           END-IF
           OPEN EXTEND archivo-excepciones
           IF WS-FS-EXCEPCIONES = "05" OR WS-FS-EXCEPCIONES = "35"
               OPEN OUTPUT archivo-excepciones
           END-IF
           WRITE EXC-RECORD
           CLOSE archivo-excepciones
           DISPLAY "DISPDEV: trailer de devbanco.dat ausente o "
               "descuadrado, devoluciones no aplicadas".

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
           IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
               PERFORM ImprimeEncabezado
           END-IF
           MOVE "DEVOLUCIONES APLICADAS" TO LT-TEXTO
           MOVE WS-TOTAL-DEVOLUCIONES TO LT-CONTADOR
           MOVE WS-MONTO-DEVOLUCIONES TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "REEXP. POR TRANSFERENCIA" TO LT-TEXTO
           MOVE WS-TOTAL-TRANSFER TO LT-CONTADOR
           MOVE WS-MONTO-TRANSFER TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "REEXP. POR CHEQUE FISICO" TO LT-TEXTO
           MOVE WS-TOTAL-CHEQUES TO LT-CONTADOR
           MOVE WS-MONTO-CHEQUES TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES.

       ExcepcionSinDeposito.
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "DEVOLUCION SIN DEPOSITO ORIGINAL"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE DVB-D-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
               MOVE DVB-D-MONTO TO WS-EXC-NETO (WS-CANT-EXCEPCIONES)
           END-IF.

       ExcepcionYaRegistrada.
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "DEVOLUCION YA REGISTRADA - NO SE APLICA"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE DVB-D-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
               MOVE DVB-D-MONTO TO WS-EXC-NETO (WS-CANT-EXCEPCIONES)
           END-IF.

       ExcepcionYaEnCola.
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "DEPOSITO YA EN COLA DE REEXPEDICION"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE RXQ-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
               MOVE RXQ-MONTO TO WS-EXC-NETO (WS-CANT-EXCEPCIONES)
           END-IF.

       ExcepcionCuentaNoVigente.
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "TRANSFERENCIA RETENIDA, CUENTA INVALIDA"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE RXQ-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
               MOVE RXQ-MONTO TO WS-EXC-NETO (WS-CANT-EXCEPCIONES)
           END-IF.

       ExcepcionCuentaEnEspera.
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "TRANSFERENCIA RETENIDA, CUENTA EN ESPERA"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE RXQ-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
               MOVE RXQ-MONTO TO WS-EXC-NETO (WS-CANT-EXCEPCIONES)
           END-IF.

       ExcepcionSinFolio.
           IF WS-CANT-EXCEPCIONES < WS-MAX-EXCEPCIONES
               ADD 1 TO WS-CANT-EXCEPCIONES
               MOVE "SIN FOLIO EN CHEQUERA-REEXP. RETENIDA"
                   TO WS-EXC-TEXTO (WS-CANT-EXCEPCIONES)
               MOVE RXQ-ID TO WS-EXC-ID (WS-CANT-EXCEPCIONES)
               MOVE RXQ-MONTO TO WS-EXC-NETO (WS-CANT-EXCEPCIONES)
           END-IF.

      *>   Pagina de excepciones al final del registro.
       ImprimeExcepciones.
           IF WS-CANT-EXCEPCIONES = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ImprimeEncabezado
           MOVE "EXCEPCIONES DE DEVOLUCIONES" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-CANT-EXCEPCIONES
               MOVE WS-EXC-TEXTO (WS-EXC-IDX) TO LE-TEXTO
               MOVE WS-EXC-ID (WS-EXC-IDX) TO LE-ID
               MOVE WS-EXC-NETO (WS-EXC-IDX) TO LE-NETO
               WRITE LINEA-REPORTE FROM LIN-EXCEPCION
           END-PERFORM.

       END PROGRAM DISPDEV.
