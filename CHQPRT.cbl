       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQPRT.
      *>   Impresion de cheques de nomina: recorre el registro de
      *>   cheques (CHQREG.cpy) y por cada cheque emitido que todavia
      *>   no se imprime saca la forma en cheques.prt (numero, fecha
      *>   de emision, beneficiario del maestro, monto protegido con
      *>   asteriscos y cuenta de la chequera de CHQCTL.cpy) y lo
      *>   deja impreso. Al final, una hoja de control con el conteo,
      *>   la suma y el rango de folios impresos, que tesoreria
      *>   cuadra contra las formas fisicas usadas. Un cheque
      *>   anulado antes de imprimirse ya no sale.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-cheques
               ASSIGN TO "chqreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-NUMERO
               ALTERNATE RECORD KEY IS CHQ-CLAVE-PAGO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CHEQUES.

               SELECT archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT OPTIONAL archivo-control
               ASSIGN TO "chqctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT archivo-formas
               ASSIGN TO "cheques.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cheques.
           COPY CHQREG.

       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-control.
           COPY CHQCTL.

       FD  archivo-formas.
           01 LINEA-FORMA PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-CHEQUES PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-CHEQUES PIC X VALUE "N".
           01 WS-HAY-REGISTRO PIC X VALUE "N".
           01 WS-CUENTA-CHEQUERA PIC X(18) VALUE SPACES.
           01 WS-BENEFICIARIO PIC X(50) VALUE SPACES.

           01 WS-TOTAL-IMPRESOS PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-IMPRESO PIC 9(11)V99 VALUE ZEROS.
           01 WS-PRIMER-FOLIO PIC 9(8) VALUE ZEROS.
           01 WS-ULTIMO-FOLIO PIC 9(8) VALUE ZEROS.

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".

      *>   Forma de cheque: cinco renglones y un separador por
      *>   cheque, en el orden de la forma continua del banco.
           01 LIN-FORMA-1.
               05 LF1-EMPRESA PIC X(30).
               05 FILLER PIC X(30) VALUE SPACES.
               05 FILLER PIC X(11) VALUE "CHEQUE NUM ".
               05 LF1-NUMERO PIC 9(8).
           01 LIN-FORMA-2.
               05 FILLER PIC X(17) VALUE "CUENTA CHEQUERA: ".
               05 LF2-CUENTA PIC X(18).
               05 FILLER PIC X(25) VALUE SPACES.
               05 FILLER PIC X(7) VALUE "FECHA: ".
               05 LF2-FECHA PIC X(8).
           01 LIN-FORMA-3.
               05 FILLER PIC X(20) VALUE "PAGUESE A LA ORDEN: ".
               05 LF3-BENEFICIARIO PIC X(50).
           01 LIN-FORMA-4.
               05 FILLER PIC X(20) VALUE "LA CANTIDAD DE:     ".
               05 LF4-MONTO PIC $**,***,**9.99.
           01 LIN-FORMA-5.
               05 FILLER PIC X(20) VALUE "NUM. EMPLEADO:      ".
               05 LF5-ID PIC 9(6).
               05 FILLER PIC X(4) VALUE SPACES.
               05 LF5-REPOSICION PIC X(30).
           01 LIN-SEPARADOR PIC X(80) VALUE ALL "-".

           01 LIN-CONTROL-1.
               05 FILLER PIC X(30) VALUE
                   "CHQPRT - HOJA DE CONTROL".
               05 FILLER PIC X(7) VALUE "FECHA: ".
               05 LC1-FECHA PIC X(8).
           01 LIN-CONTROL-2.
               05 FILLER PIC X(26) VALUE "CHEQUES IMPRESOS".
               05 LC2-CONTADOR PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LC2-MONTO PIC ZZZ,ZZZ,ZZ9.99.
           01 LIN-CONTROL-3.
               05 FILLER PIC X(26) VALUE "FOLIOS DEL / AL".
               05 LC3-PRIMERO PIC 9(8).
               05 FILLER PIC X(3) VALUE " / ".
               05 LC3-ULTIMO PIC 9(8).

      *>   Bitacora de corrida (ver RUNLOGW), igual que PAYDISP.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "CHQPRT".
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
           OPEN OUTPUT archivo-formas
           OPEN I-O archivo-cheques
           IF WS-FS-CHEQUES NOT = "00"
               CLOSE archivo-cheques
               MOVE "S" TO WS-EOF-CHEQUES
           ELSE
               MOVE "S" TO WS-HAY-REGISTRO
               OPEN INPUT archivo-empleados
           END-IF
           PERFORM UNTIL WS-EOF-CHEQUES = "S"
               READ archivo-cheques NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-CHEQUES
                   NOT AT END
                       ADD 1 TO WS-RL-LEIDOS
                       IF CHQ-ESTADO = "E" AND CHQ-IMPRESO = "N"
                           PERFORM ImprimeCheque
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HAY-REGISTRO = "S"
               CLOSE archivo-cheques
               CLOSE archivo-empleados
           END-IF
           PERFORM ImprimeHojaControl
           CLOSE archivo-formas
           DISPLAY "Cheques impresos: " WS-TOTAL-IMPRESOS
               " Monto: " WS-MONTO-IMPRESO
           MOVE WS-TOTAL-IMPRESOS TO WS-RL-ESCRITOS
           MOVE 0 TO RETURN-CODE
           MOVE RETURN-CODE TO WS-RL-RETORNO
           CALL "RUNLOGW" USING WS-RL-PROGRAMA WS-RL-INICIO
               WS-RL-LEIDOS WS-RL-ESCRITOS WS-RL-RECHAZADOS
               WS-RL-RETORNO
           MOVE WS-RL-RETORNO TO RETURN-CODE
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al
      *>   controlador cuando lo invoca via CALL (NITECTRL).
           GOBACK.

      *>   Lee el perfil de empresa para el encabezado de la forma
      *>   (ver COMPANY.cpy).
       LeePerfilEmpresa.
           OPEN INPUT archivo-perfil-empresa
           IF WS-FS-PERFIL = "00"
               READ archivo-perfil-empresa
                   NOT AT END
                       MOVE CO-NOMBRE TO WS-NOMBRE-EMPRESA
               END-READ
           END-IF
           CLOSE archivo-perfil-empresa.

       LeeControlChequera.
           OPEN INPUT archivo-control
           IF WS-FS-CONTROL = "00"
               READ archivo-control
                   NOT AT END
                       MOVE CHC-CUENTA-BANCO TO WS-CUENTA-CHEQUERA
               END-READ
           END-IF
           CLOSE archivo-control.

      *>   Un ID que ya no esta en el maestro se imprime con el
      *>   beneficiario en blanco para que tesoreria lo llene a mano
      *>   contra el registro, en vez de perder la forma.
       ImprimeCheque.
           MOVE CHQ-ID TO EMP-ID
           MOVE SPACES TO WS-BENEFICIARIO
           READ archivo-empleados
               INVALID KEY
                   MOVE "*** BENEFICIARIO NO ENCONTRADO ***"
                       TO WS-BENEFICIARIO
               NOT INVALID KEY
                   STRING EMP-NOMBRE DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       EMP-APELLIDO DELIMITED BY "  "
                       INTO WS-BENEFICIARIO
           END-READ
           MOVE WS-NOMBRE-EMPRESA TO LF1-EMPRESA
           MOVE CHQ-NUMERO TO LF1-NUMERO
           MOVE WS-CUENTA-CHEQUERA TO LF2-CUENTA
           MOVE CHQ-FECHA-EMISION TO LF2-FECHA
           MOVE WS-BENEFICIARIO TO LF3-BENEFICIARIO
           MOVE CHQ-MONTO TO LF4-MONTO
           MOVE CHQ-ID TO LF5-ID
           MOVE SPACES TO LF5-REPOSICION
           IF CHQ-REEMPLAZA NOT = ZEROS
               STRING "REPONE AL CHEQUE " CHQ-REEMPLAZA
                   DELIMITED BY SIZE INTO LF5-REPOSICION
           END-IF
           WRITE LINEA-FORMA FROM LIN-FORMA-1
           WRITE LINEA-FORMA FROM LIN-FORMA-2
           WRITE LINEA-FORMA FROM LIN-FORMA-3
           WRITE LINEA-FORMA FROM LIN-FORMA-4
           WRITE LINEA-FORMA FROM LIN-FORMA-5
           WRITE LINEA-FORMA FROM LIN-SEPARADOR
           MOVE "S" TO CHQ-IMPRESO
           REWRITE CHQ-RECORD
           ADD 1 TO WS-TOTAL-IMPRESOS
           ADD CHQ-MONTO TO WS-MONTO-IMPRESO
           IF WS-PRIMER-FOLIO = ZEROS
               MOVE CHQ-NUMERO TO WS-PRIMER-FOLIO
           END-IF
           MOVE CHQ-NUMERO TO WS-ULTIMO-FOLIO.

       ImprimeHojaControl.
           MOVE WS-FECHA-PROCESO-NEG TO LC1-FECHA
           WRITE LINEA-FORMA FROM LIN-CONTROL-1
           MOVE WS-TOTAL-IMPRESOS TO LC2-CONTADOR
           MOVE WS-MONTO-IMPRESO TO LC2-MONTO
           WRITE LINEA-FORMA FROM LIN-CONTROL-2
           MOVE WS-PRIMER-FOLIO TO LC3-PRIMERO
           MOVE WS-ULTIMO-FOLIO TO LC3-ULTIMO
           WRITE LINEA-FORMA FROM LIN-CONTROL-3.

       END PROGRAM CHQPRT.
