       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKALRT.
      *>   Alerta de cambios recientes de cuentas bancarias de
      *>   nomina: recorre la bitacora de BANKMNT (BANKAUD.cpy) y
      *>   lista cada alta, cambio o baja de cuenta de los ultimos
      *>   dias del periodo de espera (BANKCTL.cpy) con el operador
      *>   que la hizo, para que nomina y seguridad revisen los
      *>   cambios antes de la dispersion; esos mismos empleados
      *>   cobran en cheque fisico en PAYDISP mientras dure la
      *>   espera. Por cada movimiento nuevo (posterior al
      *>   BKC-ULTIMO-AVISO de la corrida anterior) deja en
      *>   avisosel.dat (AVISOSEL.cpy) el aviso de confirmacion que
      *>   NOTICE manda al domicilio del empleado (EMPCONT.cpy): si
      *>   el cambio no lo hizo el empleado, se entera por correo.
      *>   Las invalidaciones de DISPDEV (accion V) se listan pero no
      *>   se avisan, no son cambios capturados.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-auditoria
               ASSIGN TO "bankaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

               SELECT OPTIONAL archivo-control-espera
               ASSIGN TO "bankctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ESPERA.

               SELECT OPTIONAL archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT archivo-seleccion
               ASSIGN TO "avisosel.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SELECCION.

               SELECT archivo-reporte
               ASSIGN TO "bankalrt.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-auditoria.
           COPY BANKAUD.

       FD  archivo-control-espera.
           COPY BANKCTL.

       FD  archivo-empleados.
           COPY EMPREC.

       FD  archivo-seleccion.
           COPY AVISOSEL.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-AUDITORIA PIC XX VALUE "00".
           01 WS-FS-ESPERA PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-SELECCION PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-AUDITORIA PIC X VALUE "N".
           01 WS-HAY-EMPLEADOS PIC X VALUE "N".
           01 WS-HAY-CONTROL PIC X VALUE "N".

      *>   Periodo de espera (BANKCTL.cpy) y sello del ultimo aviso
      *>   ya mandado; el sello nuevo se guarda al final.
           01 WS-DIAS-ESPERA PIC 9(3) VALUE 5.
           01 WS-ULTIMO-AVISO PIC X(26) VALUE SPACES.
           01 WS-NUEVO-ULTIMO PIC X(26) VALUE SPACES.
           01 WS-FECHA-MOVIMIENTO PIC X(8) VALUE SPACES.
           01 WS-DIAS-DESDE-CAMBIO PIC S9(6) VALUE ZEROS.
           01 WS-POS PIC 99 VALUE ZEROS.
           01 WS-TERMINACION PIC X(4) VALUE SPACES.

           01 WS-TOTAL-RECIENTES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-AVISOS PIC 9(6) VALUE ZEROS.

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR, igual que PAYDISP.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "BANKALRT - CAMBIOS RECIENTES DE CUENTAS".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 20.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-COLUMNAS.
               05 FILLER PIC X(44) VALUE
                   "ID     EMPLEADO         ACC FECHA    BANCO ".
               05 FILLER PIC X(44) VALUE
                   "CUENTA             OPERADOR AVISO".

           01 LIN-DETALLE.
               05 LD-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-NOMBRE PIC X(16).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-ACCION PIC X(1).
               05 FILLER PIC X(3) VALUE SPACES.
               05 LD-FECHA PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-BANCO PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-CUENTA PIC X(18).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-OPERADOR PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-AVISO PIC X(10).

           01 LIN-TOTALES.
               05 LT-TEXTO PIC X(26).
               05 LT-CONTADOR PIC ZZZ,ZZ9.

      *>   Bitacora de corrida (ver RUNLOGW), igual que PAYDISP.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "BANKALRT".
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
           MOVE WS-ULTIMO-AVISO TO WS-NUEVO-ULTIMO
           OPEN INPUT archivo-empleados
           IF WS-FS-EMPLEADOS = "00"
               MOVE "S" TO WS-HAY-EMPLEADOS
           ELSE
               CLOSE archivo-empleados
           END-IF
           OPEN OUTPUT archivo-seleccion
           OPEN OUTPUT archivo-reporte
           PERFORM ImprimeEncabezado
           OPEN INPUT archivo-auditoria
           IF WS-FS-AUDITORIA = "00"
               PERFORM UNTIL WS-EOF-AUDITORIA = "S"
                   READ archivo-auditoria
                       AT END
                           MOVE "S" TO WS-EOF-AUDITORIA
                       NOT AT END
                           ADD 1 TO WS-RL-LEIDOS
                           PERFORM RevisaMovimiento
                   END-READ
               END-PERFORM
           END-IF
           CLOSE archivo-auditoria
           IF WS-HAY-EMPLEADOS = "S"
               CLOSE archivo-empleados
           END-IF
           CLOSE archivo-seleccion
           PERFORM GrabaControlEspera
           PERFORM ImprimeTotales
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Cambios recientes de cuenta: " WS-TOTAL-RECIENTES
               " Avisos de confirmacion: " WS-TOTAL-AVISOS
           MOVE WS-TOTAL-AVISOS TO WS-RL-ESCRITOS
           IF WS-TOTAL-RECIENTES > 0
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

      *>   Sin control de espera se quedan los 5 dias declarados en
      *>   WORKING-STORAGE y sin sello (todo lo reciente se avisa).
       LeeControlEspera.
           OPEN INPUT archivo-control-espera
           IF WS-FS-ESPERA = "00"
               READ archivo-control-espera
                   NOT AT END
                       MOVE "S" TO WS-HAY-CONTROL
                       IF BKC-DIAS-ESPERA > 0
                           MOVE BKC-DIAS-ESPERA TO WS-DIAS-ESPERA
                       END-IF
                       MOVE BKC-ULTIMO-AVISO TO WS-ULTIMO-AVISO
               END-READ
           END-IF
           CLOSE archivo-control-espera.

      *>   El sello del ultimo aviso mandado se guarda en el control;
      *>   la primera vez el registro se crea con los dias vigentes.
       GrabaControlEspera.
           IF WS-HAY-CONTROL = "S"
               OPEN I-O archivo-control-espera
               READ archivo-control-espera
                   NOT AT END
                       MOVE WS-NUEVO-ULTIMO TO BKC-ULTIMO-AVISO
                       REWRITE BKC-RECORD
               END-READ
           ELSE
               OPEN OUTPUT archivo-control-espera
               MOVE WS-DIAS-ESPERA TO BKC-DIAS-ESPERA
               MOVE WS-NUEVO-ULTIMO TO BKC-ULTIMO-AVISO
               WRITE BKC-RECORD
           END-IF
           CLOSE archivo-control-espera.

      *>   Solo entran los movimientos dentro del periodo de espera;
      *>   de esos, el posterior al ultimo aviso lleva el suyo.
       RevisaMovimiento.
           MOVE BAU-FECHA-HORA (1:8) TO WS-FECHA-MOVIMIENTO
           IF WS-FECHA-MOVIMIENTO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS-DESDE-CAMBIO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FECHA-MOVIMIENTO))
           IF WS-DIAS-DESDE-CAMBIO >= WS-DIAS-ESPERA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-RECIENTES
           MOVE BAU-ID TO LD-ID
           MOVE SPACES TO LD-NOMBRE
           IF WS-HAY-EMPLEADOS = "S"
               MOVE BAU-ID TO EMP-ID
               READ archivo-empleados
                   INVALID KEY
                       MOVE "*NO EN MAESTRO*" TO LD-NOMBRE
                   NOT INVALID KEY
                       MOVE EMP-APELLIDO TO LD-NOMBRE
               END-READ
           END-IF
           MOVE BAU-ACCION TO LD-ACCION
           MOVE WS-FECHA-MOVIMIENTO TO LD-FECHA
           MOVE BAU-BANCO-DESPUES TO LD-BANCO
           MOVE BAU-CUENTA-DESPUES TO LD-CUENTA
           MOVE BAU-OPERADOR TO LD-OPERADOR
           MOVE SPACES TO LD-AVISO
           IF BAU-FECHA-HORA > WS-ULTIMO-AVISO
               AND BAU-ACCION NOT = "V"
               PERFORM GrabaAviso
               MOVE "ENVIADO" TO LD-AVISO
           END-IF
           IF BAU-FECHA-HORA > WS-NUEVO-ULTIMO
               MOVE BAU-FECHA-HORA TO WS-NUEVO-ULTIMO
           END-IF
           PERFORM ImprimeDetalle.

      *>   El aviso lleva solo la terminacion de la cuenta nueva.
       GrabaAviso.
           MOVE SPACES TO WS-TERMINACION
           PERFORM VARYING WS-POS FROM 18 BY -1
               UNTIL WS-POS < 1
                   OR BAU-CUENTA-DESPUES (WS-POS:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-POS >= 4
               MOVE BAU-CUENTA-DESPUES (WS-POS - 3:4)
                   TO WS-TERMINACION
           END-IF
           MOVE BAU-ID TO AVS-ID
           MOVE SPACES TO AVS-DETALLE
           EVALUATE BAU-ACCION
               WHEN "A"
                   STRING "ALTA DE CUENTA DE NOMINA EL "
                       WS-FECHA-MOVIMIENTO " BANCO " BAU-BANCO-DESPUES
                       " TERM. " WS-TERMINACION
                       DELIMITED BY SIZE INTO AVS-DETALLE
               WHEN "C"
                   STRING "CAMBIO DE CUENTA DE NOMINA EL "
                       WS-FECHA-MOVIMIENTO " BANCO " BAU-BANCO-DESPUES
                       " TERM. " WS-TERMINACION
                       DELIMITED BY SIZE INTO AVS-DETALLE
               WHEN OTHER
                   STRING "BAJA DE CUENTA DE NOMINA EL "
                       WS-FECHA-MOVIMIENTO
                       DELIMITED BY SIZE INTO AVS-DETALLE
           END-EVALUATE
           WRITE AVS-RECORD
           ADD 1 TO WS-TOTAL-AVISOS.

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
           MOVE "CAMBIOS EN ESPERA" TO LT-TEXTO
           MOVE WS-TOTAL-RECIENTES TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "AVISOS DE CONFIRMACION" TO LT-TEXTO
           MOVE WS-TOTAL-AVISOS TO LT-CONTADOR
           WRITE LINEA-REPORTE FROM LIN-TOTALES.

       END PROGRAM BANKALRT.
