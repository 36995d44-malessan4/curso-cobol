       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDEXP.
      *>   Exposicion de credito por cuenta: una linea por cada cuenta
      *>   del maestro (ACCTMAST.cpy) con su limite, lo abierto en el
      *>   auxiliar de partidas (OPENITEM.cpy, partidas A y D, con la
      *>   parte en disputa aparte), los cargos retenidos por credito
      *>   que esperan decision o carga (CREDPEND.cpy, P y A), lo
      *>   disponible contra el limite y el porcentaje usado. Marca
      *>   las cuentas en retencion (con su origen, M manual o D
      *>   demanda final) y las que ya pasaron su limite. Una cuenta
      *>   sin limite (ceros) sale con el saldo y sin disponible. La
      *>   pagina de totales resume cartera contra limites, mismo
      *>   esquema de reporte que DISPAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-cuentas
               ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AC-CUENTA
               FILE STATUS IS WS-FS-CUENTAS.

               SELECT OPTIONAL archivo-partidas
               ASSIGN TO "openitem.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-CLAVE
               FILE STATUS IS WS-FS-PARTIDAS.

               SELECT OPTIONAL archivo-retenidos
               ASSIGN TO "credpend.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CLAVE
               FILE STATUS IS WS-FS-RETENIDOS.

               SELECT archivo-reporte
               ASSIGN TO "credexp.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cuentas.
           COPY ACCTMAST.

       FD  archivo-partidas.
           COPY OPENITEM.

       FD  archivo-retenidos.
           COPY CREDPEND.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(132).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-CUENTAS PIC XX VALUE "00".
           01 WS-FS-PARTIDAS PIC XX VALUE "00".
           01 WS-FS-RETENIDOS PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-CUENTAS PIC X VALUE "N".
           01 WS-EOF-PARTIDAS PIC X VALUE "N".
           01 WS-EOF-RETENIDOS PIC X VALUE "N".
           01 WS-HAY-PARTIDAS PIC X VALUE "N".
           01 WS-HAY-RETENIDOS PIC X VALUE "N".

      *>   Exposicion de la cuenta en proceso.
           01 WS-SALDO-CUENTA PIC 9(10)V99 VALUE ZEROS.
           01 WS-DISPUTA-CUENTA PIC 9(10)V99 VALUE ZEROS.
           01 WS-RETENIDO-CUENTA PIC 9(10)V99 VALUE ZEROS.
           01 WS-DISPONIBLE PIC S9(10)V99 VALUE ZEROS.
           01 WS-PORCENTAJE PIC 9(5)V9 VALUE ZEROS.

           01 WS-TOTAL-CUENTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CON-LIMITE PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-EXCEDIDAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RETENIDAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RET-DUNNING PIC 9(6) VALUE ZEROS.
           01 WS-SUMA-LIMITES PIC 9(12)V99 VALUE ZEROS.
           01 WS-SUMA-SALDOS PIC 9(12)V99 VALUE ZEROS.
           01 WS-SUMA-SALDOS-LIMITE PIC 9(12)V99 VALUE ZEROS.
           01 WS-SUMA-DISPUTA PIC 9(12)V99 VALUE ZEROS.
           01 WS-SUMA-RETENIDO PIC 9(12)V99 VALUE ZEROS.
           01 WS-SUMA-EXCESO PIC 9(12)V99 VALUE ZEROS.

      *>   Fecha de proceso controlada (ver BUSDATE).
           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR, igual que DISPAGE.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "CREDEXP - EXPOSICION DE CREDITO".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.
           01 WS-LINEAS-POR-PAGINA PIC 99 VALUE 20.
           01 WS-CONTADOR-LINEAS PIC 99 VALUE 99.

           01 LIN-COLUMNAS.
               05 FILLER PIC X(46) VALUE
                   "CUENTA   TITULAR              E         LIMITE".
               05 FILLER PIC X(43) VALUE
                   "          SALDO    EN DISPUTA     RETENIDOS".
               05 FILLER PIC X(27) VALUE
                   "     DISPONIBLE     USO RET".

           01 LIN-DETALLE.
               05 LD-CUENTA PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-TITULAR PIC X(20).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-ESTADO PIC X(1).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-LIMITE PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-SALDO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-DISPUTA PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-RETENIDO PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-DISPONIBLE PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-PORCENTAJE PIC ZZZ9.9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-RETENCION PIC X(1).
               05 LD-ORIGEN PIC X(1).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-MARCA PIC X(8).

           01 LIN-TOTALES.
               05 LT-TEXTO PIC X(34).
               05 LT-CONTADOR PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LT-MONTO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *>   Bitacora de corrida (ver RUNLOGW), igual que DISPAGE.
           01 WS-RL-PROGRAMA PIC X(8) VALUE "CREDEXP".
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
           OPEN INPUT archivo-partidas
           IF WS-FS-PARTIDAS = "00"
               MOVE "S" TO WS-HAY-PARTIDAS
           ELSE
               CLOSE archivo-partidas
           END-IF
           OPEN INPUT archivo-retenidos
           IF WS-FS-RETENIDOS = "00"
               MOVE "S" TO WS-HAY-RETENIDOS
           ELSE
               CLOSE archivo-retenidos
           END-IF
           OPEN OUTPUT archivo-reporte
           PERFORM ImprimeEncabezado
           OPEN INPUT archivo-cuentas
           IF WS-FS-CUENTAS = "00"
               PERFORM UNTIL WS-EOF-CUENTAS = "S"
                   READ archivo-cuentas NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-CUENTAS
                       NOT AT END
                           ADD 1 TO WS-RL-LEIDOS
                           PERFORM EvaluaCuenta
                   END-READ
               END-PERFORM
               CLOSE archivo-cuentas
           ELSE
               DISPLAY "Sin maestro de cuentas: " WS-FS-CUENTAS
           END-IF
           IF WS-HAY-PARTIDAS = "S"
               CLOSE archivo-partidas
           END-IF
           IF WS-HAY-RETENIDOS = "S"
               CLOSE archivo-retenidos
           END-IF
           PERFORM ImprimeTotales
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Cuentas: " WS-TOTAL-CUENTAS
               " Con limite: " WS-TOTAL-CON-LIMITE
               " Excedidas: " WS-TOTAL-EXCEDIDAS
               " En retencion: " WS-TOTAL-RETENIDAS
           MOVE WS-TOTAL-CUENTAS TO WS-RL-ESCRITOS
           MOVE ZEROS TO WS-RL-RECHAZADOS
           IF WS-FS-CUENTAS NOT = "00"
               MOVE 8 TO RETURN-CODE
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

       EvaluaCuenta.
           ADD 1 TO WS-TOTAL-CUENTAS
           PERFORM SumaAbiertoCuenta
           PERFORM SumaRetenidoCuenta
           ADD WS-SALDO-CUENTA TO WS-SUMA-SALDOS
           ADD WS-DISPUTA-CUENTA TO WS-SUMA-DISPUTA
           ADD WS-RETENIDO-CUENTA TO WS-SUMA-RETENIDO
           MOVE SPACES TO LD-MARCA
           MOVE ZEROS TO WS-DISPONIBLE
           MOVE ZEROS TO WS-PORCENTAJE
           IF AC-LIMITE-CREDITO > 0
               ADD 1 TO WS-TOTAL-CON-LIMITE
               ADD AC-LIMITE-CREDITO TO WS-SUMA-LIMITES
               ADD WS-SALDO-CUENTA TO WS-SUMA-SALDOS-LIMITE
               COMPUTE WS-DISPONIBLE =
                   AC-LIMITE-CREDITO - WS-SALDO-CUENTA
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-SALDO-CUENTA * 100 / AC-LIMITE-CREDITO
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PORCENTAJE
               END-COMPUTE
               IF WS-DISPONIBLE < 0
                   ADD 1 TO WS-TOTAL-EXCEDIDAS
                   SUBTRACT WS-DISPONIBLE FROM WS-SUMA-EXCESO
                   MOVE "EXCEDIDA" TO LD-MARCA
               END-IF
           ELSE
               MOVE "SIN LIM." TO LD-MARCA
           END-IF
           IF AC-RETENCION = "S"
               ADD 1 TO WS-TOTAL-RETENIDAS
               IF AC-ORIGEN-RETENCION = "D"
                   ADD 1 TO WS-TOTAL-RET-DUNNING
               END-IF
               MOVE "S" TO LD-RETENCION
               MOVE AC-ORIGEN-RETENCION TO LD-ORIGEN
           ELSE
               MOVE SPACES TO LD-RETENCION
               MOVE SPACES TO LD-ORIGEN
           END-IF
           MOVE AC-CUENTA TO LD-CUENTA
           MOVE AC-NOMBRE TO LD-TITULAR
           MOVE AC-ESTADO TO LD-ESTADO
           MOVE AC-LIMITE-CREDITO TO LD-LIMITE
           MOVE WS-SALDO-CUENTA TO LD-SALDO
           MOVE WS-DISPUTA-CUENTA TO LD-DISPUTA
           MOVE WS-RETENIDO-CUENTA TO LD-RETENIDO
           MOVE WS-DISPONIBLE TO LD-DISPONIBLE
           MOVE WS-PORCENTAJE TO LD-PORCENTAJE
           PERFORM ImprimeDetalle.

      *>   Lo abierto de la cuenta en el auxiliar: partidas abiertas
      *>   (A) y en disputa (D), la misma base contra la que CASHAPP
      *>   mide el limite al cargar.
       SumaAbiertoCuenta.
           MOVE ZEROS TO WS-SALDO-CUENTA
           MOVE ZEROS TO WS-DISPUTA-CUENTA
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
                                   TO WS-SALDO-CUENTA
                           END-IF
                           IF OI-ESTADO = "D"
                               ADD OI-MONTO-ABIERTO
                                   TO WS-DISPUTA-CUENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>   Cargos retenidos que todavia pueden entrar al auxiliar:
      *>   pendientes de decision (P) y aprobados sin cargar (A).
       SumaRetenidoCuenta.
           MOVE ZEROS TO WS-RETENIDO-CUENTA
           IF WS-HAY-RETENIDOS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE AC-CUENTA TO CP-CUENTA
           MOVE ZEROS TO CP-SECUENCIA
           MOVE "N" TO WS-EOF-RETENIDOS
           START archivo-retenidos KEY >= CP-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-RETENIDOS
           END-START
           PERFORM UNTIL WS-EOF-RETENIDOS = "S"
               READ archivo-retenidos NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RETENIDOS
                   NOT AT END
                       IF CP-CUENTA NOT = AC-CUENTA
                           MOVE "S" TO WS-EOF-RETENIDOS
                       ELSE
                           IF CP-ESTADO = "P" OR CP-ESTADO = "A"
                               ADD CP-MONTO TO WS-RETENIDO-CUENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

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

      *>   Resumen de la cartera contra los limites.
       ImprimeTotales.
           PERFORM ImprimeEncabezado
           MOVE "CUENTAS EN EL MAESTRO / SALDO" TO LT-TEXTO
           MOVE WS-TOTAL-CUENTAS TO LT-CONTADOR
           MOVE WS-SUMA-SALDOS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "CON LIMITE / SUMA DE LIMITES" TO LT-TEXTO
           MOVE WS-TOTAL-CON-LIMITE TO LT-CONTADOR
           MOVE WS-SUMA-LIMITES TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "CON LIMITE / SALDO" TO LT-TEXTO
           MOVE WS-TOTAL-CON-LIMITE TO LT-CONTADOR
           MOVE WS-SUMA-SALDOS-LIMITE TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "EXCEDIDAS / EXCESO SOBRE LIMITE" TO LT-TEXTO
           MOVE WS-TOTAL-EXCEDIDAS TO LT-CONTADOR
           MOVE WS-SUMA-EXCESO TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "EN DISPUTA (INCLUIDO EN SALDO)" TO LT-TEXTO
           MOVE ZEROS TO LT-CONTADOR
           MOVE WS-SUMA-DISPUTA TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "CARGOS RETENIDOS SIN CARGAR" TO LT-TEXTO
           MOVE ZEROS TO LT-CONTADOR
           MOVE WS-SUMA-RETENIDO TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "EN RETENCION DE CREDITO" TO LT-TEXTO
           MOVE WS-TOTAL-RETENIDAS TO LT-CONTADOR
           MOVE ZEROS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE "  RETENIDAS POR DEMANDA FINAL" TO LT-TEXTO
           MOVE WS-TOTAL-RET-DUNNING TO LT-CONTADOR
           MOVE ZEROS TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTALES.

       END PROGRAM CREDEXP.
