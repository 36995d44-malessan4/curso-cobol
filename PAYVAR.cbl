       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR.
      *>   Revision de variaciones de nomina antes de la dispersion:
      *>   paso entre PAYRUN y PAYDISP que compara cada detalle de
      *>   pago (PAYDET.cpy) contra el ultimo periodo que la historia
      *>   (PAYDHIST.cpy, renglones de nomina normal) tiene de ese
      *>   empleado, y lista para el supervisor: los netos que se
      *>   movieron mas del porciento configurado (PAYVARC.cpy), los
      *>   que cobran por primera vez, y los que cobraron en la
      *>   corrida anterior pero no en esta; al pie, el cambio total
      *>   de bruto y neto contra la corrida anterior. La revision
      *>   queda asentada en payrev.dat (PAYREV.cpy) y encolada como
      *>   clase REVNOM en la cola de control dual via APPRW: PAYDISP
      *>   no arma el archivo bancario de la nomina hasta que un
      *>   supervisor la aprueba en APPROVE. Una revision nueva del
      *>   mismo dia anula la solicitud anterior que no se haya
      *>   consumido: lo aprobado es siempre lo ultimo revisado.
      *>   Un paydet.dat truncado no se revisa (RC 8); con hallazgos
      *>   termina RC 4 para llamar la atencion del operador.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-detalle-pago
               ASSIGN TO "paydet.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DETALLE.

               SELECT OPTIONAL archivo-historia-pago
               ASSIGN TO "paydhist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIA.

               SELECT OPTIONAL archivo-control-variacion
               ASSIGN TO "payvarctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL-VAR.

               SELECT archivo-revision
               ASSIGN TO "payrev.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REVISION.

               SELECT OPTIONAL archivo-aprobaciones
               ASSIGN TO "apprque.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-CLAVE
               FILE STATUS IS WS-FS-APROBACIONES.

               SELECT archivo-reporte
               ASSIGN TO "payvar.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

               SELECT OPTIONAL archivo-excepciones
               ASSIGN TO "excepciones.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCIONES.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-detalle-pago.
           COPY PAYDET.
           COPY PAYDTRLR.

       FD  archivo-historia-pago.
           COPY PAYDHIST.

       FD  archivo-control-variacion.
           COPY PAYVARC.

       FD  archivo-revision.
           COPY PAYREV.

       FD  archivo-aprobaciones.
           COPY APPRQUE.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       FD  archivo-excepciones.
           COPY EXCREC.

       WORKING-STORAGE SECTION.
           01 WS-FS-DETALLE PIC XX VALUE "00".
           01 WS-FS-HISTORIA PIC XX VALUE "00".
           01 WS-FS-CTL-VAR PIC XX VALUE "00".
           01 WS-FS-REVISION PIC XX VALUE "00".
           01 WS-FS-APROBACIONES PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-EOF-DETALLE PIC X VALUE "N".
           01 WS-EOF-HISTORIA PIC X VALUE "N".
           01 WS-FIN-COLA PIC X VALUE "N".

      *>   Verificacion del trailer de paydet.dat, igual que PAYDISP.
           01 WS-CONTADOR-REAL PIC 9(6) VALUE ZEROS.
           01 WS-SUMA-REAL PIC S9(11)V99 VALUE ZEROS.
           01 WS-TRAILER-HALLADO PIC X VALUE "N".
           01 WS-TRAILER-OK PIC X VALUE "N".

           01 WS-PCT-VARIACION PIC 9(3)V99 VALUE 10.
           01 WS-PCT-CAMBIO PIC 9(5)V99 VALUE ZEROS.
           01 WS-DIFERENCIA PIC S9(9)V99 VALUE ZEROS.
           01 WS-FECHA-ANTERIOR PIC X(8) VALUE SPACES.

      *>   Ultimo periodo pagado de cada empleado segun la historia
      *>   anterior a la fecha de proceso: fecha, bruto y neto de
      *>   ese periodo, y si aparecio en la corrida que se revisa.
           01 WS-MAX-ULTIMOS PIC 9(5) VALUE 10000.
           01 WS-CANT-ULTIMOS PIC 9(5) VALUE ZEROS.
           01 WS-ULT-IDX PIC 9(5) VALUE ZEROS.
           01 WS-ULT-HALLADO PIC X VALUE "N".
           01 WS-BUSCA-ID PIC 9(6) VALUE ZEROS.
           01 WS-TABLA-ULTIMOS.
               05 WS-ULT OCCURS 10000 TIMES
                   DEPENDING ON WS-CANT-ULTIMOS.
                   10 WS-ULT-ID PIC 9(6).
                   10 WS-ULT-FECHA PIC X(8).
                   10 WS-ULT-BRUTO PIC 9(7)V99.
                   10 WS-ULT-NETO PIC S9(7)V99.
                   10 WS-ULT-VISTO PIC X.

      *>   Hallazgos de la revision: V variacion de neto, P primer
      *>   pago, B cobro la vez anterior y hoy no.
           01 WS-MAX-HALLAZGOS PIC 9(4) VALUE 2000.
           01 WS-CANT-HALLAZGOS PIC 9(4) VALUE ZEROS.
           01 WS-HAL-IDX PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-HALLAZGOS.
               05 WS-HAL OCCURS 2000 TIMES
                   DEPENDING ON WS-CANT-HALLAZGOS.
                   10 WS-HAL-TIPO PIC X.
                   10 WS-HAL-ID PIC 9(6).
                   10 WS-HAL-ANTERIOR PIC S9(7)V99.
                   10 WS-HAL-ACTUAL PIC S9(7)V99.
                   10 WS-HAL-PCT PIC 9(5)V99.
           01 WS-TIPO-SECCION PIC X VALUE SPACE.
           01 WS-TOTAL-VARIACIONES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-PRIMEROS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-BAJAS PIC 9(6) VALUE ZEROS.

      *>   Totales de la corrida revisada contra la anterior.
           01 WS-BRUTO-ACTUAL PIC 9(11)V99 VALUE ZEROS.
           01 WS-NETO-ACTUAL PIC S9(11)V99 VALUE ZEROS.
           01 WS-BRUTO-ANTERIOR PIC 9(11)V99 VALUE ZEROS.
           01 WS-NETO-ANTERIOR PIC S9(11)V99 VALUE ZEROS.
           01 WS-CAMBIO-BRUTO PIC S9(11)V99 VALUE ZEROS.
           01 WS-CAMBIO-NETO PIC S9(11)V99 VALUE ZEROS.

      *>   Solicitud de liberacion en la cola de control dual.
           01 WS-AP-CLASE PIC X(8) VALUE "REVNOM".
           01 WS-AP-REFERENCIA PIC 9(8) VALUE ZEROS.
           01 WS-AP-INICIADOR PIC X(8) VALUE "PAYVAR".
           01 WS-AP-DETALLE PIC X(60) VALUE SPACES.
           01 WS-NETO-EDIT PIC -(10)9.99.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR, igual que PAYDISP.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "PAYVAR - REVISION DE VARIACIONES".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.

           01 LIN-SECCION PIC X(70) VALUE SPACES.

           01 LIN-COLUMNAS PIC X(70) VALUE
               "ID           NETO ANTERIOR      NETO ACTUAL   CAMBIO %".

           01 LIN-DETALLE.
               05 LD-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-ANTERIOR PIC ZZ,ZZZ,ZZ9.99-.
               05 FILLER PIC X(3) VALUE SPACES.
               05 LD-ACTUAL PIC ZZ,ZZZ,ZZ9.99-.
               05 FILLER PIC X(3) VALUE SPACES.
               05 LD-PCT PIC ZZ,ZZ9.99.

           01 LIN-TOTAL.
               05 LT-TEXTO PIC X(14).
               05 LT-ANTERIOR PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LT-ACTUAL PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LT-CAMBIO PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

           01 LIN-COLUMNAS-TOTAL.
               05 FILLER PIC X(32) VALUE
                   "                        ANTERIOR".
               05 FILLER PIC X(20) VALUE "              ACTUAL".
               05 FILLER PIC X(20) VALUE "              CAMBIO".

           01 LIN-RESUMEN.
               05 FILLER PIC X(22) VALUE "CORRIDA ANTERIOR:     ".
               05 LR-FECHA PIC X(8).
               05 FILLER PIC X(14) VALUE "  HALLAZGOS: ".
               05 LR-HALLAZGOS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           PERFORM LeePerfilEmpresa
           PERFORM VerificaTrailerDetalle
           IF WS-TRAILER-OK NOT = "S"
               PERFORM RegistraTrailerMalo
               DISPLAY "PAYVAR: trailer de paydet.dat ausente o "
                   "descuadrado, revision rehusada"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LeeControlVariacion
           PERFORM CargaUltimosPeriodos
           PERFORM ComparaDetalle
           PERFORM BuscaBajas
           PERFORM ImprimeRevision
           PERFORM GrabaRevision
           PERFORM SolicitaLiberacion
           DISPLAY "Revisados: " WS-CONTADOR-REAL
               " Variaciones: " WS-TOTAL-VARIACIONES
               " Primer pago: " WS-TOTAL-PRIMEROS
               " Sin pago hoy: " WS-TOTAL-BAJAS
           DISPLAY "Dispersion retenida hasta la liberacion del "
               "supervisor (APPROVE, clase REVNOM)"
           IF WS-CANT-HALLAZGOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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

      *>   Pre-pasada de verificacion: cuenta los detalles y suma
      *>   los netos contra el trailer 999999, igual que PAYDISP.
       VerificaTrailerDetalle.
           MOVE "N" TO WS-TRAILER-OK
           OPEN INPUT archivo-detalle-pago
           IF WS-FS-DETALLE NOT = "00"
               CLOSE archivo-detalle-pago
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-DETALLE = "S"
               READ archivo-detalle-pago
                   AT END
                       MOVE "S" TO WS-EOF-DETALLE
                   NOT AT END
                       IF PD-ID = 999999
                           MOVE "S" TO WS-TRAILER-HALLADO
                           IF PDT-CONTADOR = WS-CONTADOR-REAL
                               AND PDT-MONTO-TOTAL = WS-SUMA-REAL
                               MOVE "S" TO WS-TRAILER-OK
                           END-IF
                       ELSE
                           ADD 1 TO WS-CONTADOR-REAL
                           ADD PD-NETO TO WS-SUMA-REAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-detalle-pago.

       LeeControlVariacion.
           OPEN INPUT archivo-control-variacion
           IF WS-FS-CTL-VAR = "00"
               READ archivo-control-variacion
                   NOT AT END
                       IF PVC-PCT-VARIACION > 0
                           MOVE PVC-PCT-VARIACION TO WS-PCT-VARIACION
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-control-variacion.

      *>   Ultimo periodo de cada empleado en la historia de nomina
      *>   normal anterior a hoy (la corrida que se revisa ya anexo
      *>   sus renglones con la fecha de proceso, y los finiquitos no
      *>   son periodo de comparacion). La fecha mayor es la corrida
      *>   anterior.
       CargaUltimosPeriodos.
           OPEN INPUT archivo-historia-pago
           IF WS-FS-HISTORIA NOT = "00"
               CLOSE archivo-historia-pago
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-HISTORIA = "S"
               READ archivo-historia-pago
                   AT END
                       MOVE "S" TO WS-EOF-HISTORIA
                   NOT AT END
                       IF PH-FECHA < WS-FECHA-PROCESO-NEG
                           AND (PH-TIPO = "N" OR PH-TIPO = SPACE)
                           PERFORM GuardaUltimoPeriodo
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-historia-pago.

       GuardaUltimoPeriodo.
           IF PH-FECHA > WS-FECHA-ANTERIOR
               MOVE PH-FECHA TO WS-FECHA-ANTERIOR
           END-IF
           MOVE PH-ID TO WS-BUSCA-ID
           PERFORM BuscaUltimo
           IF WS-ULT-HALLADO = "S"
               IF PH-FECHA >= WS-ULT-FECHA (WS-ULT-IDX)
                   MOVE PH-FECHA TO WS-ULT-FECHA (WS-ULT-IDX)
                   MOVE PH-BRUTO TO WS-ULT-BRUTO (WS-ULT-IDX)
                   MOVE PH-NETO TO WS-ULT-NETO (WS-ULT-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-CANT-ULTIMOS < WS-MAX-ULTIMOS
               ADD 1 TO WS-CANT-ULTIMOS
               MOVE PH-ID TO WS-ULT-ID (WS-CANT-ULTIMOS)
               MOVE PH-FECHA TO WS-ULT-FECHA (WS-CANT-ULTIMOS)
               MOVE PH-BRUTO TO WS-ULT-BRUTO (WS-CANT-ULTIMOS)
               MOVE PH-NETO TO WS-ULT-NETO (WS-CANT-ULTIMOS)
               MOVE "N" TO WS-ULT-VISTO (WS-CANT-ULTIMOS)
           END-IF.

      *>   Deja en WS-ULT-IDX el renglon del ID en WS-BUSCA-ID.
       BuscaUltimo.
           MOVE "N" TO WS-ULT-HALLADO
           PERFORM VARYING WS-ULT-IDX FROM 1 BY 1
               UNTIL WS-ULT-IDX > WS-CANT-ULTIMOS
               OR WS-ULT-HALLADO = "S"
               IF WS-ULT-ID (WS-ULT-IDX) = WS-BUSCA-ID
                   MOVE "S" TO WS-ULT-HALLADO
               END-IF
           END-PERFORM
           IF WS-ULT-HALLADO = "S"
               SUBTRACT 1 FROM WS-ULT-IDX
           END-IF.

       ComparaDetalle.
           MOVE "N" TO WS-EOF-DETALLE
           OPEN INPUT archivo-detalle-pago
           PERFORM UNTIL WS-EOF-DETALLE = "S"
               READ archivo-detalle-pago
                   AT END
                       MOVE "S" TO WS-EOF-DETALLE
                   NOT AT END
                       IF PD-ID NOT = 999999
                           PERFORM ComparaUnPago
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-detalle-pago.

      *>   Un empleado sin historia cobra por primera vez; con
      *>   historia, el neto se compara contra el de su ultimo
      *>   periodo. Un neto anterior en cero o negativo no da
      *>   porciento: cualquier neto distinto se lista.
       ComparaUnPago.
           ADD PD-BRUTO TO WS-BRUTO-ACTUAL
           ADD PD-NETO TO WS-NETO-ACTUAL
           MOVE PD-ID TO WS-BUSCA-ID
           PERFORM BuscaUltimo
           IF WS-ULT-HALLADO = "N"
               ADD 1 TO WS-TOTAL-PRIMEROS
               MOVE "P" TO WS-TIPO-SECCION
               MOVE ZEROS TO WS-DIFERENCIA
               MOVE ZEROS TO WS-PCT-CAMBIO
               PERFORM AgregaHallazgo
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-ULT-VISTO (WS-ULT-IDX)
           COMPUTE WS-DIFERENCIA = PD-NETO - WS-ULT-NETO (WS-ULT-IDX)
           IF WS-DIFERENCIA < 0
               COMPUTE WS-DIFERENCIA = WS-DIFERENCIA * -1
           END-IF
           IF WS-ULT-NETO (WS-ULT-IDX) > 0
               COMPUTE WS-PCT-CAMBIO ROUNDED =
                   WS-DIFERENCIA * 100 / WS-ULT-NETO (WS-ULT-IDX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-PCT-CAMBIO
               END-COMPUTE
           ELSE
               IF WS-DIFERENCIA > 0
                   MOVE 99999.99 TO WS-PCT-CAMBIO
               ELSE
                   MOVE ZEROS TO WS-PCT-CAMBIO
               END-IF
           END-IF
           IF WS-PCT-CAMBIO > WS-PCT-VARIACION
               ADD 1 TO WS-TOTAL-VARIACIONES
               MOVE "V" TO WS-TIPO-SECCION
               PERFORM AgregaHallazgo
           END-IF.

       AgregaHallazgo.
           IF WS-CANT-HALLAZGOS >= WS-MAX-HALLAZGOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANT-HALLAZGOS
           MOVE WS-TIPO-SECCION TO WS-HAL-TIPO (WS-CANT-HALLAZGOS)
           MOVE PD-ID TO WS-HAL-ID (WS-CANT-HALLAZGOS)
           IF WS-TIPO-SECCION = "P"
               MOVE ZEROS TO WS-HAL-ANTERIOR (WS-CANT-HALLAZGOS)
           ELSE
               MOVE WS-ULT-NETO (WS-ULT-IDX)
                   TO WS-HAL-ANTERIOR (WS-CANT-HALLAZGOS)
           END-IF
           MOVE PD-NETO TO WS-HAL-ACTUAL (WS-CANT-HALLAZGOS)
           MOVE WS-PCT-CAMBIO TO WS-HAL-PCT (WS-CANT-HALLAZGOS).

      *>   Los que cobraron en la corrida anterior y no aparecen en
      *>   esta; de paso se suma la corrida anterior para el pie.
       BuscaBajas.
           PERFORM VARYING WS-ULT-IDX FROM 1 BY 1
               UNTIL WS-ULT-IDX > WS-CANT-ULTIMOS
               IF WS-ULT-FECHA (WS-ULT-IDX) = WS-FECHA-ANTERIOR
                   ADD WS-ULT-BRUTO (WS-ULT-IDX) TO WS-BRUTO-ANTERIOR
                   ADD WS-ULT-NETO (WS-ULT-IDX) TO WS-NETO-ANTERIOR
                   IF WS-ULT-VISTO (WS-ULT-IDX) = "N"
                       AND WS-CANT-HALLAZGOS < WS-MAX-HALLAZGOS
                       ADD 1 TO WS-TOTAL-BAJAS
                       ADD 1 TO WS-CANT-HALLAZGOS
                       MOVE "B" TO WS-HAL-TIPO (WS-CANT-HALLAZGOS)
                       MOVE WS-ULT-ID (WS-ULT-IDX)
                           TO WS-HAL-ID (WS-CANT-HALLAZGOS)
                       MOVE WS-ULT-NETO (WS-ULT-IDX)
                           TO WS-HAL-ANTERIOR (WS-CANT-HALLAZGOS)
                       MOVE ZEROS TO WS-HAL-ACTUAL (WS-CANT-HALLAZGOS)
                       MOVE ZEROS TO WS-HAL-PCT (WS-CANT-HALLAZGOS)
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-CAMBIO-BRUTO = WS-BRUTO-ACTUAL - WS-BRUTO-ANTERIOR
           COMPUTE WS-CAMBIO-NETO = WS-NETO-ACTUAL - WS-NETO-ANTERIOR.

       ImprimeRevision.
           OPEN OUTPUT archivo-reporte
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           MOVE WS-FECHA-ANTERIOR TO LR-FECHA
           MOVE WS-CANT-HALLAZGOS TO LR-HALLAZGOS
           WRITE LINEA-REPORTE FROM LIN-RESUMEN
           MOVE "V" TO WS-TIPO-SECCION
           MOVE "NETO CON VARIACION SOBRE EL UMBRAL" TO LIN-SECCION
           PERFORM ImprimeSeccion
           MOVE "P" TO WS-TIPO-SECCION
           MOVE "PRIMER PAGO (SIN HISTORIA)" TO LIN-SECCION
           PERFORM ImprimeSeccion
           MOVE "B" TO WS-TIPO-SECCION
           MOVE "COBRARON LA VEZ ANTERIOR Y HOY NO" TO LIN-SECCION
           PERFORM ImprimeSeccion
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS-TOTAL
           MOVE "BRUTO" TO LT-TEXTO
           MOVE WS-BRUTO-ANTERIOR TO LT-ANTERIOR
           MOVE WS-BRUTO-ACTUAL TO LT-ACTUAL
           MOVE WS-CAMBIO-BRUTO TO LT-CAMBIO
           WRITE LINEA-REPORTE FROM LIN-TOTAL
           MOVE "NETO" TO LT-TEXTO
           MOVE WS-NETO-ANTERIOR TO LT-ANTERIOR
           MOVE WS-NETO-ACTUAL TO LT-ACTUAL
           MOVE WS-CAMBIO-NETO TO LT-CAMBIO
           WRITE LINEA-REPORTE FROM LIN-TOTAL
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte.

       ImprimeSeccion.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM LIN-SECCION
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS
           PERFORM VARYING WS-HAL-IDX FROM 1 BY 1
               UNTIL WS-HAL-IDX > WS-CANT-HALLAZGOS
               IF WS-HAL-TIPO (WS-HAL-IDX) = WS-TIPO-SECCION
                   MOVE WS-HAL-ID (WS-HAL-IDX) TO LD-ID
                   MOVE WS-HAL-ANTERIOR (WS-HAL-IDX) TO LD-ANTERIOR
                   MOVE WS-HAL-ACTUAL (WS-HAL-IDX) TO LD-ACTUAL
                   MOVE WS-HAL-PCT (WS-HAL-IDX) TO LD-PCT
                   WRITE LINEA-REPORTE FROM LIN-DETALLE
               END-IF
           END-PERFORM.

       GrabaRevision.
           OPEN OUTPUT archivo-revision
           MOVE WS-FECHA-PROCESO-NEG TO PRV-FECHA
           MOVE WS-CONTADOR-REAL TO PRV-CONTADOR
           MOVE WS-SUMA-REAL TO PRV-MONTO-TOTAL
           MOVE WS-CANT-HALLAZGOS TO PRV-HALLAZGOS
           MOVE "P" TO PRV-ESTADO
           MOVE SPACES TO PRV-APROBADOR
           MOVE SPACES TO PRV-FECHA-LIBERA
           WRITE PRV-RECORD
           CLOSE archivo-revision.

      *>   Anula (X) la solicitud del dia que siga pendiente o
      *>   aprobada sin consumir — era de otra version del detalle —
      *>   y encola la nueva via APPRW.
       SolicitaLiberacion.
           MOVE WS-FECHA-PROCESO-NEG TO WS-AP-REFERENCIA
           OPEN I-O archivo-aprobaciones
           IF WS-FS-APROBACIONES = "00"
               MOVE WS-AP-CLASE TO AQ-CLASE
               MOVE WS-AP-REFERENCIA TO AQ-REFERENCIA
               MOVE ZEROS TO AQ-SECUENCIA
               MOVE "N" TO WS-FIN-COLA
               START archivo-aprobaciones KEY >= AQ-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIN-COLA
               END-START
               PERFORM UNTIL WS-FIN-COLA = "S"
                   READ archivo-aprobaciones NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-COLA
                       NOT AT END
                           IF AQ-CLASE NOT = WS-AP-CLASE
                               OR AQ-REFERENCIA NOT = WS-AP-REFERENCIA
                               MOVE "S" TO WS-FIN-COLA
                           ELSE
                               IF AQ-ESTADO = "P" OR AQ-ESTADO = "A"
                                   MOVE "X" TO AQ-ESTADO
                                   REWRITE AQ-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE archivo-aprobaciones
           MOVE WS-SUMA-REAL TO WS-NETO-EDIT
           STRING "REVISION NOMINA " WS-CONTADOR-REAL " PAGOS NETO"
               WS-NETO-EDIT " HALLAZGOS " WS-CANT-HALLAZGOS
               DELIMITED BY SIZE INTO WS-AP-DETALLE
           CALL "APPRW" USING WS-AP-CLASE WS-AP-REFERENCIA
               WS-AP-INICIADOR WS-AP-DETALLE.

       RegistraTrailerMalo.
           MOVE "PAYVAR" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           MOVE "TRAILER" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           IF WS-TRAILER-HALLADO = "S"
               MOVE "Trailer de paydet.dat fuera de balance"
                   TO EXC-DETALLE
           ELSE
               MOVE "paydet.dat sin trailer de control"
                   TO EXC-DETALLE
           END-IF
           OPEN EXTEND archivo-excepciones
           IF WS-FS-EXCEPCIONES = "05" OR WS-FS-EXCEPCIONES = "35"
               OPEN OUTPUT archivo-excepciones
           END-IF
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

       END PROGRAM PAYVAR.
