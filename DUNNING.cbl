      *>   de envios (DUNREG.cpy) guarda que nivel recibio cada cuenta
      *>   y cuando: una cuenta nunca recibe un nivel mas de una vez,
      *>   y nunca brinca al siguiente sin haber recibido el anterior,
      *>   aunque su banda ya pida mas. Las partidas en disputa no
      *>   escalan: el nivel sale de la edad de lo no disputado
      *>   (BT-DIAS-VENCIDO) y la carta cobra BT-SALDO menos
      *>   BT-DISPUTA; una cuenta con todo en disputa no recibe carta.
      *>   La demanda final pone ademas la cuenta en retencion de
      *>   credito (AC-RETENCION, origen D) para que CASHAPP no le
      *>   cargue nada nuevo sin aprobacion, con su asiento en la
      *>   bitacora de cuentas (ACCTAUD.cpy); la libera ACCTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               RECORD KEY IS PR-CLAVE
               FILE STATUS IS WS-FS-PROMESAS.

               SELECT OPTIONAL archivo-auditoria
               ASSIGN TO "acctaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

               SELECT archivo-cartas
               ASSIGN TO "cartas.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  archivo-devueltos.
           COPY BADADDR.

       FD  archivo-auditoria.
           COPY ACCTAUD.

       FD  archivo-cartas.
           01 LINEA-CARTA PIC X(400).

           01 WS-TOTAL-CARTAS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SIN-TITULAR PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SIN-TASA PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-RETENIDAS PIC 9(6) VALUE ZEROS.

      *>   Retencion automatica a la demanda final (ver ACCTAUD.cpy).
           01 WS-FS-AUDITORIA PIC XX VALUE "00".
           01 WS-RETENCION-ANTES PIC X VALUE SPACES.

      *>   Conversion a moneda local (ver TIPOCAMB.cpy), misma regla
      *>   que BALAGE: la carta exige el importe en moneda local con
           DISPLAY "Cartas generadas: " WS-TOTAL-CARTAS
               " Sin titular en maestro: " WS-TOTAL-SIN-TITULAR
               " Sin tasa de cambio: " WS-TOTAL-SIN-TASA
               " Retenidas: " WS-TOTAL-RETENIDAS
           IF WS-TOTAL-SIN-TITULAR > 0
               OR WS-TOTAL-SIN-TASA > 0
               MOVE 4 TO RETURN-CODE

       AbreMaestroCuentas.
           MOVE "N" TO WS-HAY-MAESTRO
           OPEN I-O archivo-cuentas
           IF WS-FS-CUENTAS = "00"
               MOVE "S" TO WS-HAY-MAESTRO
           ELSE
      *>   que cae directo en 91+ recibe primero el recordatorio
      *>   inicial y no la demanda final.
       EvaluaCuenta.
           IF BT-SALDO <= BT-DISPUTA
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN BT-DIAS-VENCIDO <= 30
                   MOVE 0 TO WS-NIVEL-BANDA
               REPLACING ALL WS-MARCA-DIAS BY WS-DIAS-EDIT
           WRITE LINEA-CARTA FROM WS-CARTA-TRABAJO
           ADD 1 TO WS-TOTAL-CARTAS
           PERFORM RegistraEnvio
           IF WS-NIVEL-ENVIO = 3
               PERFORM RetieneCuenta
           END-IF.

      *>   Demanda final: la cuenta queda en retencion de credito
      *>   (origen D). Una cuenta ya retenida a mano se deja como
      *>   esta.
       RetieneCuenta.
           IF AC-RETENCION = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE AC-RETENCION TO WS-RETENCION-ANTES
           MOVE "S" TO AC-RETENCION
           MOVE "D" TO AC-ORIGEN-RETENCION
           MOVE WS-FECHA-PROCESO-NEG TO AC-FECHA-RETENCION
           REWRITE AC-RECORD
               INVALID KEY
                   DISPLAY "No se pudo retener la cuenta: " AC-CUENTA
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-TOTAL-RETENIDAS
           MOVE "DUNNING" TO AAU-OPERADOR
           MOVE WS-FECHA-HORA-PROCESO TO AAU-FECHA-HORA
           MOVE "R" TO AAU-ACCION
           MOVE AC-CUENTA TO AAU-CUENTA
           MOVE AC-LIMITE-CREDITO TO AAU-LIMITE-ANTES
           MOVE AC-LIMITE-CREDITO TO AAU-LIMITE-DESPUES
           MOVE WS-RETENCION-ANTES TO AAU-RETENCION-ANTES
           MOVE AC-RETENCION TO AAU-RETENCION-DESPUES
           MOVE AC-ESTADO TO AAU-ESTADO-DESPUES
           MOVE AC-DEPOSITO TO AAU-DEPOSITO-ANTES
           MOVE AC-DEPOSITO TO AAU-DEPOSITO-DESPUES
           OPEN EXTEND archivo-auditoria
           IF WS-FS-AUDITORIA = "05" OR WS-FS-AUDITORIA = "35"
               OPEN OUTPUT archivo-auditoria
           END-IF
           WRITE AAU-RECORD
           CLOSE archivo-auditoria.

      *>   Moneda local (espacios) pasa tal cual; moneda extranjera
      *>   se convierte con la tasa del dia, misma regla que BALAGE.
       ConvierteMoneda.
           MOVE "S" TO WS-TASA-HALLADA
           COMPUTE WS-SALDO-CONVERTIDO = BT-SALDO - BT-DISPUTA
           IF BT-MONEDA = SPACES
               EXIT PARAGRAPH
           END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-CONVERTIDO ROUNDED =
               (BT-SALDO - BT-DISPUTA) * WS-TASA-USO.

      *>   Carga las tasas de la fecha de proceso a memoria.
       CargaTiposCambio.
