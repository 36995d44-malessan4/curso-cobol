      *>   viven la revaluacion cambiaria y la alerta de tasas
      *>   rancias) — asi BALAGE enveje facturas reales. El
      *>   efectivo que no
      *>   alcanzo a aplicarse queda en su propio archivo
      *>   (UNAPPCSH.cpy) y en su pagina del reporte, visible en vez
      *>   de evaporado, y como pago a favor (tipo F) en oimov.dat
      *>   para que el estado de cuenta muestre el saldo a favor que
      *>   REEMBPRO propone devolver. LOANPAY
      *>   corre despues en el stream y ANEXA la cartera de
      *>   prestamos, como siempre. Cada cargo cargado y cada abono
      *>   aplicado queda ademas fechado en oimov.dat (OIMOV.cpy),
      *>   del que ACCTSTMT arma el detalle del estado de cuenta.
      *>   Las partidas en disputa (OI-ESTADO D, DISPMNT) no reciben
      *>   efectivo; en la derivacion suman al saldo pero aparte en
      *>   BT-DISPUTA, y no cuentan para los dias de vencido.
      *>   Un cargo nuevo para una cuenta en retencion de credito, o
      *>   que llevaria lo abierto de la cuenta arriba de su limite
      *>   (AC-LIMITE-CREDITO), no entra al auxiliar: se desvia a la
      *>   cola de cargos retenidos (CREDPEND.cpy) y solo se carga
      *>   cuando CREDAPR lo aprueba, al principio de la corrida
      *>   siguiente. Un recibo para una cuenta que no existe o esta
      *>   inactiva, o dirigido a una partida ya cerrada, no tiene
      *>   donde aplicarse: queda en el suspenso de efectivo
      *>   (CSHSUSP.cpy) y sale de la cartera a la cuenta de suspenso
      *>   del mayor (SUSPCTL.cpy, poliza en glintsus.dat con su
      *>   trailer). Lo que el cobrador redirige en SUSPRES se aplica
      *>   aqui en la corrida siguiente y vuelve a la cartera.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SIN-APLICAR.

               SELECT OPTIONAL archivo-movimientos
               ASSIGN TO "oimov.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMIENTOS.

               SELECT OPTIONAL archivo-retenidos
               ASSIGN TO "credpend.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CLAVE
               FILE STATUS IS WS-FS-RETENIDOS.

               SELECT OPTIONAL archivo-suspenso
               ASSIGN TO "cshsusp.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-NUMERO
               FILE STATUS IS WS-FS-SUSPENSO.

               SELECT OPTIONAL archivo-control-suspenso
               ASSIGN TO "suspctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT OPTIONAL archivo-interfaz
               ASSIGN TO "glintsus.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-INTERFAZ.

               SELECT archivo-reporte
               ASSIGN TO "cashapp.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  archivo-saldos.
           COPY BALTRANS.

       FD  archivo-sin-aplicar.
           COPY UNAPPCSH.

       FD  archivo-movimientos.
           COPY OIMOV.

       FD  archivo-retenidos.
           COPY CREDPEND.

       FD  archivo-suspenso.
           COPY CSHSUSP.

       FD  archivo-control-suspenso.
           COPY SUSPCTL.

       FD  archivo-interfaz.
           COPY GLINT.
           COPY GLINTRLR.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).
           01 WS-FS-CUENTAS PIC XX VALUE "00".
           01 WS-FS-SALDOS PIC XX VALUE "00".
           01 WS-FS-SIN-APLICAR PIC XX VALUE "00".
           01 WS-FS-MOVIMIENTOS PIC XX VALUE "00".
           01 WS-FS-RETENIDOS PIC XX VALUE "00".
           01 WS-EOF-RETENIDOS PIC X VALUE "N".
           01 WS-EOF-CARGOS PIC X VALUE "N".
           01 WS-EOF-RECIBOS PIC X VALUE "N".
           01 WS-EOF-PARTIDAS PIC X VALUE "N".
           01 WS-TOTAL-SIN-APLICAR PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-SIN-APLICAR PIC 9(12)V99 VALUE ZEROS.

      *>   Control de credito al cargar: lo abierto de la cuenta
      *>   (partidas A y D) antes del cargo, y la cola de retenidos.
           01 WS-ABIERTO-CUENTA PIC 9(10)V99 VALUE ZEROS.
           01 WS-MOTIVO-RETENCION PIC X VALUE SPACES.
           01 WS-ULTIMA-SECUENCIA PIC 9(4) VALUE ZEROS.
           01 WS-TOTAL-RETENIDOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-APROBADOS PIC 9(6) VALUE ZEROS.

      *>   Suspenso de efectivo (ver CSHSUSP.cpy y SUSPCTL.cpy).
           01 WS-FS-SUSPENSO PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-INTERFAZ PIC XX VALUE "00".
           01 WS-EOF-SUSPENSO PIC X VALUE "N".
           01 WS-ULTIMO-SUSPENSO PIC 9(8) VALUE ZEROS.
           01 WS-MOTIVO-SUSPENSO PIC X VALUE SPACES.
           01 WS-RECIBO-REDIRIGIDO PIC X VALUE "N".
           01 WS-CUENTA-SUSPENSO PIC X(8) VALUE SPACES.
           01 WS-CUENTA-CARTERA PIC X(8) VALUE SPACES.
           01 WS-HAY-CUENTAS-GL PIC X VALUE "N".
           01 WS-CONT-INTERFAZ PIC 9(6) VALUE ZEROS.
           01 WS-SUMA-INTERFAZ PIC 9(13)V99 VALUE ZEROS.
           01 WS-GL-DEBE PIC X(8) VALUE SPACES.
           01 WS-GL-HABER PIC X(8) VALUE SPACES.
           01 WS-GL-MONTO PIC 9(9)V99 VALUE ZEROS.
           01 WS-TOTAL-SUSPENSO PIC 9(6) VALUE ZEROS.
           01 WS-MONTO-SUSPENSO PIC 9(12)V99 VALUE ZEROS.
           01 WS-TOTAL-REDIRIGIDOS PIC 9(6) VALUE ZEROS.

      *>   Partidas abiertas de la cuenta del recibo en proceso,
      *>   cargadas a tabla para aplicar de la mas vieja a la mas
      *>   nueva.
           01 WS-SALDO-CUENTA PIC 9(10)V9(6) VALUE ZEROS.
           01 WS-FECHA-MAS-VIEJA PIC X(8) VALUE SPACES.
           01 WS-MONEDA-CUENTA PIC X(3) VALUE SPACES.
           01 WS-DISPUTA-CUENTA PIC 9(10)V9(6) VALUE ZEROS.
           01 WS-DIAS-VENCIDO PIC S9(8) VALUE ZEROS.
           01 WS-TOTAL-DERIVADOS PIC 9(6) VALUE ZEROS.

               05 FILLER PIC X(2) VALUE SPACES.
               05 LS-MONTO PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-RETENIDO.
               05 LR-TEXTO PIC X(24).
               05 LR-CUENTA PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LR-MONTO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(10) VALUE "  ABIERTO ".
               05 LR-ABIERTO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(9) VALUE "  LIMITE ".
               05 LR-LIMITE PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-SUSPENSO.
               05 LU-TEXTO PIC X(32).
               05 LU-CUENTA PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LU-ITEM PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LU-MONTO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(5) VALUE " NUM ".
               05 LU-NUMERO PIC 9(8).

           01 LIN-ERROR.
               05 LE-TEXTO PIC X(40).
               05 LE-CUENTA PIC 9(8).
           END-IF
           OPEN INPUT archivo-cuentas
           OPEN OUTPUT archivo-reporte
           PERFORM AbreSuspenso
           OPEN EXTEND archivo-movimientos
           IF WS-FS-MOVIMIENTOS = "05" OR WS-FS-MOVIMIENTOS = "35"
               OPEN OUTPUT archivo-movimientos
           END-IF
           PERFORM CargaCargos
           PERFORM AplicaRecibos
           PERFORM CierraSuspenso
           CLOSE archivo-movimientos
           CLOSE archivo-cuentas
           PERFORM DerivaSaldos
           CLOSE archivo-partidas
               " Recibos: " WS-TOTAL-RECIBOS
               " Sin cuenta: " WS-TOTAL-SIN-CUENTA
               " Sin aplicar: " WS-TOTAL-SIN-APLICAR
               " Retenidos: " WS-TOTAL-RETENIDOS
               " A suspenso: " WS-TOTAL-SUSPENSO
               " Redirigidos aplicados: " WS-TOTAL-REDIRIGIDOS
               " Aprobados cargados: " WS-TOTAL-APROBADOS
               " Saldos derivados: " WS-TOTAL-DERIVADOS
           IF WS-TOTAL-SIN-CUENTA > 0
               OR WS-TOTAL-SUSPENSO > 0
               OR (WS-CONT-INTERFAZ > 0 AND WS-HAY-CUENTAS-GL = "N")
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE

      *>   Un cargo nuevo toma el siguiente consecutivo de su cuenta
      *>   y queda como partida abierta; un cargo para una cuenta
      *>   que no existe en ACCTMAST se rechaza al reporte. Antes de
      *>   los cargos del dia entran los retenidos que CREDAPR ya
      *>   aprobo.
       CargaCargos.
           PERFORM AbreRetenidos
           PERFORM CargaAprobados
           OPEN INPUT archivo-cargos
           IF WS-FS-CARGOS NOT = "00"
               CLOSE archivo-cargos
               CLOSE archivo-retenidos
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-CARGOS = "S"
                       PERFORM CargaUnCargo
               END-READ
           END-PERFORM
           CLOSE archivo-cargos
           CLOSE archivo-retenidos.

       CargaUnCargo.
           MOVE CH-CUENTA TO AC-CUENTA
                   EXIT PARAGRAPH
           END-READ
           PERFORM BuscaUltimoItem
           MOVE SPACES TO WS-MOTIVO-RETENCION
           IF AC-RETENCION = "S"
               MOVE "R" TO WS-MOTIVO-RETENCION
           ELSE
               IF AC-LIMITE-CREDITO > 0
                   AND WS-ABIERTO-CUENTA + CH-MONTO
                       > AC-LIMITE-CREDITO
                   MOVE "L" TO WS-MOTIVO-RETENCION
               END-IF
           END-IF
           IF WS-MOTIVO-RETENCION NOT = SPACES
               PERFORM RetieneCargo
               EXIT PARAGRAPH
           END-IF
           PERFORM AltaPartida
           ADD 1 TO WS-TOTAL-CARGOS.

      *>   Alta de la partida abierta y su movimiento en oimov.dat;
      *>   BuscaUltimoItem ya dejo el consecutivo de la cuenta.
       AltaPartida.
           MOVE CH-CUENTA TO OI-CUENTA
           COMPUTE OI-ITEM = WS-ULTIMO-ITEM + 1
           MOVE CH-FECHA TO OI-FECHA
           MOVE "A" TO OI-ESTADO
           MOVE CH-MONEDA TO OI-MONEDA
           WRITE OI-RECORD
           MOVE OI-CUENTA TO OM-CUENTA
           MOVE OI-ITEM TO OM-ITEM
           MOVE CH-FECHA TO OM-FECHA
           MOVE "C" TO OM-TIPO
           MOVE CH-MONTO TO OM-MONTO
           WRITE OM-RECORD.

       BuscaUltimoItem.
           MOVE ZEROS TO WS-ULTIMO-ITEM
           MOVE ZEROS TO WS-ABIERTO-CUENTA
           MOVE CH-CUENTA TO OI-CUENTA
           MOVE ZEROS TO OI-ITEM
           MOVE "N" TO WS-EOF-PARTIDAS
                           MOVE "S" TO WS-EOF-PARTIDAS
                       ELSE
                           MOVE OI-ITEM TO WS-ULTIMO-ITEM
                           IF OI-ESTADO = "A" OR OI-ESTADO = "D"
                               ADD OI-MONTO-ABIERTO
                                   TO WS-ABIERTO-CUENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       AbreRetenidos.
           OPEN I-O archivo-retenidos
           IF WS-FS-RETENIDOS = "35"
               OPEN OUTPUT archivo-retenidos
               CLOSE archivo-retenidos
               OPEN I-O archivo-retenidos
           END-IF.

      *>   Los retenidos que CREDAPR aprobo (CP-ESTADO A) se cargan
      *>   tal cual, sin volver a pasar por el control de credito, y
      *>   quedan en C para no cargarse dos veces.
       CargaAprobados.
           MOVE "N" TO WS-EOF-RETENIDOS
           MOVE LOW-VALUES TO CP-CLAVE
           START archivo-retenidos KEY >= CP-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-RETENIDOS
           END-START
           PERFORM UNTIL WS-EOF-RETENIDOS = "S"
               READ archivo-retenidos NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RETENIDOS
                   NOT AT END
                       IF CP-ESTADO = "A"
                           PERFORM CargaUnAprobado
                       END-IF
               END-READ
           END-PERFORM.

       CargaUnAprobado.
           MOVE CP-CUENTA TO CH-CUENTA
           MOVE CP-FECHA TO CH-FECHA
           MOVE CP-MONTO TO CH-MONTO
           MOVE CP-MONEDA TO CH-MONEDA
           PERFORM BuscaUltimoItem
           PERFORM AltaPartida
           ADD 1 TO WS-TOTAL-APROBADOS
           MOVE "C" TO CP-ESTADO
           REWRITE CP-RECORD.

      *>   Desvia el cargo a la cola de retenidos con la siguiente
      *>   secuencia de la cuenta, lo abierto y el limite del
      *>   momento, y lo deja a la vista en el reporte.
       RetieneCargo.
           MOVE ZEROS TO WS-ULTIMA-SECUENCIA
           MOVE CH-CUENTA TO CP-CUENTA
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
                       IF CP-CUENTA NOT = CH-CUENTA
                           MOVE "S" TO WS-EOF-RETENIDOS
                       ELSE
                           MOVE CP-SECUENCIA TO WS-ULTIMA-SECUENCIA
                       END-IF
               END-READ
           END-PERFORM
           MOVE CH-CUENTA TO CP-CUENTA
           COMPUTE CP-SECUENCIA = WS-ULTIMA-SECUENCIA + 1
           MOVE CH-FECHA TO CP-FECHA
           MOVE CH-MONTO TO CP-MONTO
           MOVE CH-MONEDA TO CP-MONEDA
           MOVE WS-MOTIVO-RETENCION TO CP-MOTIVO
           MOVE WS-FECHA-PROCESO-NEG TO CP-FECHA-DESVIO
           MOVE WS-ABIERTO-CUENTA TO CP-ABIERTO
           MOVE AC-LIMITE-CREDITO TO CP-LIMITE
           MOVE "P" TO CP-ESTADO
           MOVE SPACES TO CP-OPER-DECISION
           MOVE SPACES TO CP-FECHA-DECISION
           WRITE CP-RECORD
           ADD 1 TO WS-TOTAL-RETENIDOS
           IF WS-MOTIVO-RETENCION = "R"
               MOVE "CARGO RETENIDO (RETEN.)" TO LR-TEXTO
           ELSE
               MOVE "CARGO RETENIDO (LIMITE)" TO LR-TEXTO
           END-IF
           MOVE CH-CUENTA TO LR-CUENTA
           MOVE CH-MONTO TO LR-MONTO
           MOVE WS-ABIERTO-CUENTA TO LR-ABIERTO
           MOVE AC-LIMITE-CREDITO TO LR-LIMITE
           WRITE LINEA-REPORTE FROM LIN-RETENIDO.

       AplicaRecibos.
           PERFORM AplicaRedirigidos
           OPEN INPUT archivo-recibos
           IF WS-FS-RECIBOS NOT = "00"
               CLOSE archivo-recibos
      *>   recibo — dirigido a una partida o de la mas vieja a la
      *>   mas nueva — y deja el remanente como efectivo sin
      *>   aplicar, visible en su archivo y en el reporte.
      *>   Sin cuenta, con la cuenta inactiva o dirigido a una
      *>   partida que ya no esta abierta, el recibo va a suspenso.
       AplicaUnRecibo.
           MOVE SPACES TO WS-MOTIVO-SUSPENSO
           MOVE RC-CUENTA TO AC-CUENTA
           READ archivo-cuentas
               INVALID KEY
                   MOVE "N" TO WS-MOTIVO-SUSPENSO
           END-READ
           IF WS-MOTIVO-SUSPENSO = SPACES
               AND AC-ESTADO NOT = "S"
               MOVE "I" TO WS-MOTIVO-SUSPENSO
           END-IF
           IF WS-MOTIVO-SUSPENSO NOT = SPACES
               PERFORM EstacionaRecibo
               EXIT PARAGRAPH
           END-IF
           PERFORM CargaPartidasCuenta
           IF RC-ITEM > 0
               MOVE ZEROS TO WS-PAR-ELEGIDA
               PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-CANT-PARTIDAS
                   IF WS-PAR-ITEM (WS-PAR-IDX) = RC-ITEM
                       MOVE WS-PAR-IDX TO WS-PAR-ELEGIDA
                   END-IF
               END-PERFORM
               IF WS-PAR-ELEGIDA = 0
                   MOVE "P" TO WS-MOTIVO-SUSPENSO
                   PERFORM EstacionaRecibo
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-TOTAL-RECIBOS
           MOVE RC-MONTO TO WS-REMANENTE
           IF RC-ITEM > 0
               PERFORM AplicaDirigido
               PERFORM AnotaSinAplicar
           END-IF.

      *>   Recibo sin donde aplicarse: uno nuevo entra al suspenso
      *>   con el siguiente consecutivo y su poliza cartera DR /
      *>   suspenso CR; uno redirigido que todavia no encuentra su
      *>   destino regresa a S con el motivo nuevo (sigue en el
      *>   suspenso contable, no hay poliza).
       EstacionaRecibo.
           IF WS-RECIBO-REDIRIGIDO = "S"
               MOVE WS-MOTIVO-SUSPENSO TO SU-MOTIVO
               MOVE "S" TO SU-ESTADO
               REWRITE SU-RECORD
               MOVE "REDIRIGIDO SIN DESTINO VALIDO" TO LU-TEXTO
           ELSE
               ADD 1 TO WS-ULTIMO-SUSPENSO
               MOVE WS-ULTIMO-SUSPENSO TO SU-NUMERO
               MOVE WS-FECHA-PROCESO-NEG TO SU-FECHA-ALTA
               MOVE RC-FECHA TO SU-FECHA-RECIBO
               MOVE RC-CUENTA TO SU-CUENTA-ORIGEN
               MOVE RC-ITEM TO SU-ITEM-ORIGEN
               MOVE RC-MONTO TO SU-MONTO
               MOVE WS-MOTIVO-SUSPENSO TO SU-MOTIVO
               MOVE "S" TO SU-ESTADO
               MOVE ZEROS TO SU-CUENTA-DESTINO
               MOVE ZEROS TO SU-ITEM-DESTINO
               MOVE SPACES TO SU-OPERADOR
               MOVE SPACES TO SU-FECHA-RESOLUCION
               MOVE SPACES TO SU-NOTA
               WRITE SU-RECORD
               ADD 1 TO WS-TOTAL-SUSPENSO
               ADD RC-MONTO TO WS-MONTO-SUSPENSO
               MOVE WS-CUENTA-CARTERA TO WS-GL-DEBE
               MOVE WS-CUENTA-SUSPENSO TO WS-GL-HABER
               MOVE RC-MONTO TO WS-GL-MONTO
               PERFORM EmitePoliza
               EVALUATE WS-MOTIVO-SUSPENSO
                   WHEN "N"
                       MOVE "SUSPENSO: CUENTA INEXISTENTE" TO LU-TEXTO
                   WHEN "I"
                       MOVE "SUSPENSO: CUENTA INACTIVA" TO LU-TEXTO
                   WHEN OTHER
                       MOVE "SUSPENSO: PARTIDA NO ABIERTA" TO LU-TEXTO
               END-EVALUATE
           END-IF
           MOVE RC-CUENTA TO LU-CUENTA
           MOVE RC-ITEM TO LU-ITEM
           MOVE RC-MONTO TO LU-MONTO
           MOVE SU-NUMERO TO LU-NUMERO
           WRITE LINEA-REPORTE FROM LIN-SUSPENSO.

      *>   Los recibos que el cobrador redirigio en SUSPRES (estado
      *>   R) se aplican como un recibo mas contra su cuenta y
      *>   partida destino, antes que los del dia; ya aplicados
      *>   quedan en A y regresan de suspenso a la cartera.
       AplicaRedirigidos.
           MOVE "N" TO WS-EOF-SUSPENSO
           MOVE ZEROS TO SU-NUMERO
           START archivo-suspenso KEY >= SU-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF-SUSPENSO
           END-START
           PERFORM UNTIL WS-EOF-SUSPENSO = "S"
               READ archivo-suspenso NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-SUSPENSO
                   NOT AT END
                       IF SU-ESTADO = "R"
                           PERFORM AplicaUnRedirigido
                       END-IF
               END-READ
           END-PERFORM.

       AplicaUnRedirigido.
           MOVE SU-CUENTA-DESTINO TO RC-CUENTA
           MOVE SU-ITEM-DESTINO TO RC-ITEM
           MOVE SU-FECHA-RECIBO TO RC-FECHA
           MOVE SU-MONTO TO RC-MONTO
           MOVE "S" TO WS-RECIBO-REDIRIGIDO
           PERFORM AplicaUnRecibo
           MOVE "N" TO WS-RECIBO-REDIRIGIDO
           IF WS-MOTIVO-SUSPENSO NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO SU-ESTADO
           REWRITE SU-RECORD
           ADD 1 TO WS-TOTAL-REDIRIGIDOS
           MOVE WS-CUENTA-SUSPENSO TO WS-GL-DEBE
           MOVE WS-CUENTA-CARTERA TO WS-GL-HABER
           MOVE SU-MONTO TO WS-GL-MONTO
           PERFORM EmitePoliza.

       AbreSuspenso.
           OPEN I-O archivo-suspenso
           IF WS-FS-SUSPENSO = "35"
               OPEN OUTPUT archivo-suspenso
               CLOSE archivo-suspenso
               OPEN I-O archivo-suspenso
           END-IF
           MOVE ZEROS TO WS-ULTIMO-SUSPENSO
           MOVE "N" TO WS-EOF-SUSPENSO
           MOVE ZEROS TO SU-NUMERO
           START archivo-suspenso KEY >= SU-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF-SUSPENSO
           END-START
           PERFORM UNTIL WS-EOF-SUSPENSO = "S"
               READ archivo-suspenso NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-SUSPENSO
                   NOT AT END
                       MOVE SU-NUMERO TO WS-ULTIMO-SUSPENSO
               END-READ
           END-PERFORM
           OPEN INPUT archivo-control-suspenso
           IF WS-FS-CONTROL = "00"
               READ archivo-control-suspenso
                   NOT AT END
                       MOVE SCC-CUENTA-SUSPENSO TO WS-CUENTA-SUSPENSO
                       MOVE SCC-CUENTA-CARTERA TO WS-CUENTA-CARTERA
                       MOVE "S" TO WS-HAY-CUENTAS-GL
               END-READ
           END-IF
           CLOSE archivo-control-suspenso
      *>   La interfaz se escribe OUTPUT por corrida, no EXTEND,
      *>   igual que WOFFAPPR: GLUPDT no debe volver a postear las
      *>   polizas de corridas anteriores.
           OPEN OUTPUT archivo-interfaz.

      *>   Trailer de control (GLINTRLR.cpy), aun con cero
      *>   registros, misma disciplina que WOFFAPPR.
       CierraSuspenso.
           MOVE "*TRAILER" TO GLT-CUENTA
           MOVE WS-CONT-INTERFAZ TO GLT-CONTADOR
           MOVE WS-SUMA-INTERFAZ TO GLT-MONTO-TOTAL
           WRITE GL-TRAILER-RECORD
           CLOSE archivo-interfaz
           CLOSE archivo-suspenso
           IF WS-CONT-INTERFAZ > 0 AND WS-HAY-CUENTAS-GL = "N"
               DISPLAY "Sin cuentas de suspenso en suspctl.dat: "
                   "polizas de suspenso sin cuenta de mayor"
           END-IF.

       EmitePoliza.
           MOVE WS-GL-DEBE TO GL-CUENTA
           MOVE "DR" TO GL-IND-DRCR
           MOVE WS-GL-MONTO TO GL-MONTO
           MOVE WS-FECHA-PROCESO-NEG TO GL-FECHA
           WRITE GL-RECORD
           ADD GL-MONTO TO WS-SUMA-INTERFAZ
           ADD 1 TO WS-CONT-INTERFAZ
           MOVE WS-GL-HABER TO GL-CUENTA
           MOVE "CR" TO GL-IND-DRCR
           MOVE WS-GL-MONTO TO GL-MONTO
           MOVE WS-FECHA-PROCESO-NEG TO GL-FECHA
           WRITE GL-RECORD
           ADD GL-MONTO TO WS-SUMA-INTERFAZ
           ADD 1 TO WS-CONT-INTERFAZ.

       CargaPartidasCuenta.
           MOVE ZEROS TO WS-CANT-PARTIDAS
           MOVE RC-CUENTA TO OI-CUENTA
           MOVE RC-CUENTA TO LA-CUENTA
           MOVE WS-PAR-ITEM (WS-PAR-IDX) TO LA-ITEM
           MOVE WS-ABONO TO LA-MONTO
           WRITE LINEA-REPORTE FROM LIN-APLICACION
           MOVE RC-CUENTA TO OM-CUENTA
           MOVE WS-PAR-ITEM (WS-PAR-IDX) TO OM-ITEM
           MOVE RC-FECHA TO OM-FECHA
           MOVE "R" TO OM-TIPO
           MOVE WS-ABONO TO OM-MONTO
           WRITE OM-RECORD.

       GrabaPartidasCuenta.
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
           MOVE WS-REMANENTE TO UC-MONTO
           WRITE UC-RECORD
           CLOSE archivo-sin-aplicar
           MOVE RC-CUENTA TO OM-CUENTA
           MOVE ZEROS TO OM-ITEM
           MOVE RC-FECHA TO OM-FECHA
           MOVE "F" TO OM-TIPO
           MOVE WS-REMANENTE TO OM-MONTO
           WRITE OM-RECORD
           MOVE RC-CUENTA TO LS-CUENTA
           MOVE WS-REMANENTE TO LS-MONTO
           WRITE LINEA-REPORTE FROM LIN-SIN-APLICAR.
           IF WS-HAY-CUENTA = "N"
               MOVE OI-CUENTA TO WS-CUENTA-EN-PROCESO
               MOVE ZEROS TO WS-SALDO-CUENTA
               MOVE ZEROS TO WS-DISPUTA-CUENTA
               MOVE HIGH-VALUES TO WS-FECHA-MAS-VIEJA
               MOVE SPACES TO WS-MONEDA-CUENTA
               MOVE "S" TO WS-HAY-CUENTA
           END-IF
           IF (OI-ESTADO = "A" OR OI-ESTADO = "D")
               AND OI-MONTO-ABIERTO > 0
               ADD OI-MONTO-ABIERTO TO WS-SALDO-CUENTA
               IF OI-ESTADO = "D"
                   ADD OI-MONTO-ABIERTO TO WS-DISPUTA-CUENTA
               ELSE
                   IF OI-FECHA < WS-FECHA-MAS-VIEJA
                       MOVE OI-FECHA TO WS-FECHA-MAS-VIEJA
                   END-IF
               END-IF
      *>   La moneda del saldo derivado es la de las partidas de la
      *>   cuenta (la primera abierta manda; una cuenta no mezcla
           END-IF
           MOVE WS-CUENTA-EN-PROCESO TO BT-CUENTA
           MOVE WS-SALDO-CUENTA TO BT-SALDO
           MOVE WS-DISPUTA-CUENTA TO BT-DISPUTA
      *>   Una cuenta cuyo saldo esta todo en disputa no tiene
      *>   partida que envejecer.
           IF WS-FECHA-MAS-VIEJA = HIGH-VALUES
               MOVE ZEROS TO WS-DIAS-VENCIDO
           ELSE
               COMPUTE WS-DIAS-VENCIDO =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-FECHA-PROCESO-NEG))
                   - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-FECHA-MAS-VIEJA))
           END-IF
           IF WS-DIAS-VENCIDO < 0
               MOVE ZEROS TO WS-DIAS-VENCIDO
           END-IF
