       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETRESTO.
      *>   Restauracion del conjunto de archivos completo desde una
      *>   generacion de SETBKUP (DDNAMEs SETBKUP y SETMANIF,
      *>   apuntando a la generacion que el operador decida en
      *>   SETREST.jcl). Restaurar un solo miembro deja a los demas
      *>   desfasados, asi que aqui van todos juntos o ninguno:
      *>   primero se invoca SETVRFY sobre la misma generacion y, si
      *>   no cuadra, no se toca nada (RC 12). Con la generacion
      *>   verificada se vacian los ocho archivos (OPEN OUTPUT, como
      *>   EMPRESTO) y se recarga cada registro en el suyo segun su
      *>   rotulo; el trailer de archivo-empleados se recalcula con
      *>   lo cargado. Al final se corre la prueba de consistencia
      *>   entre archivos y se imprime en setresto.prt: registros
      *>   restaurados contra el manifiesto, compensacion, contacto
      *>   y cuentas bancarias con su empleado en el maestro,
      *>   posicion de prestamos con su prestamo, y el mayor con
      *>   cargos = abonos. Un registro que no se pudo escribir
      *>   termina con RC 12; una inconsistencia entre archivos con
      *>   RC 4 (el conjunto quedo como se respaldo, pero alguien
      *>   tiene que ver el reporte antes de abrir el batch).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT archivo-compensacion
               ASSIGN TO "compens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-ID
               FILE STATUS IS WS-FS-COMPENSACION.

               SELECT archivo-contacto
               ASSIGN TO "contacto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-ID
               FILE STATUS IS WS-FS-CONTACTO.

               SELECT archivo-bancos
               ASSIGN TO "bancos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-ID
               FILE STATUS IS WS-FS-BANCOS.

               SELECT archivo-prestamos
               ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-NUMERO
               FILE STATUS IS WS-FS-PRESTAMOS.

               SELECT archivo-posicion
               ASSIGN TO "loanpos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-NUMERO
               FILE STATUS IS WS-FS-POSICION.

               SELECT archivo-partidas
               ASSIGN TO "openitem.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-CLAVE
               FILE STATUS IS WS-FS-PARTIDAS.

               SELECT archivo-mayor
               ASSIGN TO "glmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-CLAVE
               FILE STATUS IS WS-FS-MAYOR.

               SELECT archivo-conjunto
               ASSIGN TO "SETBKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONJUNTO.

               SELECT archivo-manifiesto
               ASSIGN TO "SETMANIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANIFIESTO.

               SELECT archivo-reporte
               ASSIGN TO "setresto.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-compensacion.
           COPY EMPCOMP.

       FD  archivo-contacto.
           COPY EMPCONT.

       FD  archivo-bancos.
           COPY EMPBANK.

       FD  archivo-prestamos.
           COPY LOANMAST.

       FD  archivo-posicion.
           COPY LOANPOS.

       FD  archivo-partidas.
           COPY OPENITEM.

       FD  archivo-mayor.
           COPY GLMAST.

      *>   Layout compartido del conjunto (ver SETBKREC.cpy).
       FD  archivo-conjunto.
           COPY SETBKREC.

       FD  archivo-manifiesto.
           COPY SETMANIF.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-COMPENSACION PIC XX VALUE "00".
           01 WS-FS-CONTACTO PIC XX VALUE "00".
           01 WS-FS-BANCOS PIC XX VALUE "00".
           01 WS-FS-PRESTAMOS PIC XX VALUE "00".
           01 WS-FS-POSICION PIC XX VALUE "00".
           01 WS-FS-PARTIDAS PIC XX VALUE "00".
           01 WS-FS-MAYOR PIC XX VALUE "00".
           01 WS-FS-CONJUNTO PIC XX VALUE "00".
           01 WS-FS-MANIFIESTO PIC XX VALUE "00".
           01 WS-EOF-CONJUNTO PIC X VALUE "N".
           01 WS-EOF-MANIFIESTO PIC X VALUE "N".
           01 WS-EOF-MIEMBRO PIC X VALUE "N".
           01 WS-HUBO-ERROR PIC X VALUE "N".
           01 WS-INCONSISTENCIAS PIC 9(6) VALUE ZEROS.
           01 WS-RC-VERIFICACION PIC S9(4) VALUE ZEROS.

      *>   Miembros del conjunto, en el orden de SETBKUP, con lo
      *>   restaurado de cada uno.
           01 WS-MIEMBROS-VALORES.
               05 FILLER PIC X(8) VALUE "EMPLEAD".
               05 FILLER PIC X(8) VALUE "COMPENS".
               05 FILLER PIC X(8) VALUE "CONTACTO".
               05 FILLER PIC X(8) VALUE "BANCOS".
               05 FILLER PIC X(8) VALUE "LOANS".
               05 FILLER PIC X(8) VALUE "LOANPOS".
               05 FILLER PIC X(8) VALUE "OPENITEM".
               05 FILLER PIC X(8) VALUE "GLMAST".
           01 WS-MIEMBROS-R REDEFINES WS-MIEMBROS-VALORES.
               05 WS-MIEMBRO OCCURS 8 TIMES PIC X(8).
           01 WS-RESTAURADOS-TABLA.
               05 WS-RESTAURADOS OCCURS 8 TIMES PIC 9(8).
           01 WS-IDX PIC 99 VALUE ZEROS.
           01 WS-ENCONTRADO PIC 99 VALUE ZEROS.
           01 WS-TOTAL-RESTAURADOS PIC 9(8) VALUE ZEROS.
           01 WS-TOTAL-FALLIDOS PIC 9(8) VALUE ZEROS.

      *>   Trailer del maestro reconstruido, como en EMPRESTO.
           01 WS-CONTADOR-REAL PIC 9(6) VALUE ZEROS.
           01 WS-HASH-REAL PIC 9(10) VALUE ZEROS.

      *>   Balanza del mayor restaurado.
           01 WS-TOTAL-CARGOS PIC 9(15)V99 VALUE ZEROS.
           01 WS-TOTAL-ABONOS PIC 9(15)V99 VALUE ZEROS.

           01 LIN-TITULO PIC X(60) VALUE
               "REPORTE DE RESTAURACION DEL CONJUNTO DE ARCHIVOS".

           01 LIN-SELLO.
               05 FILLER PIC X(24) VALUE "GENERACION CON SELLO    ".
               05 LS-SELLO PIC X(26).
               05 FILLER PIC X(18) VALUE "  FECHA PROCESO   ".
               05 LS-FECHA-PROCESO PIC X(8).

           01 LIN-MIEMBRO.
               05 FILLER PIC X(9) VALUE "MIEMBRO  ".
               05 LM-MIEMBRO PIC X(8).
               05 FILLER PIC X(13) VALUE "  MANIFIESTO ".
               05 LM-MANIFIESTO PIC Z(7)9.
               05 FILLER PIC X(13) VALUE "  RESTAURADOS".
               05 LM-RESTAURADOS PIC Z(7)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LM-RESULTADO PIC X(10).

           01 LIN-HUERFANO.
               05 FILLER PIC X(15) VALUE "INCONSISTENCIA ".
               05 LH-MIEMBRO PIC X(8).
               05 FILLER PIC X(7) VALUE " CLAVE ".
               05 LH-CLAVE PIC X(14).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LH-MOTIVO PIC X(40).

           01 LIN-BALANZA.
               05 FILLER PIC X(20) VALUE "MAYOR   CARGOS      ".
               05 LB-CARGOS PIC Z(14)9.99.
               05 FILLER PIC X(10) VALUE "  ABONOS  ".
               05 LB-ABONOS PIC Z(14)9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LB-RESULTADO PIC X(10).

           01 LIN-RESUMEN.
               05 FILLER PIC X(22) VALUE "TOTAL RESTAURADOS     ".
               05 LT-RESTAURADOS PIC Z(7)9.
               05 FILLER PIC X(20) VALUE "   INCONSISTENCIAS  ".
               05 LT-INCONSISTENCIAS PIC Z(5)9.

      *>   Bitacora de corrida (ver RUNLOGW).
           01 WS-RL-PROGRAMA PIC X(8) VALUE "SETRESTO".
           01 WS-RL-INICIO PIC X(26) VALUE SPACES.
           01 WS-RL-LEIDOS PIC 9(8) VALUE ZEROS.
           01 WS-RL-ESCRITOS PIC 9(8) VALUE ZEROS.
           01 WS-RL-RECHAZADOS PIC 9(8) VALUE ZEROS.
           01 WS-RL-RETORNO PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-INICIO
           OPEN OUTPUT archivo-reporte
           WRITE LINEA-REPORTE FROM LIN-TITULO
      *>   Nada se vacia si la generacion no pasa la verificacion.
           CALL "SETVRFY"
           MOVE RETURN-CODE TO WS-RC-VERIFICACION
           IF WS-RC-VERIFICACION >= 8
               MOVE "GENERACION NO VERIFICADA - NADA RESTAURADO"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               CLOSE archivo-reporte
               DISPLAY "SETRESTO: la generacion no pasa SETVRFY, "
                   "no se restauro nada"
               MOVE 12 TO RETURN-CODE
               PERFORM GrabaBitacora
               GOBACK
           END-IF
           PERFORM VaciaMiembros
           PERFORM CargaConjunto
           PERFORM ActualizaTrailer
           PERFORM CuadraManifiesto
           PERFORM RevisaSatelites
           PERFORM RevisaPosicion
           PERFORM RevisaMayor
           MOVE WS-TOTAL-RESTAURADOS TO LT-RESTAURADOS
           MOVE WS-INCONSISTENCIAS TO LT-INCONSISTENCIAS
           WRITE LINEA-REPORTE FROM LIN-RESUMEN
           CLOSE archivo-empleados archivo-compensacion
               archivo-contacto archivo-bancos archivo-prestamos
               archivo-posicion archivo-partidas archivo-mayor
           CLOSE archivo-reporte
           DISPLAY "SETRESTO: restaurados " WS-TOTAL-RESTAURADOS
               " fallidos " WS-TOTAL-FALLIDOS
               " inconsistencias " WS-INCONSISTENCIAS
           EVALUATE TRUE
               WHEN WS-HUBO-ERROR = "S"
                   DISPLAY "RESTAURACION INCOMPLETA: revisar "
                       "setresto.prt antes de abrir el batch"
                   MOVE 12 TO RETURN-CODE
               WHEN WS-INCONSISTENCIAS > 0
                   DISPLAY "SETRESTO: conjunto restaurado con "
                       "inconsistencias, revisar setresto.prt"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE WS-TOTAL-RESTAURADOS TO WS-RL-LEIDOS
           MOVE WS-TOTAL-RESTAURADOS TO WS-RL-ESCRITOS
           MOVE WS-TOTAL-FALLIDOS TO WS-RL-RECHAZADOS
           PERFORM GrabaBitacora
           GOBACK.

      *>   Los ocho quedan vacios antes de cargar uno solo: OPEN
      *>   OUTPUT deja el indexado en cero y se reabre I-O.
       VaciaMiembros.
           OPEN OUTPUT archivo-empleados
           CLOSE archivo-empleados
           OPEN I-O archivo-empleados
           OPEN OUTPUT archivo-compensacion
           CLOSE archivo-compensacion
           OPEN I-O archivo-compensacion
           OPEN OUTPUT archivo-contacto
           CLOSE archivo-contacto
           OPEN I-O archivo-contacto
           OPEN OUTPUT archivo-bancos
           CLOSE archivo-bancos
           OPEN I-O archivo-bancos
           OPEN OUTPUT archivo-prestamos
           CLOSE archivo-prestamos
           OPEN I-O archivo-prestamos
           OPEN OUTPUT archivo-posicion
           CLOSE archivo-posicion
           OPEN I-O archivo-posicion
           OPEN OUTPUT archivo-partidas
           CLOSE archivo-partidas
           OPEN I-O archivo-partidas
           OPEN OUTPUT archivo-mayor
           CLOSE archivo-mayor
           OPEN I-O archivo-mayor
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE ZEROS TO WS-RESTAURADOS (WS-IDX)
           END-PERFORM.

       CargaConjunto.
           OPEN INPUT archivo-conjunto
           READ archivo-conjunto
               AT END
                   MOVE "S" TO WS-EOF-CONJUNTO
               NOT AT END
                   MOVE SBC-SELLO TO LS-SELLO
                   MOVE SBC-FECHA-PROCESO TO LS-FECHA-PROCESO
                   WRITE LINEA-REPORTE FROM LIN-SELLO
           END-READ
           PERFORM UNTIL WS-EOF-CONJUNTO = "S"
               READ archivo-conjunto
                   AT END
                       MOVE "S" TO WS-EOF-CONJUNTO
                   NOT AT END
                       PERFORM CargaRegistro
               END-READ
           END-PERFORM
           CLOSE archivo-conjunto.

      *>   Cada registro vuelve a su archivo segun el rotulo; el
      *>   registro original viaja tal cual en SBK-DATOS.
       CargaRegistro.
           MOVE ZEROS TO WS-ENCONTRADO
           EVALUATE SBK-MIEMBRO
               WHEN "EMPLEAD"
                   MOVE SBK-DATOS TO EMP-RECORD
                   WRITE EMP-RECORD
                       INVALID KEY
                           PERFORM RegistroFallido
                       NOT INVALID KEY
                           MOVE 1 TO WS-ENCONTRADO
                           ADD 1 TO WS-CONTADOR-REAL
                           ADD EMP-ID TO WS-HASH-REAL
                   END-WRITE
               WHEN "COMPENS"
                   MOVE SBK-DATOS TO CP-RECORD
                   WRITE CP-RECORD
                       INVALID KEY
                           PERFORM RegistroFallido
                       NOT INVALID KEY
                           MOVE 2 TO WS-ENCONTRADO
                   END-WRITE
               WHEN "CONTACTO"
                   MOVE SBK-DATOS TO CN-RECORD
                   WRITE CN-RECORD
                       INVALID KEY
                           PERFORM RegistroFallido
                       NOT INVALID KEY
                           MOVE 3 TO WS-ENCONTRADO
                   END-WRITE
               WHEN "BANCOS"
                   MOVE SBK-DATOS TO BK-RECORD
                   WRITE BK-RECORD
                       INVALID KEY
                           PERFORM RegistroFallido
                       NOT INVALID KEY
                           MOVE 4 TO WS-ENCONTRADO
                   END-WRITE
               WHEN "LOANS"
                   MOVE SBK-DATOS TO LN-RECORD
                   WRITE LN-RECORD
                       INVALID KEY
                           PERFORM RegistroFallido
                       NOT INVALID KEY
                           MOVE 5 TO WS-ENCONTRADO
                   END-WRITE
               WHEN "LOANPOS"
                   MOVE SBK-DATOS TO LP-RECORD
                   WRITE LP-RECORD
                       INVALID KEY
                           PERFORM RegistroFallido
                       NOT INVALID KEY
                           MOVE 6 TO WS-ENCONTRADO
                   END-WRITE
               WHEN "OPENITEM"
                   MOVE SBK-DATOS TO OI-RECORD
                   WRITE OI-RECORD
                       INVALID KEY
                           PERFORM RegistroFallido
                       NOT INVALID KEY
                           MOVE 7 TO WS-ENCONTRADO
                   END-WRITE
               WHEN "GLMAST"
                   MOVE SBK-DATOS TO GLM-RECORD
                   WRITE GLM-RECORD
                       INVALID KEY
                           PERFORM RegistroFallido
                       NOT INVALID KEY
                           MOVE 8 TO WS-ENCONTRADO
                   END-WRITE
               WHEN OTHER
                   PERFORM RegistroFallido
           END-EVALUATE
           IF WS-ENCONTRADO > 0
               ADD 1 TO WS-RESTAURADOS (WS-ENCONTRADO)
               ADD 1 TO WS-TOTAL-RESTAURADOS
           END-IF.

       RegistroFallido.
           MOVE "S" TO WS-HUBO-ERROR
           ADD 1 TO WS-TOTAL-FALLIDOS
           MOVE SBK-MIEMBRO TO LH-MIEMBRO
           MOVE SBK-DATOS (1:14) TO LH-CLAVE
           MOVE "NO SE PUDO RESTAURAR EL REGISTRO" TO LH-MOTIVO
           WRITE LINEA-REPORTE FROM LIN-HUERFANO.

      *>   Mismo esquema de trailer que EMPRESTO: conteo y suma de
      *>   IDs llevados durante la carga.
       ActualizaTrailer.
           MOVE 999999 TO TRL-ID
           MOVE WS-CONTADOR-REAL TO TRL-CONTADOR
           MOVE WS-HASH-REAL TO TRL-HASH
           REWRITE EMP-TRAILER-RECORD
               INVALID KEY
                   WRITE EMP-TRAILER-RECORD
           END-REWRITE.

      *>   Lo restaurado de cada miembro contra su renglon del
      *>   manifiesto (ya verificado contra el conjunto).
       CuadraManifiesto.
           OPEN INPUT archivo-manifiesto
           PERFORM UNTIL WS-EOF-MANIFIESTO = "S"
               READ archivo-manifiesto
                   AT END
                       MOVE "S" TO WS-EOF-MANIFIESTO
                   NOT AT END
                       PERFORM CuadraMiembro
               END-READ
           END-PERFORM
           CLOSE archivo-manifiesto.

       CuadraMiembro.
           MOVE ZEROS TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               IF WS-MIEMBRO (WS-IDX) = SMF-MIEMBRO
                   MOVE WS-IDX TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SMF-MIEMBRO TO LM-MIEMBRO
           MOVE SMF-REGISTROS TO LM-MANIFIESTO
           MOVE WS-RESTAURADOS (WS-ENCONTRADO) TO LM-RESTAURADOS
           IF WS-RESTAURADOS (WS-ENCONTRADO) = SMF-REGISTROS
               MOVE "OK" TO LM-RESULTADO
           ELSE
               MOVE "DESCUADRE" TO LM-RESULTADO
               ADD 1 TO WS-INCONSISTENCIAS
           END-IF
           WRITE LINEA-REPORTE FROM LIN-MIEMBRO.

      *>   Compensacion, contacto y cuentas bancarias cuelgan del
      *>   maestro por ID: cada uno debe tener su empleado.
       RevisaSatelites.
           MOVE ZEROS TO CP-ID
           MOVE "N" TO WS-EOF-MIEMBRO
           START archivo-compensacion KEY IS >= CP-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-MIEMBRO
           END-START
           PERFORM UNTIL WS-EOF-MIEMBRO = "S"
               READ archivo-compensacion NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MIEMBRO
                   NOT AT END
                       MOVE CP-ID TO EMP-ID
                       MOVE "COMPENS" TO LH-MIEMBRO
                       PERFORM BuscaEmpleado
               END-READ
           END-PERFORM
           MOVE ZEROS TO CN-ID
           MOVE "N" TO WS-EOF-MIEMBRO
           START archivo-contacto KEY IS >= CN-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-MIEMBRO
           END-START
           PERFORM UNTIL WS-EOF-MIEMBRO = "S"
               READ archivo-contacto NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MIEMBRO
                   NOT AT END
                       MOVE CN-ID TO EMP-ID
                       MOVE "CONTACTO" TO LH-MIEMBRO
                       PERFORM BuscaEmpleado
               END-READ
           END-PERFORM
           MOVE ZEROS TO BK-ID
           MOVE "N" TO WS-EOF-MIEMBRO
           START archivo-bancos KEY IS >= BK-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-MIEMBRO
           END-START
           PERFORM UNTIL WS-EOF-MIEMBRO = "S"
               READ archivo-bancos NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MIEMBRO
                   NOT AT END
                       MOVE BK-ID TO EMP-ID
                       MOVE "BANCOS" TO LH-MIEMBRO
                       PERFORM BuscaEmpleado
               END-READ
           END-PERFORM.

       BuscaEmpleado.
           READ archivo-empleados
               INVALID KEY
                   MOVE EMP-ID TO LH-CLAVE
                   MOVE "SIN EMPLEADO EN EL MAESTRO" TO LH-MOTIVO
                   WRITE LINEA-REPORTE FROM LIN-HUERFANO
                   ADD 1 TO WS-INCONSISTENCIAS
           END-READ.

      *>   Toda posicion acumulada debe tener su prestamo.
       RevisaPosicion.
           MOVE ZEROS TO LP-NUMERO
           MOVE "N" TO WS-EOF-MIEMBRO
           START archivo-posicion KEY IS >= LP-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF-MIEMBRO
           END-START
           PERFORM UNTIL WS-EOF-MIEMBRO = "S"
               READ archivo-posicion NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MIEMBRO
                   NOT AT END
                       PERFORM BuscaPrestamo
               END-READ
           END-PERFORM.

       BuscaPrestamo.
           MOVE LP-NUMERO TO LN-NUMERO
           READ archivo-prestamos
               INVALID KEY
                   MOVE "LOANPOS" TO LH-MIEMBRO
                   MOVE LP-NUMERO TO LH-CLAVE
                   MOVE "POSICION SIN PRESTAMO" TO LH-MOTIVO
                   WRITE LINEA-REPORTE FROM LIN-HUERFANO
                   ADD 1 TO WS-INCONSISTENCIAS
           END-READ.

      *>   La misma prueba de GLTRIAL sobre todo el mayor: cargos
      *>   igual a abonos.
       RevisaMayor.
           MOVE LOW-VALUES TO GLM-CLAVE
           MOVE "N" TO WS-EOF-MIEMBRO
           START archivo-mayor KEY IS >= GLM-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-MIEMBRO
           END-START
           PERFORM UNTIL WS-EOF-MIEMBRO = "S"
               READ archivo-mayor NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MIEMBRO
                   NOT AT END
                       ADD GLM-CARGOS TO WS-TOTAL-CARGOS
                       ADD GLM-ABONOS TO WS-TOTAL-ABONOS
               END-READ
           END-PERFORM
           MOVE WS-TOTAL-CARGOS TO LB-CARGOS
           MOVE WS-TOTAL-ABONOS TO LB-ABONOS
           IF WS-TOTAL-CARGOS = WS-TOTAL-ABONOS
               MOVE "CUADRA" TO LB-RESULTADO
           ELSE
               MOVE "DESCUADRE" TO LB-RESULTADO
               ADD 1 TO WS-INCONSISTENCIAS
           END-IF
           WRITE LINEA-REPORTE FROM LIN-BALANZA.

       GrabaBitacora.
           MOVE RETURN-CODE TO WS-RL-RETORNO
           CALL "RUNLOGW" USING WS-RL-PROGRAMA WS-RL-INICIO
               WS-RL-LEIDOS WS-RL-ESCRITOS WS-RL-RECHAZADOS
               WS-RL-RETORNO
           MOVE WS-RL-RETORNO TO RETURN-CODE.

       END PROGRAM SETRESTO.
